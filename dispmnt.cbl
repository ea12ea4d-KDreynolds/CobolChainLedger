000010***************************************************************
000020*    PROGRAM-ID.  DISPMNT
000030*    AUTHOR.      K. REYNOLDS
000040*    INSTALLATION. CHAINLEDGER DATA PROCESSING
000050*    DATE-WRITTEN. 2026-10-15
000060*
000070*    DISPUTE AND CHARGEBACK CASE MAINTENANCE AGAINST
000080*    DISPUTE-CASES.DAT (DISPCASE.CPY).  EVERY MODE BUT LIST
000090*    TAKES THE OPERATOR'S INITIALS, VERIFIED AGAINST
000100*    OPERATOR.DAT AT AUTHORITY LEVEL 2 (OPRCHK.CPY), AND EVERY
000110*    STEP IS JOURNALED TO MAINT-AUDIT.DAT (AUDJRNL.CPY) UNDER
000120*    FILE 'DISPUTE'.
000130*      OPEN   OPENS A CASE AGAINST A POSTED ORIGINAL THAT IS NOT
000140*             ALREADY REVERSED OR UNDER AN UNRESOLVED CASE.  THE
000150*             SENDER OF THE ORIGINAL IS THE DISPUTING CUSTOMER.
000160*             THE CASE IS DUE BY WS-DUE-DAYS CALENDAR DAYS AFTER
000170*             OPENING.  WITH 'PROVISIONAL' THE FULL DISPUTED
000180*             AMOUNT IS CREDITED TO THE CUSTOMER FROM THE
000190*             DISPUTE HOUSE ACCOUNT THROUGH
000200*             PENDING-TRANSACTIONS.DAT ON CHANNEL 'DSP', FILE ID
000210*             THE CASE NUMBER, AND POSTS AT THE NEXT LEDGER BATCH.
000220*      WON    RUNS LEDGER REVERSE AGAINST THE ORIGINAL (UNLESS IT
000230*             HAS ALREADY BEEN REVERSED BY HAND), CONFIRMS THE
000240*             REVERSAL IS ON TRANSACTION.DAT, AND CLEARS ANY
000250*             PROVISIONAL CREDIT BY QUEUEING THE SAME AMOUNT BACK
000260*             TO THE HOUSE ACCOUNT - THE REVERSAL ITSELF NOW MAKES
000270*             THE CUSTOMER WHOLE.
000280*      LOST   CLAWS ANY PROVISIONAL CREDIT BACK TO THE HOUSE
000290*             ACCOUNT THE SAME WAY.  THE ORIGINAL STANDS.
000300*      LIST   DISPLAYS EVERY CASE ON FILE.
000310*    SEE DISPAGE FOR THE DAILY AGING REPORT.
000320*    COMMAND LINE: DISPMNT OPEN TRX-SEQ-NO REASON OPERATOR
000330*                          (PROVISIONAL)
000340*                  DISPMNT WON CASE-NO OPERATOR
000350*                  DISPMNT LOST CASE-NO OPERATOR
000360*                  DISPMNT LIST
000370*
000380*    MODIFICATION HISTORY
000390*    DATE       INIT DESCRIPTION
000400*    ---------- ---- ----------------------------------------
000410*    2026-10-15 KDR  ORIGINAL PROGRAM.
000420***************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. DISPMNT.
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT DISPUTE-CASES ASSIGN TO "DISPUTE-CASES.DAT"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS DC-CASE-NO
000530         ALTERNATE RECORD KEY IS DC-TRX-SEQ-NO WITH DUPLICATES
000540         FILE STATUS IS WS-CASE-STATUS.
000550
000560     SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTION.DAT"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS TRX-SEQ-NO
000600         ALTERNATE RECORD KEY IS TRX-SENDER WITH DUPLICATES
000610         ALTERNATE RECORD KEY IS TRX-RECIPIENT WITH DUPLICATES
000620         FILE STATUS IS WS-TRX-STATUS.
000630
000640     SELECT PENDING-TRANSACTIONS
000650         ASSIGN TO "PENDING-TRANSACTIONS.DAT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-PEND-STATUS.
000680
000690     SELECT MAINT-AUDIT ASSIGN TO "MAINT-AUDIT.DAT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-AUD-STATUS.
000720
000730     SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR.DAT"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS OPR-ID
000770         FILE STATUS IS WS-OPR-STATUS.
000780
000790     SELECT OPERATOR-ACTION-LOG
000800         ASSIGN TO "OPERATOR-ACTION-LOG.DAT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-OAL-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  DISPUTE-CASES.
000870     COPY "dispcase.cpy".
000880
000890 FD  TRANSACTION-FILE.
000900     COPY "trxrec.cpy".
000910
000920 FD  PENDING-TRANSACTIONS.
000930     COPY "pendtrx.cpy".
000940
000950 FD  MAINT-AUDIT.
000960     COPY "audjrnl.cpy".
000970
000980 FD  OPERATOR-MASTER.
000990     COPY "oprmast.cpy".
001000
001010 FD  OPERATOR-ACTION-LOG.
001020     COPY "opraclog.cpy".
001030
001040 WORKING-STORAGE SECTION.
001050 01  WS-CASE-STATUS              PIC X(02) VALUE '00'.
001060 01  WS-TRX-STATUS               PIC X(02) VALUE '00'.
001070 01  WS-PEND-STATUS              PIC X(02) VALUE '00'.
001080 01  WS-AUD-STATUS               PIC X(02) VALUE '00'.
001090 01  WS-CASE-EOF-SW              PIC X(01) VALUE 'N'.
001100     88  CASE-EOF                        VALUE 'Y'.
001110 01  WS-SCAN-EOF-SW              PIC X(01) VALUE 'N'.
001120     88  SCAN-EOF                        VALUE 'Y'.
001130 01  WS-FOUND-SW                 PIC X(01) VALUE 'N'.
001140     88  REVERSAL-FOUND                  VALUE 'Y'.
001150 01  WS-OPEN-CASE-SW             PIC X(01) VALUE 'N'.
001160     88  CASE-ALREADY-OPEN               VALUE 'Y'.
001170 01  WS-COMMAND-LINE             PIC X(80) VALUE SPACES.
001180 01  WS-RUN-MODE                 PIC X(10) VALUE SPACES.
001190 01  WS-DISPUTE-SEQ-NO           PIC 9(10) VALUE ZERO.
001200 01  WS-REASON-CODE              PIC X(02) VALUE SPACES.
001210 01  WS-PROV-OPTION              PIC X(12) VALUE SPACES.
001220     88  PROVISIONAL-REQUESTED           VALUE 'PROVISIONAL'.
001230 01  WS-CASE-NO                  PIC 9(08) VALUE ZERO.
001240 01  WS-HIGH-CASE-NO             PIC 9(08) VALUE ZERO.
001250 01  WS-MNT-OPERATOR             PIC X(08) VALUE SPACES.
001260 01  WS-AUD-OPERATOR             PIC X(08) VALUE SPACES.
001270 01  WS-AUD-ACTION               PIC X(10) VALUE SPACES.
001280 01  WS-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
001290 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001300 01  WS-TIME-OF-DAY.
001310     05  WS-TOD-HHMMSS           PIC 9(06).
001320     05  WS-TOD-HUNDREDTHS       PIC 9(02).
001330*    CALENDAR DAYS A CASE HAS TO BE RESOLVED IN, AND THE HOUSE
001340*    ACCOUNT PROVISIONAL CREDITS ARE FUNDED FROM.
001350 01  WS-DUE-DAYS                 PIC 9(03) VALUE 45.
001360 01  WS-HOUSE-ACCOUNT            PIC X(20) VALUE 'DISPUTEHOUSE'.
001370 01  WS-ORIG-SENDER              PIC X(20) VALUE SPACES.
001380 01  WS-ORIG-AMOUNT              PIC S9(10)V99 VALUE ZERO.
001390 01  WS-ORIG-CURRENCY            PIC X(03) VALUE SPACES.
001400 01  WS-PEND-FROM                PIC X(20) VALUE SPACES.
001410 01  WS-PEND-TO                  PIC X(20) VALUE SPACES.
001420 01  WS-SYSTEM-COMMAND           PIC X(40) VALUE SPACES.
001430 01  WS-EDIT-AMOUNT              PIC -(9)9.99.
001440
001450     COPY "oprwork.cpy".
001460
001470 PROCEDURE DIVISION.
001480 0000-MAINLINE.
001490     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
001500     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
001510         INTO WS-RUN-MODE.
001520     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001530     PERFORM 1000-OPEN-CASE-FILE.
001540     EVALUATE WS-RUN-MODE
001550         WHEN 'OPEN'
001560             UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
001570                 INTO WS-RUN-MODE WS-DISPUTE-SEQ-NO
001580                     WS-REASON-CODE WS-MNT-OPERATOR
001590                     WS-PROV-OPTION
001600             PERFORM 2000-OPEN-CASE THRU 2000-EXIT
001610         WHEN 'WON'
001620             UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
001630                 INTO WS-RUN-MODE WS-CASE-NO WS-MNT-OPERATOR
001640             PERFORM 3000-RESOLVE-WON THRU 3000-EXIT
001650         WHEN 'LOST'
001660             UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
001670                 INTO WS-RUN-MODE WS-CASE-NO WS-MNT-OPERATOR
001680             PERFORM 4000-RESOLVE-LOST THRU 4000-EXIT
001690         WHEN 'LIST'
001700             PERFORM 5000-LIST-CASES
001710         WHEN OTHER
001720             DISPLAY 'USAGE: DISPMNT (OPEN TRX-SEQ-NO REASON '
001730                 'OPERATOR (PROVISIONAL) / WON CASE-NO OPERATOR'
001740                 ' / LOST CASE-NO OPERATOR / LIST)'
001750     END-EVALUATE.
001760     CLOSE DISPUTE-CASES.
001770     PERFORM STOP-RUN.
001780
001790 1000-OPEN-CASE-FILE.
001800     OPEN I-O DISPUTE-CASES.
001810     IF WS-CASE-STATUS = '35'
001820         OPEN OUTPUT DISPUTE-CASES
001830         CLOSE DISPUTE-CASES
001840         OPEN I-O DISPUTE-CASES
001850     END-IF.
001860     IF WS-CASE-STATUS NOT = '00'
001870         DISPLAY 'ERROR OPENING DISPUTE-CASES.DAT'
001880         STOP RUN
001890     END-IF.
001900
001910 1100-OPEN-TRANSACTION-FILE.
001920     OPEN INPUT TRANSACTION-FILE.
001930     IF WS-TRX-STATUS NOT = '00'
001940         DISPLAY 'ERROR OPENING TRANSACTION.DAT'
001950         STOP RUN
001960     END-IF.
001970
001980 1200-VERIFY-OPERATOR.
001990     MOVE WS-MNT-OPERATOR TO OC-OPERATOR-ID.
002000     MOVE 2               TO OC-REQUIRED-LEVEL.
002010     MOVE 'DISPMNT'       TO OC-PROGRAM.
002020     MOVE SPACES          TO OC-ACTION.
002030     IF WS-RUN-MODE = 'OPEN'
002040         STRING 'OPEN ' WS-DISPUTE-SEQ-NO DELIMITED BY SIZE
002050             INTO OC-ACTION
002060     ELSE
002070         STRING WS-RUN-MODE DELIMITED BY SPACE
002080                ' '         DELIMITED BY SIZE
002090                WS-CASE-NO  DELIMITED BY SIZE
002100             INTO OC-ACTION
002110     END-IF.
002120     PERFORM 9600-VERIFY-OPERATOR THRU 9600-EXIT.
002130     IF NOT OC-ALLOWED
002140         STOP RUN
002150     END-IF.
002160
002170***************************************************************
002180*    2000-OPEN-CASE
002190*    VALIDATES THE DISPUTED ENTRY, ASSIGNS THE NEXT CASE
002200*    NUMBER AND WRITES THE CASE, THEN RAISES THE PROVISIONAL
002210*    CREDIT IF ONE WAS ASKED FOR.  EACH IS JOURNALED
002220*    SEPARATELY SO THE AUDIT TRAIL SHOWS BOTH STEPS.
002230***************************************************************
002240 2000-OPEN-CASE.
002250     IF WS-DISPUTE-SEQ-NO = ZERO OR WS-MNT-OPERATOR = SPACES
002260         DISPLAY 'USAGE: DISPMNT OPEN TRX-SEQ-NO REASON OPERATOR'
002270             ' (PROVISIONAL)'
002280         STOP RUN
002290     END-IF.
002300     MOVE WS-REASON-CODE TO DC-REASON-CODE.
002310     IF NOT DC-REASON-VALID
002320         DISPLAY 'ERROR - REASON MUST BE 01-05: ' WS-REASON-CODE
002330         STOP RUN
002340     END-IF.
002350     IF WS-PROV-OPTION NOT = SPACES
002360             AND NOT PROVISIONAL-REQUESTED
002370         DISPLAY 'ERROR - UNKNOWN OPTION: ' WS-PROV-OPTION
002380         STOP RUN
002390     END-IF.
002400     PERFORM 1200-VERIFY-OPERATOR.
002410     PERFORM 1100-OPEN-TRANSACTION-FILE.
002420     MOVE WS-DISPUTE-SEQ-NO TO TRX-SEQ-NO.
002430     READ TRANSACTION-FILE
002440         INVALID KEY
002450             DISPLAY 'ERROR - TRANSACTION NOT FOUND: '
002460                 WS-DISPUTE-SEQ-NO
002470             STOP RUN
002480     END-READ.
002490     IF NOT TRX-TYPE-ORIGINAL
002500         DISPLAY 'ERROR - ONLY AN ORIGINAL CAN BE DISPUTED: '
002510             WS-DISPUTE-SEQ-NO
002520         STOP RUN
002530     END-IF.
002540     MOVE TRX-SENDER        TO WS-ORIG-SENDER.
002550     MOVE TRX-AMOUNT        TO WS-ORIG-AMOUNT.
002560     MOVE TRX-CURRENCY-CODE TO WS-ORIG-CURRENCY.
002570     PERFORM 6000-FIND-REVERSAL.
002580     CLOSE TRANSACTION-FILE.
002590     IF REVERSAL-FOUND
002600         DISPLAY 'ERROR - TRANSACTION ALREADY REVERSED: '
002610             WS-DISPUTE-SEQ-NO
002620         STOP RUN
002630     END-IF.
002640     PERFORM 6200-CHECK-OPEN-CASE.
002650     IF CASE-ALREADY-OPEN
002660         DISPLAY 'ERROR - TRANSACTION ALREADY UNDER CASE: '
002670             DC-CASE-NO
002680         STOP RUN
002690     END-IF.
002700     PERFORM 6400-NEXT-CASE-NO.
002710     MOVE WS-ORIG-SENDER    TO DC-ACCT-ID.
002720     MOVE WS-ORIG-AMOUNT    TO DC-PROV-AMOUNT.
002730     MOVE WS-ORIG-CURRENCY  TO DC-CURRENCY-CODE.
002740     MOVE WS-CASE-NO        TO DC-CASE-NO.
002750     MOVE WS-DISPUTE-SEQ-NO TO DC-TRX-SEQ-NO.
002760     MOVE WS-REASON-CODE    TO DC-REASON-CODE.
002770     SET DC-OPEN            TO TRUE.
002780     MOVE WS-RUN-DATE       TO DC-OPENED-DATE.
002790     MOVE WS-MNT-OPERATOR   TO DC-OPENED-OPERATOR.
002800     COMPUTE DC-DUE-BY-DATE = FUNCTION DATE-OF-INTEGER(
002810         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-DUE-DAYS).
002820     IF NOT PROVISIONAL-REQUESTED
002830         MOVE ZERO TO DC-PROV-AMOUNT
002840     END-IF.
002850     MOVE ZERO              TO DC-RESOLVED-DATE.
002860     MOVE SPACES            TO DC-RESOLVED-OPERATOR.
002870     MOVE ZERO              TO DC-REVERSAL-SEQ-NO.
002880     WRITE DISPUTE-CASE-RECORD
002890         INVALID KEY
002900             DISPLAY 'ERROR WRITING CASE: ' WS-CASE-NO
002910             STOP RUN
002920     END-WRITE.
002930     MOVE WS-MNT-OPERATOR TO WS-AUD-OPERATOR.
002940     MOVE 'OPEN'          TO WS-AUD-ACTION.
002950     MOVE SPACES          TO WS-BEFORE-IMAGE.
002960     PERFORM 8000-WRITE-AUDIT-ENTRY.
002970     DISPLAY 'CASE OPENED: ' DC-CASE-NO ' TRX ' DC-TRX-SEQ-NO
002980         ' DUE BY ' DC-DUE-BY-DATE.
002990     IF NOT PROVISIONAL-REQUESTED
003000         GO TO 2000-EXIT
003010     END-IF.
003020     MOVE WS-HOUSE-ACCOUNT TO WS-PEND-FROM.
003030     MOVE DC-ACCT-ID       TO WS-PEND-TO.
003040     PERFORM 7000-QUEUE-PROVISIONAL-ENTRY.
003050     MOVE DISPUTE-CASE-RECORD TO WS-BEFORE-IMAGE.
003060     SET DC-PROVISIONAL TO TRUE.
003070     REWRITE DISPUTE-CASE-RECORD
003080         INVALID KEY
003090             DISPLAY 'ERROR REWRITING CASE: ' DC-CASE-NO
003100             STOP RUN
003110     END-REWRITE.
003120     MOVE 'PROVCREDIT' TO WS-AUD-ACTION.
003130     PERFORM 8000-WRITE-AUDIT-ENTRY.
003140     MOVE DC-PROV-AMOUNT TO WS-EDIT-AMOUNT.
003150     DISPLAY 'PROVISIONAL CREDIT QUEUED: ' WS-EDIT-AMOUNT ' '
003160         DC-CURRENCY-CODE ' TO ' DC-ACCT-ID.
003170 2000-EXIT.
003180     EXIT.
003190
003200***************************************************************
003210*    3000-RESOLVE-WON
003220*    THE REVERSAL GOES THROUGH LEDGER'S OWN REVERSE MODE SO IT
003230*    GETS THE SAME DUPLICATE-REVERSAL CHECK, BALANCE UPDATE AND
003240*    HASH CHAIN AS ONE RUN BY HAND.  TRANSACTION.DAT IS CLOSED
003250*    WHILE LEDGER HAS IT AND RE-READ AFTERWARDS - THE CASE IS
003260*    ONLY MARKED WON ONCE THE REVERSAL IS SEEN ON FILE.
003270***************************************************************
003280 3000-RESOLVE-WON.
003290     PERFORM 6600-READ-UNRESOLVED-CASE.
003300     MOVE DISPUTE-CASE-RECORD TO WS-BEFORE-IMAGE.
003310     PERFORM 1100-OPEN-TRANSACTION-FILE.
003320     MOVE DC-TRX-SEQ-NO TO WS-DISPUTE-SEQ-NO.
003330     MOVE DC-TRX-SEQ-NO TO TRX-SEQ-NO.
003340     READ TRANSACTION-FILE
003350         INVALID KEY
003360             DISPLAY 'ERROR - ORIGINAL NOT ON FILE (ARCHIVED?): '
003370                 DC-TRX-SEQ-NO
003380             STOP RUN
003390     END-READ.
003400     MOVE TRX-SENDER TO WS-ORIG-SENDER.
003410     PERFORM 6000-FIND-REVERSAL.
003420     IF NOT REVERSAL-FOUND
003430         CLOSE TRANSACTION-FILE
003440         MOVE SPACES TO WS-SYSTEM-COMMAND
003450         STRING 'cobcrun LEDGER REVERSE ' DELIMITED BY SIZE
003460                WS-DISPUTE-SEQ-NO         DELIMITED BY SIZE
003470             INTO WS-SYSTEM-COMMAND
003480         CALL 'SYSTEM' USING WS-SYSTEM-COMMAND
003490         PERFORM 1100-OPEN-TRANSACTION-FILE
003500         PERFORM 6000-FIND-REVERSAL
003510     END-IF.
003520     CLOSE TRANSACTION-FILE.
003530     IF NOT REVERSAL-FOUND
003540         DISPLAY 'ERROR - LEDGER REVERSE DID NOT POST FOR CASE: '
003550             DC-CASE-NO
003560         STOP RUN
003570     END-IF.
003580     SET DC-WON             TO TRUE.
003590     MOVE WS-RUN-DATE       TO DC-RESOLVED-DATE.
003600     MOVE WS-MNT-OPERATOR   TO DC-RESOLVED-OPERATOR.
003610     REWRITE DISPUTE-CASE-RECORD
003620         INVALID KEY
003630             DISPLAY 'ERROR REWRITING CASE: ' DC-CASE-NO
003640             STOP RUN
003650     END-REWRITE.
003660     MOVE WS-MNT-OPERATOR TO WS-AUD-OPERATOR.
003670     MOVE 'WON'           TO WS-AUD-ACTION.
003680     PERFORM 8000-WRITE-AUDIT-ENTRY.
003690     DISPLAY 'CASE WON: ' DC-CASE-NO ' REVERSED BY '
003700         DC-REVERSAL-SEQ-NO.
003710     IF DC-PROV-AMOUNT = ZERO
003720         GO TO 3000-EXIT
003730     END-IF.
003740     MOVE DC-ACCT-ID       TO WS-PEND-FROM.
003750     MOVE WS-HOUSE-ACCOUNT TO WS-PEND-TO.
003760     PERFORM 7000-QUEUE-PROVISIONAL-ENTRY.
003770     MOVE DISPUTE-CASE-RECORD TO WS-BEFORE-IMAGE.
003780     MOVE 'PROVCLEAR' TO WS-AUD-ACTION.
003790     PERFORM 8000-WRITE-AUDIT-ENTRY.
003800     MOVE DC-PROV-AMOUNT TO WS-EDIT-AMOUNT.
003810     DISPLAY 'PROVISIONAL CREDIT CLEARED: ' WS-EDIT-AMOUNT ' '
003820         DC-CURRENCY-CODE.
003830 3000-EXIT.
003840     EXIT.
003850
003860 4000-RESOLVE-LOST.
003870     PERFORM 6600-READ-UNRESOLVED-CASE.
003880     MOVE DISPUTE-CASE-RECORD TO WS-BEFORE-IMAGE.
003890     SET DC-LOST            TO TRUE.
003900     MOVE WS-RUN-DATE       TO DC-RESOLVED-DATE.
003910     MOVE WS-MNT-OPERATOR   TO DC-RESOLVED-OPERATOR.
003920     REWRITE DISPUTE-CASE-RECORD
003930         INVALID KEY
003940             DISPLAY 'ERROR REWRITING CASE: ' DC-CASE-NO
003950             STOP RUN
003960     END-REWRITE.
003970     MOVE WS-MNT-OPERATOR TO WS-AUD-OPERATOR.
003980     MOVE 'LOST'          TO WS-AUD-ACTION.
003990     PERFORM 8000-WRITE-AUDIT-ENTRY.
004000     DISPLAY 'CASE LOST: ' DC-CASE-NO.
004010     IF DC-PROV-AMOUNT = ZERO
004020         GO TO 4000-EXIT
004030     END-IF.
004040     MOVE DC-ACCT-ID       TO WS-PEND-FROM.
004050     MOVE WS-HOUSE-ACCOUNT TO WS-PEND-TO.
004060     PERFORM 7000-QUEUE-PROVISIONAL-ENTRY.
004070     MOVE DISPUTE-CASE-RECORD TO WS-BEFORE-IMAGE.
004080     MOVE 'PROVCLAWBK' TO WS-AUD-ACTION.
004090     PERFORM 8000-WRITE-AUDIT-ENTRY.
004100     MOVE DC-PROV-AMOUNT TO WS-EDIT-AMOUNT.
004110     DISPLAY 'PROVISIONAL CREDIT CLAWED BACK: ' WS-EDIT-AMOUNT
004120         ' ' DC-CURRENCY-CODE ' FROM ' DC-ACCT-ID.
004130 4000-EXIT.
004140     EXIT.
004150
004160 5000-LIST-CASES.
004170     PERFORM 5100-LIST-ONE-CASE UNTIL CASE-EOF.
004180
004190 5100-LIST-ONE-CASE.
004200     READ DISPUTE-CASES NEXT RECORD
004210         AT END
004220             SET CASE-EOF TO TRUE
004230         NOT AT END
004240             MOVE DC-PROV-AMOUNT TO WS-EDIT-AMOUNT
004250             DISPLAY DC-CASE-NO ' TRX ' DC-TRX-SEQ-NO ' '
004260                 DC-ACCT-ID ' RSN ' DC-REASON-CODE ' '
004270                 DC-STATUS ' OPENED ' DC-OPENED-DATE ' '
004280                 DC-OPENED-OPERATOR ' DUE ' DC-DUE-BY-DATE
004290                 ' PROV ' WS-EDIT-AMOUNT ' ' DC-CURRENCY-CODE
004300     END-READ.
004310
004320***************************************************************
004330*    6000-FIND-REVERSAL
004340*    LOOKS FOR A REVERSAL OF WS-DISPUTE-SEQ-NO.  A REVERSAL
004350*    KEEPS ITS ORIGINAL'S SENDER, SO ONLY THAT SENDER'S
004360*    ENTRIES ARE WALKED (TRX-SENDER ALTERNATE KEY).  CALLER
004370*    SETS WS-ORIG-SENDER.  A HIT IS KEPT IN DC-REVERSAL-SEQ-NO.
004380***************************************************************
004390 6000-FIND-REVERSAL.
004400     MOVE 'N' TO WS-SCAN-EOF-SW.
004410     MOVE 'N' TO WS-FOUND-SW.
004420     MOVE WS-ORIG-SENDER TO TRX-SENDER.
004430     START TRANSACTION-FILE KEY IS = TRX-SENDER
004440         INVALID KEY
004450             SET SCAN-EOF TO TRUE
004460     END-START.
004470     PERFORM 6100-SCAN-ONE-RECORD
004480         UNTIL SCAN-EOF OR REVERSAL-FOUND.
004490
004500 6100-SCAN-ONE-RECORD.
004510     READ TRANSACTION-FILE NEXT RECORD
004520         AT END
004530             SET SCAN-EOF TO TRUE
004540         NOT AT END
004550             IF TRX-SENDER NOT = WS-ORIG-SENDER
004560                 SET SCAN-EOF TO TRUE
004570             ELSE
004580                 IF TRX-TYPE-REVERSAL
004590                         AND TRX-REF-ID = WS-DISPUTE-SEQ-NO
004600                     SET REVERSAL-FOUND TO TRUE
004610                     MOVE TRX-SEQ-NO TO DC-REVERSAL-SEQ-NO
004620                 END-IF
004630             END-IF
004640     END-READ.
004650
004660***************************************************************
004670*    6200-CHECK-OPEN-CASE
004680*    WALKS THE CASES ALREADY RAISED AGAINST WS-DISPUTE-SEQ-NO
004690*    (DC-TRX-SEQ-NO ALTERNATE KEY).  ONE STILL OPEN, OR ONE
004700*    WON, BLOCKS A NEW CASE; A LOST CASE DOES NOT.
004710***************************************************************
004720 6200-CHECK-OPEN-CASE.
004730     MOVE 'N' TO WS-SCAN-EOF-SW.
004740     MOVE 'N' TO WS-OPEN-CASE-SW.
004750     MOVE WS-DISPUTE-SEQ-NO TO DC-TRX-SEQ-NO.
004760     START DISPUTE-CASES KEY IS = DC-TRX-SEQ-NO
004770         INVALID KEY
004780             SET SCAN-EOF TO TRUE
004790     END-START.
004800     PERFORM 6300-CHECK-ONE-CASE
004810         UNTIL SCAN-EOF OR CASE-ALREADY-OPEN.
004820
004830 6300-CHECK-ONE-CASE.
004840     READ DISPUTE-CASES NEXT RECORD
004850         AT END
004860             SET SCAN-EOF TO TRUE
004870         NOT AT END
004880             IF DC-TRX-SEQ-NO NOT = WS-DISPUTE-SEQ-NO
004890                 SET SCAN-EOF TO TRUE
004900             ELSE
004910                 IF DC-UNRESOLVED OR DC-WON
004920                     SET CASE-ALREADY-OPEN TO TRUE
004930                 END-IF
004940             END-IF
004950     END-READ.
004960
004970***************************************************************
004980*    6400-NEXT-CASE-NO
004990*    CASE NUMBERS RUN ON FROM THE HIGHEST ON FILE.  THE WALK
005000*    IS IN PRIMARY-KEY ORDER SO THE LAST RECORD READ HOLDS IT.
005010***************************************************************
005020 6400-NEXT-CASE-NO.
005030     MOVE ZERO TO WS-HIGH-CASE-NO.
005040     MOVE 'N' TO WS-CASE-EOF-SW.
005050     MOVE ZERO TO DC-CASE-NO.
005060     START DISPUTE-CASES KEY IS NOT LESS THAN DC-CASE-NO
005070         INVALID KEY
005080             SET CASE-EOF TO TRUE
005090     END-START.
005100     PERFORM 6500-READ-ONE-CASE-NO UNTIL CASE-EOF.
005110     COMPUTE WS-CASE-NO = WS-HIGH-CASE-NO + 1.
005120
005130 6500-READ-ONE-CASE-NO.
005140     READ DISPUTE-CASES NEXT RECORD
005150         AT END
005160             SET CASE-EOF TO TRUE
005170         NOT AT END
005180             MOVE DC-CASE-NO TO WS-HIGH-CASE-NO
005190     END-READ.
005200
005210 6600-READ-UNRESOLVED-CASE.
005220     IF WS-CASE-NO = ZERO OR WS-MNT-OPERATOR = SPACES
005230         DISPLAY 'USAGE: DISPMNT ' WS-RUN-MODE ' CASE-NO OPERATOR'
005240         STOP RUN
005250     END-IF.
005260     PERFORM 1200-VERIFY-OPERATOR.
005270     MOVE WS-CASE-NO TO DC-CASE-NO.
005280     READ DISPUTE-CASES
005290         INVALID KEY
005300             DISPLAY 'ERROR - UNKNOWN CASE: ' WS-CASE-NO
005310             STOP RUN
005320     END-READ.
005330     IF NOT DC-UNRESOLVED
005340         DISPLAY 'CASE ALREADY RESOLVED: ' WS-CASE-NO
005350             ' STATUS ' DC-STATUS
005360         STOP RUN
005370     END-IF.
005380
005390***************************************************************
005400*    7000-QUEUE-PROVISIONAL-ENTRY
005410*    APPENDS ONE DC-PROV-AMOUNT ENTRY FROM WS-PEND-FROM TO
005420*    WS-PEND-TO ONTO PENDING-TRANSACTIONS.DAT, TAGGED CHANNEL
005430*    'DSP' AND THE CASE NUMBER SO THE POSTED ENTRY TRACES BACK
005440*    TO ITS CASE.
005450***************************************************************
005460 7000-QUEUE-PROVISIONAL-ENTRY.
005470     OPEN EXTEND PENDING-TRANSACTIONS.
005480     IF WS-PEND-STATUS = '35'
005490         OPEN OUTPUT PENDING-TRANSACTIONS
005500     END-IF.
005510     IF WS-PEND-STATUS NOT = '00'
005520         DISPLAY 'ERROR OPENING PENDING-TRANSACTIONS.DAT'
005530         STOP RUN
005540     END-IF.
005550     MOVE WS-PEND-FROM       TO PEND-SENDER.
005560     MOVE WS-PEND-TO         TO PEND-RECIPIENT.
005570     MOVE DC-PROV-AMOUNT     TO PEND-AMOUNT.
005580     MOVE WS-RUN-DATE        TO PEND-TIMESTAMP.
005590     MOVE DC-CURRENCY-CODE   TO PEND-CURRENCY-CODE.
005600     MOVE 'DSP'              TO PEND-CHANNEL-ID.
005610     MOVE DC-CASE-NO         TO PEND-FILE-ID.
005620     WRITE PENDING-TRANSACTION-RECORD.
005630     IF WS-PEND-STATUS NOT = '00'
005640         DISPLAY 'ERROR WRITING PENDING-TRANSACTIONS.DAT'
005650         STOP RUN
005660     END-IF.
005670     CLOSE PENDING-TRANSACTIONS.
005680
005690***************************************************************
005700*    8000-WRITE-AUDIT-ENTRY
005710*    JOURNALS THE CASE STEP JUST TAKEN ONTO THE APPEND-ONLY
005720*    MAINT-AUDIT.DAT.  CALLER SETS WS-AUD-OPERATOR,
005730*    WS-AUD-ACTION AND WS-BEFORE-IMAGE (SPACES FOR AN OPEN);
005740*    THE AFTER IMAGE IS THE CASE RECORD AS NOW ON FILE.
005750***************************************************************
005760 8000-WRITE-AUDIT-ENTRY.
005770     OPEN EXTEND MAINT-AUDIT.
005780     IF WS-AUD-STATUS = '35'
005790         OPEN OUTPUT MAINT-AUDIT
005800     END-IF.
005810     IF WS-AUD-STATUS NOT = '00'
005820         DISPLAY 'ERROR OPENING MAINT-AUDIT.DAT'
005830         STOP RUN
005840     END-IF.
005850     ACCEPT WS-TIME-OF-DAY FROM TIME.
005860     MOVE WS-RUN-DATE           TO AUD-RUN-DATE.
005870     MOVE WS-TOD-HHMMSS         TO AUD-RUN-TIME.
005880     MOVE WS-AUD-OPERATOR       TO AUD-OPERATOR.
005890     MOVE 'DISPUTE'             TO AUD-MASTER-FILE.
005900     MOVE DC-CASE-NO            TO AUD-RECORD-KEY.
005910     MOVE WS-AUD-ACTION         TO AUD-ACTION.
005920     MOVE WS-BEFORE-IMAGE       TO AUD-BEFORE-IMAGE.
005930     MOVE DISPUTE-CASE-RECORD   TO AUD-AFTER-IMAGE.
005940     WRITE MAINT-AUDIT-RECORD.
005950     IF WS-AUD-STATUS NOT = '00'
005960         DISPLAY 'ERROR WRITING MAINT-AUDIT.DAT'
005970         STOP RUN
005980     END-IF.
005990     CLOSE MAINT-AUDIT.
006000
006010 STOP-RUN.
006020     STOP RUN.
006030
006040     COPY "oprchk.cpy".
006050 END PROGRAM DISPMNT.
