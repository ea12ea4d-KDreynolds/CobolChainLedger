000010***************************************************************
000020*    PROGRAM-ID.  AUTHMNT
000030*    AUTHOR.      K. REYNOLDS
000040*    INSTALLATION. CHAINLEDGER DATA PROCESSING
000050*    DATE-WRITTEN. 2026-10-15
000060*
000070*    AUTHORIZATION HOLD LOAD AND MAINTENANCE.  WITH NO
000080*    COMMAND LINE IT APPLIES THE PARTNERS' AUTH-HOLD-FEED.DAT
000090*    TO AUTH-HOLDS.DAT THE WAY SORDMNT LOADS NEW-ORDERS.DAT -
000100*    'P' RECORDS PLACE A HOLD, 'R' RECORDS RELEASE ONE, AND A
000110*    RECORD THAT CANNOT BE APPLIED IS REPORTED AS SKIPPED.
000120*    PLACE AND RELEASE DO THE SAME FOR ONE HOLD FROM THE
000130*    CONSOLE (WHOLE UNITS OF THE HOLD CURRENCY ON THE COMMAND
000140*    LINE), VERIFYING THE OPERATOR AT AUTHORITY LEVEL 2.
000150*    A HOLD IS CONVERTED TO THE BOOK CURRENCY AS IT IS
000160*    PLACED.  LEDGER TAKES ACTIVE HOLDS OFF THE AVAILABLE
000170*    BALANCE AND CAPTURES THE MATCHING HOLD WHEN THE FINAL
000180*    ENTRY POSTS; AUTHEXP EXPIRES THE REST IN THE DAYEND
000190*    STREAM.
000200*    COMMAND LINE:
000210*      AUTHMNT
000220*      AUTHMNT PLACE ACCOUNT-ID HOLD-REF AMOUNT CURRENCY
000230*              EXPIRY-DATE CHANNEL OPERATOR
000240*      AUTHMNT RELEASE ACCOUNT-ID HOLD-REF OPERATOR
000250*      AUTHMNT LIST (ACCOUNT-ID)
000260*
000270*    MODIFICATION HISTORY
000280*    DATE       INIT DESCRIPTION
000290*    ---------- ---- ----------------------------------------
000300*    2026-10-15 KDR  ORIGINAL PROGRAM.
000310***************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. AUTHMNT.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT AUTH-HOLDS ASSIGN TO "AUTH-HOLDS.DAT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS AHD-KEY
000420         FILE STATUS IS WS-AHD-STATUS.
000430
000440     SELECT AUTH-HOLD-FEED ASSIGN TO "AUTH-HOLD-FEED.DAT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-AFD-STATUS.
000470
000480     SELECT ACCOUNT-MASTER ASSIGN TO "ACCOUNT.DAT"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS ACCT-ID
000520         FILE STATUS IS WS-ACCT-STATUS.
000530
000540     SELECT RATE-TABLE-FILE ASSIGN TO "RATE-TABLE.DAT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RATE-STATUS.
000570
000580     SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR.DAT"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS OPR-ID
000620         FILE STATUS IS WS-OPR-STATUS.
000630
000640     SELECT OPERATOR-ACTION-LOG
000650         ASSIGN TO "OPERATOR-ACTION-LOG.DAT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-OAL-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  AUTH-HOLDS.
000720     COPY "authhold.cpy".
000730
000740 FD  AUTH-HOLD-FEED.
000750     COPY "authfeed.cpy".
000760
000770 FD  ACCOUNT-MASTER.
000780     COPY "acctmast.cpy".
000790
000800 FD  RATE-TABLE-FILE.
000810     COPY "ratetbl.cpy".
000820
000830 FD  OPERATOR-MASTER.
000840     COPY "oprmast.cpy".
000850
000860 FD  OPERATOR-ACTION-LOG.
000870     COPY "opraclog.cpy".
000880
000890 WORKING-STORAGE SECTION.
000900 01  WS-AFD-STATUS               PIC X(02) VALUE '00'.
000910 01  WS-ACCT-STATUS              PIC X(02) VALUE '00'.
000920 01  WS-AFD-EOF-SW               PIC X(01) VALUE 'N'.
000930     88  AFD-EOF                         VALUE 'Y'.
000940 01  WS-LIST-EOF-SW              PIC X(01) VALUE 'N'.
000950     88  LIST-EOF                        VALUE 'Y'.
000960 01  WS-APPLIED-SW               PIC X(01) VALUE 'N'.
000970     88  HOLD-APPLIED                    VALUE 'Y'.
000980 01  WS-COMMAND-LINE             PIC X(80) VALUE SPACES.
000990 01  WS-RUN-MODE                 PIC X(10) VALUE SPACES.
001000 01  WS-MNT-ACCOUNT              PIC X(20) VALUE SPACES.
001010 01  WS-MNT-HOLD-REF             PIC X(12) VALUE SPACES.
001020 01  WS-MNT-UNITS                PIC 9(10) VALUE ZERO.
001030 01  WS-MNT-CURRENCY             PIC X(03) VALUE SPACES.
001040 01  WS-MNT-EXPIRY               PIC 9(08) VALUE ZERO.
001050 01  WS-MNT-CHANNEL              PIC X(03) VALUE SPACES.
001060 01  WS-MNT-OPERATOR             PIC X(08) VALUE SPACES.
001070 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001080 01  WS-PLACED-COUNT             PIC 9(10) VALUE ZERO.
001090 01  WS-RELEASED-COUNT           PIC 9(10) VALUE ZERO.
001100 01  WS-SKIPPED-COUNT            PIC 9(10) VALUE ZERO.
001110 01  WS-SKIP-REASON              PIC X(30) VALUE SPACES.
001120 01  WS-EDIT-AMOUNT              PIC -(9)9.99.
001130 01  WS-EDIT-BOOK                PIC -(9)9.99.
001140
001150*    ONE HOLD TO PLACE OR RELEASE, FILLED FROM EITHER THE FEED
001160*    RECORD OR THE COMMAND LINE BEFORE 6000 OR 6100 RUNS.
001170 01  WS-HOLD-REQUEST.
001180     05  WS-REQ-ACCOUNT          PIC X(20).
001190     05  WS-REQ-HOLD-REF         PIC X(12).
001200     05  WS-REQ-AMOUNT           PIC S9(10)V99.
001210     05  WS-REQ-CURRENCY         PIC X(03).
001220     05  WS-REQ-EXPIRY           PIC 9(08).
001230     05  WS-REQ-CHANNEL          PIC X(03).
001240     05  WS-REQ-OPERATOR         PIC X(08).
001250
001260     COPY "ratework.cpy".
001270     COPY "oprwork.cpy".
001280     COPY "authwork.cpy".
001290
001300 PROCEDURE DIVISION.
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE.
001330     EVALUATE WS-RUN-MODE
001340         WHEN SPACES
001350             PERFORM 2000-LOAD-HOLD-FEED
001360         WHEN 'PLACE'
001370             PERFORM 3000-PLACE-ONE-HOLD
001380         WHEN 'RELEASE'
001390             PERFORM 4000-RELEASE-ONE-HOLD
001400         WHEN 'LIST'
001410             PERFORM 5000-LIST-HOLDS
001420         WHEN OTHER
001430             PERFORM 9000-SHOW-USAGE
001440     END-EVALUATE.
001450     CLOSE AUTH-HOLDS.
001460     CLOSE ACCOUNT-MASTER.
001470     PERFORM STOP-RUN.
001480
001490 1000-INITIALIZE.
001500     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
001510     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
001520         INTO WS-RUN-MODE WS-MNT-ACCOUNT.
001530     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001540     EVALUATE WS-RUN-MODE
001550         WHEN 'PLACE'
001560             UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
001570                 INTO WS-RUN-MODE WS-MNT-ACCOUNT
001580                     WS-MNT-HOLD-REF WS-MNT-UNITS
001590                     WS-MNT-CURRENCY WS-MNT-EXPIRY
001600                     WS-MNT-CHANNEL WS-MNT-OPERATOR
001610             IF WS-MNT-OPERATOR = SPACES
001620                 PERFORM 9000-SHOW-USAGE
001630             END-IF
001640         WHEN 'RELEASE'
001650             UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
001660                 INTO WS-RUN-MODE WS-MNT-ACCOUNT
001670                     WS-MNT-HOLD-REF WS-MNT-OPERATOR
001680             IF WS-MNT-OPERATOR = SPACES
001690                 PERFORM 9000-SHOW-USAGE
001700             END-IF
001710     END-EVALUATE.
001720     OPEN I-O AUTH-HOLDS.
001730     IF WS-AHD-STATUS = '35'
001740         OPEN OUTPUT AUTH-HOLDS
001750         CLOSE AUTH-HOLDS
001760         OPEN I-O AUTH-HOLDS
001770     END-IF.
001780     IF WS-AHD-STATUS NOT = '00'
001790         DISPLAY 'ERROR OPENING AUTH-HOLDS.DAT'
001800         STOP RUN
001810     END-IF.
001820     OPEN INPUT ACCOUNT-MASTER.
001830     IF WS-ACCT-STATUS NOT = '00'
001840         DISPLAY 'ERROR OPENING ACCOUNT.DAT'
001850         STOP RUN
001860     END-IF.
001870     PERFORM 8000-LOAD-RATE-TABLE.
001880
001890***************************************************************
001900*    2000-LOAD-HOLD-FEED
001910*    APPLIES EVERY RECORD ON THE PARTNERS' FEED.  A RECORD
001920*    THAT CANNOT BE APPLIED IS DISPLAYED WITH ITS REASON AND
001930*    COUNTED - THE REST OF THE FEED STILL LOADS.
001940***************************************************************
001950 2000-LOAD-HOLD-FEED.
001960     OPEN INPUT AUTH-HOLD-FEED.
001970     IF WS-AFD-STATUS NOT = '00'
001980         DISPLAY 'ERROR OPENING AUTH-HOLD-FEED.DAT'
001990         STOP RUN
002000     END-IF.
002010     PERFORM 2100-READ-FEED-RECORD.
002020     PERFORM 2200-APPLY-ONE-FEED-RECORD THRU 2200-NEXT
002030         UNTIL AFD-EOF.
002040     CLOSE AUTH-HOLD-FEED.
002050     DISPLAY 'HOLDS PLACED:   ' WS-PLACED-COUNT.
002060     DISPLAY 'HOLDS RELEASED: ' WS-RELEASED-COUNT.
002070     DISPLAY 'HOLDS SKIPPED:  ' WS-SKIPPED-COUNT.
002080
002090 2100-READ-FEED-RECORD.
002100     READ AUTH-HOLD-FEED
002110         AT END
002120             SET AFD-EOF TO TRUE
002130     END-READ.
002140
002150 2200-APPLY-ONE-FEED-RECORD.
002160     MOVE AFD-ACCT-ID       TO WS-REQ-ACCOUNT.
002170     MOVE AFD-HOLD-REF      TO WS-REQ-HOLD-REF.
002180     MOVE AFD-AMOUNT        TO WS-REQ-AMOUNT.
002190     MOVE AFD-CURRENCY-CODE TO WS-REQ-CURRENCY.
002200     MOVE AFD-EXPIRY-DATE   TO WS-REQ-EXPIRY.
002210     MOVE AFD-CHANNEL-ID    TO WS-REQ-CHANNEL.
002220     MOVE 'AUTHMNT'         TO WS-REQ-OPERATOR.
002230     EVALUATE TRUE
002240         WHEN AFD-PLACE
002250             PERFORM 6000-APPLY-PLACE THRU 6000-EXIT
002260             IF HOLD-APPLIED
002270                 ADD 1 TO WS-PLACED-COUNT
002280             END-IF
002290         WHEN AFD-RELEASE
002300             PERFORM 6100-APPLY-RELEASE THRU 6100-EXIT
002310             IF HOLD-APPLIED
002320                 ADD 1 TO WS-RELEASED-COUNT
002330             END-IF
002340         WHEN OTHER
002350             MOVE 'N' TO WS-APPLIED-SW
002360             MOVE 'BAD ACTION CODE' TO WS-SKIP-REASON
002370     END-EVALUATE.
002380     IF NOT HOLD-APPLIED
002390         DISPLAY WS-SKIP-REASON ' - SKIPPED HOLD: '
002400             AFD-ACCT-ID ' ' AFD-HOLD-REF
002410         ADD 1 TO WS-SKIPPED-COUNT
002420     END-IF.
002430 2200-NEXT.
002440     PERFORM 2100-READ-FEED-RECORD.
002450
002460 3000-PLACE-ONE-HOLD.
002470     PERFORM 7000-VERIFY-MNT-OPERATOR.
002480     MOVE WS-MNT-ACCOUNT  TO WS-REQ-ACCOUNT.
002490     MOVE WS-MNT-HOLD-REF TO WS-REQ-HOLD-REF.
002500     MOVE WS-MNT-UNITS    TO WS-REQ-AMOUNT.
002510     MOVE WS-MNT-CURRENCY TO WS-REQ-CURRENCY.
002520     MOVE WS-MNT-EXPIRY   TO WS-REQ-EXPIRY.
002530     MOVE WS-MNT-CHANNEL  TO WS-REQ-CHANNEL.
002540     MOVE WS-MNT-OPERATOR TO WS-REQ-OPERATOR.
002550     PERFORM 6000-APPLY-PLACE THRU 6000-EXIT.
002560     IF NOT HOLD-APPLIED
002570         DISPLAY 'HOLD NOT PLACED - ' WS-SKIP-REASON
002580         STOP RUN
002590     END-IF.
002600     MOVE AHD-AMOUNT      TO WS-EDIT-AMOUNT.
002610     MOVE AHD-BOOK-AMOUNT TO WS-EDIT-BOOK.
002620     DISPLAY 'HOLD PLACED: ' AHD-ACCT-ID ' ' AHD-HOLD-REF.
002630     DISPLAY '  AMOUNT:       ' WS-EDIT-AMOUNT ' '
002640         AHD-CURRENCY-CODE.
002650     DISPLAY '  BOOK AMOUNT:  ' WS-EDIT-BOOK ' (BOOK USD)'.
002660     DISPLAY '  EXPIRES:      ' AHD-EXPIRY-DATE
002670         '  OPERATOR: ' WS-MNT-OPERATOR.
002680
002690 4000-RELEASE-ONE-HOLD.
002700     PERFORM 7000-VERIFY-MNT-OPERATOR.
002710     MOVE WS-MNT-ACCOUNT  TO WS-REQ-ACCOUNT.
002720     MOVE WS-MNT-HOLD-REF TO WS-REQ-HOLD-REF.
002730     MOVE WS-MNT-OPERATOR TO WS-REQ-OPERATOR.
002740     PERFORM 6100-APPLY-RELEASE THRU 6100-EXIT.
002750     IF NOT HOLD-APPLIED
002760         DISPLAY 'HOLD NOT RELEASED - ' WS-SKIP-REASON
002770         STOP RUN
002780     END-IF.
002790     DISPLAY 'HOLD RELEASED: ' AHD-ACCT-ID ' ' AHD-HOLD-REF.
002800
002810***************************************************************
002820*    5000-LIST-HOLDS
002830*    DISPLAYS EVERY HOLD ON FILE, WHATEVER ITS STATUS, OR
002840*    ONLY ONE ACCOUNT'S HOLDS WHEN AN ACCOUNT IS GIVEN.
002850***************************************************************
002860 5000-LIST-HOLDS.
002870     IF WS-MNT-ACCOUNT NOT = SPACES
002880         MOVE WS-MNT-ACCOUNT TO AHD-ACCT-ID
002890         MOVE LOW-VALUES     TO AHD-HOLD-REF
002900         START AUTH-HOLDS KEY IS NOT LESS THAN AHD-KEY
002910             INVALID KEY
002920                 SET LIST-EOF TO TRUE
002930         END-START
002940     END-IF.
002950     PERFORM 5100-LIST-ONE-HOLD UNTIL LIST-EOF.
002960
002970 5100-LIST-ONE-HOLD.
002980     READ AUTH-HOLDS NEXT RECORD
002990         AT END
003000             SET LIST-EOF TO TRUE
003010         NOT AT END
003020             IF WS-MNT-ACCOUNT NOT = SPACES
003030                     AND AHD-ACCT-ID NOT = WS-MNT-ACCOUNT
003040                 SET LIST-EOF TO TRUE
003050             ELSE
003060                 MOVE AHD-AMOUNT      TO WS-EDIT-AMOUNT
003070                 MOVE AHD-BOOK-AMOUNT TO WS-EDIT-BOOK
003080                 DISPLAY AHD-ACCT-ID ' ' AHD-HOLD-REF ' '
003090                     WS-EDIT-AMOUNT ' ' AHD-CURRENCY-CODE ' '
003100                     WS-EDIT-BOOK ' ' AHD-CHANNEL-ID
003110                     ' PLACED ' AHD-PLACED-DATE
003120                     ' EXP ' AHD-EXPIRY-DATE ' ' AHD-STATUS
003130             END-IF
003140     END-READ.
003150
003160***************************************************************
003170*    6000-APPLY-PLACE
003180*    VALIDATES WS-HOLD-REQUEST AND WRITES IT AS AN ACTIVE
003190*    HOLD.  A HOLD MUST NAME AN ACCOUNT ON ACCOUNT.DAT, CARRY
003200*    A POSITIVE AMOUNT IN A CURRENCY WITH A RATE ON FILE AND
003210*    EXPIRE NO EARLIER THAN TODAY - A HOLD THAT CANNOT BE
003220*    CONVERTED WOULD UNDERSTATE THE AVAILABLE BALANCE.  SETS
003230*    HOLD-APPLIED, OR WS-SKIP-REASON WHEN IT IS REFUSED.
003240***************************************************************
003250 6000-APPLY-PLACE.
003260     MOVE 'N' TO WS-APPLIED-SW.
003270     IF WS-REQ-HOLD-REF = SPACES
003280         MOVE 'NO HOLD REFERENCE' TO WS-SKIP-REASON
003290         GO TO 6000-EXIT
003300     END-IF.
003310     IF WS-REQ-AMOUNT NOT > ZERO
003320         MOVE 'NON-POSITIVE AMOUNT' TO WS-SKIP-REASON
003330         GO TO 6000-EXIT
003340     END-IF.
003350     IF WS-REQ-EXPIRY < WS-RUN-DATE
003360         MOVE 'EXPIRY DATE ALREADY PASSED' TO WS-SKIP-REASON
003370         GO TO 6000-EXIT
003380     END-IF.
003390     MOVE WS-REQ-ACCOUNT TO ACCT-ID.
003400     READ ACCOUNT-MASTER
003410         INVALID KEY
003420             MOVE 'UNKNOWN ACCOUNT' TO WS-SKIP-REASON
003430             GO TO 6000-EXIT
003440     END-READ.
003450     MOVE WS-REQ-CURRENCY TO RC-CCY-IN.
003460     MOVE WS-REQ-AMOUNT   TO RC-AMOUNT-IN.
003470     MOVE WS-RUN-DATE     TO RC-AS-OF-DATE.
003480     PERFORM 8100-CONVERT-TO-REPORT-CURRENCY.
003490     IF RC-RATE-MISSING
003500         MOVE 'NO EXCHANGE RATE ON FILE' TO WS-SKIP-REASON
003510         GO TO 6000-EXIT
003520     END-IF.
003530     MOVE WS-REQ-ACCOUNT  TO AHD-ACCT-ID.
003540     MOVE WS-REQ-HOLD-REF TO AHD-HOLD-REF.
003550     READ AUTH-HOLDS
003560         NOT INVALID KEY
003570             MOVE 'HOLD ALREADY ON FILE' TO WS-SKIP-REASON
003580             GO TO 6000-EXIT
003590     END-READ.
003600     MOVE WS-REQ-ACCOUNT  TO AHD-ACCT-ID.
003610     MOVE WS-REQ-HOLD-REF TO AHD-HOLD-REF.
003620     MOVE WS-REQ-AMOUNT   TO AHD-AMOUNT.
003630     MOVE WS-REQ-CURRENCY TO AHD-CURRENCY-CODE.
003640     MOVE RC-AMOUNT-OUT   TO AHD-BOOK-AMOUNT.
003650     MOVE WS-RUN-DATE     TO AHD-PLACED-DATE.
003660     MOVE WS-REQ-EXPIRY   TO AHD-EXPIRY-DATE.
003670     MOVE WS-REQ-CHANNEL  TO AHD-CHANNEL-ID.
003680     SET AHD-ACTIVE       TO TRUE.
003690     MOVE WS-RUN-DATE     TO AHD-STATUS-DATE.
003700     MOVE WS-REQ-OPERATOR TO AHD-STATUS-OPERATOR.
003710     WRITE AUTH-HOLD-RECORD
003720         INVALID KEY
003730             DISPLAY 'ERROR WRITING AUTH-HOLDS.DAT'
003740             STOP RUN
003750     END-WRITE.
003760     SET HOLD-APPLIED TO TRUE.
003770 6000-EXIT.
003780     EXIT.
003790
003800***************************************************************
003810*    6100-APPLY-RELEASE
003820*    RELEASES THE ACTIVE HOLD NAMED BY WS-HOLD-REQUEST.  A
003830*    HOLD ALREADY CAPTURED, RELEASED OR EXPIRED IS LEFT AS IT
003840*    IS - THE FUNDS IT RESERVED ARE NO LONGER HELD.
003850***************************************************************
003860 6100-APPLY-RELEASE.
003870     MOVE 'N' TO WS-APPLIED-SW.
003880     MOVE WS-REQ-ACCOUNT  TO AHD-ACCT-ID.
003890     MOVE WS-REQ-HOLD-REF TO AHD-HOLD-REF.
003900     READ AUTH-HOLDS
003910         INVALID KEY
003920             MOVE 'UNKNOWN HOLD' TO WS-SKIP-REASON
003930             GO TO 6100-EXIT
003940     END-READ.
003950     IF NOT AHD-ACTIVE
003960         MOVE 'HOLD NOT ACTIVE' TO WS-SKIP-REASON
003970         GO TO 6100-EXIT
003980     END-IF.
003990     SET AHD-RELEASED     TO TRUE.
004000     MOVE WS-RUN-DATE     TO AHD-STATUS-DATE.
004010     MOVE WS-REQ-OPERATOR TO AHD-STATUS-OPERATOR.
004020     REWRITE AUTH-HOLD-RECORD
004030         INVALID KEY
004040             DISPLAY 'ERROR REWRITING AUTH-HOLDS.DAT'
004050             STOP RUN
004060     END-REWRITE.
004070     SET HOLD-APPLIED TO TRUE.
004080 6100-EXIT.
004090     EXIT.
004100
004110 7000-VERIFY-MNT-OPERATOR.
004120     MOVE WS-MNT-OPERATOR TO OC-OPERATOR-ID.
004130     MOVE 2               TO OC-REQUIRED-LEVEL.
004140     MOVE 'AUTHMNT'       TO OC-PROGRAM.
004150     MOVE SPACES          TO OC-ACTION.
004160     STRING WS-RUN-MODE     DELIMITED BY SPACE
004170            ' '             DELIMITED BY SIZE
004180            WS-MNT-ACCOUNT  DELIMITED BY SPACE
004190            ' '             DELIMITED BY SIZE
004200            WS-MNT-HOLD-REF DELIMITED BY SPACE
004210         INTO OC-ACTION.
004220     PERFORM 9600-VERIFY-OPERATOR THRU 9600-EXIT.
004230     IF NOT OC-ALLOWED
004240         STOP RUN
004250     END-IF.
004260
004270 9000-SHOW-USAGE.
004280     DISPLAY 'USAGE: AUTHMNT'.
004290     DISPLAY '       AUTHMNT PLACE ACCOUNT-ID HOLD-REF AMOUNT '
004300         'CURRENCY EXPIRY-DATE CHANNEL OPERATOR'.
004310     DISPLAY '       AUTHMNT RELEASE ACCOUNT-ID HOLD-REF '
004320         'OPERATOR'.
004330     DISPLAY '       AUTHMNT LIST (ACCOUNT-ID)'.
004340     STOP RUN.
004350
004360 STOP-RUN.
004370     STOP RUN.
004380
004390     COPY "ratecalc.cpy".
004400     COPY "oprchk.cpy".
004410 END PROGRAM AUTHMNT.
