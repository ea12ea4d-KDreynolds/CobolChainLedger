000010***************************************************************
000020*    PROGRAM-ID.  DORMANT
000030*    AUTHOR.      K. REYNOLDS
000040*    INSTALLATION. CHAINLEDGER DATA PROCESSING
000050*    DATE-WRITTEN. 2026-10-15
000060*
000070*    DORMANT ACCOUNT DETECTION AND UNCLAIMED-PROPERTY ESCHEAT.
000080*    FOR EACH ACTIVE ACCOUNT FINDS THE LAST CUSTOMER-INITIATED
000090*    ACTIVITY - THE LATEST ORIGINAL ENTRY THE ACCOUNT SENT OR
000100*    RECEIVED, THROUGH THE TRX-SENDER AND TRX-RECIPIENT KEYS OF
000110*    TRANSACTION.DAT AND THE SAME KEYS OF
000120*    TRANSACTION-ARCHIVE.DAT, PASSING OVER THE CHANNELS THE BANK
000130*    ORIGINATES ITSELF (DORMCHAN.CPY - ACR FEES AND INTEREST
000140*    AMONG THEM).  AN ACCOUNT NEVER USED DATES FROM ITS LAST
000150*    STATUS CHANGE.  THEN, AS OF THE BUSINESS DATE:
000160*      - PAST THE DORMANCY PERIOD: ACCT-DORMANT-SW IS SET 'D'
000170*        AND THE CHANGE JOURNALED ON MAINT-AUDIT.DAT AS
000180*        'DORMANT', WHICH NOTCGEN TURNS INTO THE PRE-ESCHEAT
000190*        NOTICE.  ACCRUAL STOPS CHARGING IT FEES.
000200*      - PAST THE STATUTORY PERIOD, AND FLAGGED DORMANT ON AN
000210*        EARLIER RUN SO THE NOTICE HAS GONE OUT: THE BALANCE IS
000220*        SWEPT TO THE UNCLAIMED-PROPERTY HOUSE ACCOUNT BY A
000230*        PENDING ENTRY ON CHANNEL 'ESC' (LEDGER BATCH POSTS IT),
000240*        THE FLAG GOES TO 'E' AND THE CHANGE IS JOURNALED AS
000250*        'ESCHEAT'.  AN ACCOUNT WITH ANY ACTIVE AUTHORIZATION
000252*        HOLD (AUTH-HOLDS.DAT) IS LEFT DORMANT UNTIL THE HOLDS
000254*        SETTLE OR EXPIRE, SINCE LEDGER WOULD NOT RELEASE HELD
000256*        FUNDS TO THE SWEEP.
000260*      - A FLAGGED ACCOUNT WITH ACTIVITY INSIDE THE DORMANCY
000270*        PERIOD AGAIN IS CLEARED ('REACTIVATE') - NORMALLY
000280*        LEDGER HAS ALREADY DONE THIS AS THE ENTRY POSTED.
000290*    THE STATE FILING ESCHEAT-FILING.OUT (GLEXTRX SHAPE: HDR,
000300*    ONE DTL PER ACCOUNT WITH HOLDER NAME AND LAST ADDRESS FROM
000310*    CUSTOMER.DAT, TRL WITH COUNT AND AMOUNT) IS BUILT FROM THE
000320*    'ESCHEAT' JOURNAL ENTRIES FOR THE BUSINESS DATE, SO A
000330*    RERUN REPRODUCES THE WHOLE DAY'S FILING.  EVERY DECISION
000340*    GOES TO DORMANCY-REPORT.OUT.
000350*    COMMAND LINE:
000360*      DORMANT BUSINESS-DATE (DORMANT-DAYS (ESCHEAT-DAYS
000370*              (UNCLAIMED-ACCOUNT)))
000380*    DEFAULTS 365 DAYS, 1095 DAYS AND 'UNCLAIMED'.
000382*    AN ACCOUNT WITH NO CUSTOMER.DAT RECORD IS ONE OF THE BANK'S
000384*    OWN HOUSE ACCOUNTS (AS IN NOTCGEN) AND IS NEVER EXAMINED -
000386*    IT CARRIES ONLY BANK-ORIGINATED CHANNELS, SO IT WOULD
000388*    OTHERWISE ALWAYS LOOK DORMANT.
000390*
000400*    MODIFICATION HISTORY
000410*    DATE       INIT DESCRIPTION
000420*    ---------- ---- ----------------------------------------
000430*    2026-10-15 KDR  ORIGINAL PROGRAM.
000435*    2026-10-15 KDR  HOUSE ACCOUNTS (NO CUSTOMER RECORD) ARE
000436*                    PASSED OVER, NEVER FLAGGED OR ESCHEATED.
000437*    2026-10-15 KDR  THE ESCHEAT IS DEFERRED WHILE THE ACCOUNT
000438*                    HAS ACTIVE AUTHORIZATION HOLDS (AUTHCALC).
000440***************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. DORMANT.
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT ACCOUNT-MASTER ASSIGN TO "ACCOUNT.DAT"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS ACCT-ID
000550         FILE STATUS IS WS-ACCT-STATUS.
000560
000570     SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTION.DAT"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS TRX-SEQ-NO
000610         ALTERNATE RECORD KEY IS TRX-SENDER WITH DUPLICATES
000620         ALTERNATE RECORD KEY IS TRX-RECIPIENT WITH DUPLICATES
000630         FILE STATUS IS WS-TRX-STATUS.
000640
000650     SELECT ARCHIVE-FILE ASSIGN TO "TRANSACTION-ARCHIVE.DAT"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS ARC-SEQ-NO
000690         ALTERNATE RECORD KEY IS ARC-SENDER WITH DUPLICATES
000700         ALTERNATE RECORD KEY IS ARC-RECIPIENT WITH DUPLICATES
000710         FILE STATUS IS WS-ARC-STATUS.
000720
000730     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER.DAT"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS CUST-ACCT-ID
000770         FILE STATUS IS WS-CUST-STATUS.
000780
000790     SELECT PENDING-TRANSACTIONS
000800         ASSIGN TO "PENDING-TRANSACTIONS.DAT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-PEND-STATUS.
000830
000840     SELECT MAINT-AUDIT ASSIGN TO "MAINT-AUDIT.DAT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-AUD-STATUS.
000870
000880     SELECT ESCHEAT-FILING ASSIGN TO "ESCHEAT-FILING.OUT"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-ESC-STATUS.
000910
000920     SELECT DORMANCY-REPORT ASSIGN TO "DORMANCY-REPORT.OUT"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-RPT-STATUS.
000941
000942     SELECT AUTH-HOLDS ASSIGN TO "AUTH-HOLDS.DAT"
000943         ORGANIZATION IS INDEXED
000944         ACCESS MODE IS DYNAMIC
000945         RECORD KEY IS AHD-KEY
000946         FILE STATUS IS WS-AHD-STATUS.
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  ACCOUNT-MASTER.
000990     COPY "acctmast.cpy".
001000
001010 FD  TRANSACTION-FILE.
001020     COPY "trxrec.cpy".
001030
001040 FD  ARCHIVE-FILE.
001050     COPY "archrec.cpy".
001060
001062 FD  AUTH-HOLDS.
001064     COPY "authhold.cpy".
001066
001070 FD  CUSTOMER-MASTER.
001080     COPY "custmast.cpy".
001090
001100 FD  PENDING-TRANSACTIONS.
001110     COPY "pendtrx.cpy".
001120
001130 FD  MAINT-AUDIT.
001140     COPY "audjrnl.cpy".
001150
001160 FD  ESCHEAT-FILING.
001170 01  FILING-LINE                 PIC X(250).
001180
001190 FD  DORMANCY-REPORT.
001200 01  REPORT-LINE                 PIC X(100).
001210
001220 WORKING-STORAGE SECTION.
001230 01  WS-ACCT-STATUS              PIC X(02) VALUE '00'.
001240 01  WS-TRX-STATUS               PIC X(02) VALUE '00'.
001250 01  WS-ARC-STATUS               PIC X(02) VALUE '00'.
001260 01  WS-CUST-STATUS              PIC X(02) VALUE '00'.
001270 01  WS-PEND-STATUS              PIC X(02) VALUE '00'.
001280 01  WS-AUD-STATUS               PIC X(02) VALUE '00'.
001290 01  WS-ESC-STATUS               PIC X(02) VALUE '00'.
001300 01  WS-RPT-STATUS               PIC X(02) VALUE '00'.
001310 01  WS-ACCT-EOF-SW              PIC X(01) VALUE 'N'.
001320     88  ACCT-EOF                        VALUE 'Y'.
001330 01  WS-SCAN-EOF-SW              PIC X(01) VALUE 'N'.
001340     88  SCAN-EOF                        VALUE 'Y'.
001350 01  WS-AUD-EOF-SW               PIC X(01) VALUE 'N'.
001360     88  AUD-EOF                         VALUE 'Y'.
001370 01  WS-ARC-FILE-SW              PIC X(01) VALUE 'N'.
001380     88  ARCHIVE-ON-FILE                 VALUE 'Y'.
001390 01  WS-CUST-FILE-SW             PIC X(01) VALUE 'N'.
001400     88  CUSTOMERS-ON-FILE               VALUE 'Y'.
001410 01  WS-COMMAND-LINE             PIC X(80) VALUE SPACES.
001420 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001430 01  WS-DORMANT-DAYS             PIC 9(05) VALUE ZERO.
001440 01  WS-ESCHEAT-DAYS             PIC 9(05) VALUE ZERO.
001450 01  WS-UNCLAIMED-ACCOUNT        PIC X(20) VALUE SPACES.
001460 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001470 01  WS-TIME-OF-DAY.
001480     05  WS-TOD-HHMMSS           PIC 9(06).
001490     05  WS-TOD-HUNDREDTHS       PIC 9(02).
001500 01  WS-SCAN-ACCT-ID             PIC X(20) VALUE SPACES.
001510 01  WS-LAST-ACTIVITY            PIC 9(08) VALUE ZERO.
001520 01  WS-ENTRY-DATE               PIC 9(08) VALUE ZERO.
001530 01  WS-DAYS-INACTIVE            PIC S9(07) VALUE ZERO.
001540 01  WS-SWEEP-AMOUNT             PIC S9(10)V99 VALUE ZERO.
001550 01  WS-AUD-ACTION               PIC X(10) VALUE SPACES.
001560 01  WS-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
001570 01  WS-REPORT-ACTION            PIC X(40) VALUE SPACES.
001580 01  WS-EXAMINED-COUNT           PIC 9(10) VALUE ZERO.
001590 01  WS-FLAGGED-COUNT            PIC 9(10) VALUE ZERO.
001600 01  WS-ESCHEAT-COUNT            PIC 9(10) VALUE ZERO.
001610 01  WS-REACTIVATED-COUNT        PIC 9(10) VALUE ZERO.
001620 01  WS-NOTHING-DUE-COUNT        PIC 9(10) VALUE ZERO.
001625 01  WS-NO-CUSTOMER-COUNT        PIC 9(10) VALUE ZERO.
001626 01  WS-DEFERRED-COUNT           PIC 9(10) VALUE ZERO.
001630 01  WS-FILING-COUNT             PIC 9(10) VALUE ZERO.
001640 01  WS-FILING-TOTAL             PIC S9(13)V99 VALUE ZERO.
001650 01  WS-FILING-AMOUNT            PIC S9(10)V99 VALUE ZERO.
001660 01  WS-TOT-DISPLAY              PIC +9(13).99.
001670
001680     COPY "dormchan.cpy".
001685     COPY "authwork.cpy".
001690
001700 01  WS-HEADING-LINE.
001710     05  FILLER                  PIC X(22)
001720                         VALUE 'DORMANCY RUN AS OF: '.
001730     05  HDG-BUSINESS-DATE       PIC 9(08).
001740     05  FILLER                  PIC X(09) VALUE '  DORMANT'.
001750     05  HDG-DORMANT-DAYS        PIC Z(4)9.
001760     05  FILLER                  PIC X(09) VALUE '  ESCHEAT'.
001770     05  HDG-ESCHEAT-DAYS        PIC Z(4)9.
001780     05  FILLER                  PIC X(07) VALUE ' DAYS  '.
001790     05  HDG-UNCLAIMED           PIC X(20).
001800
001810 01  WS-COLUMN-LINE.
001820     05  FILLER                  PIC X(22) VALUE 'ACCOUNT ID'.
001830     05  FILLER                  PIC X(10) VALUE 'LAST ACT'.
001840     05  FILLER                  PIC X(08) VALUE '    DAYS'.
001850     05  FILLER                  PIC X(16)
001860                                 VALUE '         BALANCE'.
001870     05  FILLER                  PIC X(02) VALUE SPACES.
001880     05  FILLER                  PIC X(06) VALUE 'ACTION'.
001890
001900 01  WS-DETAIL-LINE.
001910     05  DTL-ACCOUNT             PIC X(20).
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  DTL-LAST-ACTIVITY       PIC 9(08).
001940     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  DTL-DAYS                PIC Z(6)9.
001960     05  FILLER                  PIC X(02) VALUE SPACES.
001970     05  DTL-BALANCE             PIC -(10)9.99.
001980     05  FILLER                  PIC X(02) VALUE SPACES.
001990     05  DTL-ACTION              PIC X(40).
002000
002010 01  WS-TOTAL-LINE.
002020     05  FILLER                  PIC X(22) VALUE 'TOTALS'.
002030     05  FILLER                  PIC X(09) VALUE 'FLAGGED '.
002040     05  TOT-FLAGGED             PIC Z(9)9.
002050     05  FILLER                  PIC X(11) VALUE '  ESCHEAT '.
002060     05  TOT-ESCHEAT             PIC Z(9)9.
002070     05  FILLER                  PIC X(14) VALUE '  REACTIVATED '.
002080     05  TOT-REACTIVATED         PIC Z(9)9.
002090
002100 01  WS-FILING-DETAIL.
002110     05  FILLER                  PIC X(04) VALUE 'DTL|'.
002120     05  FD-ACCT-ID              PIC X(20).
002130     05  FILLER                  PIC X(01) VALUE '|'.
002140     05  FD-OWNER-NAME           PIC X(30).
002150     05  FILLER                  PIC X(01) VALUE '|'.
002160     05  FD-ADDR-LINE-1          PIC X(30).
002170     05  FILLER                  PIC X(01) VALUE '|'.
002180     05  FD-ADDR-LINE-2          PIC X(30).
002190     05  FILLER                  PIC X(01) VALUE '|'.
002200     05  FD-ADDR-LINE-3          PIC X(30).
002210     05  FILLER                  PIC X(01) VALUE '|'.
002220     05  FD-LAST-ACTIVITY        PIC 9(08).
002230     05  FILLER                  PIC X(01) VALUE '|'.
002240     05  FD-AMOUNT               PIC +9(10).99.
002250     05  FILLER                  PIC X(01) VALUE '|'.
002260     05  FD-CURRENCY             PIC X(03) VALUE 'USD'.
002270
002280 PROCEDURE DIVISION.
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE.
002310     PERFORM 2000-READ-ACCOUNT.
002320     PERFORM 2100-EXAMINE-ONE-ACCOUNT THRU 2100-EXIT
002330         UNTIL ACCT-EOF.
002340     PERFORM 5000-WRITE-ESCHEAT-FILING.
002350     PERFORM 9000-TERMINATE.
002360     PERFORM STOP-RUN.
002370
002380 1000-INITIALIZE.
002390     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002400     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002410     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
002420         INTO WS-BUSINESS-DATE WS-DORMANT-DAYS
002430              WS-ESCHEAT-DAYS WS-UNCLAIMED-ACCOUNT.
002440     IF WS-BUSINESS-DATE = ZERO
002450         DISPLAY 'USAGE: DORMANT BUSINESS-DATE (DORMANT-DAYS '
002460             '(ESCHEAT-DAYS (UNCLAIMED-ACCOUNT)))'
002470         STOP RUN
002480     END-IF.
002490     IF WS-DORMANT-DAYS = ZERO
002500         MOVE 365 TO WS-DORMANT-DAYS
002510     END-IF.
002520     IF WS-ESCHEAT-DAYS = ZERO
002530         MOVE 1095 TO WS-ESCHEAT-DAYS
002540     END-IF.
002550     IF WS-UNCLAIMED-ACCOUNT = SPACES
002560         MOVE 'UNCLAIMED' TO WS-UNCLAIMED-ACCOUNT
002570     END-IF.
002580     IF WS-ESCHEAT-DAYS NOT > WS-DORMANT-DAYS
002590         DISPLAY 'ERROR - ESCHEAT PERIOD MUST BE LONGER THAN THE '
002600             'DORMANCY PERIOD'
002610         STOP RUN
002620     END-IF.
002630     OPEN I-O ACCOUNT-MASTER.
002640     IF WS-ACCT-STATUS NOT = '00'
002650         DISPLAY 'ERROR OPENING ACCOUNT.DAT'
002660         STOP RUN
002670     END-IF.
002680     OPEN INPUT TRANSACTION-FILE.
002690     IF WS-TRX-STATUS NOT = '00'
002700         DISPLAY 'ERROR OPENING TRANSACTION.DAT'
002710         STOP RUN
002720     END-IF.
002730     OPEN INPUT ARCHIVE-FILE.
002740     IF WS-ARC-STATUS = '00'
002750         SET ARCHIVE-ON-FILE TO TRUE
002760     ELSE
002770         IF WS-ARC-STATUS NOT = '35'
002780             DISPLAY 'ERROR OPENING TRANSACTION-ARCHIVE.DAT'
002790             STOP RUN
002800         END-IF
002810     END-IF.
002820     OPEN INPUT CUSTOMER-MASTER.
002830     IF WS-CUST-STATUS = '00'
002840         SET CUSTOMERS-ON-FILE TO TRUE
002850     ELSE
002860         IF WS-CUST-STATUS NOT = '35'
002870             DISPLAY 'ERROR OPENING CUSTOMER.DAT'
002880             STOP RUN
002890         END-IF
002895         DISPLAY 'NO CUSTOMER.DAT ON FILE - NO ACCOUNT EXAMINED'
002900     END-IF.
002901     OPEN INPUT AUTH-HOLDS.
002902     IF WS-AHD-STATUS = '00'
002903         SET HOLDS-ON-FILE TO TRUE
002904     ELSE
002905         IF WS-AHD-STATUS NOT = '35'
002906             DISPLAY 'ERROR OPENING AUTH-HOLDS.DAT'
002907             STOP RUN
002908         END-IF
002909     END-IF.
002910     OPEN EXTEND PENDING-TRANSACTIONS.
002920     IF WS-PEND-STATUS = '35'
002930         OPEN OUTPUT PENDING-TRANSACTIONS
002940     END-IF.
002950     IF WS-PEND-STATUS NOT = '00'
002960         DISPLAY 'ERROR OPENING PENDING-TRANSACTIONS.DAT'
002970         STOP RUN
002980     END-IF.
002990     OPEN OUTPUT DORMANCY-REPORT.
003000     IF WS-RPT-STATUS NOT = '00'
003010         DISPLAY 'ERROR OPENING DORMANCY-REPORT.OUT'
003020         STOP RUN
003030     END-IF.
003040     MOVE WS-BUSINESS-DATE     TO HDG-BUSINESS-DATE.
003050     MOVE WS-DORMANT-DAYS      TO HDG-DORMANT-DAYS.
003060     MOVE WS-ESCHEAT-DAYS      TO HDG-ESCHEAT-DAYS.
003070     MOVE WS-UNCLAIMED-ACCOUNT TO HDG-UNCLAIMED.
003080     WRITE REPORT-LINE FROM WS-HEADING-LINE.
003090     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
003100
003110 2000-READ-ACCOUNT.
003120     READ ACCOUNT-MASTER NEXT RECORD
003130         AT END
003140             SET ACCT-EOF TO TRUE
003150     END-READ.
003160
003170***************************************************************
003180*    2100-EXAMINE-ONE-ACCOUNT
003190*    ONLY AN ACTIVE CUSTOMER ACCOUNT IS EXAMINED - FROZEN AND
003200*    CLOSED ACCOUNTS ARE ALREADY UNDER SOMEONE'S EYE, AND THE
003210*    UNCLAIMED-PROPERTY ACCOUNT ITSELF NEVER GOES DORMANT.  AN
003220*    ACCOUNT ALREADY ESCHEATED HAS NOTHING LEFT TO DO UNLESS
003230*    THE HOLDER COMES BACK, WHICH LEDGER HANDLES.  AN ACCOUNT
003232*    WITH NO CUSTOMER RECORD BELONGS TO THE BANK (HOUSE, LOAN
003234*    AND DISPUTE HOUSE ACCOUNTS) - NOBODY TO NOTIFY, NOTHING TO
003236*    ESCHEAT - SO IT IS COUNTED AND PASSED OVER.
003240***************************************************************
003250 2100-EXAMINE-ONE-ACCOUNT.
003260     IF NOT ACCT-ACTIVE OR ACCT-ESCHEATED
003270             OR ACCT-ID = WS-UNCLAIMED-ACCOUNT
003280         GO TO 2100-NEXT
003290     END-IF.
003291     IF NOT CUSTOMERS-ON-FILE
003292         ADD 1 TO WS-NO-CUSTOMER-COUNT
003293         GO TO 2100-NEXT
003294     END-IF.
003295     MOVE ACCT-ID TO CUST-ACCT-ID.
003296     READ CUSTOMER-MASTER
003297         INVALID KEY
003298             ADD 1 TO WS-NO-CUSTOMER-COUNT
003299             GO TO 2100-NEXT
003300     END-READ.
003301     ADD 1 TO WS-EXAMINED-COUNT.
003310     PERFORM 3000-FIND-LAST-ACTIVITY.
003320     IF WS-LAST-ACTIVITY < 19000101
003330         DISPLAY 'NO USABLE ACTIVITY DATE - SKIPPED: ' ACCT-ID
003340         GO TO 2100-NEXT
003350     END-IF.
003360     COMPUTE WS-DAYS-INACTIVE =
003370         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
003380       - FUNCTION INTEGER-OF-DATE(WS-LAST-ACTIVITY).
003390     EVALUATE TRUE
003400         WHEN ACCT-DORMANT AND WS-DAYS-INACTIVE < WS-DORMANT-DAYS
003410             PERFORM 4300-REACTIVATE-ACCOUNT
003420         WHEN ACCT-DORMANT AND WS-DAYS-INACTIVE >= WS-ESCHEAT-DAYS
003430                 AND ACCT-DORMANT-DATE < WS-BUSINESS-DATE
003440             PERFORM 4200-ESCHEAT-ACCOUNT THRU 4200-EXIT
003450         WHEN NOT ACCT-DORMANT
003460                 AND WS-DAYS-INACTIVE >= WS-DORMANT-DAYS
003470             PERFORM 4100-FLAG-DORMANT
003480         WHEN OTHER
003490             CONTINUE
003500     END-EVALUATE.
003510 2100-NEXT.
003520     PERFORM 2000-READ-ACCOUNT.
003530 2100-EXIT.
003540     EXIT.
003550
003560***************************************************************
003570*    3000-FIND-LAST-ACTIVITY
003580*    LATEST VALUE DATE OF A CUSTOMER-INITIATED ORIGINAL THE
003590*    ACCOUNT SENT OR RECEIVED, LIVE OR ARCHIVED, BUT NEVER
003600*    EARLIER THAN THE ACCOUNT'S LAST STATUS CHANGE - AN
003610*    ACCOUNT OPENED OR REACTIVATED BY AN OPERATOR IS NOT
003620*    DORMANT FROM BEFORE THAT DAY.  THE KEYED READS DO NOT
003630*    DISTURB ACCOUNT-MASTER'S RECORD AREA OR ITS POSITION.
003640***************************************************************
003650 3000-FIND-LAST-ACTIVITY.
003660     MOVE ACCT-ID TO WS-SCAN-ACCT-ID.
003670     MOVE ACCT-STATUS-DATE TO WS-LAST-ACTIVITY.
003680     MOVE 'N' TO WS-SCAN-EOF-SW.
003690     MOVE WS-SCAN-ACCT-ID TO TRX-SENDER.
003700     START TRANSACTION-FILE KEY IS = TRX-SENDER
003710         INVALID KEY
003720             SET SCAN-EOF TO TRUE
003730     END-START.
003740     PERFORM 3100-SCAN-ONE-SENT UNTIL SCAN-EOF.
003750     MOVE 'N' TO WS-SCAN-EOF-SW.
003760     MOVE WS-SCAN-ACCT-ID TO TRX-RECIPIENT.
003770     START TRANSACTION-FILE KEY IS = TRX-RECIPIENT
003780         INVALID KEY
003790             SET SCAN-EOF TO TRUE
003800     END-START.
003810     PERFORM 3200-SCAN-ONE-RECEIVED UNTIL SCAN-EOF.
003820     IF ARCHIVE-ON-FILE
003830         MOVE 'N' TO WS-SCAN-EOF-SW
003840         MOVE WS-SCAN-ACCT-ID TO ARC-SENDER
003850         START ARCHIVE-FILE KEY IS = ARC-SENDER
003860             INVALID KEY
003870                 SET SCAN-EOF TO TRUE
003880         END-START
003890         PERFORM 3300-SCAN-ONE-ARC-SENT UNTIL SCAN-EOF
003900         MOVE 'N' TO WS-SCAN-EOF-SW
003910         MOVE WS-SCAN-ACCT-ID TO ARC-RECIPIENT
003920         START ARCHIVE-FILE KEY IS = ARC-RECIPIENT
003930             INVALID KEY
003940                 SET SCAN-EOF TO TRUE
003950         END-START
003960         PERFORM 3400-SCAN-ONE-ARC-RECEIVED UNTIL SCAN-EOF
003970     END-IF.
003980
003990 3100-SCAN-ONE-SENT.
004000     READ TRANSACTION-FILE NEXT RECORD
004010         AT END
004020             SET SCAN-EOF TO TRUE
004030         NOT AT END
004040             IF TRX-SENDER NOT = WS-SCAN-ACCT-ID
004050                 SET SCAN-EOF TO TRUE
004060             ELSE
004070                 PERFORM 3500-TAKE-LIVE-ENTRY
004080             END-IF
004090     END-READ.
004100
004110 3200-SCAN-ONE-RECEIVED.
004120     READ TRANSACTION-FILE NEXT RECORD
004130         AT END
004140             SET SCAN-EOF TO TRUE
004150         NOT AT END
004160             IF TRX-RECIPIENT NOT = WS-SCAN-ACCT-ID
004170                 SET SCAN-EOF TO TRUE
004180             ELSE
004190                 PERFORM 3500-TAKE-LIVE-ENTRY
004200             END-IF
004210     END-READ.
004220
004230 3300-SCAN-ONE-ARC-SENT.
004240     READ ARCHIVE-FILE NEXT RECORD
004250         AT END
004260             SET SCAN-EOF TO TRUE
004270         NOT AT END
004280             IF ARC-SENDER NOT = WS-SCAN-ACCT-ID
004290                 SET SCAN-EOF TO TRUE
004300             ELSE
004310                 PERFORM 3600-TAKE-ARCHIVED-ENTRY
004320             END-IF
004330     END-READ.
004340
004350 3400-SCAN-ONE-ARC-RECEIVED.
004360     READ ARCHIVE-FILE NEXT RECORD
004370         AT END
004380             SET SCAN-EOF TO TRUE
004390         NOT AT END
004400             IF ARC-RECIPIENT NOT = WS-SCAN-ACCT-ID
004410                 SET SCAN-EOF TO TRUE
004420             ELSE
004430                 PERFORM 3600-TAKE-ARCHIVED-ENTRY
004440             END-IF
004450     END-READ.
004460
004470*    THE LOW-ORDER EIGHT DIGITS OF THE TIMESTAMP ARE THE
004480*    YYYYMMDD VALUE DATE.
004490 3500-TAKE-LIVE-ENTRY.
004500     MOVE TRX-CHANNEL-ID TO DORM-CHANNEL-ID.
004510     IF TRX-TYPE-ORIGINAL AND NOT DORM-BANK-INITIATED
004520         MOVE TRX-TIMESTAMP TO WS-ENTRY-DATE
004530         IF WS-ENTRY-DATE > WS-LAST-ACTIVITY
004540             MOVE WS-ENTRY-DATE TO WS-LAST-ACTIVITY
004550         END-IF
004560     END-IF.
004570
004580 3600-TAKE-ARCHIVED-ENTRY.
004590     MOVE ARC-CHANNEL-ID TO DORM-CHANNEL-ID.
004600     IF ARC-TYPE = 'O' AND NOT DORM-BANK-INITIATED
004610         MOVE ARC-TIMESTAMP TO WS-ENTRY-DATE
004620         IF WS-ENTRY-DATE > WS-LAST-ACTIVITY
004630             MOVE WS-ENTRY-DATE TO WS-LAST-ACTIVITY
004640         END-IF
004650     END-IF.
004660
004670 4100-FLAG-DORMANT.
004680     MOVE ACCOUNT-MASTER-RECORD TO WS-BEFORE-IMAGE.
004690     MOVE 'D' TO ACCT-DORMANT-SW.
004700     MOVE WS-BUSINESS-DATE TO ACCT-DORMANT-DATE.
004710     PERFORM 4900-REWRITE-ACCOUNT.
004720     MOVE 'DORMANT' TO WS-AUD-ACTION.
004730     PERFORM 8000-WRITE-AUDIT-ENTRY.
004740     ADD 1 TO WS-FLAGGED-COUNT.
004750     MOVE 'FLAGGED DORMANT - PRE-ESCHEAT NOTICE' TO
004760         WS-REPORT-ACTION.
004770     PERFORM 7000-WRITE-DETAIL-LINE.
004780
004790***************************************************************
004800*    4200-ESCHEAT-ACCOUNT
004810*    THE SWEEP IS WRITTEN BEFORE THE FLAG SO A RUN THAT DIES
004820*    BETWEEN THE TWO LEAVES A SWEEP LEDGER WILL REJECT (REASON
004830*    10 - NOT MARKED ESCHEATED) RATHER THAN A MARKED ACCOUNT
004840*    WITH NOTHING SWEPT.  NOTHING TO SWEEP - A ZERO OR
004850*    OVERDRAWN BALANCE - LEAVES THE ACCOUNT DORMANT.  SO DOES
004852*    AN ACTIVE AUTHORIZATION HOLD: LEDGER TAKES HOLDS OFF THE
004854*    AVAILABLE BALANCE AND WOULD REJECT THE SWEEP, AND AN
004856*    ESCHEATED ACCOUNT IS NEVER EXAMINED AGAIN.  THE ESCHEAT
004858*    IS RETRIED ON EACH RUN UNTIL THE HOLDS HAVE GONE.
004860***************************************************************
004870 4200-ESCHEAT-ACCOUNT.
004880     IF ACCT-BALANCE NOT > ZERO
004890         ADD 1 TO WS-NOTHING-DUE-COUNT
004900         MOVE 'PAST STATUTORY PERIOD - NOTHING TO SWEEP' TO
004910             WS-REPORT-ACTION
004920         PERFORM 7000-WRITE-DETAIL-LINE
004930         GO TO 4200-EXIT
004940     END-IF.
004941     MOVE ACCT-ID TO AH-ACCT-ID.
004942     MOVE 'N'     TO AH-MATCH-WANTED-SW.
004943     PERFORM 8300-SUM-ACTIVE-HOLDS THRU 8300-EXIT.
004944     IF AH-HOLD-COUNT > ZERO
004945         ADD 1 TO WS-DEFERRED-COUNT
004946         MOVE 'ESCHEAT DEFERRED - AUTHORIZATION HOLDS' TO
004947             WS-REPORT-ACTION
004948         PERFORM 7000-WRITE-DETAIL-LINE
004949         GO TO 4200-EXIT
004950     END-IF.
004955     MOVE ACCT-BALANCE         TO WS-SWEEP-AMOUNT.
004960     MOVE ACCT-ID              TO PEND-SENDER.
004970     MOVE WS-UNCLAIMED-ACCOUNT TO PEND-RECIPIENT.
004980     MOVE WS-SWEEP-AMOUNT      TO PEND-AMOUNT.
004990     MOVE WS-BUSINESS-DATE     TO PEND-TIMESTAMP.
005000     MOVE 'USD'                TO PEND-CURRENCY-CODE.
005010     MOVE 'ESC'                TO PEND-CHANNEL-ID.
005020     MOVE WS-BUSINESS-DATE     TO PEND-FILE-ID.
005030     WRITE PENDING-TRANSACTION-RECORD.
005040     IF WS-PEND-STATUS NOT = '00'
005050         DISPLAY 'ERROR WRITING PENDING-TRANSACTIONS.DAT'
005060         STOP RUN
005070     END-IF.
005080     MOVE ACCOUNT-MASTER-RECORD TO WS-BEFORE-IMAGE.
005090     MOVE 'E' TO ACCT-DORMANT-SW.
005100     MOVE WS-BUSINESS-DATE TO ACCT-DORMANT-DATE.
005110     PERFORM 4900-REWRITE-ACCOUNT.
005120     MOVE 'ESCHEAT' TO WS-AUD-ACTION.
005130     PERFORM 8000-WRITE-AUDIT-ENTRY.
005140     ADD 1 TO WS-ESCHEAT-COUNT.
005150     MOVE 'BALANCE SWEPT TO UNCLAIMED PROPERTY' TO
005160         WS-REPORT-ACTION.
005170     PERFORM 7000-WRITE-DETAIL-LINE.
005180 4200-EXIT.
005190     EXIT.
005200
005210 4300-REACTIVATE-ACCOUNT.
005220     MOVE ACCOUNT-MASTER-RECORD TO WS-BEFORE-IMAGE.
005230     MOVE SPACE TO ACCT-DORMANT-SW.
005240     MOVE ZERO  TO ACCT-DORMANT-DATE.
005250     PERFORM 4900-REWRITE-ACCOUNT.
005260     MOVE 'REACTIVATE' TO WS-AUD-ACTION.
005270     PERFORM 8000-WRITE-AUDIT-ENTRY.
005280     ADD 1 TO WS-REACTIVATED-COUNT.
005290     MOVE 'ACTIVITY SEEN - DORMANT FLAG CLEARED' TO
005300         WS-REPORT-ACTION.
005310     PERFORM 7000-WRITE-DETAIL-LINE.
005320
005330 4900-REWRITE-ACCOUNT.
005340     REWRITE ACCOUNT-MASTER-RECORD
005350         INVALID KEY
005360             DISPLAY 'ERROR REWRITING ACCOUNT: ' ACCT-ID
005370             STOP RUN
005380     END-REWRITE.
005390
005400***************************************************************
005410*    5000-WRITE-ESCHEAT-FILING
005420*    RE-READS MAINT-AUDIT.DAT FOR EVERY 'ESCHEAT' ENTRY WHOSE
005430*    AFTER IMAGE CARRIES THIS BUSINESS DATE - THE AMOUNT IS THE
005440*    BALANCE IN THE BEFORE IMAGE - SO THE FILING COVERS EARLIER
005450*    RUNS FOR THE SAME DATE TOO.  ACCOUNT-MASTER IS FINISHED
005460*    WITH, SO ITS RECORD AREA CARRIES THE IMAGES.
005470***************************************************************
005480 5000-WRITE-ESCHEAT-FILING.
005490     OPEN OUTPUT ESCHEAT-FILING.
005500     IF WS-ESC-STATUS NOT = '00'
005510         DISPLAY 'ERROR OPENING ESCHEAT-FILING.OUT'
005520         STOP RUN
005530     END-IF.
005540     MOVE SPACES TO FILING-LINE.
005550     STRING 'HDR|'               DELIMITED BY SIZE
005560            WS-BUSINESS-DATE     DELIMITED BY SIZE
005570            '|'                  DELIMITED BY SIZE
005580            WS-UNCLAIMED-ACCOUNT DELIMITED BY SIZE
005590         INTO FILING-LINE.
005600     WRITE FILING-LINE.
005610     OPEN INPUT MAINT-AUDIT.
005620     IF WS-AUD-STATUS = '00'
005630         PERFORM 5100-READ-AUDIT-ENTRY UNTIL AUD-EOF
005640         CLOSE MAINT-AUDIT
005650     END-IF.
005660     MOVE WS-FILING-TOTAL TO WS-TOT-DISPLAY.
005670     MOVE SPACES TO FILING-LINE.
005680     STRING 'TRL|'            DELIMITED BY SIZE
005690            WS-FILING-COUNT   DELIMITED BY SIZE
005700            '|'               DELIMITED BY SIZE
005710            WS-TOT-DISPLAY    DELIMITED BY SIZE
005720         INTO FILING-LINE.
005730     WRITE FILING-LINE.
005740     CLOSE ESCHEAT-FILING.
005750
005760 5100-READ-AUDIT-ENTRY.
005770     READ MAINT-AUDIT
005780         AT END
005790             SET AUD-EOF TO TRUE
005800         NOT AT END
005810             IF AUD-ACCOUNT-MASTER AND AUD-ACTION = 'ESCHEAT'
005820                 PERFORM 5200-FILE-ONE-ESCHEAT
005830             END-IF
005840     END-READ.
005850
005860 5200-FILE-ONE-ESCHEAT.
005870     MOVE AUD-AFTER-IMAGE TO ACCOUNT-MASTER-RECORD.
005880     IF ACCT-DORMANT-DATE = WS-BUSINESS-DATE
005890         MOVE AUD-BEFORE-IMAGE TO ACCOUNT-MASTER-RECORD
005900         MOVE ACCT-BALANCE TO WS-FILING-AMOUNT
005910         MOVE AUD-RECORD-KEY TO FD-ACCT-ID
005920         PERFORM 5300-FIND-LAST-ADDRESS THRU 5300-EXIT
005930         MOVE WS-FILING-AMOUNT TO FD-AMOUNT
005940         WRITE FILING-LINE FROM WS-FILING-DETAIL
005950         IF WS-ESC-STATUS NOT = '00'
005960             DISPLAY 'ERROR WRITING ESCHEAT-FILING.OUT'
005970             STOP RUN
005980         END-IF
005990         ADD 1 TO WS-FILING-COUNT
006000         ADD WS-FILING-AMOUNT TO WS-FILING-TOTAL
006010     END-IF.
006020
006030*    THE HOLDER'S NAME AND LAST KNOWN ADDRESS, AND THE LAST
006040*    ACTIVITY DATE AS THE ACCOUNT STANDS.
006050 5300-FIND-LAST-ADDRESS.
006060     MOVE SPACES TO FD-OWNER-NAME FD-ADDR-LINE-1
006070                    FD-ADDR-LINE-2 FD-ADDR-LINE-3.
006080     MOVE AUD-RECORD-KEY TO ACCT-ID.
006090     PERFORM 3000-FIND-LAST-ACTIVITY.
006100     MOVE WS-LAST-ACTIVITY TO FD-LAST-ACTIVITY.
006110     IF NOT CUSTOMERS-ON-FILE
006120         MOVE 'UNKNOWN OWNER' TO FD-OWNER-NAME
006130         GO TO 5300-EXIT
006140     END-IF.
006150     MOVE AUD-RECORD-KEY TO CUST-ACCT-ID.
006160     READ CUSTOMER-MASTER
006170         INVALID KEY
006180             MOVE 'UNKNOWN OWNER' TO FD-OWNER-NAME
006190         NOT INVALID KEY
006200             MOVE CUST-NAME        TO FD-OWNER-NAME
006210             MOVE CUST-ADDR-LINE-1 TO FD-ADDR-LINE-1
006220             MOVE CUST-ADDR-LINE-2 TO FD-ADDR-LINE-2
006230             MOVE CUST-ADDR-LINE-3 TO FD-ADDR-LINE-3
006240     END-READ.
006250 5300-EXIT.
006260     EXIT.
006270
006280 7000-WRITE-DETAIL-LINE.
006290     MOVE ACCT-ID          TO DTL-ACCOUNT.
006300     MOVE WS-LAST-ACTIVITY TO DTL-LAST-ACTIVITY.
006310     MOVE WS-DAYS-INACTIVE TO DTL-DAYS.
006320     MOVE ACCT-BALANCE     TO DTL-BALANCE.
006330     MOVE WS-REPORT-ACTION TO DTL-ACTION.
006340     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
006350
006360***************************************************************
006370*    8000-WRITE-AUDIT-ENTRY
006380*    JOURNALS THE FLAG CHANGE JUST MADE ONTO THE APPEND-ONLY
006390*    MAINT-AUDIT.DAT.  CALLER SETS WS-AUD-ACTION AND
006400*    WS-BEFORE-IMAGE; THE AFTER IMAGE IS THE RECORD AREA AS
006410*    REWRITTEN.
006420***************************************************************
006430 8000-WRITE-AUDIT-ENTRY.
006440     OPEN EXTEND MAINT-AUDIT.
006450     IF WS-AUD-STATUS = '35'
006460         OPEN OUTPUT MAINT-AUDIT
006470     END-IF.
006480     IF WS-AUD-STATUS NOT = '00'
006490         DISPLAY 'ERROR OPENING MAINT-AUDIT.DAT'
006500         STOP RUN
006510     END-IF.
006520     ACCEPT WS-TIME-OF-DAY FROM TIME.
006530     MOVE WS-RUN-DATE           TO AUD-RUN-DATE.
006540     MOVE WS-TOD-HHMMSS         TO AUD-RUN-TIME.
006550     MOVE 'DORMANT'             TO AUD-OPERATOR.
006560     MOVE 'ACCOUNT'             TO AUD-MASTER-FILE.
006570     MOVE ACCT-ID               TO AUD-RECORD-KEY.
006580     MOVE WS-AUD-ACTION         TO AUD-ACTION.
006590     MOVE WS-BEFORE-IMAGE       TO AUD-BEFORE-IMAGE.
006600     MOVE ACCOUNT-MASTER-RECORD TO AUD-AFTER-IMAGE.
006610     WRITE MAINT-AUDIT-RECORD.
006620     IF WS-AUD-STATUS NOT = '00'
006630         DISPLAY 'ERROR WRITING MAINT-AUDIT.DAT'
006640         STOP RUN
006650     END-IF.
006660     CLOSE MAINT-AUDIT.
006670
006680 9000-TERMINATE.
006690     MOVE WS-FLAGGED-COUNT     TO TOT-FLAGGED.
006700     MOVE WS-ESCHEAT-COUNT     TO TOT-ESCHEAT.
006710     MOVE WS-REACTIVATED-COUNT TO TOT-REACTIVATED.
006720     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
006730     CLOSE DORMANCY-REPORT.
006740     CLOSE ACCOUNT-MASTER.
006750     CLOSE TRANSACTION-FILE.
006760     IF ARCHIVE-ON-FILE
006770         CLOSE ARCHIVE-FILE
006780     END-IF.
006790     IF CUSTOMERS-ON-FILE
006800         CLOSE CUSTOMER-MASTER
006810     END-IF.
006812     IF HOLDS-ON-FILE
006814         CLOSE AUTH-HOLDS
006816     END-IF.
006820     CLOSE PENDING-TRANSACTIONS.
006830     DISPLAY 'DORMANCY RUN COMPLETE'.
006840     DISPLAY '  ACCOUNTS EXAMINED:     ' WS-EXAMINED-COUNT.
006845     DISPLAY '  NO CUSTOMER RECORD:    ' WS-NO-CUSTOMER-COUNT.
006850     DISPLAY '  FLAGGED DORMANT:       ' WS-FLAGGED-COUNT.
006860     DISPLAY '  ESCHEATED:             ' WS-ESCHEAT-COUNT.
006870     DISPLAY '  PAST PERIOD, NIL DUE:  ' WS-NOTHING-DUE-COUNT.
006875     DISPLAY '  DEFERRED FOR HOLDS:    ' WS-DEFERRED-COUNT.
006880     DISPLAY '  REACTIVATED:           ' WS-REACTIVATED-COUNT.
006890     DISPLAY '  ON TODAY''S FILING:     ' WS-FILING-COUNT.
006900
006910 STOP-RUN.
006920     STOP RUN.
006930
006935     COPY "authcalc.cpy".
006940 END PROGRAM DORMANT.
