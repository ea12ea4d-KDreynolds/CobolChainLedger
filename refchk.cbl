000010***************************************************************
000020*    PROGRAM-ID.  REFCHK
000030*    AUTHOR.      K. REYNOLDS
000040*    INSTALLATION. CHAINLEDGER DATA PROCESSING
000050*    DATE-WRITTEN. 2026-10-15
000060*
000070*    REFERENTIAL INTEGRITY CHECK.  RUN IN THE DAYEND STREAM
000080*    BEFORE BALRPT.  EACH MAINTENANCE PROGRAM CHECKS ITS OWN
000090*    REFERENCES WHEN A RECORD IS ADDED, BUT NOTHING RECHECKS
000100*    THEM AFTERWARDS - AN ACCOUNT CLOSED BY ACCTMNT STAYS
000110*    NAMED ON STANDING ORDERS, WAREHOUSED PAYMENTS AND HOLDS,
000120*    AND AN OPERATOR DEACTIVATED BY OPRMNT STAYS AS THE LAST
000130*    PERSON TO SET AN ACCOUNT'S STATUS.  THIS PROGRAM WALKS
000140*    EVERY MASTER AND QUEUE FILE AND LOOKS EACH REFERENCE UP
000150*    ON ACCOUNT.DAT, OPERATOR.DAT AND TRANSACTION.DAT /
000160*    TRANSACTION-ARCHIVE.DAT.  EVERY BROKEN REFERENCE IS
000170*    LISTED ON REFERENCE-EXCEPTIONS.OUT WITH A SEVERITY AND A
000180*    SUGGESTED FIX:
000190*      SEVERE   WORK STILL TO BE DONE (AN ACTIVE STANDING
000200*               ORDER, A WAREHOUSED OR HELD PAYMENT, AN ACTIVE
000210*               LOAN OR HOLD, AN OPEN DISPUTE, A CURRENT SWEEP
000220*               LINK) NAMES AN ACCOUNT THAT IS NOT ON FILE OR
000230*               CAN NEVER POST AGAIN, OR A POSTED ENTRY NAMES
000240*               AN ACCOUNT OR ORIGINAL THAT IS NOT ON FILE
000250*      WARNING  AN ORPHAN ROW, A FROZEN ACCOUNT, AN OPERATOR
000260*               NOT ON FILE OR NO LONGER ACTIVE, OR HISTORY
000270*               THAT POINTS AT SOMETHING SINCE GONE
000280*    ANY SEVERE FINDING IS A FAIL ON STEP-STATUS.DAT
000290*    (STEPSTAT.CPY) AND HOLDS THE CLOSE UNTIL IT IS PUT RIGHT;
000300*    WARNINGS ARE ONLY REPORTED.  PENDING-TRANSACTIONS.DAT IS
000310*    NOT WALKED - BY THE TIME THIS RUNS LEDGER BATCH HAS
000320*    ALREADY POSTED OR SUSPENDED EVERY ENTRY ON IT.  READ-ONLY
000330*    AGAINST EVERY FILE IT CHECKS.  ACCOUNT.DAT AND
000340*    OPERATOR.DAT ARE REQUIRED; ANY OTHER FILE NOT ON FILE IS
000350*    SIMPLY NOT WALKED.
000360*    COMMAND LINE: REFCHK
000370*
000380*    MODIFICATION HISTORY
000390*    DATE       INIT DESCRIPTION
000400*    ---------- ---- ----------------------------------------
000410*    2026-10-15 KDR  ORIGINAL PROGRAM.
000420***************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. REFCHK.
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT ACCOUNT-MASTER ASSIGN TO "ACCOUNT.DAT"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS ACCT-ID
000530         FILE STATUS IS WS-ACCT-STATUS.
000540
000550     SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR.DAT"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS OPR-ID
000590         FILE STATUS IS WS-OPR-STATUS.
000600
000610     SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTION.DAT"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS TRX-SEQ-NO
000650         ALTERNATE RECORD KEY IS TRX-SENDER WITH DUPLICATES
000660         ALTERNATE RECORD KEY IS TRX-RECIPIENT WITH DUPLICATES
000670         FILE STATUS IS WS-TRX-STATUS.
000680
000690     SELECT ARCHIVE-FILE ASSIGN TO "TRANSACTION-ARCHIVE.DAT"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS ARC-SEQ-NO
000730         ALTERNATE RECORD KEY IS ARC-SENDER WITH DUPLICATES
000740         ALTERNATE RECORD KEY IS ARC-RECIPIENT WITH DUPLICATES
000750         FILE STATUS IS WS-ARC-STATUS.
000760
000770     SELECT ACCOUNT-LIMITS ASSIGN TO "ACCOUNT-LIMITS.DAT"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS LIM-ACCT-ID
000810         FILE STATUS IS WS-LIM-STATUS.
000820
000830     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER.DAT"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS CUST-ACCT-ID
000870         FILE STATUS IS WS-CUST-STATUS.
000880
000890     SELECT STANDING-ORDERS ASSIGN TO "STANDING-ORDERS.DAT"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS SO-ORDER-ID
000930         FILE STATUS IS WS-ORD-STATUS.
000940
000950     SELECT PAYMENT-WAREHOUSE ASSIGN TO "PAYMENT-WAREHOUSE.DAT"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-WHSE-STATUS.
000980
000990     SELECT DUPLICATE-HOLD ASSIGN TO "DUPLICATE-HOLD.DAT"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-HOLD-STATUS.
001020
001030     SELECT SCREENING-HOLD ASSIGN TO "SCREENING-HOLD.DAT"
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS SH-HOLD-NO
001070         FILE STATUS IS WS-SCH-STATUS.
001080
001090     SELECT REJECT-SUSPENSE ASSIGN TO "REJECT-SUSPENSE.DAT"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-SUSP-STATUS.
001120
001130     SELECT AUTH-HOLDS ASSIGN TO "AUTH-HOLDS.DAT"
001140         ORGANIZATION IS INDEXED
001150         ACCESS MODE IS DYNAMIC
001160         RECORD KEY IS AHD-KEY
001170         FILE STATUS IS WS-AHD-STATUS.
001180
001190     SELECT DISPUTE-CASES ASSIGN TO "DISPUTE-CASES.DAT"
001200         ORGANIZATION IS INDEXED
001210         ACCESS MODE IS DYNAMIC
001220         RECORD KEY IS DC-CASE-NO
001230         ALTERNATE RECORD KEY IS DC-TRX-SEQ-NO WITH DUPLICATES
001240         FILE STATUS IS WS-CASE-STATUS.
001250
001260     SELECT LOAN-MASTER ASSIGN TO "LOANS.DAT"
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS DYNAMIC
001290         RECORD KEY IS LN-ACCT-ID
001300         FILE STATUS IS WS-LOAN-STATUS.
001310
001320     SELECT LOAN-SCHEDULE ASSIGN TO "LOAN-SCHEDULE.DAT"
001330         ORGANIZATION IS INDEXED
001340         ACCESS MODE IS DYNAMIC
001350         RECORD KEY IS LS-KEY
001360         FILE STATUS IS WS-SCHED-STATUS.
001370
001380     SELECT SWEEP-ARRANGEMENTS ASSIGN TO "SWEEP-ARRANGEMENTS.DAT"
001390         ORGANIZATION IS INDEXED
001400         ACCESS MODE IS DYNAMIC
001410         RECORD KEY IS SWP-SUB-ACCT-ID
001420         ALTERNATE RECORD KEY IS SWP-HEADER-ACCT-ID
001430             WITH DUPLICATES
001440         FILE STATUS IS WS-SWP-STATUS.
001450
001460     SELECT EXCEPTION-REPORT
001470         ASSIGN TO "REFERENCE-EXCEPTIONS.OUT"
001480         ORGANIZATION IS LINE SEQUENTIAL
001490         FILE STATUS IS WS-RPT-STATUS.
001500
001510     SELECT STEP-STATUS-FILE ASSIGN TO "STEP-STATUS.DAT"
001520         ORGANIZATION IS LINE SEQUENTIAL
001530         FILE STATUS IS WS-STEP-STATUS.
001540
001550 DATA DIVISION.
001560 FILE SECTION.
001570 FD  ACCOUNT-MASTER.
001580     COPY "acctmast.cpy".
001590
001600 FD  OPERATOR-MASTER.
001610     COPY "oprmast.cpy".
001620
001630 FD  TRANSACTION-FILE.
001640     COPY "trxrec.cpy".
001650
001660 FD  ARCHIVE-FILE.
001670     COPY "archrec.cpy".
001680
001690 FD  ACCOUNT-LIMITS.
001700     COPY "acctlim.cpy".
001710
001720 FD  CUSTOMER-MASTER.
001730     COPY "custmast.cpy".
001740
001750 FD  STANDING-ORDERS.
001760     COPY "stndord.cpy".
001770
001780 FD  PAYMENT-WAREHOUSE.
001790     COPY "whserec.cpy".
001800
001810 FD  DUPLICATE-HOLD.
001820     COPY "dupehold.cpy".
001830
001840 FD  SCREENING-HOLD.
001850     COPY "scrnhold.cpy".
001860
001870 FD  REJECT-SUSPENSE.
001880     COPY "rejsusp.cpy".
001890
001900 FD  AUTH-HOLDS.
001910     COPY "authhold.cpy".
001920
001930 FD  DISPUTE-CASES.
001940     COPY "dispcase.cpy".
001950
001960 FD  LOAN-MASTER.
001970     COPY "loanmast.cpy".
001980
001990 FD  LOAN-SCHEDULE.
002000     COPY "loansch.cpy".
002010
002020 FD  SWEEP-ARRANGEMENTS.
002030     COPY "sweeparr.cpy".
002040
002050 FD  EXCEPTION-REPORT.
002060 01  REPORT-LINE                 PIC X(170).
002070
002080 FD  STEP-STATUS-FILE.
002090     COPY "stepstat.cpy".
002100
002110 WORKING-STORAGE SECTION.
002120 01  WS-ACCT-STATUS              PIC X(02) VALUE '00'.
002130 01  WS-OPR-STATUS               PIC X(02) VALUE '00'.
002140 01  WS-TRX-STATUS               PIC X(02) VALUE '00'.
002150 01  WS-ARC-STATUS               PIC X(02) VALUE '00'.
002160 01  WS-LIM-STATUS               PIC X(02) VALUE '00'.
002170 01  WS-CUST-STATUS              PIC X(02) VALUE '00'.
002180 01  WS-ORD-STATUS               PIC X(02) VALUE '00'.
002190 01  WS-WHSE-STATUS              PIC X(02) VALUE '00'.
002200 01  WS-HOLD-STATUS              PIC X(02) VALUE '00'.
002210 01  WS-SCH-STATUS               PIC X(02) VALUE '00'.
002220 01  WS-SUSP-STATUS              PIC X(02) VALUE '00'.
002230 01  WS-AHD-STATUS               PIC X(02) VALUE '00'.
002240 01  WS-CASE-STATUS              PIC X(02) VALUE '00'.
002250 01  WS-LOAN-STATUS              PIC X(02) VALUE '00'.
002260 01  WS-SCHED-STATUS             PIC X(02) VALUE '00'.
002270 01  WS-SWP-STATUS               PIC X(02) VALUE '00'.
002280 01  WS-RPT-STATUS               PIC X(02) VALUE '00'.
002290 01  WS-STEP-STATUS              PIC X(02) VALUE '00'.
002300 01  WS-STEP-RESULT              PIC X(04) VALUE 'FAIL'.
002310 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002320 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
002330     88  EOF                             VALUE 'Y'.
002340 01  WS-LIVE-FILE-SW             PIC X(01) VALUE 'N'.
002350     88  LIVE-ON-FILE                    VALUE 'Y'.
002360 01  WS-ARCHIVE-FILE-SW          PIC X(01) VALUE 'N'.
002370     88  ARCHIVE-ON-FILE                 VALUE 'Y'.
002380 01  WS-LOAN-FILE-SW             PIC X(01) VALUE 'N'.
002390     88  LOANS-ON-FILE                   VALUE 'Y'.
002400
002410*    THE RECORD BEING CHECKED.  SEQUENTIAL FILES ARE KEYED BY
002420*    THEIR RECORD NUMBER, THE WAY DUPLICATE-HOLD ENTRIES ARE
002430*    NUMBERED FOR RELEASE.
002440 01  WS-CHECK-FILE               PIC X(19) VALUE SPACES.
002450 01  WS-CHECK-KEY                PIC X(20) VALUE SPACES.
002460 01  WS-RECORD-NO                PIC 9(10) VALUE ZERO.
002470 01  WS-EDIT-NUMBER              PIC Z(9)9.
002480 01  WS-WALK-SEQ-NO              PIC 9(10) VALUE ZERO.
002490 01  WS-LAST-SCHED-ACCT-ID       PIC X(20) VALUE SPACES.
002500
002510*    ONE REFERENCE TO LOOK UP, AND THE SEVERITY EACH WAY IT CAN
002520*    BE BROKEN CARRIES FOR THE FILE BEING WALKED.  A SEVERITY
002530*    OF SPACES MEANS THAT STATE IS NOT A FINDING THERE.
002540 01  WS-REF-FIELD                PIC X(20) VALUE SPACES.
002550 01  WS-REF-ACCT-ID              PIC X(20) VALUE SPACES.
002560 01  WS-REF-OPERATOR             PIC X(08) VALUE SPACES.
002570     88  SYSTEM-OPERATOR              VALUE SPACES
002580                                               'ACCTLOAD'.
002590 01  WS-REF-SEQ-NO               PIC 9(10) VALUE ZERO.
002600 01  WS-REF-FIX                  PIC X(40) VALUE SPACES.
002610 01  WS-MISSING-SEVERITY         PIC X(07) VALUE SPACES.
002620 01  WS-CLOSED-SEVERITY          PIC X(07) VALUE SPACES.
002630 01  WS-FROZEN-SEVERITY          PIC X(07) VALUE SPACES.
002640 01  WS-INACTIVE-SEVERITY        PIC X(07) VALUE SPACES.
002650 01  WS-ARCHIVED-SEVERITY        PIC X(07) VALUE SPACES.
002660
002670*    WHAT 8100 / 8200 / 8300 FOUND.
002680 01  WS-ACCT-STATE               PIC X(01) VALUE SPACE.
002690     88  REF-ACCT-MISSING                VALUE 'M'.
002700     88  REF-ACCT-ACTIVE                 VALUE 'A'.
002710     88  REF-ACCT-FROZEN                 VALUE 'F'.
002720     88  REF-ACCT-CLOSED                 VALUE 'C'.
002730 01  WS-OPR-STATE                PIC X(01) VALUE SPACE.
002740     88  REF-OPR-SYSTEM                  VALUE 'S'.
002750     88  REF-OPR-MISSING                 VALUE 'M'.
002760     88  REF-OPR-ACTIVE                  VALUE 'A'.
002770     88  REF-OPR-INACTIVE                VALUE 'I'.
002780 01  WS-SEQ-STATE                PIC X(01) VALUE SPACE.
002790     88  REF-SEQ-LIVE                    VALUE 'L'.
002800     88  REF-SEQ-ARCHIVED                VALUE 'A'.
002810     88  REF-SEQ-MISSING                 VALUE 'M'.
002820
002830 01  WS-FILES-CHECKED            PIC 9(10) VALUE ZERO.
002840 01  WS-RECORDS-CHECKED          PIC 9(10) VALUE ZERO.
002850 01  WS-SEVERE-COUNT             PIC 9(10) VALUE ZERO.
002860 01  WS-WARNING-COUNT            PIC 9(10) VALUE ZERO.
002870
002880 01  WS-HEADING-LINE.
002890     05  FILLER                  PIC X(32)
002900                 VALUE 'REFERENTIAL INTEGRITY CHECK    '.
002910     05  HDG-RUN-DATE            PIC 9(08).
002920
002930 01  WS-COLUMN-LINE.
002940     05  FILLER                  PIC X(21) VALUE 'FILE'.
002950     05  FILLER                  PIC X(22) VALUE 'RECORD'.
002960     05  FILLER                  PIC X(22) VALUE 'FIELD'.
002970     05  FILLER                  PIC X(22) VALUE 'REFERS TO'.
002980     05  FILLER                  PIC X(09) VALUE 'SEVERITY'.
002990     05  FILLER                  PIC X(32) VALUE 'CONDITION'.
003000     05  FILLER                  PIC X(40) VALUE 'SUGGESTED FIX'.
003010
003020 01  WS-EXCEPTION-LINE.
003030     05  EXC-FILE                PIC X(19).
003040     05  FILLER                  PIC X(02) VALUE SPACES.
003050     05  EXC-RECORD-KEY          PIC X(20).
003060     05  FILLER                  PIC X(02) VALUE SPACES.
003070     05  EXC-FIELD               PIC X(20).
003080     05  FILLER                  PIC X(02) VALUE SPACES.
003090     05  EXC-REFERENCE           PIC X(20).
003100     05  FILLER                  PIC X(02) VALUE SPACES.
003110     05  EXC-SEVERITY            PIC X(07).
003120         88  EXC-SEVERE                  VALUE 'SEVERE'.
003130     05  FILLER                  PIC X(02) VALUE SPACES.
003140     05  EXC-CONDITION           PIC X(30).
003150     05  FILLER                  PIC X(02) VALUE SPACES.
003160     05  EXC-FIX                 PIC X(40).
003170
003180 01  WS-TOTAL-LINE.
003190     05  FILLER                  PIC X(16) VALUE 'FILES CHECKED '.
003200     05  TOT-FILES-CHECKED       PIC Z(9)9.
003210     05  FILLER                  PIC X(11) VALUE '  RECORDS '.
003220     05  TOT-RECORDS-CHECKED     PIC Z(9)9.
003230     05  FILLER                  PIC X(10) VALUE '  SEVERE '.
003240     05  TOT-SEVERE              PIC Z(9)9.
003250     05  FILLER                  PIC X(12) VALUE '  WARNINGS '.
003260     05  TOT-WARNINGS            PIC Z(9)9.
003270
003280 PROCEDURE DIVISION.
003290 0000-MAINLINE.
003300     PERFORM 1000-INITIALIZE.
003310     PERFORM 2000-CHECK-ACCOUNTS THRU 2000-EXIT.
003320     PERFORM 2100-CHECK-LIMITS THRU 2100-EXIT.
003330     PERFORM 2200-CHECK-CUSTOMERS THRU 2200-EXIT.
003340     PERFORM 2300-CHECK-STANDING-ORDERS THRU 2300-EXIT.
003350     PERFORM 2400-CHECK-WAREHOUSE THRU 2400-EXIT.
003360     PERFORM 2500-CHECK-DUPLICATE-HOLDS THRU 2500-EXIT.
003370     PERFORM 2600-CHECK-SCREENING-HOLDS THRU 2600-EXIT.
003380     PERFORM 2700-CHECK-SUSPENSE THRU 2700-EXIT.
003390     PERFORM 2800-CHECK-AUTH-HOLDS THRU 2800-EXIT.
003400     PERFORM 3000-CHECK-DISPUTES THRU 3000-EXIT.
003410     PERFORM 3100-CHECK-LOANS THRU 3100-EXIT.
003420     PERFORM 3200-CHECK-LOAN-SCHEDULE THRU 3200-EXIT.
003430     PERFORM 3300-CHECK-SWEEPS THRU 3300-EXIT.
003440     PERFORM 3400-CHECK-POSTED THRU 3400-EXIT.
003450     PERFORM 3500-CHECK-ARCHIVED THRU 3500-EXIT.
003460     PERFORM 9000-TERMINATE.
003470     PERFORM STOP-RUN.
003480
003490 1000-INITIALIZE.
003500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003510     OPEN OUTPUT EXCEPTION-REPORT.
003520     IF WS-RPT-STATUS NOT = '00'
003530         DISPLAY 'ERROR OPENING REFERENCE-EXCEPTIONS.OUT'
003540         STOP RUN
003550     END-IF.
003560     MOVE WS-RUN-DATE TO HDG-RUN-DATE.
003570     WRITE REPORT-LINE FROM WS-HEADING-LINE.
003580     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
003590     OPEN INPUT ACCOUNT-MASTER.
003600     IF WS-ACCT-STATUS NOT = '00'
003610         DISPLAY 'ERROR OPENING ACCOUNT.DAT'
003620         STOP RUN
003630     END-IF.
003640     OPEN INPUT OPERATOR-MASTER.
003650     IF WS-OPR-STATUS NOT = '00'
003660         DISPLAY 'ERROR OPENING OPERATOR.DAT'
003670         STOP RUN
003680     END-IF.
003690     OPEN INPUT TRANSACTION-FILE.
003700     IF WS-TRX-STATUS = '00'
003710         SET LIVE-ON-FILE TO TRUE
003720     ELSE
003730         IF WS-TRX-STATUS NOT = '35'
003740             DISPLAY 'ERROR OPENING TRANSACTION.DAT'
003750             STOP RUN
003760         END-IF
003770     END-IF.
003780     OPEN INPUT ARCHIVE-FILE.
003790     IF WS-ARC-STATUS = '00'
003800         SET ARCHIVE-ON-FILE TO TRUE
003810     ELSE
003820         IF WS-ARC-STATUS NOT = '35'
003830             DISPLAY 'ERROR OPENING TRANSACTION-ARCHIVE.DAT'
003840             STOP RUN
003850         END-IF
003860     END-IF.
003870
003880***************************************************************
003890*    2000-CHECK-ACCOUNTS
003900*    ACCOUNT.DAT ITSELF: A STATUS LEDGER DOES NOT KNOW, AND THE
003910*    OPERATOR WHO LAST SET THE STATUS.  ACCTLOAD STAMPS ITS OWN
003920*    NAME ON A NEW ACCOUNT, SO THAT IS NOT LOOKED UP.
003930***************************************************************
003940 2000-CHECK-ACCOUNTS.
003950     ADD 1 TO WS-FILES-CHECKED.
003960     MOVE 'ACCOUNT'                      TO WS-CHECK-FILE.
003970     MOVE 'WARNING'                      TO WS-INACTIVE-SEVERITY.
003980     MOVE 'REAFFIRM STATUS WITH ACCTMNT' TO WS-REF-FIX.
003990     MOVE 'N' TO WS-EOF-SW.
004000     PERFORM 2010-CHECK-ONE-ACCOUNT THRU 2010-EXIT UNTIL EOF.
004010 2000-EXIT.
004020     EXIT.
004030
004040 2010-CHECK-ONE-ACCOUNT.
004050     READ ACCOUNT-MASTER NEXT RECORD
004060         AT END
004070             SET EOF TO TRUE
004080             GO TO 2010-EXIT
004090     END-READ.
004100     ADD 1 TO WS-RECORDS-CHECKED.
004110     MOVE ACCT-ID TO WS-CHECK-KEY.
004120     IF NOT ACCT-ACTIVE AND NOT ACCT-FROZEN AND NOT ACCT-CLOSED
004130         MOVE 'ACCT-STATUS'            TO EXC-FIELD
004140         MOVE ACCT-STATUS              TO EXC-REFERENCE
004150         MOVE 'SEVERE'                 TO EXC-SEVERITY
004160         MOVE 'ACCOUNT STATUS NOT VALID' TO EXC-CONDITION
004170         MOVE 'SET STATUS WITH ACCTMNT' TO EXC-FIX
004180         PERFORM 6000-WRITE-FINDING
004190     END-IF.
004200     MOVE 'ACCT-STATUS-OPERATOR' TO WS-REF-FIELD.
004210     MOVE ACCT-STATUS-OPERATOR   TO WS-REF-OPERATOR.
004220     PERFORM 7200-CHECK-OPERATOR-REF THRU 7200-EXIT.
004230 2010-EXIT.
004240     EXIT.
004250
004260***************************************************************
004270*    2100-CHECK-LIMITS
004280*    LIMITS ON AN ACCOUNT THAT IS GONE OR CLOSED ARE ORPHANS -
004290*    LIMMNT REMOVE DOES NOT NEED THE ACCOUNT.  THE SETTING
004300*    OPERATOR MUST STILL BE ON FILE AND ACTIVE.
004310***************************************************************
004320 2100-CHECK-LIMITS.
004330     OPEN INPUT ACCOUNT-LIMITS.
004340     IF WS-LIM-STATUS = '35'
004350         GO TO 2100-EXIT
004360     END-IF.
004370     IF WS-LIM-STATUS NOT = '00'
004380         DISPLAY 'ERROR OPENING ACCOUNT-LIMITS.DAT'
004390         STOP RUN
004400     END-IF.
004410     ADD 1 TO WS-FILES-CHECKED.
004420     MOVE 'ACCOUNT-LIMITS' TO WS-CHECK-FILE.
004430     MOVE 'N' TO WS-EOF-SW.
004440     PERFORM 2110-CHECK-ONE-LIMIT THRU 2110-EXIT UNTIL EOF.
004450     CLOSE ACCOUNT-LIMITS.
004460 2100-EXIT.
004470     EXIT.
004480
004490 2110-CHECK-ONE-LIMIT.
004500     READ ACCOUNT-LIMITS NEXT RECORD
004510         AT END
004520             SET EOF TO TRUE
004530             GO TO 2110-EXIT
004540     END-READ.
004550     ADD 1 TO WS-RECORDS-CHECKED.
004560     MOVE LIM-ACCT-ID TO WS-CHECK-KEY.
004570     MOVE 'WARNING'   TO WS-MISSING-SEVERITY.
004580     MOVE 'WARNING'   TO WS-CLOSED-SEVERITY.
004590     MOVE SPACES      TO WS-FROZEN-SEVERITY.
004600     MOVE 'REMOVE WITH LIMMNT REMOVE' TO WS-REF-FIX.
004610     MOVE 'LIM-ACCT-ID' TO WS-REF-FIELD.
004620     MOVE LIM-ACCT-ID   TO WS-REF-ACCT-ID.
004630     PERFORM 7100-CHECK-ACCOUNT-REF THRU 7100-EXIT.
004640     MOVE 'WARNING'   TO WS-INACTIVE-SEVERITY.
004650     MOVE 'RESET WITH LIMMNT SET' TO WS-REF-FIX.
004660     MOVE 'LIM-OPERATOR' TO WS-REF-FIELD.
004670     MOVE LIM-OPERATOR   TO WS-REF-OPERATOR.
004680     PERFORM 7200-CHECK-OPERATOR-REF THRU 7200-EXIT.
004690 2110-EXIT.
004700     EXIT.
004710
004720***************************************************************
004730*    2200-CHECK-CUSTOMERS
004740*    A CUSTOMER RECORD FOR AN ACCOUNT NOT ON FILE.  A CLOSED
004750*    ACCOUNT KEEPS ITS CUSTOMER RECORD FOR NOTICES AND THE
004760*    ESCHEAT FILING.
004770***************************************************************
004780 2200-CHECK-CUSTOMERS.
004790     OPEN INPUT CUSTOMER-MASTER.
004800     IF WS-CUST-STATUS = '35'
004810         GO TO 2200-EXIT
004820     END-IF.
004830     IF WS-CUST-STATUS NOT = '00'
004840         DISPLAY 'ERROR OPENING CUSTOMER.DAT'
004850         STOP RUN
004860     END-IF.
004870     ADD 1 TO WS-FILES-CHECKED.
004880     MOVE 'CUSTOMER' TO WS-CHECK-FILE.
004890     MOVE 'WARNING'  TO WS-MISSING-SEVERITY.
004900     MOVE SPACES     TO WS-CLOSED-SEVERITY.
004910     MOVE SPACES     TO WS-FROZEN-SEVERITY.
004920     MOVE 'DELETE ORPHAN CUSTOMER RECORD' TO WS-REF-FIX.
004930     MOVE 'CUST-ACCT-ID' TO WS-REF-FIELD.
004940     MOVE 'N' TO WS-EOF-SW.
004950     PERFORM 2210-CHECK-ONE-CUSTOMER THRU 2210-EXIT UNTIL EOF.
004960     CLOSE CUSTOMER-MASTER.
004970 2200-EXIT.
004980     EXIT.
004990
005000 2210-CHECK-ONE-CUSTOMER.
005010     READ CUSTOMER-MASTER NEXT RECORD
005020         AT END
005030             SET EOF TO TRUE
005040             GO TO 2210-EXIT
005050     END-READ.
005060     ADD 1 TO WS-RECORDS-CHECKED.
005070     MOVE CUST-ACCT-ID TO WS-CHECK-KEY.
005080     MOVE CUST-ACCT-ID TO WS-REF-ACCT-ID.
005090     PERFORM 7100-CHECK-ACCOUNT-REF THRU 7100-EXIT.
005100 2210-EXIT.
005110     EXIT.
005120
005130***************************************************************
005140*    2300-CHECK-STANDING-ORDERS
005150*    AN ACTIVE ORDER WHOSE SENDER OR RECIPIENT IS GONE OR
005160*    CLOSED IS GENERATED AND REJECTED EVERY TIME IT FALLS DUE.
005170*    CANCELLED ORDERS ARE HISTORY AND ARE NOT CHECKED.
005180***************************************************************
005190 2300-CHECK-STANDING-ORDERS.
005200     OPEN INPUT STANDING-ORDERS.
005210     IF WS-ORD-STATUS = '35'
005220         GO TO 2300-EXIT
005230     END-IF.
005240     IF WS-ORD-STATUS NOT = '00'
005250         DISPLAY 'ERROR OPENING STANDING-ORDERS.DAT'
005260         STOP RUN
005270     END-IF.
005280     ADD 1 TO WS-FILES-CHECKED.
005290     MOVE 'STANDING-ORDERS' TO WS-CHECK-FILE.
005300     MOVE 'SEVERE'  TO WS-MISSING-SEVERITY.
005310     MOVE 'SEVERE'  TO WS-CLOSED-SEVERITY.
005320     MOVE 'WARNING' TO WS-FROZEN-SEVERITY.
005330     MOVE 'CANCEL WITH SORDMNT CANCEL' TO WS-REF-FIX.
005340     MOVE 'N' TO WS-EOF-SW.
005350     PERFORM 2310-CHECK-ONE-ORDER THRU 2310-EXIT UNTIL EOF.
005360     CLOSE STANDING-ORDERS.
005370 2300-EXIT.
005380     EXIT.
005390
005400 2310-CHECK-ONE-ORDER.
005410     READ STANDING-ORDERS NEXT RECORD
005420         AT END
005430             SET EOF TO TRUE
005440             GO TO 2310-EXIT
005450     END-READ.
005460     ADD 1 TO WS-RECORDS-CHECKED.
005470     IF NOT SO-ACTIVE
005480         GO TO 2310-EXIT
005490     END-IF.
005500     MOVE SO-ORDER-ID TO WS-EDIT-NUMBER.
005510     MOVE WS-EDIT-NUMBER TO WS-CHECK-KEY.
005520     MOVE 'SO-SENDER'    TO WS-REF-FIELD.
005530     MOVE SO-SENDER      TO WS-REF-ACCT-ID.
005540     PERFORM 7100-CHECK-ACCOUNT-REF THRU 7100-EXIT.
005550     MOVE 'SO-RECIPIENT' TO WS-REF-FIELD.
005560     MOVE SO-RECIPIENT   TO WS-REF-ACCT-ID.
005570     PERFORM 7100-CHECK-ACCOUNT-REF THRU 7100-EXIT.
005580 2310-EXIT.
005590     EXIT.
005600
005610***************************************************************
005620*    2400-CHECK-WAREHOUSE
005630*    A FUTURE-DATED PAYMENT WHOSE ACCOUNT HAS SINCE GONE OR
005640*    CLOSED WILL ONLY BE SUSPENDED WHEN WHSEREL RELEASES IT.
005650***************************************************************
005660 2400-CHECK-WAREHOUSE.
005670     OPEN INPUT PAYMENT-WAREHOUSE.
005680     IF WS-WHSE-STATUS = '35'
005690         GO TO 2400-EXIT
005700     END-IF.
005710     IF WS-WHSE-STATUS NOT = '00'
005720         DISPLAY 'ERROR OPENING PAYMENT-WAREHOUSE.DAT'
005730         STOP RUN
005740     END-IF.
005750     ADD 1 TO WS-FILES-CHECKED.
005760     MOVE 'PAYMENT-WAREHOUSE' TO WS-CHECK-FILE.
005770     MOVE 'SEVERE'  TO WS-MISSING-SEVERITY.
005780     MOVE 'SEVERE'  TO WS-CLOSED-SEVERITY.
005790     MOVE 'WARNING' TO WS-FROZEN-SEVERITY.
005800     MOVE 'RETURN TO ORIGINATOR BEFORE RELEASE' TO WS-REF-FIX.
005810     MOVE ZERO TO WS-RECORD-NO.
005820     MOVE 'N' TO WS-EOF-SW.
005830     PERFORM 2410-CHECK-ONE-WAREHOUSED THRU 2410-EXIT UNTIL EOF.
005840     CLOSE PAYMENT-WAREHOUSE.
005850 2400-EXIT.
005860     EXIT.
005870
005880 2410-CHECK-ONE-WAREHOUSED.
005890     READ PAYMENT-WAREHOUSE
005900         AT END
005910             SET EOF TO TRUE
005920             GO TO 2410-EXIT
005930     END-READ.
005940     ADD 1 TO WS-RECORDS-CHECKED.
005950     ADD 1 TO WS-RECORD-NO.
005960     MOVE WS-RECORD-NO   TO WS-EDIT-NUMBER.
005970     MOVE WS-EDIT-NUMBER TO WS-CHECK-KEY.
005980     MOVE 'WH-SENDER'    TO WS-REF-FIELD.
005990     MOVE WH-SENDER      TO WS-REF-ACCT-ID.
006000     PERFORM 7100-CHECK-ACCOUNT-REF THRU 7100-EXIT.
006010     MOVE 'WH-RECIPIENT' TO WS-REF-FIELD.
006020     MOVE WH-RECIPIENT   TO WS-REF-ACCT-ID.
006030     PERFORM 7100-CHECK-ACCOUNT-REF THRU 7100-EXIT.
006040 2410-EXIT.
006050     EXIT.
006060
006070***************************************************************
006080*    2500-CHECK-DUPLICATE-HOLDS
006090*    A HELD ENTRY THAT WOULD BE REJECTED IF RELEASED, AND A
006100*    HOLD WHOSE MATCHED POSTING IS NO LONGER ON EITHER FILE.
006110***************************************************************
006120 2500-CHECK-DUPLICATE-HOLDS.
006130     OPEN INPUT DUPLICATE-HOLD.
006140     IF WS-HOLD-STATUS = '35'
006150         GO TO 2500-EXIT
006160     END-IF.
006170     IF WS-HOLD-STATUS NOT = '00'
006180         DISPLAY 'ERROR OPENING DUPLICATE-HOLD.DAT'
006190         STOP RUN
006200     END-IF.
006210     ADD 1 TO WS-FILES-CHECKED.
006220     MOVE 'DUPLICATE-HOLD' TO WS-CHECK-FILE.
006230     MOVE ZERO TO WS-RECORD-NO.
006240     MOVE 'N' TO WS-EOF-SW.
006250     PERFORM 2510-CHECK-ONE-DUPLICATE THRU 2510-EXIT UNTIL EOF.
006260     CLOSE DUPLICATE-HOLD.
006270 2500-EXIT.
006280     EXIT.
006290
006300 2510-CHECK-ONE-DUPLICATE.
006310     READ DUPLICATE-HOLD
006320         AT END
006330             SET EOF TO TRUE
006340             GO TO 2510-EXIT
006350     END-READ.
006360     ADD 1 TO WS-RECORDS-CHECKED.
006370     ADD 1 TO WS-RECORD-NO.
006380     MOVE WS-RECORD-NO   TO WS-EDIT-NUMBER.
006390     MOVE WS-EDIT-NUMBER TO WS-CHECK-KEY.
006400     MOVE 'SEVERE'  TO WS-MISSING-SEVERITY.
006410     MOVE 'SEVERE'  TO WS-CLOSED-SEVERITY.
006420     MOVE 'WARNING' TO WS-FROZEN-SEVERITY.
006430     MOVE 'DISCARD - RELEASE WILL BE REJECTED' TO WS-REF-FIX.
006440     MOVE 'HOLD-SENDER'    TO WS-REF-FIELD.
006450     MOVE HOLD-SENDER      TO WS-REF-ACCT-ID.
006460     PERFORM 7100-CHECK-ACCOUNT-REF THRU 7100-EXIT.
006470     MOVE 'HOLD-RECIPIENT' TO WS-REF-FIELD.
006480     MOVE HOLD-RECIPIENT   TO WS-REF-ACCT-ID.
006490     PERFORM 7100-CHECK-ACCOUNT-REF THRU 7100-EXIT.
006500     IF HOLD-MATCH-SEQ-NO = ZERO
006510         GO TO 2510-EXIT
006520     END-IF.
006530     MOVE 'WARNING' TO WS-MISSING-SEVERITY.
006540     MOVE SPACES    TO WS-ARCHIVED-SEVERITY.
006550     MOVE 'REVIEW MATCH BEFORE RELEASE' TO WS-REF-FIX.
006560     MOVE 'HOLD-MATCH-SEQ-NO' TO WS-REF-FIELD.
006570     MOVE HOLD-MATCH-SEQ-NO   TO WS-REF-SEQ-NO.
006580     PERFORM 7300-CHECK-SEQ-REF THRU 7300-EXIT.
006590 2510-EXIT.
006600     EXIT.
006610
006620***************************************************************
006630*    2600-CHECK-SCREENING-HOLDS
006640*    A HELD OR CLEARED PAYMENT HOLD (A CLEARED ONE POSTS AT THE
006650*    NEXT LEDGER BATCH) IS CHECKED LIKE A DUPLICATE HOLD.  AN
006660*    OPEN HOLD'S HIT ACCOUNT AND ANY DECIDING OFFICER MUST
006670*    STILL BE ON FILE.
006680***************************************************************
006690 2600-CHECK-SCREENING-HOLDS.
006700     OPEN INPUT SCREENING-HOLD.
006710     IF WS-SCH-STATUS = '35'
006720         GO TO 2600-EXIT
006730     END-IF.
006740     IF WS-SCH-STATUS NOT = '00'
006750         DISPLAY 'ERROR OPENING SCREENING-HOLD.DAT'
006760         STOP RUN
006770     END-IF.
006780     ADD 1 TO WS-FILES-CHECKED.
006790     MOVE 'SCREENING-HOLD' TO WS-CHECK-FILE.
006800     MOVE 'N' TO WS-EOF-SW.
006810     PERFORM 2610-CHECK-ONE-SCREENING THRU 2610-EXIT UNTIL EOF.
006820     CLOSE SCREENING-HOLD.
006830 2600-EXIT.
006840     EXIT.
006850
006860 2610-CHECK-ONE-SCREENING.
006870     READ SCREENING-HOLD NEXT RECORD
006880         AT END
006890             SET EOF TO TRUE
006900             GO TO 2610-EXIT
006910     END-READ.
006920     ADD 1 TO WS-RECORDS-CHECKED.
006930     MOVE SH-HOLD-NO     TO WS-EDIT-NUMBER.
006940     MOVE WS-EDIT-NUMBER TO WS-CHECK-KEY.
006950     IF SH-PAYMENT AND (SH-HELD OR SH-CLEARED)
006960         MOVE 'SEVERE'  TO WS-MISSING-SEVERITY
006970         MOVE 'SEVERE'  TO WS-CLOSED-SEVERITY
006980         MOVE 'WARNING' TO WS-FROZEN-SEVERITY
006990         MOVE 'REVIEW HOLD WITH SCRNMNT' TO WS-REF-FIX
007000         MOVE 'SH-SENDER'    TO WS-REF-FIELD
007010         MOVE SH-SENDER      TO WS-REF-ACCT-ID
007020         PERFORM 7100-CHECK-ACCOUNT-REF THRU 7100-EXIT
007030         MOVE 'SH-RECIPIENT' TO WS-REF-FIELD
007040         MOVE SH-RECIPIENT   TO WS-REF-ACCT-ID
007050         PERFORM 7100-CHECK-ACCOUNT-REF THRU 7100-EXIT
007060     END-IF.
007070     IF SH-HELD AND SH-HIT-ACCT-ID NOT = SPACES
007080         MOVE 'WARNING' TO WS-MISSING-SEVERITY
007090         MOVE SPACES    TO WS-CLOSED-SEVERITY
007100         MOVE SPACES    TO WS-FROZEN-SEVERITY
007110         MOVE 'DECIDE HOLD WITH SCRNMNT' TO WS-REF-FIX
007120         MOVE 'SH-HIT-ACCT-ID' TO WS-REF-FIELD
007130         MOVE SH-HIT-ACCT-ID   TO WS-REF-ACCT-ID
007140         PERFORM 7100-CHECK-ACCOUNT-REF THRU 7100-EXIT
007150     END-IF.
007160     MOVE SPACES TO WS-INACTIVE-SEVERITY.
007170     MOVE 'RESTORE OPERATOR WITH OPRMNT' TO WS-REF-FIX.
007180     MOVE 'SH-DECISION-OPERATOR' TO WS-REF-FIELD.
007190     MOVE SH-DECISION-OPERATOR   TO WS-REF-OPERATOR.
007200     PERFORM 7200-CHECK-OPERATOR-REF THRU 7200-EXIT.
007210 2610-EXIT.
007220     EXIT.
007230
007240***************************************************************
007250*    2700-CHECK-SUSPENSE
007260*    A SUSPENDED ENTRY WHOSE ACCOUNT HAS SINCE GONE OR CLOSED
007270*    CAN NEVER BE RESUBMITTED.  THE SIDE THE ENTRY WAS
007280*    SUSPENDED FOR (REASONS 01/05 SENDER, 02/06 RECIPIENT) IS
007290*    ALREADY AN EXCEPTION AND IS NOT CHECKED AGAIN.
007300***************************************************************
007310 2700-CHECK-SUSPENSE.
007320     OPEN INPUT REJECT-SUSPENSE.
007330     IF WS-SUSP-STATUS = '35'
007340         GO TO 2700-EXIT
007350     END-IF.
007360     IF WS-SUSP-STATUS NOT = '00'
007370         DISPLAY 'ERROR OPENING REJECT-SUSPENSE.DAT'
007380         STOP RUN
007390     END-IF.
007400     ADD 1 TO WS-FILES-CHECKED.
007410     MOVE 'REJECT-SUSPENSE' TO WS-CHECK-FILE.
007420     MOVE 'WARNING' TO WS-MISSING-SEVERITY.
007430     MOVE 'WARNING' TO WS-CLOSED-SEVERITY.
007440     MOVE SPACES    TO WS-FROZEN-SEVERITY.
007450     MOVE 'DISCARD - RESUBMIT WILL BE REJECTED' TO WS-REF-FIX.
007460     MOVE ZERO TO WS-RECORD-NO.
007470     MOVE 'N' TO WS-EOF-SW.
007480     PERFORM 2710-CHECK-ONE-SUSPENDED THRU 2710-EXIT UNTIL EOF.
007490     CLOSE REJECT-SUSPENSE.
007500 2700-EXIT.
007510     EXIT.
007520
007530 2710-CHECK-ONE-SUSPENDED.
007540     READ REJECT-SUSPENSE
007550         AT END
007560             SET EOF TO TRUE
007570             GO TO 2710-EXIT
007580     END-READ.
007590     ADD 1 TO WS-RECORDS-CHECKED.
007600     ADD 1 TO WS-RECORD-NO.
007610     MOVE WS-RECORD-NO   TO WS-EDIT-NUMBER.
007620     MOVE WS-EDIT-NUMBER TO WS-CHECK-KEY.
007630     IF NOT REJ-UNKNOWN-SENDER AND NOT REJ-SENDER-NOT-ACTIVE
007640         MOVE 'REJ-SENDER'    TO WS-REF-FIELD
007650         MOVE REJ-SENDER      TO WS-REF-ACCT-ID
007660         PERFORM 7100-CHECK-ACCOUNT-REF THRU 7100-EXIT
007670     END-IF.
007680     IF NOT REJ-UNKNOWN-RECIPIENT AND NOT REJ-RECIPIENT-NOT-ACTIVE
007690         MOVE 'REJ-RECIPIENT' TO WS-REF-FIELD
007700         MOVE REJ-RECIPIENT   TO WS-REF-ACCT-ID
007710         PERFORM 7100-CHECK-ACCOUNT-REF THRU 7100-EXIT
007720     END-IF.
007730 2710-EXIT.
007740     EXIT.
007750
007760***************************************************************
007770*    2800-CHECK-AUTH-HOLDS
007780*    AN ACTIVE HOLD ON AN ACCOUNT NOT ON FILE CAN NEVER BE
007790*    CAPTURED; ON A CLOSED ONE IT ONLY WAITS TO EXPIRE.
007800***************************************************************
007810 2800-CHECK-AUTH-HOLDS.
007820     OPEN INPUT AUTH-HOLDS.
007830     IF WS-AHD-STATUS = '35'
007840         GO TO 2800-EXIT
007850     END-IF.
007860     IF WS-AHD-STATUS NOT = '00'
007870         DISPLAY 'ERROR OPENING AUTH-HOLDS.DAT'
007880         STOP RUN
007890     END-IF.
007900     ADD 1 TO WS-FILES-CHECKED.
007910     MOVE 'AUTH-HOLDS' TO WS-CHECK-FILE.
007920     MOVE 'SEVERE'  TO WS-MISSING-SEVERITY.
007930     MOVE 'WARNING' TO WS-CLOSED-SEVERITY.
007940     MOVE SPACES    TO WS-FROZEN-SEVERITY.
007950     MOVE 'RELEASE WITH AUTHMNT RELEASE' TO WS-REF-FIX.
007960     MOVE 'AHD-ACCT-ID' TO WS-REF-FIELD.
007970     MOVE 'N' TO WS-EOF-SW.
007980     PERFORM 2810-CHECK-ONE-AUTH-HOLD THRU 2810-EXIT UNTIL EOF.
007990     CLOSE AUTH-HOLDS.
008000 2800-EXIT.
008010     EXIT.
008020
008030 2810-CHECK-ONE-AUTH-HOLD.
008040     READ AUTH-HOLDS NEXT RECORD
008050         AT END
008060             SET EOF TO TRUE
008070             GO TO 2810-EXIT
008080     END-READ.
008090     ADD 1 TO WS-RECORDS-CHECKED.
008100     IF NOT AHD-ACTIVE
008110         GO TO 2810-EXIT
008120     END-IF.
008130     MOVE AHD-HOLD-REF TO WS-CHECK-KEY.
008140     MOVE AHD-ACCT-ID  TO WS-REF-ACCT-ID.
008150     PERFORM 7100-CHECK-ACCOUNT-REF THRU 7100-EXIT.
008160 2810-EXIT.
008170     EXIT.
008180
008190***************************************************************
008200*    3000-CHECK-DISPUTES
008210*    AN UNRESOLVED CASE MUST STILL HAVE ITS ACCOUNT AND ITS
008220*    DISPUTED ENTRY ON THE LIVE FILE - WON REVERSES IT THERE.
008230*    A RESOLVED CASE IS HISTORY: ONLY REFERENCES TO THINGS
008240*    THAT NEVER EXISTED ARE FLAGGED.
008250***************************************************************
008260 3000-CHECK-DISPUTES.
008270     OPEN INPUT DISPUTE-CASES.
008280     IF WS-CASE-STATUS = '35'
008290         GO TO 3000-EXIT
008300     END-IF.
008310     IF WS-CASE-STATUS NOT = '00'
008320         DISPLAY 'ERROR OPENING DISPUTE-CASES.DAT'
008330         STOP RUN
008340     END-IF.
008350     ADD 1 TO WS-FILES-CHECKED.
008360     MOVE 'DISPUTE-CASES' TO WS-CHECK-FILE.
008370     MOVE 'N' TO WS-EOF-SW.
008380     PERFORM 3010-CHECK-ONE-CASE THRU 3010-EXIT UNTIL EOF.
008390     CLOSE DISPUTE-CASES.
008400 3000-EXIT.
008410     EXIT.
008420
008430 3010-CHECK-ONE-CASE.
008440     READ DISPUTE-CASES NEXT RECORD
008450         AT END
008460             SET EOF TO TRUE
008470             GO TO 3010-EXIT
008480     END-READ.
008490     ADD 1 TO WS-RECORDS-CHECKED.
008500     MOVE DC-CASE-NO     TO WS-EDIT-NUMBER.
008510     MOVE WS-EDIT-NUMBER TO WS-CHECK-KEY.
008520     IF DC-UNRESOLVED
008530         MOVE 'SEVERE' TO WS-MISSING-SEVERITY
008540         MOVE 'SEVERE' TO WS-ARCHIVED-SEVERITY
008550         MOVE 'REVIEW CASE BEFORE WON OR LOST' TO WS-REF-FIX
008560     ELSE
008570         MOVE 'WARNING' TO WS-MISSING-SEVERITY
008580         MOVE SPACES    TO WS-ARCHIVED-SEVERITY
008590         MOVE 'NOTE ON CASE FILE' TO WS-REF-FIX
008600     END-IF.
008610     MOVE SPACES TO WS-CLOSED-SEVERITY.
008620     MOVE SPACES TO WS-FROZEN-SEVERITY.
008630     MOVE 'DC-TRX-SEQ-NO' TO WS-REF-FIELD.
008640     MOVE DC-TRX-SEQ-NO   TO WS-REF-SEQ-NO.
008650     PERFORM 7300-CHECK-SEQ-REF THRU 7300-EXIT.
008660     MOVE 'DC-ACCT-ID' TO WS-REF-FIELD.
008670     MOVE DC-ACCT-ID   TO WS-REF-ACCT-ID.
008680     PERFORM 7100-CHECK-ACCOUNT-REF THRU 7100-EXIT.
008690     IF DC-REVERSAL-SEQ-NO NOT = ZERO
008700         MOVE 'WARNING' TO WS-MISSING-SEVERITY
008710         MOVE SPACES    TO WS-ARCHIVED-SEVERITY
008720         MOVE 'NOTE ON CASE FILE' TO WS-REF-FIX
008730         MOVE 'DC-REVERSAL-SEQ-NO' TO WS-REF-FIELD
008740         MOVE DC-REVERSAL-SEQ-NO   TO WS-REF-SEQ-NO
008750         PERFORM 7300-CHECK-SEQ-REF THRU 7300-EXIT
008760     END-IF.
008770     MOVE SPACES TO WS-INACTIVE-SEVERITY.
008780     MOVE 'RESTORE OPERATOR WITH OPRMNT' TO WS-REF-FIX.
008790     MOVE 'DC-OPENED-OPERATOR'   TO WS-REF-FIELD.
008800     MOVE DC-OPENED-OPERATOR     TO WS-REF-OPERATOR.
008810     PERFORM 7200-CHECK-OPERATOR-REF THRU 7200-EXIT.
008820     MOVE 'DC-RESOLVED-OPERATOR' TO WS-REF-FIELD.
008830     MOVE DC-RESOLVED-OPERATOR   TO WS-REF-OPERATOR.
008840     PERFORM 7200-CHECK-OPERATOR-REF THRU 7200-EXIT.
008850 3010-EXIT.
008860     EXIT.
008870
008880***************************************************************
008890*    3100-CHECK-LOANS
008900*    AN ACTIVE LOAN WHOSE ACCOUNT IS GONE OR CLOSED CANNOT BE
008910*    BILLED - EVERY LOANBILL LEG WILL BE SUSPENDED.  LOANS.DAT
008920*    STAYS OPEN FOR THE SCHEDULE CHECK THAT FOLLOWS.
008930***************************************************************
008940 3100-CHECK-LOANS.
008950     OPEN INPUT LOAN-MASTER.
008960     IF WS-LOAN-STATUS = '35'
008970         GO TO 3100-EXIT
008980     END-IF.
008990     IF WS-LOAN-STATUS NOT = '00'
009000         DISPLAY 'ERROR OPENING LOANS.DAT'
009010         STOP RUN
009020     END-IF.
009030     SET LOANS-ON-FILE TO TRUE.
009040     ADD 1 TO WS-FILES-CHECKED.
009050     MOVE 'LOANS' TO WS-CHECK-FILE.
009060     MOVE 'SEVERE'  TO WS-MISSING-SEVERITY.
009070     MOVE 'SEVERE'  TO WS-CLOSED-SEVERITY.
009080     MOVE 'WARNING' TO WS-FROZEN-SEVERITY.
009090     MOVE 'REVIEW LOAN BEFORE NEXT LOANBILL' TO WS-REF-FIX.
009100     MOVE 'LN-ACCT-ID' TO WS-REF-FIELD.
009110     MOVE 'N' TO WS-EOF-SW.
009120     PERFORM 3110-CHECK-ONE-LOAN THRU 3110-EXIT UNTIL EOF.
009130 3100-EXIT.
009140     EXIT.
009150
009160 3110-CHECK-ONE-LOAN.
009170     READ LOAN-MASTER NEXT RECORD
009180         AT END
009190             SET EOF TO TRUE
009200             GO TO 3110-EXIT
009210     END-READ.
009220     ADD 1 TO WS-RECORDS-CHECKED.
009230     IF NOT LN-ACTIVE
009240         GO TO 3110-EXIT
009250     END-IF.
009260     MOVE LN-ACCT-ID TO WS-CHECK-KEY.
009270     MOVE LN-ACCT-ID TO WS-REF-ACCT-ID.
009280     PERFORM 7100-CHECK-ACCOUNT-REF THRU 7100-EXIT.
009290 3110-EXIT.
009300     EXIT.
009310
009320***************************************************************
009330*    3200-CHECK-LOAN-SCHEDULE
009340*    INSTALLMENTS FOR A LOAN NOT ON LOANS.DAT, FLAGGED ONCE
009350*    PER LOAN ACCOUNT.
009360***************************************************************
009370 3200-CHECK-LOAN-SCHEDULE.
009380     OPEN INPUT LOAN-SCHEDULE.
009390     IF WS-SCHED-STATUS = '35'
009400         GO TO 3200-EXIT
009410     END-IF.
009420     IF WS-SCHED-STATUS NOT = '00'
009430         DISPLAY 'ERROR OPENING LOAN-SCHEDULE.DAT'
009440         STOP RUN
009450     END-IF.
009460     ADD 1 TO WS-FILES-CHECKED.
009470     MOVE 'LOAN-SCHEDULE' TO WS-CHECK-FILE.
009480     MOVE SPACES TO WS-LAST-SCHED-ACCT-ID.
009490     MOVE 'N' TO WS-EOF-SW.
009500     PERFORM 3210-CHECK-ONE-INSTALLMENT THRU 3210-EXIT UNTIL EOF.
009510     CLOSE LOAN-SCHEDULE.
009520     IF LOANS-ON-FILE
009530         CLOSE LOAN-MASTER
009540     END-IF.
009550 3200-EXIT.
009560     EXIT.
009570
009580 3210-CHECK-ONE-INSTALLMENT.
009590     READ LOAN-SCHEDULE NEXT RECORD
009600         AT END
009610             SET EOF TO TRUE
009620             GO TO 3210-EXIT
009630     END-READ.
009640     ADD 1 TO WS-RECORDS-CHECKED.
009650     IF LS-ACCT-ID = WS-LAST-SCHED-ACCT-ID
009660         GO TO 3210-EXIT
009670     END-IF.
009680     MOVE LS-ACCT-ID TO WS-LAST-SCHED-ACCT-ID.
009690     IF LOANS-ON-FILE
009700         MOVE LS-ACCT-ID TO LN-ACCT-ID
009710         READ LOAN-MASTER
009720             INVALID KEY
009730                 CONTINUE
009740             NOT INVALID KEY
009750                 GO TO 3210-EXIT
009760         END-READ
009770     END-IF.
009780     MOVE LS-ACCT-ID   TO WS-CHECK-KEY.
009790     MOVE 'LS-ACCT-ID' TO EXC-FIELD.
009800     MOVE LS-ACCT-ID   TO EXC-REFERENCE.
009810     MOVE 'WARNING'    TO EXC-SEVERITY.
009820     MOVE 'LOAN NOT ON FILE' TO EXC-CONDITION.
009830     MOVE 'DELETE ORPHAN SCHEDULE ROWS' TO EXC-FIX.
009840     PERFORM 6000-WRITE-FINDING.
009850 3210-EXIT.
009860     EXIT.
009870
009880***************************************************************
009890*    3300-CHECK-SWEEPS
009900*    A LINK STILL IN FORCE (NO END DATE, OR ONE NOT YET PAST)
009910*    NAMING AN ACCOUNT NOT ON FILE.  SWEEP PASSES A CLOSED
009920*    ACCOUNT BY EVERY NIGHT, SO THAT IS ONLY A WARNING.
009930***************************************************************
009940 3300-CHECK-SWEEPS.
009950     OPEN INPUT SWEEP-ARRANGEMENTS.
009960     IF WS-SWP-STATUS = '35'
009970         GO TO 3300-EXIT
009980     END-IF.
009990     IF WS-SWP-STATUS NOT = '00'
010000         DISPLAY 'ERROR OPENING SWEEP-ARRANGEMENTS.DAT'
010010         STOP RUN
010020     END-IF.
010030     ADD 1 TO WS-FILES-CHECKED.
010040     MOVE 'SWEEP-ARRANGEMENTS' TO WS-CHECK-FILE.
010050     MOVE 'N' TO WS-EOF-SW.
010060     PERFORM 3310-CHECK-ONE-LINK THRU 3310-EXIT UNTIL EOF.
010070     CLOSE SWEEP-ARRANGEMENTS.
010080 3300-EXIT.
010090     EXIT.
010100
010110 3310-CHECK-ONE-LINK.
010120     READ SWEEP-ARRANGEMENTS NEXT RECORD
010130         AT END
010140             SET EOF TO TRUE
010150             GO TO 3310-EXIT
010160     END-READ.
010170     ADD 1 TO WS-RECORDS-CHECKED.
010180     IF SWP-EFF-TO-DATE NOT = ZERO
010190             AND SWP-EFF-TO-DATE < WS-RUN-DATE
010200         GO TO 3310-EXIT
010210     END-IF.
010220     MOVE SWP-SUB-ACCT-ID TO WS-CHECK-KEY.
010230     MOVE 'SEVERE'  TO WS-MISSING-SEVERITY.
010240     MOVE 'WARNING' TO WS-CLOSED-SEVERITY.
010250     MOVE SPACES    TO WS-FROZEN-SEVERITY.
010260     MOVE 'REMOVE WITH SWPMNT REMOVE' TO WS-REF-FIX.
010270     MOVE 'SWP-SUB-ACCT-ID'    TO WS-REF-FIELD.
010280     MOVE SWP-SUB-ACCT-ID      TO WS-REF-ACCT-ID.
010290     PERFORM 7100-CHECK-ACCOUNT-REF THRU 7100-EXIT.
010300     MOVE 'SWP-HEADER-ACCT-ID' TO WS-REF-FIELD.
010310     MOVE SWP-HEADER-ACCT-ID   TO WS-REF-ACCT-ID.
010320     PERFORM 7100-CHECK-ACCOUNT-REF THRU 7100-EXIT.
010330     MOVE 'WARNING' TO WS-INACTIVE-SEVERITY.
010340     MOVE 'RESET LINK WITH SWPMNT SET' TO WS-REF-FIX.
010350     MOVE 'SWP-OPERATOR' TO WS-REF-FIELD.
010360     MOVE SWP-OPERATOR   TO WS-REF-OPERATOR.
010370     PERFORM 7200-CHECK-OPERATOR-REF THRU 7200-EXIT.
010380 3310-EXIT.
010390     EXIT.
010400
010410***************************************************************
010420*    3400-CHECK-POSTED
010430*    EVERY POSTED ENTRY'S ACCOUNTS MUST BE ON FILE (ACCOUNTS
010440*    ARE CLOSED, NEVER DELETED), AND A REVERSAL'S TRX-REF-ID
010450*    MUST NAME AN ORIGINAL - ON THE LIVE FILE, OR AT LEAST ON
010460*    THE ARCHIVE, WHICH SPLITS THE PAIR.  THE ANCHOR LEFT BY
010470*    ARCHTRX CARRIES NO ACCOUNTS OR ORIGINAL.  THE LOOKUP
010480*    MOVES THE FILE'S POSITION, SO THE WALK IS RESTARTED JUST
010490*    PAST THE ENTRY IT WAS ON.  THE WALK ITSELF STARTS FROM
010495*    THE FRONT, SINCE EARLIER LOOKUPS HAVE MOVED THE FILE TOO.
010500***************************************************************
010510 3400-CHECK-POSTED.
010520     IF NOT LIVE-ON-FILE
010530         GO TO 3400-EXIT
010540     END-IF.
010550     ADD 1 TO WS-FILES-CHECKED.
010560     MOVE 'TRANSACTION' TO WS-CHECK-FILE.
010570     MOVE 'N' TO WS-EOF-SW.
010572     MOVE ZERO TO TRX-SEQ-NO.
010574     START TRANSACTION-FILE KEY IS NOT LESS THAN TRX-SEQ-NO
010576         INVALID KEY
010577             SET EOF TO TRUE
010578     END-START.
010580     PERFORM 3410-CHECK-ONE-POSTED THRU 3410-EXIT UNTIL EOF.
010590 3400-EXIT.
010600     EXIT.
010610
010620 3410-CHECK-ONE-POSTED.
010630     READ TRANSACTION-FILE NEXT RECORD
010640         AT END
010650             SET EOF TO TRUE
010660             GO TO 3410-EXIT
010670     END-READ.
010680     ADD 1 TO WS-RECORDS-CHECKED.
010690     IF TRX-TYPE-ANCHOR
010700         GO TO 3410-EXIT
010710     END-IF.
010720     MOVE TRX-SEQ-NO     TO WS-WALK-SEQ-NO.
010730     MOVE TRX-SEQ-NO     TO WS-EDIT-NUMBER.
010740     MOVE WS-EDIT-NUMBER TO WS-CHECK-KEY.
010750     MOVE 'SEVERE' TO WS-MISSING-SEVERITY.
010760     MOVE SPACES   TO WS-CLOSED-SEVERITY.
010770     MOVE SPACES   TO WS-FROZEN-SEVERITY.
010780     MOVE 'RESTORE ACCOUNT FROM ACCOUNT-BACKUP' TO WS-REF-FIX.
010790     MOVE 'TRX-SENDER'    TO WS-REF-FIELD.
010800     MOVE TRX-SENDER      TO WS-REF-ACCT-ID.
010810     PERFORM 7100-CHECK-ACCOUNT-REF THRU 7100-EXIT.
010820     MOVE 'TRX-RECIPIENT' TO WS-REF-FIELD.
010830     MOVE TRX-RECIPIENT   TO WS-REF-ACCT-ID.
010840     PERFORM 7100-CHECK-ACCOUNT-REF THRU 7100-EXIT.
010850     IF NOT TRX-TYPE-REVERSAL
010860         GO TO 3410-EXIT
010870     END-IF.
010880     MOVE 'SEVERE'  TO WS-MISSING-SEVERITY.
010890     MOVE 'WARNING' TO WS-ARCHIVED-SEVERITY.
010900     MOVE 'INVESTIGATE - CHECK TRANSACTION-BACKUP' TO WS-REF-FIX.
010910     MOVE 'TRX-REF-ID' TO WS-REF-FIELD.
010920     MOVE TRX-REF-ID   TO WS-REF-SEQ-NO.
010930     PERFORM 7300-CHECK-SEQ-REF THRU 7300-EXIT.
010940     MOVE WS-WALK-SEQ-NO TO TRX-SEQ-NO.
010950     START TRANSACTION-FILE KEY IS GREATER THAN TRX-SEQ-NO
010960         INVALID KEY
010970             SET EOF TO TRUE
010980     END-START.
010990 3410-EXIT.
011000     EXIT.
011010
011020***************************************************************
011030*    3500-CHECK-ARCHIVED
011040*    AN ARCHIVED REVERSAL'S ORIGINAL IS ALWAYS ARCHIVED FIRST
011050*    (ARCHTRX TAKES THE OLDEST ENTRIES), SO IT MUST BE ON ONE
011060*    FILE OR THE OTHER.  THE ARCHIVE'S ACCOUNTS WERE CHECKED
011070*    WHEN THOSE ENTRIES WERE LIVE.  LIKE THE POSTED WALK, IT
011075*    STARTS FROM THE FRONT AND RESTARTS PAST EACH LOOKUP.
011080***************************************************************
011090 3500-CHECK-ARCHIVED.
011100     IF NOT ARCHIVE-ON-FILE
011110         GO TO 3500-EXIT
011120     END-IF.
011130     ADD 1 TO WS-FILES-CHECKED.
011140     MOVE 'TRANSACTION-ARCHIVE' TO WS-CHECK-FILE.
011150     MOVE 'N' TO WS-EOF-SW.
011152     MOVE ZERO TO ARC-SEQ-NO.
011154     START ARCHIVE-FILE KEY IS NOT LESS THAN ARC-SEQ-NO
011156         INVALID KEY
011157             SET EOF TO TRUE
011158     END-START.
011160     PERFORM 3510-CHECK-ONE-ARCHIVED THRU 3510-EXIT UNTIL EOF.
011170 3500-EXIT.
011180     EXIT.
011190
011200 3510-CHECK-ONE-ARCHIVED.
011210     READ ARCHIVE-FILE NEXT RECORD
011220         AT END
011230             SET EOF TO TRUE
011240             GO TO 3510-EXIT
011250     END-READ.
011260     ADD 1 TO WS-RECORDS-CHECKED.
011270     IF ARC-TYPE NOT = 'R'
011280         GO TO 3510-EXIT
011290     END-IF.
011300     MOVE ARC-SEQ-NO     TO WS-WALK-SEQ-NO.
011310     MOVE ARC-SEQ-NO     TO WS-EDIT-NUMBER.
011320     MOVE WS-EDIT-NUMBER TO WS-CHECK-KEY.
011330     MOVE 'SEVERE' TO WS-MISSING-SEVERITY.
011340     MOVE SPACES   TO WS-ARCHIVED-SEVERITY.
011350     MOVE 'INVESTIGATE - CHECK TRANSACTION-BACKUP' TO WS-REF-FIX.
011360     MOVE 'ARC-REF-ID' TO WS-REF-FIELD.
011370     MOVE ARC-REF-ID   TO WS-REF-SEQ-NO.
011380     PERFORM 7300-CHECK-SEQ-REF THRU 7300-EXIT.
011390     MOVE WS-WALK-SEQ-NO TO ARC-SEQ-NO.
011400     START ARCHIVE-FILE KEY IS GREATER THAN ARC-SEQ-NO
011410         INVALID KEY
011420             SET EOF TO TRUE
011430     END-START.
011440 3510-EXIT.
011450     EXIT.
011460
011470***************************************************************
011480*    6000-WRITE-FINDING
011490*    THE CALLER HAS SET THE FIELD, THE REFERENCE, SEVERITY,
011500*    CONDITION AND FIX; THE FILE AND RECORD COME FROM THE WALK.
011510***************************************************************
011520 6000-WRITE-FINDING.
011530     MOVE WS-CHECK-FILE TO EXC-FILE.
011540     MOVE WS-CHECK-KEY  TO EXC-RECORD-KEY.
011550     WRITE REPORT-LINE FROM WS-EXCEPTION-LINE.
011560     IF EXC-SEVERE
011570         ADD 1 TO WS-SEVERE-COUNT
011580     ELSE
011590         ADD 1 TO WS-WARNING-COUNT
011600     END-IF.
011610
011620***************************************************************
011630*    7100-CHECK-ACCOUNT-REF
011640*    WS-REF-ACCT-ID MISSING, CLOSED OR FROZEN, AT THE SEVERITY
011650*    THE WALK HAS SET FOR EACH.
011660***************************************************************
011670 7100-CHECK-ACCOUNT-REF.
011680     PERFORM 8100-LOOK-UP-ACCOUNT.
011690     EVALUATE TRUE
011700         WHEN REF-ACCT-MISSING
011710             MOVE WS-MISSING-SEVERITY   TO EXC-SEVERITY
011720             MOVE 'ACCOUNT NOT ON FILE' TO EXC-CONDITION
011730         WHEN REF-ACCT-CLOSED
011740             MOVE WS-CLOSED-SEVERITY    TO EXC-SEVERITY
011750             MOVE 'ACCOUNT CLOSED'      TO EXC-CONDITION
011760         WHEN REF-ACCT-FROZEN
011770             MOVE WS-FROZEN-SEVERITY    TO EXC-SEVERITY
011780             MOVE 'ACCOUNT FROZEN'      TO EXC-CONDITION
011790         WHEN OTHER
011800             GO TO 7100-EXIT
011810     END-EVALUATE.
011820     IF EXC-SEVERITY = SPACES
011830         GO TO 7100-EXIT
011840     END-IF.
011850     MOVE WS-REF-FIELD   TO EXC-FIELD.
011860     MOVE WS-REF-ACCT-ID TO EXC-REFERENCE.
011870     MOVE WS-REF-FIX     TO EXC-FIX.
011880     PERFORM 6000-WRITE-FINDING.
011890 7100-EXIT.
011900     EXIT.
011910
011920***************************************************************
011930*    7200-CHECK-OPERATOR-REF
011940*    WS-REF-OPERATOR NOT ON OPERATOR.DAT IS ALWAYS A WARNING;
011950*    NO LONGER ACTIVE ONLY WHERE THE WALK SETS A SEVERITY FOR
011960*    IT - A DECISION TAKEN BY SOMEONE WHO HAS SINCE LEFT IS
011970*    STILL A VALID DECISION.
011980***************************************************************
011990 7200-CHECK-OPERATOR-REF.
012000     PERFORM 8200-LOOK-UP-OPERATOR.
012010     EVALUATE TRUE
012020         WHEN REF-OPR-MISSING
012030             MOVE 'WARNING'              TO EXC-SEVERITY
012040             MOVE 'OPERATOR NOT ON FILE' TO EXC-CONDITION
012050         WHEN REF-OPR-INACTIVE
012060             MOVE WS-INACTIVE-SEVERITY   TO EXC-SEVERITY
012070             MOVE 'OPERATOR NOT ACTIVE'  TO EXC-CONDITION
012080         WHEN OTHER
012090             GO TO 7200-EXIT
012100     END-EVALUATE.
012110     IF EXC-SEVERITY = SPACES
012120         GO TO 7200-EXIT
012130     END-IF.
012140     MOVE WS-REF-FIELD    TO EXC-FIELD.
012150     MOVE WS-REF-OPERATOR TO EXC-REFERENCE.
012160     MOVE WS-REF-FIX      TO EXC-FIX.
012170     PERFORM 6000-WRITE-FINDING.
012180 7200-EXIT.
012190     EXIT.
012200
012210***************************************************************
012220*    7300-CHECK-SEQ-REF
012230*    WS-REF-SEQ-NO ON NEITHER FILE, OR ONLY ON THE ARCHIVE, AT
012240*    THE SEVERITY THE WALK HAS SET FOR EACH.
012250***************************************************************
012260 7300-CHECK-SEQ-REF.
012270     PERFORM 8300-LOOK-UP-SEQ-NO.
012280     EVALUATE TRUE
012290         WHEN REF-SEQ-MISSING
012300             MOVE WS-MISSING-SEVERITY   TO EXC-SEVERITY
012310             MOVE 'ENTRY NOT ON FILE'   TO EXC-CONDITION
012320         WHEN REF-SEQ-ARCHIVED
012330             MOVE WS-ARCHIVED-SEVERITY  TO EXC-SEVERITY
012340             MOVE 'ENTRY ARCHIVED'      TO EXC-CONDITION
012350         WHEN OTHER
012360             GO TO 7300-EXIT
012370     END-EVALUATE.
012380     IF EXC-SEVERITY = SPACES
012390         GO TO 7300-EXIT
012400     END-IF.
012410     MOVE WS-REF-FIELD   TO EXC-FIELD.
012420     MOVE WS-REF-SEQ-NO  TO WS-EDIT-NUMBER.
012430     MOVE WS-EDIT-NUMBER TO EXC-REFERENCE.
012440     MOVE WS-REF-FIX     TO EXC-FIX.
012450     PERFORM 6000-WRITE-FINDING.
012460 7300-EXIT.
012470     EXIT.
012480
012490 8100-LOOK-UP-ACCOUNT.
012500     MOVE WS-REF-ACCT-ID TO ACCT-ID.
012510     READ ACCOUNT-MASTER
012520         INVALID KEY
012530             MOVE 'M' TO WS-ACCT-STATE
012540         NOT INVALID KEY
012550             MOVE ACCT-STATUS TO WS-ACCT-STATE
012560     END-READ.
012570
012580 8200-LOOK-UP-OPERATOR.
012590     IF SYSTEM-OPERATOR
012600         MOVE 'S' TO WS-OPR-STATE
012610     ELSE
012620         MOVE WS-REF-OPERATOR TO OPR-ID
012630         READ OPERATOR-MASTER
012640             INVALID KEY
012650                 MOVE 'M' TO WS-OPR-STATE
012660             NOT INVALID KEY
012670                 IF OPR-IS-ACTIVE
012680                     MOVE 'A' TO WS-OPR-STATE
012690                 ELSE
012700                     MOVE 'I' TO WS-OPR-STATE
012710                 END-IF
012720         END-READ
012730     END-IF.
012740
012750 8300-LOOK-UP-SEQ-NO.
012760     MOVE 'M' TO WS-SEQ-STATE.
012770     IF LIVE-ON-FILE
012780         MOVE WS-REF-SEQ-NO TO TRX-SEQ-NO
012790         READ TRANSACTION-FILE
012800             INVALID KEY
012810                 CONTINUE
012820             NOT INVALID KEY
012830                 MOVE 'L' TO WS-SEQ-STATE
012840         END-READ
012850     END-IF.
012860     IF REF-SEQ-MISSING AND ARCHIVE-ON-FILE
012870         MOVE WS-REF-SEQ-NO TO ARC-SEQ-NO
012880         READ ARCHIVE-FILE
012890             INVALID KEY
012900                 CONTINUE
012910             NOT INVALID KEY
012920                 MOVE 'A' TO WS-SEQ-STATE
012930         END-READ
012940     END-IF.
012950
012960 9000-TERMINATE.
012970     CLOSE ACCOUNT-MASTER.
012980     CLOSE OPERATOR-MASTER.
012990     IF LIVE-ON-FILE
013000         CLOSE TRANSACTION-FILE
013010     END-IF.
013020     IF ARCHIVE-ON-FILE
013030         CLOSE ARCHIVE-FILE
013040     END-IF.
013050     MOVE WS-FILES-CHECKED   TO TOT-FILES-CHECKED.
013060     MOVE WS-RECORDS-CHECKED TO TOT-RECORDS-CHECKED.
013070     MOVE WS-SEVERE-COUNT    TO TOT-SEVERE.
013080     MOVE WS-WARNING-COUNT   TO TOT-WARNINGS.
013090     MOVE SPACES TO REPORT-LINE.
013100     WRITE REPORT-LINE.
013110     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
013120     IF WS-SEVERE-COUNT = ZERO
013130         MOVE 'PASS' TO WS-STEP-RESULT
013140         MOVE 'NO SEVERE FINDINGS' TO REPORT-LINE
013150     ELSE
013160         MOVE 'SEVERE FINDINGS - CORRECT AND RERUN THE CLOSE'
013170             TO REPORT-LINE
013180     END-IF.
013190     WRITE REPORT-LINE.
013200     CLOSE EXCEPTION-REPORT.
013210     DISPLAY 'REFCHK: RECORDS CHECKED ' WS-RECORDS-CHECKED
013220         ' SEVERE ' WS-SEVERE-COUNT
013230         ' WARNINGS ' WS-WARNING-COUNT.
013240     PERFORM 9500-WRITE-STEP-STATUS.
013250
013260 9500-WRITE-STEP-STATUS.
013270     OPEN OUTPUT STEP-STATUS-FILE.
013280     IF WS-STEP-STATUS NOT = '00'
013290         DISPLAY 'ERROR WRITING STEP-STATUS.DAT'
013300         STOP RUN
013310     END-IF.
013320     MOVE 'REFCHK'       TO STEP-PROGRAM.
013330     ACCEPT STEP-RUN-DATE FROM DATE YYYYMMDD.
013340     MOVE WS-STEP-RESULT TO STEP-RESULT.
013350     WRITE STEP-STATUS-RECORD.
013360     CLOSE STEP-STATUS-FILE.
013370
013380 STOP-RUN.
013390     STOP RUN.
013400 END PROGRAM REFCHK.
