000010***************************************************************
000020*    PROGRAM-ID.  LOANAGE
000030*    AUTHOR.      K. REYNOLDS
000040*    INSTALLATION. CHAINLEDGER DATA PROCESSING
000050*    DATE-WRITTEN. 2026-10-15
000060*
000070*    NIGHTLY LOAN DELINQUENCY AGING.  RUN AFTER LEDGER BATCH
000080*    WITH THE BUSINESS DATE ON THE COMMAND LINE.  FOR EVERY
000090*    ACTIVE LOAN ON LOANS.DAT (LOANMAST.CPY) IT LOOKS AT EACH
000100*    BILLED OR MISSED INSTALLMENT ON LOAN-SCHEDULE.DAT
000110*    (LOANSCH.CPY) AND WORKS OUT WHAT HAPPENED TO ITS LEGS:
000120*      - A LEG FOUND ON TRANSACTION.DAT (AN ORIGINAL FROM THE
000130*        BORROWER ON CHANNEL 'LNP' OR 'LNI' STAMPED WITH THE
000140*        INSTALLMENT'S DUE DATE) IS MARKED POSTED; A POSTED
000150*        PRINCIPAL LEG COMES OFF LN-OUTSTANDING.  BOTH LEGS
000160*        POSTED MAKES THE INSTALLMENT PAID - THIS IS ALSO HOW A
000170*        MISSED INSTALLMENT CURES ONCE ITS LEG IS RESUBMITTED
000180*        FROM SUSPENSE AND POSTS.
000190*      - A LEG SITTING ON REJECT-SUSPENSE.DAT WITH REASON 03
000200*        (INSUFFICIENT BALANCE) MAKES THE INSTALLMENT MISSED
000210*        AND RAISES ONE LATE FEE FOR IT - A PENDING ENTRY FROM
000220*        THE BORROWER TO THE LOAN HOUSE ACCOUNT ON CHANNEL
000230*        'LNF', STAMPED WITH THE MISSED INSTALLMENT'S DUE DATE
000235*        (AS LOANBILL DATES ITS LEGS), SO FEES FOR SEPARATE
000237*        INSTALLMENTS NEVER SCREEN AS DUPLICATES OF ONE ANOTHER.
000240*      - A LEG IN NEITHER PLACE (STILL IN THE WAREHOUSE OR
000250*        ON HOLD) LEAVES THE INSTALLMENT BILLED FOR NOW.
000260*    THE LOAN'S ARREARS ARE THE UNPOSTED LEGS OF ITS MISSED
000270*    INSTALLMENTS; DAYS PAST DUE RUN FROM THE OLDEST MISSED
000280*    DUE DATE AND SET THE DELINQUENCY BUCKET - '00' UNDER 30
000290*    DAYS, THEN '30', '60' AND '90' (90 DAYS AND OVER).  A LOAN
000300*    WITH EVERY INSTALLMENT BILLED AND PAID IS MARKED PAID OFF.
000310*    SAFE TO RERUN: POSTED LEGS AND CHARGED FEES ARE FLAGGED ON
000320*    THE SCHEDULE, AND THE FLAG IS REWRITTEN BEFORE THE FEE
000330*    ENTRY IS WRITTEN SO A RERUN NEVER CHARGES A FEE TWICE.
000340*    SEE LOANRPT FOR THE PORTFOLIO REPORT.
000350*    COMMAND LINE: LOANAGE BUSINESS-DATE (LATE-FEE
000360*    (HOUSE-ACCOUNT)) - THE LATE FEE IS IN WHOLE UNITS OF THE
000370*    LOAN'S CURRENCY (DEFAULT 25) AND THE HOUSE ACCOUNT
000380*    DEFAULTS TO 'LOANHOUSE', AS FOR LOANBILL.
000390*
000400*    MODIFICATION HISTORY
000410*    DATE       INIT DESCRIPTION
000420*    ---------- ---- ----------------------------------------
000430*    2026-10-15 KDR  ORIGINAL PROGRAM.
000435*    2026-10-15 KDR  LATE FEE DATED BY THE INSTALLMENT'S DUE
000436*                    DATE, NOT THE BUSINESS DATE.
000440***************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. LOANAGE.
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT LOAN-MASTER ASSIGN TO "LOANS.DAT"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS LN-ACCT-ID
000550         FILE STATUS IS WS-LOAN-STATUS.
000560
000570     SELECT LOAN-SCHEDULE ASSIGN TO "LOAN-SCHEDULE.DAT"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS LS-KEY
000610         FILE STATUS IS WS-SCHED-STATUS.
000620
000630     SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTION.DAT"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS TRX-SEQ-NO
000670         ALTERNATE RECORD KEY IS TRX-SENDER WITH DUPLICATES
000680         ALTERNATE RECORD KEY IS TRX-RECIPIENT WITH DUPLICATES
000690         FILE STATUS IS WS-TRX-STATUS.
000700
000710     SELECT REJECT-SUSPENSE ASSIGN TO "REJECT-SUSPENSE.DAT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-SUSP-STATUS.
000740
000750     SELECT PENDING-TRANSACTIONS
000760         ASSIGN TO "PENDING-TRANSACTIONS.DAT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-PEND-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  LOAN-MASTER.
000830     COPY "loanmast.cpy".
000840
000850 FD  LOAN-SCHEDULE.
000860     COPY "loansch.cpy".
000870
000880 FD  TRANSACTION-FILE.
000890     COPY "trxrec.cpy".
000900
000910 FD  REJECT-SUSPENSE.
000920     COPY "rejsusp.cpy".
000930
000940 FD  PENDING-TRANSACTIONS.
000950     COPY "pendtrx.cpy".
000960
000970 WORKING-STORAGE SECTION.
000980 01  WS-LOAN-STATUS              PIC X(02) VALUE '00'.
000990 01  WS-SCHED-STATUS             PIC X(02) VALUE '00'.
001000 01  WS-TRX-STATUS               PIC X(02) VALUE '00'.
001010 01  WS-SUSP-STATUS              PIC X(02) VALUE '00'.
001020 01  WS-PEND-STATUS              PIC X(02) VALUE '00'.
001030 01  WS-LOAN-EOF-SW              PIC X(01) VALUE 'N'.
001040     88  LOAN-EOF                        VALUE 'Y'.
001050 01  WS-SCHED-EOF-SW             PIC X(01) VALUE 'N'.
001060     88  SCHED-EOF                       VALUE 'Y'.
001070 01  WS-SCAN-EOF-SW              PIC X(01) VALUE 'N'.
001080     88  SCAN-EOF                        VALUE 'Y'.
001090 01  WS-SUSP-EOF-SW              PIC X(01) VALUE 'N'.
001100     88  SUSP-EOF                        VALUE 'Y'.
001110 01  WS-FEE-DUE-SW               PIC X(01) VALUE 'N'.
001120     88  LATE-FEE-DUE                    VALUE 'Y'.
001130 01  WS-COMMAND-LINE             PIC X(80) VALUE SPACES.
001140 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001150 01  WS-LATE-FEE-UNITS           PIC 9(06) VALUE ZERO.
001160 01  WS-LATE-FEE                 PIC S9(10)V99 VALUE ZERO.
001170 01  WS-HOUSE-ACCOUNT            PIC X(20) VALUE SPACES.
001180 01  WS-ARREARS                  PIC S9(10)V99 VALUE ZERO.
001190 01  WS-OLDEST-MISSED-DATE       PIC 9(08) VALUE ZERO.
001195 01  WS-FEE-DUE-DATE             PIC 9(08) VALUE ZERO.
001200 01  WS-DAYS-PAST-DUE            PIC S9(07) VALUE ZERO.
001210 01  WS-STILL-OPEN-COUNT         PIC 9(04) VALUE ZERO.
001220 01  WS-PRIOR-BUCKET             PIC X(02) VALUE SPACES.
001230 01  WS-LOAN-COUNT               PIC 9(10) VALUE ZERO.
001240 01  WS-LEGS-POSTED-COUNT        PIC 9(10) VALUE ZERO.
001250 01  WS-PAID-COUNT               PIC 9(10) VALUE ZERO.
001260 01  WS-MISSED-COUNT             PIC 9(10) VALUE ZERO.
001270 01  WS-CURED-COUNT              PIC 9(10) VALUE ZERO.
001280 01  WS-FEE-COUNT                PIC 9(10) VALUE ZERO.
001290 01  WS-PAID-OFF-COUNT           PIC 9(10) VALUE ZERO.
001300 01  WS-BUCKET-00-COUNT          PIC 9(10) VALUE ZERO.
001310 01  WS-BUCKET-30-COUNT          PIC 9(10) VALUE ZERO.
001320 01  WS-BUCKET-60-COUNT          PIC 9(10) VALUE ZERO.
001330 01  WS-BUCKET-90-COUNT          PIC 9(10) VALUE ZERO.
001340 01  WS-EDIT-AMOUNT              PIC -(9)9.99.
001350
001360 01  SUSPENSE-TABLE-AREA.
001370     05  SUSP-TABLE-COUNT        PIC 9(04) COMP VALUE ZERO.
001380     05  SUSP-TABLE-ENTRY OCCURS 1000 TIMES
001390                          INDEXED BY SUSP-IDX.
001400         10  ST-ACCT-ID          PIC X(20).
001410         10  ST-DUE-DATE         PIC 9(10).
001420         10  ST-CHANNEL-ID       PIC X(03).
001430
001440 01  OPEN-INST-AREA.
001450     05  OPEN-INST-COUNT         PIC 9(04) COMP VALUE ZERO.
001460     05  OPEN-INST-ENTRY OCCURS 360 TIMES
001470                         INDEXED BY OI-IDX.
001480         10  OI-INST-NO          PIC 9(03).
001490         10  OI-DUE-DATE         PIC 9(08).
001500         10  OI-PRIN-POSTED-SW   PIC X(01).
001510         10  OI-INT-POSTED-SW    PIC X(01).
001520
001530 PROCEDURE DIVISION.
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE.
001560     PERFORM 1100-LOAD-SUSPENSE-TABLE.
001570     PERFORM 2000-READ-LOAN.
001580     PERFORM 2100-AGE-ONE-LOAN UNTIL LOAN-EOF.
001590     PERFORM 9000-TERMINATE.
001600     PERFORM STOP-RUN.
001610
001620 1000-INITIALIZE.
001630     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
001640     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
001650         INTO WS-BUSINESS-DATE WS-LATE-FEE-UNITS
001660              WS-HOUSE-ACCOUNT.
001670     IF WS-BUSINESS-DATE = ZERO
001680         DISPLAY 'USAGE: LOANAGE BUSINESS-DATE '
001690             '(LATE-FEE (HOUSE-ACCOUNT))'
001700         STOP RUN
001710     END-IF.
001720     IF WS-LATE-FEE-UNITS = ZERO
001730         MOVE 25 TO WS-LATE-FEE-UNITS
001740     END-IF.
001750     MOVE WS-LATE-FEE-UNITS TO WS-LATE-FEE.
001760     IF WS-HOUSE-ACCOUNT = SPACES
001770         MOVE 'LOANHOUSE' TO WS-HOUSE-ACCOUNT
001780     END-IF.
001790     OPEN I-O LOAN-MASTER.
001800     IF WS-LOAN-STATUS NOT = '00'
001810         DISPLAY 'ERROR OPENING LOANS.DAT'
001820         STOP RUN
001830     END-IF.
001840     OPEN I-O LOAN-SCHEDULE.
001850     IF WS-SCHED-STATUS NOT = '00'
001860         DISPLAY 'ERROR OPENING LOAN-SCHEDULE.DAT'
001870         STOP RUN
001880     END-IF.
001890     OPEN INPUT TRANSACTION-FILE.
001900     IF WS-TRX-STATUS NOT = '00'
001910         DISPLAY 'ERROR OPENING TRANSACTION.DAT'
001920         STOP RUN
001930     END-IF.
001940     OPEN EXTEND PENDING-TRANSACTIONS.
001950     IF WS-PEND-STATUS = '35'
001960         OPEN OUTPUT PENDING-TRANSACTIONS
001970     END-IF.
001980     IF WS-PEND-STATUS NOT = '00'
001990         DISPLAY 'ERROR OPENING PENDING-TRANSACTIONS.DAT'
002000         STOP RUN
002010     END-IF.
002020
002030***************************************************************
002040*    1100-LOAD-SUSPENSE-TABLE
002050*    KEEPS EVERY LOAN INSTALLMENT LEG THAT FAILED FOR
002060*    INSUFFICIENT BALANCE.  NO REJECT-SUSPENSE.DAT YET MEANS
002070*    NOTHING HAS FAILED.
002080***************************************************************
002090 1100-LOAD-SUSPENSE-TABLE.
002100     OPEN INPUT REJECT-SUSPENSE.
002110     IF WS-SUSP-STATUS = '35'
002120         SET SUSP-EOF TO TRUE
002130     ELSE
002140         IF WS-SUSP-STATUS NOT = '00'
002150             DISPLAY 'ERROR OPENING REJECT-SUSPENSE.DAT'
002160             STOP RUN
002170         END-IF
002180         PERFORM 1200-READ-SUSPENSE UNTIL SUSP-EOF
002190         CLOSE REJECT-SUSPENSE
002200     END-IF.
002210
002220 1200-READ-SUSPENSE.
002230     READ REJECT-SUSPENSE
002240         AT END
002250             SET SUSP-EOF TO TRUE
002260         NOT AT END
002270             IF REJ-INSUFFICIENT-BALANCE
002280                     AND (REJ-CHANNEL-ID = 'LNP'
002290                         OR REJ-CHANNEL-ID = 'LNI')
002300                 PERFORM 1300-TAKE-SUSPENSE-ENTRY
002310             END-IF
002320     END-READ.
002330
002340 1300-TAKE-SUSPENSE-ENTRY.
002350     IF SUSP-TABLE-COUNT >= 1000
002360         DISPLAY 'SUSPENSE TABLE FULL - LATER LOAN REJECTS '
002370             'NOT AGED THIS RUN'
002380         SET SUSP-EOF TO TRUE
002390     ELSE
002400         ADD 1 TO SUSP-TABLE-COUNT
002410         SET SUSP-IDX TO SUSP-TABLE-COUNT
002420         MOVE REJ-SENDER     TO ST-ACCT-ID(SUSP-IDX)
002430         MOVE REJ-TIMESTAMP  TO ST-DUE-DATE(SUSP-IDX)
002440         MOVE REJ-CHANNEL-ID TO ST-CHANNEL-ID(SUSP-IDX)
002450     END-IF.
002460
002470 2000-READ-LOAN.
002480     READ LOAN-MASTER NEXT RECORD
002490         AT END
002500             SET LOAN-EOF TO TRUE
002510     END-READ.
002520
002530 2100-AGE-ONE-LOAN.
002540     IF LN-ACTIVE AND LN-NEXT-INST-NO > 1
002550         ADD 1 TO WS-LOAN-COUNT
002560         PERFORM 3000-GATHER-OPEN-INSTALLMENTS
002570         IF OPEN-INST-COUNT > ZERO
002580             PERFORM 4000-FIND-POSTED-LEGS
002590         END-IF
002600         MOVE ZERO TO WS-ARREARS
002610         MOVE ZERO TO WS-OLDEST-MISSED-DATE
002620         MOVE ZERO TO WS-STILL-OPEN-COUNT
002630         PERFORM 5000-UPDATE-ONE-INSTALLMENT
002640             VARYING OI-IDX FROM 1 BY 1
002650             UNTIL OI-IDX > OPEN-INST-COUNT
002660         PERFORM 6000-AGE-LOAN
002670     END-IF.
002680     PERFORM 2000-READ-LOAN.
002690
002700***************************************************************
002710*    3000-GATHER-OPEN-INSTALLMENTS
002720*    TABLES THE LOAN'S BILLED AND MISSED INSTALLMENTS - THE
002730*    ONES STILL WAITING ON A LEG - WITH THEIR LEG FLAGS AS
002740*    THEY STAND ON THE SCHEDULE.
002750***************************************************************
002760 3000-GATHER-OPEN-INSTALLMENTS.
002770     MOVE ZERO TO OPEN-INST-COUNT.
002780     MOVE 'N'  TO WS-SCHED-EOF-SW.
002790     MOVE LN-ACCT-ID TO LS-ACCT-ID.
002800     MOVE ZERO       TO LS-INST-NO.
002810     START LOAN-SCHEDULE KEY IS NOT LESS THAN LS-KEY
002820         INVALID KEY
002830             SET SCHED-EOF TO TRUE
002840     END-START.
002850     PERFORM 3100-TAKE-ONE-INSTALLMENT UNTIL SCHED-EOF.
002860
002870 3100-TAKE-ONE-INSTALLMENT.
002880     READ LOAN-SCHEDULE NEXT RECORD
002890         AT END
002900             SET SCHED-EOF TO TRUE
002910         NOT AT END
002920             IF LS-ACCT-ID NOT = LN-ACCT-ID
002930                     OR LS-INST-NO NOT < LN-NEXT-INST-NO
002940                 SET SCHED-EOF TO TRUE
002950             ELSE
002960                 IF LS-BILLED OR LS-MISSED
002970                     ADD 1 TO OPEN-INST-COUNT
002980                     SET OI-IDX TO OPEN-INST-COUNT
002990                     MOVE LS-INST-NO   TO OI-INST-NO(OI-IDX)
003000                     MOVE LS-DUE-DATE  TO OI-DUE-DATE(OI-IDX)
003010                     MOVE LS-PRIN-POSTED-SW
003020                         TO OI-PRIN-POSTED-SW(OI-IDX)
003030                     MOVE LS-INT-POSTED-SW
003040                         TO OI-INT-POSTED-SW(OI-IDX)
003050                 END-IF
003060             END-IF
003070     END-READ.
003080
003090***************************************************************
003100*    4000-FIND-POSTED-LEGS
003110*    WALKS THE BORROWER'S POSTINGS THROUGH THE TRX-SENDER KEY
003120*    AND FLAGS EACH OPEN INSTALLMENT LEG THAT HAS POSTED.
003130***************************************************************
003140 4000-FIND-POSTED-LEGS.
003150     MOVE 'N' TO WS-SCAN-EOF-SW.
003160     MOVE LN-ACCT-ID TO TRX-SENDER.
003170     START TRANSACTION-FILE KEY IS = TRX-SENDER
003180         INVALID KEY
003190             SET SCAN-EOF TO TRUE
003200     END-START.
003210     PERFORM 4100-READ-SENDER-RECORD UNTIL SCAN-EOF.
003220
003230 4100-READ-SENDER-RECORD.
003240     READ TRANSACTION-FILE NEXT RECORD
003250         AT END
003260             SET SCAN-EOF TO TRUE
003270         NOT AT END
003280             IF TRX-SENDER NOT = LN-ACCT-ID
003290                 SET SCAN-EOF TO TRUE
003300             ELSE
003310                 IF TRX-TYPE-ORIGINAL
003320                         AND (TRX-CHANNEL-ID = 'LNP'
003330                             OR TRX-CHANNEL-ID = 'LNI')
003340                     PERFORM 4200-MATCH-INSTALLMENT-LEG
003350                         VARYING OI-IDX FROM 1 BY 1
003360                         UNTIL OI-IDX > OPEN-INST-COUNT
003370                 END-IF
003380             END-IF
003390     END-READ.
003400
003410 4200-MATCH-INSTALLMENT-LEG.
003420     IF OI-DUE-DATE(OI-IDX) = TRX-TIMESTAMP
003430         IF TRX-CHANNEL-ID = 'LNP'
003440             MOVE 'Y' TO OI-PRIN-POSTED-SW(OI-IDX)
003450         ELSE
003460             MOVE 'Y' TO OI-INT-POSTED-SW(OI-IDX)
003470         END-IF
003480     END-IF.
003490
003500***************************************************************
003510*    5000-UPDATE-ONE-INSTALLMENT
003520*    CARRIES THE LEG FLAGS FOUND BACK TO THE SCHEDULE, MOVES
003530*    THE INSTALLMENT TO PAID OR MISSED AS THE EVIDENCE SAYS,
003540*    AND ADDS A MISSED INSTALLMENT'S UNPOSTED LEGS TO THE
003550*    LOAN'S ARREARS.
003560***************************************************************
003570 5000-UPDATE-ONE-INSTALLMENT.
003580     MOVE LN-ACCT-ID          TO LS-ACCT-ID.
003590     MOVE OI-INST-NO(OI-IDX)  TO LS-INST-NO.
003600     READ LOAN-SCHEDULE
003610         INVALID KEY
003620             DISPLAY 'ERROR - NO SCHEDULE ENTRY: ' LS-ACCT-ID
003630                 ' ' LS-INST-NO
003640             STOP RUN
003650     END-READ.
003660     MOVE 'N' TO WS-FEE-DUE-SW.
003670     IF OI-PRIN-POSTED-SW(OI-IDX) = 'Y'
003680             AND NOT LS-PRINCIPAL-POSTED
003690         SET LS-PRINCIPAL-POSTED TO TRUE
003700         SUBTRACT LS-PRINCIPAL FROM LN-OUTSTANDING
003710         ADD 1 TO WS-LEGS-POSTED-COUNT
003720     END-IF.
003730     IF OI-INT-POSTED-SW(OI-IDX) = 'Y'
003740             AND NOT LS-INTEREST-POSTED
003750         SET LS-INTEREST-POSTED TO TRUE
003760         ADD 1 TO WS-LEGS-POSTED-COUNT
003770     END-IF.
003780     IF LS-PRINCIPAL-POSTED AND LS-INTEREST-POSTED
003790         IF LS-MISSED
003800             ADD 1 TO WS-CURED-COUNT
003810         END-IF
003820         SET LS-PAID TO TRUE
003830         ADD 1 TO WS-PAID-COUNT
003840     ELSE
003850         ADD 1 TO WS-STILL-OPEN-COUNT
003860         IF LS-BILLED
003870             PERFORM 5100-CHECK-ONE-REJECT
003880                 VARYING SUSP-IDX FROM 1 BY 1
003890                 UNTIL SUSP-IDX > SUSP-TABLE-COUNT
003900         END-IF
003910         IF LS-MISSED
003920             PERFORM 5200-ADD-TO-ARREARS
003930         END-IF
003940     END-IF.
003950     REWRITE LOAN-SCHEDULE-RECORD
003960         INVALID KEY
003970             DISPLAY 'ERROR REWRITING SCHEDULE: ' LS-ACCT-ID
003980                 ' ' LS-INST-NO
003990             STOP RUN
004000     END-REWRITE.
004010     IF LATE-FEE-DUE
004020         PERFORM 5300-RAISE-LATE-FEE
004030     END-IF.
004040
004050 5100-CHECK-ONE-REJECT.
004060     IF LS-BILLED
004070             AND ST-ACCT-ID(SUSP-IDX) = LS-ACCT-ID
004080             AND ST-DUE-DATE(SUSP-IDX) = LS-DUE-DATE
004090         IF (ST-CHANNEL-ID(SUSP-IDX) = 'LNP'
004100                 AND NOT LS-PRINCIPAL-POSTED)
004110                 OR (ST-CHANNEL-ID(SUSP-IDX) = 'LNI'
004120                     AND NOT LS-INTEREST-POSTED)
004130             SET LS-MISSED TO TRUE
004140             ADD 1 TO WS-MISSED-COUNT
004150             DISPLAY 'MISSED: ' LS-ACCT-ID ' INSTALLMENT '
004160                 LS-INST-NO ' DUE ' LS-DUE-DATE
004170         END-IF
004180     END-IF.
004190
004200 5200-ADD-TO-ARREARS.
004210     IF NOT LS-PRINCIPAL-POSTED
004220         ADD LS-PRINCIPAL TO WS-ARREARS
004230     END-IF.
004240     IF NOT LS-INTEREST-POSTED
004250         ADD LS-INTEREST TO WS-ARREARS
004260     END-IF.
004270     IF WS-OLDEST-MISSED-DATE = ZERO
004280             OR LS-DUE-DATE < WS-OLDEST-MISSED-DATE
004290         MOVE LS-DUE-DATE TO WS-OLDEST-MISSED-DATE
004300     END-IF.
004310     IF NOT LS-LATE-FEE-CHARGED
004320         SET LS-LATE-FEE-CHARGED TO TRUE
004330         SET LATE-FEE-DUE TO TRUE
004335         MOVE LS-DUE-DATE TO WS-FEE-DUE-DATE
004340     END-IF.
004350
004360 5300-RAISE-LATE-FEE.
004370     MOVE LN-ACCT-ID         TO PEND-SENDER.
004380     MOVE WS-HOUSE-ACCOUNT   TO PEND-RECIPIENT.
004390     MOVE WS-LATE-FEE        TO PEND-AMOUNT.
004400     MOVE WS-FEE-DUE-DATE    TO PEND-TIMESTAMP.
004410     MOVE LN-CURRENCY-CODE   TO PEND-CURRENCY-CODE.
004420     MOVE 'LNF'              TO PEND-CHANNEL-ID.
004430     MOVE WS-BUSINESS-DATE   TO PEND-FILE-ID.
004440     WRITE PENDING-TRANSACTION-RECORD.
004450     IF WS-PEND-STATUS NOT = '00'
004460         DISPLAY 'ERROR WRITING PENDING-TRANSACTIONS.DAT'
004470         STOP RUN
004480     END-IF.
004490     ADD WS-LATE-FEE TO LN-LATE-FEES.
004500     ADD 1 TO WS-FEE-COUNT.
004510
004520***************************************************************
004530*    6000-AGE-LOAN
004540*    SETS THE LOAN'S ARREARS, DAYS PAST DUE AND BUCKET FROM
004550*    THE INSTALLMENTS JUST UPDATED AND REWRITES IT.
004560***************************************************************
004570 6000-AGE-LOAN.
004580     MOVE LN-BUCKET  TO WS-PRIOR-BUCKET.
004590     MOVE WS-ARREARS TO LN-ARREARS.
004600     MOVE ZERO       TO WS-DAYS-PAST-DUE.
004610     IF WS-ARREARS > ZERO
004620         COMPUTE WS-DAYS-PAST-DUE =
004630             FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
004640           - FUNCTION INTEGER-OF-DATE(WS-OLDEST-MISSED-DATE)
004650         IF WS-DAYS-PAST-DUE < ZERO
004660             MOVE ZERO TO WS-DAYS-PAST-DUE
004670         END-IF
004680     END-IF.
004690     MOVE WS-OLDEST-MISSED-DATE TO LN-OLDEST-MISSED-DATE.
004700     MOVE WS-DAYS-PAST-DUE      TO LN-DAYS-PAST-DUE.
004710     EVALUATE TRUE
004720         WHEN WS-DAYS-PAST-DUE < 30
004730             SET LN-BUCKET-CURRENT TO TRUE
004740             ADD 1 TO WS-BUCKET-00-COUNT
004750         WHEN WS-DAYS-PAST-DUE < 60
004760             SET LN-BUCKET-30 TO TRUE
004770             ADD 1 TO WS-BUCKET-30-COUNT
004780         WHEN WS-DAYS-PAST-DUE < 90
004790             SET LN-BUCKET-60 TO TRUE
004800             ADD 1 TO WS-BUCKET-60-COUNT
004810         WHEN OTHER
004820             SET LN-BUCKET-90 TO TRUE
004830             ADD 1 TO WS-BUCKET-90-COUNT
004840     END-EVALUATE.
004850     IF LN-BUCKET NOT = WS-PRIOR-BUCKET
004860         MOVE LN-ARREARS TO WS-EDIT-AMOUNT
004870         DISPLAY 'BUCKET ' WS-PRIOR-BUCKET ' TO ' LN-BUCKET ': '
004880             LN-ACCT-ID ' ARREARS ' WS-EDIT-AMOUNT ' '
004890             LN-CURRENCY-CODE
004900     END-IF.
004910     MOVE WS-BUSINESS-DATE TO LN-LAST-AGED-DATE.
004920     IF LN-NEXT-INST-NO > LN-TERM-MONTHS
004930             AND WS-STILL-OPEN-COUNT = ZERO
004940         SET LN-PAID-OFF TO TRUE
004950         ADD 1 TO WS-PAID-OFF-COUNT
004960         DISPLAY 'PAID OFF: ' LN-ACCT-ID
004970     END-IF.
004980     REWRITE LOAN-MASTER-RECORD
004990         INVALID KEY
005000             DISPLAY 'ERROR REWRITING LOAN: ' LN-ACCT-ID
005010             STOP RUN
005020     END-REWRITE.
005030
005040 9000-TERMINATE.
005050     CLOSE LOAN-MASTER.
005060     CLOSE LOAN-SCHEDULE.
005070     CLOSE TRANSACTION-FILE.
005080     CLOSE PENDING-TRANSACTIONS.
005090     DISPLAY 'LOAN AGING FOR ' WS-BUSINESS-DATE
005100         ' HOUSE ' WS-HOUSE-ACCOUNT.
005110     DISPLAY '  LOANS AGED:              ' WS-LOAN-COUNT.
005120     DISPLAY '  LEGS FOUND POSTED:       ' WS-LEGS-POSTED-COUNT.
005130     DISPLAY '  INSTALLMENTS PAID:       ' WS-PAID-COUNT.
005140     DISPLAY '  INSTALLMENTS MISSED:     ' WS-MISSED-COUNT.
005150     DISPLAY '  MISSED NOW CURED:        ' WS-CURED-COUNT.
005160     DISPLAY '  LATE FEES RAISED:        ' WS-FEE-COUNT.
005170     DISPLAY '  LOANS PAID OFF:          ' WS-PAID-OFF-COUNT.
005180     DISPLAY '  BUCKET 00 / 30 / 60 / 90: ' WS-BUCKET-00-COUNT
005190         ' / ' WS-BUCKET-30-COUNT ' / ' WS-BUCKET-60-COUNT
005200         ' / ' WS-BUCKET-90-COUNT.
005210
005220 STOP-RUN.
005230     STOP RUN.
005240
005250 END PROGRAM LOANAGE.
