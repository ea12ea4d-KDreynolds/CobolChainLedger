000010***************************************************************
000020*    PROGRAM-ID.  LOANRPT
000030*    AUTHOR.      K. REYNOLDS
000040*    INSTALLATION. CHAINLEDGER DATA PROCESSING
000050*    DATE-WRITTEN. 2026-10-15
000060*
000070*    LOAN PORTFOLIO REPORT.  READS LOANS.DAT (LOANMAST.CPY)
000080*    START TO FINISH AND WRITES LOAN-PORTFOLIO.OUT - ONE LINE
000090*    PER LOAN WITH ITS OUTSTANDING PRINCIPAL, ARREARS, LATE
000100*    FEES CHARGED, DELINQUENCY BUCKET, DAYS PAST DUE AND THE
000110*    DUE DATE OF THE NEXT INSTALLMENT TO BE BILLED (FROM
000120*    LOAN-SCHEDULE.DAT, LOANSCH.CPY), IN THE LOAN'S OWN
000130*    CURRENCY.  THE PORTFOLIO TOTALS AND THE BUCKET SUMMARY
000140*    AT THE FOOT ARE IN BOOK USD THROUGH RATE-TABLE.DAT
000150*    (RATECALC.CPY) AS OF THE RUN DATE, THE SAME AS BALRPT.
000160*    THE FIGURES ARE AS LOANAGE LAST LEFT THEM, SO RUN THIS
000170*    AFTER LOANAGE.  READ-ONLY; NO COMMAND LINE.
000180*
000190*    MODIFICATION HISTORY
000200*    DATE       INIT DESCRIPTION
000210*    ---------- ---- ----------------------------------------
000220*    2026-10-15 KDR  ORIGINAL PROGRAM.
000230***************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. LOANRPT.
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT LOAN-MASTER ASSIGN TO "LOANS.DAT"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS LN-ACCT-ID
000340         FILE STATUS IS WS-LOAN-STATUS.
000350
000360     SELECT LOAN-SCHEDULE ASSIGN TO "LOAN-SCHEDULE.DAT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS LS-KEY
000400         FILE STATUS IS WS-SCHED-STATUS.
000410
000420     SELECT RATE-TABLE-FILE ASSIGN TO "RATE-TABLE.DAT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RATE-STATUS.
000450
000460     SELECT PORTFOLIO-REPORT ASSIGN TO "LOAN-PORTFOLIO.OUT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RPT-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  LOAN-MASTER.
000530     COPY "loanmast.cpy".
000540
000550 FD  LOAN-SCHEDULE.
000560     COPY "loansch.cpy".
000570
000580 FD  RATE-TABLE-FILE.
000590     COPY "ratetbl.cpy".
000600
000610 FD  PORTFOLIO-REPORT.
000620 01  REPORT-LINE                 PIC X(100).
000630
000640 WORKING-STORAGE SECTION.
000650 01  WS-LOAN-STATUS              PIC X(02) VALUE '00'.
000660 01  WS-SCHED-STATUS             PIC X(02) VALUE '00'.
000670 01  WS-RPT-STATUS               PIC X(02) VALUE '00'.
000680 01  WS-LOAN-EOF-SW              PIC X(01) VALUE 'N'.
000690     88  LOAN-EOF                        VALUE 'Y'.
000700 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000710 01  WS-LOAN-COUNT               PIC 9(10) VALUE ZERO.
000720 01  WS-TOTAL-OUTSTANDING        PIC S9(12)V99 VALUE ZERO.
000730 01  WS-TOTAL-ARREARS            PIC S9(12)V99 VALUE ZERO.
000740 01  WS-TOTAL-FEES               PIC S9(12)V99 VALUE ZERO.
000750
000760 01  BUCKET-SUMMARY-AREA.
000770     05  BUCKET-SUMMARY-ENTRY OCCURS 4 TIMES
000780                              INDEXED BY BKT-IDX.
000790         10  BS-COUNT            PIC 9(10).
000800         10  BS-OUTSTANDING      PIC S9(12)V99.
000810         10  BS-ARREARS          PIC S9(12)V99.
000820
000830 01  WS-HEADING-LINE.
000840     05  FILLER                  PIC X(17)
000850                                 VALUE 'LOAN PORTFOLIO - '.
000860     05  HDG-RUN-DATE            PIC 9(08).
000870
000880 01  WS-COLUMN-LINE.
000890     05  FILLER                  PIC X(21) VALUE 'ACCOUNT ID'.
000900     05  FILLER                  PIC X(04) VALUE 'CCY'.
000910     05  FILLER                  PIC X(15)
000920                                 VALUE '    OUTSTANDING'.
000930     05  FILLER                  PIC X(15)
000940                                 VALUE '        ARREARS'.
000950     05  FILLER                  PIC X(15)
000960                                 VALUE '      LATE FEES'.
000970     05  FILLER                  PIC X(05) VALUE ' BKT'.
000980     05  FILLER                  PIC X(07) VALUE '    DPD'.
000990     05  FILLER                  PIC X(10) VALUE ' NEXT DUE'.
001000     05  FILLER                  PIC X(02) VALUE 'ST'.
001010
001020 01  WS-DETAIL-LINE.
001030     05  DTL-ACCOUNT             PIC X(20).
001040     05  FILLER                  PIC X(01) VALUE SPACES.
001050     05  DTL-CCY                 PIC X(03).
001060     05  FILLER                  PIC X(01) VALUE SPACES.
001070     05  DTL-OUTSTANDING         PIC -(10)9.99.
001080     05  FILLER                  PIC X(01) VALUE SPACES.
001090     05  DTL-ARREARS             PIC -(10)9.99.
001100     05  FILLER                  PIC X(01) VALUE SPACES.
001110     05  DTL-FEES                PIC -(10)9.99.
001120     05  FILLER                  PIC X(03) VALUE SPACES.
001130     05  DTL-BUCKET              PIC X(02).
001140     05  FILLER                  PIC X(02) VALUE SPACES.
001150     05  DTL-DPD                 PIC Z(04)9.
001160     05  FILLER                  PIC X(02) VALUE SPACES.
001170     05  DTL-NEXT-DUE            PIC X(08).
001180     05  FILLER                  PIC X(01) VALUE SPACES.
001190     05  DTL-STATUS              PIC X(01).
001200
001210 01  WS-TOTAL-LINE.
001220     05  FILLER                  PIC X(25)
001230                                 VALUE 'TOTALS (BOOK USD)'.
001240     05  TOT-OUTSTANDING         PIC -(12)9.99.
001250     05  FILLER                  PIC X(01) VALUE SPACES.
001260     05  TOT-ARREARS             PIC -(12)9.99.
001270     05  FILLER                  PIC X(01) VALUE SPACES.
001280     05  TOT-FEES                PIC -(12)9.99.
001290     05  FILLER                  PIC X(03) VALUE SPACES.
001300     05  TOT-COUNT               PIC Z(09)9.
001310     05  FILLER                  PIC X(06) VALUE ' LOANS'.
001320
001330 01  WS-BUCKET-LINE.
001340     05  FILLER                  PIC X(07) VALUE 'BUCKET '.
001350     05  BKL-BUCKET              PIC X(02).
001360     05  FILLER                  PIC X(16) VALUE SPACES.
001370     05  BKL-OUTSTANDING         PIC -(12)9.99.
001380     05  FILLER                  PIC X(01) VALUE SPACES.
001390     05  BKL-ARREARS             PIC -(12)9.99.
001400     05  FILLER                  PIC X(20) VALUE SPACES.
001410     05  BKL-COUNT               PIC Z(09)9.
001420     05  FILLER                  PIC X(06) VALUE ' LOANS'.
001430
001440     COPY "ratework.cpy".
001450
001460 PROCEDURE DIVISION.
001470 0000-MAINLINE.
001480     PERFORM 1000-INITIALIZE.
001490     PERFORM 2000-READ-LOAN.
001500     PERFORM 2100-REPORT-ONE-LOAN UNTIL LOAN-EOF.
001510     PERFORM 9000-TERMINATE.
001520     PERFORM STOP-RUN.
001530
001540 1000-INITIALIZE.
001550     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001560     OPEN INPUT LOAN-MASTER.
001570     IF WS-LOAN-STATUS NOT = '00'
001580         DISPLAY 'ERROR OPENING LOANS.DAT'
001590         STOP RUN
001600     END-IF.
001610     OPEN INPUT LOAN-SCHEDULE.
001620     IF WS-SCHED-STATUS NOT = '00'
001630         DISPLAY 'ERROR OPENING LOAN-SCHEDULE.DAT'
001640         STOP RUN
001650     END-IF.
001660     OPEN OUTPUT PORTFOLIO-REPORT.
001670     IF WS-RPT-STATUS NOT = '00'
001680         DISPLAY 'ERROR OPENING LOAN-PORTFOLIO.OUT'
001690         STOP RUN
001700     END-IF.
001710     PERFORM 8000-LOAD-RATE-TABLE.
001720     INITIALIZE BUCKET-SUMMARY-AREA.
001730     MOVE WS-RUN-DATE TO HDG-RUN-DATE.
001740     WRITE REPORT-LINE FROM WS-HEADING-LINE.
001750     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
001760
001770 2000-READ-LOAN.
001780     READ LOAN-MASTER NEXT RECORD
001790         AT END
001800             SET LOAN-EOF TO TRUE
001810     END-READ.
001820
001830***************************************************************
001840*    2100-REPORT-ONE-LOAN
001850*    ONE DETAIL LINE PER LOAN, PAID-OFF LOANS INCLUDED.  ONLY
001860*    ACTIVE LOANS COUNT TOWARD THE TOTALS AND THE BUCKETS.
001870***************************************************************
001880 2100-REPORT-ONE-LOAN.
001890     MOVE LN-ACCT-ID        TO DTL-ACCOUNT.
001900     MOVE LN-CURRENCY-CODE  TO DTL-CCY.
001910     MOVE LN-OUTSTANDING    TO DTL-OUTSTANDING.
001920     MOVE LN-ARREARS        TO DTL-ARREARS.
001930     MOVE LN-LATE-FEES      TO DTL-FEES.
001940     MOVE LN-BUCKET         TO DTL-BUCKET.
001950     MOVE LN-DAYS-PAST-DUE  TO DTL-DPD.
001960     MOVE LN-STATUS         TO DTL-STATUS.
001970     MOVE SPACES            TO DTL-NEXT-DUE.
001980     IF LN-ACTIVE AND LN-NEXT-INST-NO NOT > LN-TERM-MONTHS
001990         MOVE LN-ACCT-ID      TO LS-ACCT-ID
002000         MOVE LN-NEXT-INST-NO TO LS-INST-NO
002010         READ LOAN-SCHEDULE
002020             INVALID KEY
002030                 MOVE 'NONE' TO DTL-NEXT-DUE
002040             NOT INVALID KEY
002050                 MOVE LS-DUE-DATE TO DTL-NEXT-DUE
002060         END-READ
002070     END-IF.
002080     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
002090     IF LN-ACTIVE
002100         PERFORM 2200-ADD-TO-TOTALS
002110     END-IF.
002120     PERFORM 2000-READ-LOAN.
002130
002140 2200-ADD-TO-TOTALS.
002150     ADD 1 TO WS-LOAN-COUNT.
002160     EVALUATE TRUE
002170         WHEN LN-BUCKET-30
002180             SET BKT-IDX TO 2
002190         WHEN LN-BUCKET-60
002200             SET BKT-IDX TO 3
002210         WHEN LN-BUCKET-90
002220             SET BKT-IDX TO 4
002230         WHEN OTHER
002240             SET BKT-IDX TO 1
002250     END-EVALUATE.
002260     ADD 1 TO BS-COUNT(BKT-IDX).
002270     MOVE LN-CURRENCY-CODE TO RC-CCY-IN.
002280     MOVE WS-RUN-DATE      TO RC-AS-OF-DATE.
002290     MOVE LN-OUTSTANDING   TO RC-AMOUNT-IN.
002300     PERFORM 8100-CONVERT-TO-REPORT-CURRENCY.
002310     ADD RC-AMOUNT-OUT     TO WS-TOTAL-OUTSTANDING.
002320     ADD RC-AMOUNT-OUT     TO BS-OUTSTANDING(BKT-IDX).
002330     MOVE LN-ARREARS       TO RC-AMOUNT-IN.
002340     PERFORM 8100-CONVERT-TO-REPORT-CURRENCY.
002350     ADD RC-AMOUNT-OUT     TO WS-TOTAL-ARREARS.
002360     ADD RC-AMOUNT-OUT     TO BS-ARREARS(BKT-IDX).
002370     MOVE LN-LATE-FEES     TO RC-AMOUNT-IN.
002380     PERFORM 8100-CONVERT-TO-REPORT-CURRENCY.
002390     ADD RC-AMOUNT-OUT     TO WS-TOTAL-FEES.
002400
002410 9000-TERMINATE.
002420     MOVE SPACES TO REPORT-LINE.
002430     WRITE REPORT-LINE.
002440     MOVE WS-TOTAL-OUTSTANDING TO TOT-OUTSTANDING.
002450     MOVE WS-TOTAL-ARREARS     TO TOT-ARREARS.
002460     MOVE WS-TOTAL-FEES        TO TOT-FEES.
002470     MOVE WS-LOAN-COUNT        TO TOT-COUNT.
002480     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
002490     PERFORM 9100-WRITE-BUCKET-LINE
002500         VARYING BKT-IDX FROM 1 BY 1
002510         UNTIL BKT-IDX > 4.
002520     CLOSE LOAN-MASTER.
002530     CLOSE LOAN-SCHEDULE.
002540     CLOSE PORTFOLIO-REPORT.
002550     DISPLAY 'LOAN PORTFOLIO WRITTEN - ACTIVE LOANS: '
002560         WS-LOAN-COUNT.
002570
002580 9100-WRITE-BUCKET-LINE.
002590     EVALUATE BKT-IDX
002600         WHEN 1
002610             MOVE '00' TO BKL-BUCKET
002620         WHEN 2
002630             MOVE '30' TO BKL-BUCKET
002640         WHEN 3
002650             MOVE '60' TO BKL-BUCKET
002660         WHEN 4
002670             MOVE '90' TO BKL-BUCKET
002680     END-EVALUATE.
002690     MOVE BS-OUTSTANDING(BKT-IDX) TO BKL-OUTSTANDING.
002700     MOVE BS-ARREARS(BKT-IDX)     TO BKL-ARREARS.
002710     MOVE BS-COUNT(BKT-IDX)       TO BKL-COUNT.
002720     WRITE REPORT-LINE FROM WS-BUCKET-LINE.
002730
002740 STOP-RUN.
002750     STOP RUN.
002760
002770     COPY "ratecalc.cpy".
002780 END PROGRAM LOANRPT.
