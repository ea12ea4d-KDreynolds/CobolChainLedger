000010***************************************************************
000020*    PROGRAM-ID.  GATEREC
000030*    AUTHOR.      K. REYNOLDS
000040*    INSTALLATION. CHAINLEDGER DATA PROCESSING
000050*    DATE-WRITTEN. 2026-10-15
000060*
000070*    INBOUND FILE DISPOSITION RECONCILIATION.  INGATE PROVES A
000080*    CHANNEL'S INTERFACE FILE TO ITS TRAILER BEFORE MERGING IT;
000090*    THIS PROGRAM PROVES WHAT BECAME OF EVERY DETAIL AFTERWARD.
000100*    EACH FILE ON GATEWAY-CONTROL.DAT (GATECTL.CPY) IS FOLLOWED
000110*    BY ITS CHANNEL ID AND FILE ID THROUGH EVERY PLACE A DETAIL
000120*    CAN END UP:
000130*      - POSTED      TRANSACTION.DAT OR TRANSACTION-ARCHIVE.DAT
000140*                    (ORIGINALS ONLY)
000150*      - WAREHOUSED  PAYMENT-WAREHOUSE.DAT (WHSEREL)
000160*      - DUPL HELD   DUPLICATE-HOLD.DAT (LEDGER'S DUPLICATE
000170*                    SCREEN)
000180*      - SCRN HELD   SCREENING-HOLD.DAT, A PAYMENT HOLD STILL
000190*                    HELD, CLEARED BUT NOT YET POSTED, OR
000200*                    CONFIRMED (NEVER TO POST)
000210*      - SUSPENDED   REJECT-SUSPENSE.DAT
000220*      - PENDING     PENDING-TRANSACTIONS.DAT, NOT YET TAKEN UP
000230*                    BY LEDGER BATCH
000240*    PENDING-TRANSACTIONS.DAT KEEPS AN ENTRY AFTER LEDGER BATCH
000250*    HAS POSTED, HELD OR SUSPENDED IT, SO EVERY SOURCE IS
000260*    SORTED TOGETHER BY CHANNEL, FILE AND DETAIL AND A PENDING
000270*    COPY IS ONLY COUNTED WHERE NO LEDGER OUTCOME WITH THE SAME
000280*    SENDER, RECIPIENT, AMOUNT AND TIMESTAMP HAS ALREADY TAKEN
000290*    IT UP.  A DETAIL HELD AT THE GATE OR WAREHOUSED NEVER HAD
000300*    A PENDING COPY TO TAKE UP.
000310*    THE FILE'S PROVED COUNT AND AMOUNT MUST EQUAL POSTED PLUS
000320*    WAREHOUSED PLUS HELD PLUS SUSPENDED PLUS PENDING; A FILE
000330*    THAT DOES NOT ADD UP, OR THAT WAS ACCEPTED BEFORE THE
000340*    CONTROL FIGURES WERE KEPT, IS FLAGGED ON GATEWAY-RECON.OUT.
000350*    EACH CHANNEL ALSO GETS ITS OWN ACKNOWLEDGEMENT FILE,
000360*    GATEWAY-ACK-CCC.OUT, IN THE GLEXTRX SHAPE - ONE HDR, ONE
000370*    DTL PER DETAIL WITH ITS DISPOSITION AND REASON CODE, ONE
000380*    TRL WITH THE COUNT AND AMOUNT HASH TOTAL - REWRITTEN EACH
000390*    RUN WITH THE CURRENT STATE SO THE CHANNEL CAN CLOSE ITS
000400*    OWN BOOKS.  REASON CODES:
000410*      00 POSTED (REFERENCE = TRX-SEQ-NO)
000420*      WH WAREHOUSED UNTIL ITS VALUE DATE
000430*      DH HELD AS A SUSPECTED DUPLICATE (REFERENCE = ENTRY
000440*         NUMBER ON DUPLICATE-HOLD.DAT)
000450*      SH HELD BY SANCTIONS SCREENING (REFERENCE = HOLD NO)
000460*      SC SCREENING HOLD CLEARED, POSTS AT THE NEXT BATCH
000470*      SF SCREENING HIT CONFIRMED - WILL NOT BE POSTED
000480*      01-10 SUSPENDED, LEDGER REJECT REASON (REJSUSP.CPY)
000490*      PN STILL PENDING
000500*    READ-ONLY AGAINST EVERY FILE IT RECONCILES.
000510*    COMMAND LINE: GATEREC (FROM-ACCEPT-DATE)
000520*
000530*    MODIFICATION HISTORY
000540*    DATE       INIT DESCRIPTION
000550*    ---------- ---- ----------------------------------------
000560*    2026-10-15 KDR  ORIGINAL PROGRAM.
000570***************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. GATEREC.
000600
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT GATEWAY-CONTROL ASSIGN TO "GATEWAY-CONTROL.DAT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-GWC-STATUS.
000670
000680     SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTION.DAT"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS TRX-SEQ-NO
000720         ALTERNATE RECORD KEY IS TRX-SENDER WITH DUPLICATES
000730         ALTERNATE RECORD KEY IS TRX-RECIPIENT WITH DUPLICATES
000740         FILE STATUS IS WS-TRX-STATUS.
000750
000760     SELECT ARCHIVE-FILE ASSIGN TO "TRANSACTION-ARCHIVE.DAT"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS ARC-SEQ-NO
000800         ALTERNATE RECORD KEY IS ARC-SENDER WITH DUPLICATES
000810         ALTERNATE RECORD KEY IS ARC-RECIPIENT WITH DUPLICATES
000820         FILE STATUS IS WS-ARC-STATUS.
000830
000840     SELECT PAYMENT-WAREHOUSE ASSIGN TO "PAYMENT-WAREHOUSE.DAT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-WHSE-STATUS.
000870
000880     SELECT DUPLICATE-HOLD ASSIGN TO "DUPLICATE-HOLD.DAT"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-HOLD-STATUS.
000910
000920     SELECT SCREENING-HOLD ASSIGN TO "SCREENING-HOLD.DAT"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS SH-HOLD-NO
000960         FILE STATUS IS WS-SCH-STATUS.
000970
000980     SELECT REJECT-SUSPENSE ASSIGN TO "REJECT-SUSPENSE.DAT"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-SUSP-STATUS.
001010
001020     SELECT PENDING-TRANSACTIONS
001030         ASSIGN TO "PENDING-TRANSACTIONS.DAT"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-PEND-STATUS.
001060
001070*    ONE ACKNOWLEDGEMENT FILE PER CHANNEL - THE NAME IS BUILT
001080*    FROM THE CHANNEL ID IN 3400-OPEN-ACK-FILE.
001090     SELECT ACK-FILE ASSIGN USING WS-ACK-FILE-NAME
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-ACK-STATUS.
001120
001130     SELECT RECON-REPORT ASSIGN TO "GATEWAY-RECON.OUT"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-RPT-STATUS.
001160
001170     SELECT SORT-WORK ASSIGN TO "SORTWK03".
001180
001190 DATA DIVISION.
001200 FILE SECTION.
001210 FD  GATEWAY-CONTROL.
001220     COPY "gatectl.cpy".
001230
001240 FD  TRANSACTION-FILE.
001250     COPY "trxrec.cpy".
001260
001270 FD  ARCHIVE-FILE.
001280     COPY "archrec.cpy".
001290
001300 FD  PAYMENT-WAREHOUSE.
001310     COPY "whserec.cpy".
001320
001330 FD  DUPLICATE-HOLD.
001340     COPY "dupehold.cpy".
001350
001360 FD  SCREENING-HOLD.
001370     COPY "scrnhold.cpy".
001380
001390 FD  REJECT-SUSPENSE.
001400     COPY "rejsusp.cpy".
001410
001420 FD  PENDING-TRANSACTIONS.
001430     COPY "pendtrx.cpy".
001440
001450 FD  ACK-FILE.
001460 01  ACK-LINE                    PIC X(120).
001470
001480 FD  RECON-REPORT.
001490 01  REPORT-LINE                 PIC X(132).
001500
001510*    ONE RECORD PER DETAIL FOUND, FROM WHICHEVER FILE IT SITS
001520*    ON.  SORT-MATCH-KEY BRINGS A PENDING COPY (RANK 2) RIGHT
001530*    BEHIND THE LEDGER OUTCOMES (RANK 1) FOR THE SAME DETAIL.
001540 SD  SORT-WORK.
001550 01  SORT-RECORD.
001560     05  SORT-MATCH-KEY.
001570         10  SORT-CHANNEL-ID     PIC X(03).
001580         10  SORT-FILE-ID        PIC X(08).
001590         10  SORT-TIMESTAMP      PIC 9(10).
001600         10  SORT-SENDER         PIC X(20).
001610         10  SORT-RECIPIENT      PIC X(20).
001620         10  SORT-AMOUNT         PIC S9(10)V99.
001630     05  SORT-RANK               PIC 9(01).
001640         88  SORT-OUTCOME                VALUE 1.
001650         88  SORT-PENDING-COPY           VALUE 2.
001660     05  SORT-CURRENCY-CODE      PIC X(03).
001670     05  SORT-BUCKET             PIC 9(01).
001680     05  SORT-REASON-CODE        PIC X(02).
001690     05  SORT-REFERENCE          PIC 9(10).
001700     05  SORT-ABSORB-SW          PIC X(01).
001710         88  SORT-TAKES-UP-PENDING       VALUE 'Y'.
001720     05  SORT-FILE-SUB           PIC 9(04).
001730
001740 WORKING-STORAGE SECTION.
001750 01  WS-GWC-STATUS               PIC X(02) VALUE '00'.
001760 01  WS-TRX-STATUS               PIC X(02) VALUE '00'.
001770 01  WS-ARC-STATUS               PIC X(02) VALUE '00'.
001780 01  WS-WHSE-STATUS              PIC X(02) VALUE '00'.
001790 01  WS-HOLD-STATUS              PIC X(02) VALUE '00'.
001800 01  WS-SCH-STATUS               PIC X(02) VALUE '00'.
001810 01  WS-SUSP-STATUS              PIC X(02) VALUE '00'.
001820 01  WS-PEND-STATUS              PIC X(02) VALUE '00'.
001830 01  WS-ACK-STATUS               PIC X(02) VALUE '00'.
001840 01  WS-RPT-STATUS               PIC X(02) VALUE '00'.
001850 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
001860     88  EOF                             VALUE 'Y'.
001870 01  WS-ARC-FILE-SW              PIC X(01) VALUE 'N'.
001880     88  ARCHIVE-ON-FILE                 VALUE 'Y'.
001890 01  WS-FOUND-SW                 PIC X(01) VALUE 'N'.
001900     88  FILE-FOUND                      VALUE 'Y'.
001910 01  WS-ACK-OPEN-SW              PIC X(01) VALUE 'N'.
001920     88  ACK-FILE-OPEN                   VALUE 'Y'.
001930 01  WS-COMMAND-LINE             PIC X(80) VALUE SPACES.
001940 01  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
001950 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001960 01  WS-LOOKUP-KEY.
001970     05  WS-LOOKUP-CHANNEL-ID    PIC X(03).
001980     05  WS-LOOKUP-FILE-ID       PIC X(08).
001990 01  WS-FOUND-SUB                PIC 9(04) VALUE ZERO.
002000 01  WS-HOLD-POSITION            PIC 9(10) VALUE ZERO.
002010 01  WS-SKIPPED-FILE-COUNT       PIC 9(10) VALUE ZERO.
002020 01  WS-PREV-MATCH-KEY           PIC X(73) VALUE SPACES.
002030 01  WS-TAKE-UP-COUNT            PIC 9(04) VALUE ZERO.
002040 01  WS-ACK-FILE-NAME            PIC X(40) VALUE SPACES.
002050 01  WS-ACK-CHANNEL-ID           PIC X(03) VALUE SPACES.
002060 01  WS-ACK-COUNT                PIC 9(10) VALUE ZERO.
002070 01  WS-ACK-TOTAL                PIC S9(13)V99 VALUE ZERO.
002080 01  WS-ACK-FILE-COUNT           PIC 9(10) VALUE ZERO.
002090 01  WS-ACCOUNTED-COUNT          PIC 9(10) VALUE ZERO.
002100 01  WS-ACCOUNTED-TOTAL          PIC S9(13)V99 VALUE ZERO.
002110 01  WS-BALANCED-COUNT           PIC 9(10) VALUE ZERO.
002120 01  WS-FLAGGED-COUNT            PIC 9(10) VALUE ZERO.
002130 01  WS-BKT-SUB                  PIC 9(01) VALUE ZERO.
002140 01  WS-TOT-DISPLAY              PIC +9(13).99.
002150
002160*    EVERY ACCEPTED FILE IN SCOPE, WITH ITS CONTROL FIGURES AND
002170*    WHAT WAS FOUND FOR IT IN EACH DISPOSITION BUCKET:
002180*    1 POSTED  2 WAREHOUSED  3 DUPL HELD  4 SCRN HELD
002190*    5 SUSPENDED  6 PENDING.
002200 01  GATE-FILE-TABLE.
002210     05  GF-COUNT                PIC 9(04) COMP VALUE ZERO.
002220     05  GF-ENTRY OCCURS 2000 TIMES
002230                         INDEXED BY GF-IDX.
002240         10  GF-KEY.
002250             15  GF-CHANNEL-ID   PIC X(03).
002260             15  GF-FILE-ID      PIC X(08).
002270         10  GF-ACCEPT-DATE      PIC 9(08).
002280         10  GF-CONTROL-SW       PIC X(01).
002290             88  GF-HAS-CONTROL          VALUE 'Y'.
002300         10  GF-CTL-COUNT        PIC 9(10).
002310         10  GF-CTL-TOTAL        PIC S9(13)V99.
002320         10  GF-BUCKET OCCURS 6 TIMES.
002330             15  GF-BKT-COUNT    PIC 9(10).
002340             15  GF-BKT-TOTAL    PIC S9(13)V99.
002350 01  GF-MAX                      PIC 9(04) COMP VALUE 2000.
002360
002370 01  WS-BUCKET-NAME-VALUES.
002380     05  FILLER                  PIC X(10) VALUE 'POSTED'.
002390     05  FILLER                  PIC X(10) VALUE 'WAREHOUSED'.
002400     05  FILLER                  PIC X(10) VALUE 'DUPL HELD'.
002410     05  FILLER                  PIC X(10) VALUE 'SCRN HELD'.
002420     05  FILLER                  PIC X(10) VALUE 'SUSPENDED'.
002430     05  FILLER                  PIC X(10) VALUE 'PENDING'.
002440 01  WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAME-VALUES.
002450     05  WS-BUCKET-NAME          PIC X(10) OCCURS 6 TIMES.
002460
002470 01  WS-ACK-DETAIL.
002480     05  FILLER                  PIC X(04) VALUE 'DTL|'.
002490     05  AD-FILE-ID              PIC X(08).
002500     05  FILLER                  PIC X(01) VALUE '|'.
002510     05  AD-SENDER               PIC X(20).
002520     05  FILLER                  PIC X(01) VALUE '|'.
002530     05  AD-RECIPIENT            PIC X(20).
002540     05  FILLER                  PIC X(01) VALUE '|'.
002550     05  AD-AMOUNT               PIC +9(10).99.
002560     05  FILLER                  PIC X(01) VALUE '|'.
002570     05  AD-CURRENCY             PIC X(03).
002580     05  FILLER                  PIC X(01) VALUE '|'.
002590     05  AD-TIMESTAMP            PIC 9(10).
002600     05  FILLER                  PIC X(01) VALUE '|'.
002610     05  AD-DISPOSITION          PIC X(10).
002620     05  FILLER                  PIC X(01) VALUE '|'.
002630     05  AD-REASON-CODE          PIC X(02).
002640     05  FILLER                  PIC X(01) VALUE '|'.
002650     05  AD-REFERENCE            PIC 9(10).
002660
002670 01  WS-HEADING-LINE.
002680     05  FILLER                  PIC X(36)
002690                 VALUE 'INBOUND FILE DISPOSITION RECONCILED '.
002700     05  HDG-RUN-DATE            PIC 9(08).
002710     05  FILLER                  PIC X(22)
002720                 VALUE '  FILES ACCEPTED FROM '.
002730     05  HDG-FROM-DATE           PIC 9(08).
002740
002750 01  WS-COLUMN-LINE.
002760     05  FILLER                  PIC X(05) VALUE 'CHN'.
002770     05  FILLER                  PIC X(10) VALUE 'FILE ID'.
002780     05  FILLER                  PIC X(10) VALUE 'ACCEPTED'.
002790     05  FILLER                  PIC X(12) VALUE '   CTL COUNT'.
002800     05  FILLER                  PIC X(12) VALUE '   ACCOUNTED'.
002810     05  FILLER                  PIC X(19)
002820                                 VALUE '      CONTROL TOTAL'.
002830     05  FILLER                  PIC X(19)
002840                                 VALUE '    ACCOUNTED TOTAL'.
002850     05  FILLER                  PIC X(02) VALUE SPACES.
002860     05  FILLER                  PIC X(06) VALUE 'RESULT'.
002870
002880 01  WS-DETAIL-LINE.
002890     05  DTL-CHANNEL-ID          PIC X(03).
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  DTL-FILE-ID             PIC X(08).
002920     05  FILLER                  PIC X(02) VALUE SPACES.
002930     05  DTL-ACCEPT-DATE         PIC 9(08).
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  DTL-CTL-COUNT           PIC Z(9)9.
002960     05  FILLER                  PIC X(02) VALUE SPACES.
002970     05  DTL-ACCOUNTED-COUNT     PIC Z(9)9.
002980     05  FILLER                  PIC X(02) VALUE SPACES.
002990     05  DTL-CTL-TOTAL           PIC -(13)9.99.
003000     05  FILLER                  PIC X(02) VALUE SPACES.
003010     05  DTL-ACCOUNTED-TOTAL     PIC -(13)9.99.
003020     05  FILLER                  PIC X(02) VALUE SPACES.
003030     05  DTL-RESULT              PIC X(30).
003040
003050 01  WS-BREAKDOWN-LINE.
003060     05  FILLER                  PIC X(15) VALUE SPACES.
003070     05  FILLER                  PIC X(07) VALUE 'POSTED'.
003080     05  BKD-POSTED              PIC Z(9)9.
003090     05  FILLER                  PIC X(08) VALUE '  WHSE'.
003100     05  BKD-WAREHOUSED          PIC Z(9)9.
003110     05  FILLER                  PIC X(08) VALUE '  DUPL'.
003120     05  BKD-DUPL-HELD           PIC Z(9)9.
003130     05  FILLER                  PIC X(08) VALUE '  SCRN'.
003140     05  BKD-SCRN-HELD           PIC Z(9)9.
003150     05  FILLER                  PIC X(08) VALUE '  SUSP'.
003160     05  BKD-SUSPENDED           PIC Z(9)9.
003170     05  FILLER                  PIC X(08) VALUE '  PEND'.
003180     05  BKD-PENDING             PIC Z(9)9.
003190
003200 01  WS-TOTAL-LINE.
003210     05  FILLER                  PIC X(15) VALUE 'TOTALS'.
003220     05  FILLER                  PIC X(07) VALUE 'FILES '.
003230     05  TOT-FILES               PIC Z(9)9.
003240     05  FILLER                  PIC X(12) VALUE '  BALANCED '.
003250     05  TOT-BALANCED            PIC Z(9)9.
003260     05  FILLER                  PIC X(11) VALUE '  FLAGGED '.
003270     05  TOT-FLAGGED             PIC Z(9)9.
003280
003290 PROCEDURE DIVISION.
003300 0000-MAINLINE.
003310     PERFORM 1000-INITIALIZE.
003320     IF GF-COUNT = ZERO
003330         DISPLAY 'NO ACCEPTED FILES IN SCOPE - NOTHING RECONCILED'
003340         PERFORM 9000-TERMINATE
003350         PERFORM STOP-RUN
003360     END-IF.
003370     SORT SORT-WORK
003380         ON ASCENDING KEY SORT-CHANNEL-ID SORT-FILE-ID
003390                          SORT-TIMESTAMP SORT-SENDER
003400                          SORT-RECIPIENT SORT-AMOUNT SORT-RANK
003410         INPUT PROCEDURE 2000-GATHER-DISPOSITIONS
003420         OUTPUT PROCEDURE 3000-WRITE-ACKNOWLEDGEMENTS.
003430     PERFORM 4000-PROVE-ONE-FILE
003440         VARYING GF-IDX FROM 1 BY 1
003450         UNTIL GF-IDX > GF-COUNT.
003460     PERFORM 9000-TERMINATE.
003470     PERFORM STOP-RUN.
003480
003490 1000-INITIALIZE.
003500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003510     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
003520     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
003530         INTO WS-FROM-DATE.
003540     OPEN OUTPUT RECON-REPORT.
003550     IF WS-RPT-STATUS NOT = '00'
003560         DISPLAY 'ERROR OPENING GATEWAY-RECON.OUT'
003570         STOP RUN
003580     END-IF.
003590     MOVE WS-RUN-DATE  TO HDG-RUN-DATE.
003600     MOVE WS-FROM-DATE TO HDG-FROM-DATE.
003610     WRITE REPORT-LINE FROM WS-HEADING-LINE.
003620     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
003630     PERFORM 1100-LOAD-GATEWAY-FILES THRU 1100-EXIT.
003640
003650***************************************************************
003660*    1100-LOAD-GATEWAY-FILES
003670*    TABLES EVERY ACCEPTED FILE ON OR AFTER THE FROM-DATE (ALL
003680*    OF THEM WITH NO DATE GIVEN).  A FILE PAST THE TABLE LIMIT
003690*    IS COUNTED AND LEFT FOR A RUN WITH A LATER FROM-DATE.
003700***************************************************************
003710 1100-LOAD-GATEWAY-FILES.
003720     OPEN INPUT GATEWAY-CONTROL.
003730     IF WS-GWC-STATUS = '35'
003740         GO TO 1100-EXIT
003750     END-IF.
003760     IF WS-GWC-STATUS NOT = '00'
003770         DISPLAY 'ERROR OPENING GATEWAY-CONTROL.DAT'
003780         STOP RUN
003790     END-IF.
003800     MOVE 'N' TO WS-EOF-SW.
003810     PERFORM 1200-TABLE-ONE-FILE THRU 1200-EXIT UNTIL EOF.
003820     CLOSE GATEWAY-CONTROL.
003830 1100-EXIT.
003840     EXIT.
003850
003860 1200-TABLE-ONE-FILE.
003870     READ GATEWAY-CONTROL
003880         AT END
003890             SET EOF TO TRUE
003900             GO TO 1200-EXIT
003910     END-READ.
003920     IF GWC-ACCEPT-DATE < WS-FROM-DATE
003930         GO TO 1200-EXIT
003940     END-IF.
003950     MOVE GWC-CHANNEL-ID TO WS-LOOKUP-CHANNEL-ID.
003960     MOVE GWC-FILE-ID    TO WS-LOOKUP-FILE-ID.
003970     PERFORM 2900-FIND-GATEWAY-FILE.
003980     IF FILE-FOUND
003990         GO TO 1200-EXIT
004000     END-IF.
004010     IF GF-COUNT NOT < GF-MAX
004020         ADD 1 TO WS-SKIPPED-FILE-COUNT
004030         GO TO 1200-EXIT
004040     END-IF.
004050     ADD 1 TO GF-COUNT.
004060     SET GF-IDX TO GF-COUNT.
004070     INITIALIZE GF-ENTRY (GF-IDX).
004080     MOVE GWC-CHANNEL-ID  TO GF-CHANNEL-ID (GF-IDX).
004090     MOVE GWC-FILE-ID     TO GF-FILE-ID (GF-IDX).
004100     MOVE GWC-ACCEPT-DATE TO GF-ACCEPT-DATE (GF-IDX).
004110     MOVE 'N'             TO GF-CONTROL-SW (GF-IDX).
004120     IF GWC-DETAIL-COUNT NUMERIC AND GWC-DETAIL-TOTAL NUMERIC
004130         MOVE 'Y'              TO GF-CONTROL-SW (GF-IDX)
004140         MOVE GWC-DETAIL-COUNT TO GF-CTL-COUNT (GF-IDX)
004150         MOVE GWC-DETAIL-TOTAL TO GF-CTL-TOTAL (GF-IDX)
004160     END-IF.
004170 1200-EXIT.
004180     EXIT.
004190
004200***************************************************************
004210*    2000-GATHER-DISPOSITIONS
004220*    SORT INPUT PROCEDURE.  ONE PASS OVER EACH DISPOSITION FILE,
004230*    RELEASING EVERY DETAIL THAT BELONGS TO A TABLED FILE.  A
004240*    FILE NOT ON DISK YET SIMPLY HOLDS NOTHING.
004250***************************************************************
004260 2000-GATHER-DISPOSITIONS.
004270     PERFORM 2100-GATHER-POSTED THRU 2100-EXIT.
004280     PERFORM 2300-GATHER-WAREHOUSED THRU 2300-EXIT.
004290     PERFORM 2400-GATHER-DUPLICATE-HOLDS THRU 2400-EXIT.
004300     PERFORM 2500-GATHER-SCREENING-HOLDS THRU 2500-EXIT.
004310     PERFORM 2600-GATHER-SUSPENSE THRU 2600-EXIT.
004320     PERFORM 2700-GATHER-PENDING THRU 2700-EXIT.
004330
004340***************************************************************
004350*    2100-GATHER-POSTED
004360*    ORIGINALS ON THE LIVE FILE, THEN ON THE ARCHIVE.  AN
004370*    ARCHIVED RECORD STILL ON THE LIVE FILE (ARCHTRX STOPPED
004380*    BETWEEN ITS ARCHIVE WRITE AND LIVE DELETE) WAS ALREADY
004390*    COUNTED FROM THE LIVE FILE.
004400***************************************************************
004410 2100-GATHER-POSTED.
004420     OPEN INPUT TRANSACTION-FILE.
004430     IF WS-TRX-STATUS = '35'
004440         GO TO 2100-EXIT
004450     END-IF.
004460     IF WS-TRX-STATUS NOT = '00'
004470         DISPLAY 'ERROR OPENING TRANSACTION.DAT'
004480         STOP RUN
004490     END-IF.
004500     MOVE 'N' TO WS-EOF-SW.
004510     PERFORM 2110-READ-ONE-POSTED THRU 2110-EXIT UNTIL EOF.
004520     OPEN INPUT ARCHIVE-FILE.
004530     IF WS-ARC-STATUS = '00'
004540         SET ARCHIVE-ON-FILE TO TRUE
004550     ELSE
004560         IF WS-ARC-STATUS NOT = '35'
004570             DISPLAY 'ERROR OPENING TRANSACTION-ARCHIVE.DAT'
004580             STOP RUN
004590         END-IF
004600     END-IF.
004610     IF ARCHIVE-ON-FILE
004620         MOVE 'N' TO WS-EOF-SW
004630         PERFORM 2200-READ-ONE-ARCHIVED THRU 2200-EXIT
004640             UNTIL EOF
004650         CLOSE ARCHIVE-FILE
004660     END-IF.
004670     CLOSE TRANSACTION-FILE.
004680 2100-EXIT.
004690     EXIT.
004700
004710 2110-READ-ONE-POSTED.
004720     READ TRANSACTION-FILE NEXT RECORD
004730         AT END
004740             SET EOF TO TRUE
004750             GO TO 2110-EXIT
004760     END-READ.
004770     IF NOT TRX-TYPE-ORIGINAL OR TRX-CHANNEL-ID = SPACES
004780         GO TO 2110-EXIT
004790     END-IF.
004800     MOVE TRX-CHANNEL-ID TO WS-LOOKUP-CHANNEL-ID.
004810     MOVE TRX-FILE-ID    TO WS-LOOKUP-FILE-ID.
004820     PERFORM 2900-FIND-GATEWAY-FILE.
004830     IF NOT FILE-FOUND
004840         GO TO 2110-EXIT
004850     END-IF.
004860     MOVE TRX-SENDER        TO SORT-SENDER.
004870     MOVE TRX-RECIPIENT     TO SORT-RECIPIENT.
004880     MOVE TRX-AMOUNT        TO SORT-AMOUNT.
004890     MOVE TRX-TIMESTAMP     TO SORT-TIMESTAMP.
004900     MOVE TRX-CURRENCY-CODE TO SORT-CURRENCY-CODE.
004910     MOVE 1                 TO SORT-BUCKET.
004920     MOVE '00'              TO SORT-REASON-CODE.
004930     MOVE TRX-SEQ-NO        TO SORT-REFERENCE.
004940     MOVE 'Y'               TO SORT-ABSORB-SW.
004950     PERFORM 2950-RELEASE-OUTCOME.
004960 2110-EXIT.
004970     EXIT.
004980
004990 2200-READ-ONE-ARCHIVED.
005000     READ ARCHIVE-FILE NEXT RECORD
005010         AT END
005020             SET EOF TO TRUE
005030             GO TO 2200-EXIT
005040     END-READ.
005050     IF ARC-TYPE NOT = 'O' OR ARC-CHANNEL-ID = SPACES
005060         GO TO 2200-EXIT
005070     END-IF.
005080     MOVE ARC-CHANNEL-ID TO WS-LOOKUP-CHANNEL-ID.
005090     MOVE ARC-FILE-ID    TO WS-LOOKUP-FILE-ID.
005100     PERFORM 2900-FIND-GATEWAY-FILE.
005110     IF NOT FILE-FOUND
005120         GO TO 2200-EXIT
005130     END-IF.
005140     MOVE ARC-SEQ-NO TO TRX-SEQ-NO.
005150     READ TRANSACTION-FILE
005160         INVALID KEY
005170             CONTINUE
005180         NOT INVALID KEY
005190             GO TO 2200-EXIT
005200     END-READ.
005210     MOVE ARC-SENDER        TO SORT-SENDER.
005220     MOVE ARC-RECIPIENT     TO SORT-RECIPIENT.
005230     MOVE ARC-AMOUNT        TO SORT-AMOUNT.
005240     MOVE ARC-TIMESTAMP     TO SORT-TIMESTAMP.
005250     MOVE ARC-CURRENCY-CODE TO SORT-CURRENCY-CODE.
005260     MOVE 1                 TO SORT-BUCKET.
005270     MOVE '00'              TO SORT-REASON-CODE.
005280     MOVE ARC-SEQ-NO        TO SORT-REFERENCE.
005290     MOVE 'Y'               TO SORT-ABSORB-SW.
005300     PERFORM 2950-RELEASE-OUTCOME.
005310 2200-EXIT.
005320     EXIT.
005330
005340***************************************************************
005350*    2300-GATHER-WAREHOUSED
005360*    WHSEREL TAKES A FUTURE-DATED ENTRY OUT OF PENDING WHEN IT
005370*    WAREHOUSES IT, SO THERE IS NO PENDING COPY TO TAKE UP.
005380***************************************************************
005390 2300-GATHER-WAREHOUSED.
005400     OPEN INPUT PAYMENT-WAREHOUSE.
005410     IF WS-WHSE-STATUS = '35'
005420         GO TO 2300-EXIT
005430     END-IF.
005440     IF WS-WHSE-STATUS NOT = '00'
005450         DISPLAY 'ERROR OPENING PAYMENT-WAREHOUSE.DAT'
005460         STOP RUN
005470     END-IF.
005480     MOVE 'N' TO WS-EOF-SW.
005490     PERFORM 2310-READ-ONE-WAREHOUSED THRU 2310-EXIT UNTIL EOF.
005500     CLOSE PAYMENT-WAREHOUSE.
005510 2300-EXIT.
005520     EXIT.
005530
005540 2310-READ-ONE-WAREHOUSED.
005550     READ PAYMENT-WAREHOUSE
005560         AT END
005570             SET EOF TO TRUE
005580             GO TO 2310-EXIT
005590     END-READ.
005600     MOVE WH-CHANNEL-ID TO WS-LOOKUP-CHANNEL-ID.
005610     MOVE WH-FILE-ID    TO WS-LOOKUP-FILE-ID.
005620     PERFORM 2900-FIND-GATEWAY-FILE.
005630     IF NOT FILE-FOUND
005640         GO TO 2310-EXIT
005650     END-IF.
005660     MOVE WH-SENDER         TO SORT-SENDER.
005670     MOVE WH-RECIPIENT      TO SORT-RECIPIENT.
005680     MOVE WH-AMOUNT         TO SORT-AMOUNT.
005690     MOVE WH-TIMESTAMP      TO SORT-TIMESTAMP.
005700     MOVE WH-CURRENCY-CODE  TO SORT-CURRENCY-CODE.
005710     MOVE 2                 TO SORT-BUCKET.
005720     MOVE 'WH'              TO SORT-REASON-CODE.
005730     MOVE ZERO              TO SORT-REFERENCE.
005740     MOVE 'N'               TO SORT-ABSORB-SW.
005750     PERFORM 2950-RELEASE-OUTCOME.
005760 2310-EXIT.
005770     EXIT.
005780
005790***************************************************************
005800*    2400-GATHER-DUPLICATE-HOLDS
005810*    THE REFERENCE IS THE ENTRY NUMBER LEDGER RELEASE TAKES.
005820***************************************************************
005830 2400-GATHER-DUPLICATE-HOLDS.
005840     OPEN INPUT DUPLICATE-HOLD.
005850     IF WS-HOLD-STATUS = '35'
005860         GO TO 2400-EXIT
005870     END-IF.
005880     IF WS-HOLD-STATUS NOT = '00'
005890         DISPLAY 'ERROR OPENING DUPLICATE-HOLD.DAT'
005900         STOP RUN
005910     END-IF.
005920     MOVE 'N' TO WS-EOF-SW.
005930     MOVE ZERO TO WS-HOLD-POSITION.
005940     PERFORM 2410-READ-ONE-DUPLICATE THRU 2410-EXIT UNTIL EOF.
005950     CLOSE DUPLICATE-HOLD.
005960 2400-EXIT.
005970     EXIT.
005980
005990 2410-READ-ONE-DUPLICATE.
006000     READ DUPLICATE-HOLD
006010         AT END
006020             SET EOF TO TRUE
006030             GO TO 2410-EXIT
006040     END-READ.
006050     ADD 1 TO WS-HOLD-POSITION.
006060     MOVE HOLD-CHANNEL-ID TO WS-LOOKUP-CHANNEL-ID.
006070     MOVE HOLD-FILE-ID    TO WS-LOOKUP-FILE-ID.
006080     PERFORM 2900-FIND-GATEWAY-FILE.
006090     IF NOT FILE-FOUND
006100         GO TO 2410-EXIT
006110     END-IF.
006120     MOVE HOLD-SENDER        TO SORT-SENDER.
006130     MOVE HOLD-RECIPIENT     TO SORT-RECIPIENT.
006140     MOVE HOLD-AMOUNT        TO SORT-AMOUNT.
006150     MOVE HOLD-TIMESTAMP     TO SORT-TIMESTAMP.
006160     MOVE HOLD-CURRENCY-CODE TO SORT-CURRENCY-CODE.
006170     MOVE 3                  TO SORT-BUCKET.
006180     MOVE 'DH'               TO SORT-REASON-CODE.
006190     MOVE WS-HOLD-POSITION   TO SORT-REFERENCE.
006200     MOVE 'Y'                TO SORT-ABSORB-SW.
006210     PERFORM 2950-RELEASE-OUTCOME.
006220 2410-EXIT.
006230     EXIT.
006240
006250***************************************************************
006260*    2500-GATHER-SCREENING-HOLDS
006270*    PAYMENT HOLDS ONLY.  A RELEASED HOLD HAS POSTED AND IS
006280*    COUNTED FROM TRANSACTION.DAT.  A GATE HOLD (SOURCE 'G')
006290*    NEVER REACHED PENDING; A BATCH HOLD (SOURCE 'B') TAKES UP
006300*    ITS PENDING COPY.
006310***************************************************************
006320 2500-GATHER-SCREENING-HOLDS.
006330     OPEN INPUT SCREENING-HOLD.
006340     IF WS-SCH-STATUS = '35'
006350         GO TO 2500-EXIT
006360     END-IF.
006370     IF WS-SCH-STATUS NOT = '00'
006380         DISPLAY 'ERROR OPENING SCREENING-HOLD.DAT'
006390         STOP RUN
006400     END-IF.
006410     MOVE 'N' TO WS-EOF-SW.
006420     PERFORM 2510-READ-ONE-SCREENING THRU 2510-EXIT UNTIL EOF.
006430     CLOSE SCREENING-HOLD.
006440 2500-EXIT.
006450     EXIT.
006460
006470 2510-READ-ONE-SCREENING.
006480     READ SCREENING-HOLD NEXT RECORD
006490         AT END
006500             SET EOF TO TRUE
006510             GO TO 2510-EXIT
006520     END-READ.
006530     IF NOT SH-PAYMENT OR SH-RELEASED
006540         GO TO 2510-EXIT
006550     END-IF.
006560     MOVE SH-CHANNEL-ID TO WS-LOOKUP-CHANNEL-ID.
006570     MOVE SH-FILE-ID    TO WS-LOOKUP-FILE-ID.
006580     PERFORM 2900-FIND-GATEWAY-FILE.
006590     IF NOT FILE-FOUND
006600         GO TO 2510-EXIT
006610     END-IF.
006620     MOVE SH-SENDER         TO SORT-SENDER.
006630     MOVE SH-RECIPIENT      TO SORT-RECIPIENT.
006640     MOVE SH-AMOUNT         TO SORT-AMOUNT.
006650     MOVE SH-TIMESTAMP      TO SORT-TIMESTAMP.
006660     MOVE SH-CURRENCY-CODE  TO SORT-CURRENCY-CODE.
006670     MOVE 4                 TO SORT-BUCKET.
006680     EVALUATE TRUE
006690         WHEN SH-CLEARED
006700             MOVE 'SC'      TO SORT-REASON-CODE
006710         WHEN SH-CONFIRMED
006720             MOVE 'SF'      TO SORT-REASON-CODE
006730         WHEN OTHER
006740             MOVE 'SH'      TO SORT-REASON-CODE
006750     END-EVALUATE.
006760     MOVE SH-HOLD-NO        TO SORT-REFERENCE.
006770     IF SH-FROM-BATCH
006780         MOVE 'Y'           TO SORT-ABSORB-SW
006790     ELSE
006800         MOVE 'N'           TO SORT-ABSORB-SW
006810     END-IF.
006820     PERFORM 2950-RELEASE-OUTCOME.
006830 2510-EXIT.
006840     EXIT.
006850
006860 2600-GATHER-SUSPENSE.
006870     OPEN INPUT REJECT-SUSPENSE.
006880     IF WS-SUSP-STATUS = '35'
006890         GO TO 2600-EXIT
006900     END-IF.
006910     IF WS-SUSP-STATUS NOT = '00'
006920         DISPLAY 'ERROR OPENING REJECT-SUSPENSE.DAT'
006930         STOP RUN
006940     END-IF.
006950     MOVE 'N' TO WS-EOF-SW.
006960     PERFORM 2610-READ-ONE-SUSPENDED THRU 2610-EXIT UNTIL EOF.
006970     CLOSE REJECT-SUSPENSE.
006980 2600-EXIT.
006990     EXIT.
007000
007010 2610-READ-ONE-SUSPENDED.
007020     READ REJECT-SUSPENSE
007030         AT END
007040             SET EOF TO TRUE
007050             GO TO 2610-EXIT
007060     END-READ.
007070     MOVE REJ-CHANNEL-ID TO WS-LOOKUP-CHANNEL-ID.
007080     MOVE REJ-FILE-ID    TO WS-LOOKUP-FILE-ID.
007090     PERFORM 2900-FIND-GATEWAY-FILE.
007100     IF NOT FILE-FOUND
007110         GO TO 2610-EXIT
007120     END-IF.
007130     MOVE REJ-SENDER        TO SORT-SENDER.
007140     MOVE REJ-RECIPIENT     TO SORT-RECIPIENT.
007150     MOVE REJ-AMOUNT        TO SORT-AMOUNT.
007160     MOVE REJ-TIMESTAMP     TO SORT-TIMESTAMP.
007170     MOVE REJ-CURRENCY-CODE TO SORT-CURRENCY-CODE.
007180     MOVE 5                 TO SORT-BUCKET.
007190     MOVE REJ-REASON-CODE   TO SORT-REASON-CODE.
007200     MOVE ZERO              TO SORT-REFERENCE.
007210     MOVE 'Y'               TO SORT-ABSORB-SW.
007220     PERFORM 2950-RELEASE-OUTCOME.
007230 2610-EXIT.
007240     EXIT.
007250
007260 2700-GATHER-PENDING.
007270     OPEN INPUT PENDING-TRANSACTIONS.
007280     IF WS-PEND-STATUS = '35'
007290         GO TO 2700-EXIT
007300     END-IF.
007310     IF WS-PEND-STATUS NOT = '00'
007320         DISPLAY 'ERROR OPENING PENDING-TRANSACTIONS.DAT'
007330         STOP RUN
007340     END-IF.
007350     MOVE 'N' TO WS-EOF-SW.
007360     PERFORM 2710-READ-ONE-PENDING THRU 2710-EXIT UNTIL EOF.
007370     CLOSE PENDING-TRANSACTIONS.
007380 2700-EXIT.
007390     EXIT.
007400
007410 2710-READ-ONE-PENDING.
007420     READ PENDING-TRANSACTIONS
007430         AT END
007440             SET EOF TO TRUE
007450             GO TO 2710-EXIT
007460     END-READ.
007470     MOVE PEND-CHANNEL-ID TO WS-LOOKUP-CHANNEL-ID.
007480     MOVE PEND-FILE-ID    TO WS-LOOKUP-FILE-ID.
007490     PERFORM 2900-FIND-GATEWAY-FILE.
007500     IF NOT FILE-FOUND
007510         GO TO 2710-EXIT
007520     END-IF.
007530     MOVE PEND-CHANNEL-ID    TO SORT-CHANNEL-ID.
007540     MOVE PEND-FILE-ID       TO SORT-FILE-ID.
007550     MOVE PEND-SENDER        TO SORT-SENDER.
007560     MOVE PEND-RECIPIENT     TO SORT-RECIPIENT.
007570     MOVE PEND-AMOUNT        TO SORT-AMOUNT.
007580     MOVE PEND-TIMESTAMP     TO SORT-TIMESTAMP.
007590     MOVE PEND-CURRENCY-CODE TO SORT-CURRENCY-CODE.
007600     MOVE 2                  TO SORT-RANK.
007610     MOVE 6                  TO SORT-BUCKET.
007620     MOVE 'PN'               TO SORT-REASON-CODE.
007630     MOVE ZERO               TO SORT-REFERENCE.
007640     MOVE 'N'                TO SORT-ABSORB-SW.
007650     MOVE WS-FOUND-SUB       TO SORT-FILE-SUB.
007660     RELEASE SORT-RECORD.
007670 2710-EXIT.
007680     EXIT.
007690
007700 2900-FIND-GATEWAY-FILE.
007710     MOVE 'N' TO WS-FOUND-SW.
007720     SET GF-IDX TO 1.
007730     SEARCH GF-ENTRY
007740         AT END
007750             CONTINUE
007760         WHEN GF-IDX > GF-COUNT
007770             CONTINUE
007780         WHEN GF-KEY (GF-IDX) = WS-LOOKUP-KEY
007790             SET FILE-FOUND TO TRUE
007800             SET WS-FOUND-SUB TO GF-IDX
007810     END-SEARCH.
007820
007830 2950-RELEASE-OUTCOME.
007840     MOVE WS-LOOKUP-CHANNEL-ID TO SORT-CHANNEL-ID.
007850     MOVE WS-LOOKUP-FILE-ID    TO SORT-FILE-ID.
007860     MOVE 1                    TO SORT-RANK.
007870     MOVE WS-FOUND-SUB         TO SORT-FILE-SUB.
007880     RELEASE SORT-RECORD.
007890
007900***************************************************************
007910*    3000-WRITE-ACKNOWLEDGEMENTS
007920*    SORT OUTPUT PROCEDURE.  EACH LEDGER OUTCOME THAT CAME BY
007930*    WAY OF PENDING TAKES UP ONE PENDING COPY OF THE SAME
007940*    DETAIL; A PENDING COPY LEFT OVER IS STILL PENDING.  EVERY
007950*    DISPOSITION IS WRITTEN TO ITS CHANNEL'S ACKNOWLEDGEMENT
007960*    FILE AND COUNTED AGAINST ITS FILE'S BUCKET.
007970***************************************************************
007980 3000-WRITE-ACKNOWLEDGEMENTS.
007990     MOVE 'N' TO WS-EOF-SW.
008000     MOVE SPACES TO WS-PREV-MATCH-KEY.
008010     MOVE SPACES TO WS-ACK-CHANNEL-ID.
008020     PERFORM 3100-RETURN-SORT-RECORD.
008030     PERFORM 3200-TAKE-ONE-DISPOSITION THRU 3200-EXIT
008040         UNTIL EOF.
008050     IF ACK-FILE-OPEN
008060         PERFORM 3500-CLOSE-ACK-FILE
008070     END-IF.
008080
008090 3100-RETURN-SORT-RECORD.
008100     RETURN SORT-WORK
008110         AT END
008120             SET EOF TO TRUE
008130     END-RETURN.
008140
008150 3200-TAKE-ONE-DISPOSITION.
008160     IF SORT-CHANNEL-ID NOT = WS-ACK-CHANNEL-ID
008170             OR NOT ACK-FILE-OPEN
008180         IF ACK-FILE-OPEN
008190             PERFORM 3500-CLOSE-ACK-FILE
008200         END-IF
008210         PERFORM 3400-OPEN-ACK-FILE
008220     END-IF.
008230     IF SORT-MATCH-KEY NOT = WS-PREV-MATCH-KEY
008240         MOVE SORT-MATCH-KEY TO WS-PREV-MATCH-KEY
008250         MOVE ZERO TO WS-TAKE-UP-COUNT
008260     END-IF.
008270     IF SORT-PENDING-COPY
008280         IF WS-TAKE-UP-COUNT > ZERO
008290             SUBTRACT 1 FROM WS-TAKE-UP-COUNT
008300             GO TO 3200-NEXT
008310         END-IF
008320     ELSE
008330         IF SORT-TAKES-UP-PENDING
008340             ADD 1 TO WS-TAKE-UP-COUNT
008350         END-IF
008360     END-IF.
008370     PERFORM 3300-WRITE-ACK-DETAIL.
008380 3200-NEXT.
008390     PERFORM 3100-RETURN-SORT-RECORD.
008400 3200-EXIT.
008410     EXIT.
008420
008430 3300-WRITE-ACK-DETAIL.
008440     MOVE SORT-FILE-ID       TO AD-FILE-ID.
008450     MOVE SORT-SENDER        TO AD-SENDER.
008460     MOVE SORT-RECIPIENT     TO AD-RECIPIENT.
008470     MOVE SORT-AMOUNT        TO AD-AMOUNT.
008480     MOVE SORT-CURRENCY-CODE TO AD-CURRENCY.
008490     MOVE SORT-TIMESTAMP     TO AD-TIMESTAMP.
008500     MOVE WS-BUCKET-NAME (SORT-BUCKET) TO AD-DISPOSITION.
008510     MOVE SORT-REASON-CODE   TO AD-REASON-CODE.
008520     MOVE SORT-REFERENCE     TO AD-REFERENCE.
008530     WRITE ACK-LINE FROM WS-ACK-DETAIL.
008540     IF WS-ACK-STATUS NOT = '00'
008550         DISPLAY 'ERROR WRITING ' WS-ACK-FILE-NAME
008560         STOP RUN
008570     END-IF.
008580     ADD 1           TO WS-ACK-COUNT.
008590     ADD SORT-AMOUNT TO WS-ACK-TOTAL.
008600     SET GF-IDX TO SORT-FILE-SUB.
008610     ADD 1 TO GF-BKT-COUNT (GF-IDX, SORT-BUCKET).
008620     ADD SORT-AMOUNT TO GF-BKT-TOTAL (GF-IDX, SORT-BUCKET).
008630
008640 3400-OPEN-ACK-FILE.
008650     MOVE SORT-CHANNEL-ID TO WS-ACK-CHANNEL-ID.
008660     MOVE SPACES TO WS-ACK-FILE-NAME.
008670     STRING 'GATEWAY-ACK-'     DELIMITED BY SIZE
008680            WS-ACK-CHANNEL-ID  DELIMITED BY SPACE
008690            '.OUT'             DELIMITED BY SIZE
008700         INTO WS-ACK-FILE-NAME.
008710     OPEN OUTPUT ACK-FILE.
008720     IF WS-ACK-STATUS NOT = '00'
008730         DISPLAY 'ERROR OPENING ' WS-ACK-FILE-NAME
008740         STOP RUN
008750     END-IF.
008760     SET ACK-FILE-OPEN TO TRUE.
008770     ADD 1 TO WS-ACK-FILE-COUNT.
008780     MOVE ZERO TO WS-ACK-COUNT.
008790     MOVE ZERO TO WS-ACK-TOTAL.
008800     MOVE SPACES TO ACK-LINE.
008810     STRING 'HDR|'             DELIMITED BY SIZE
008820            WS-ACK-CHANNEL-ID  DELIMITED BY SIZE
008830            '|'                DELIMITED BY SIZE
008840            WS-RUN-DATE        DELIMITED BY SIZE
008850            '|'                DELIMITED BY SIZE
008860            WS-FROM-DATE       DELIMITED BY SIZE
008870         INTO ACK-LINE.
008880     WRITE ACK-LINE.
008890
008900 3500-CLOSE-ACK-FILE.
008910     MOVE WS-ACK-TOTAL TO WS-TOT-DISPLAY.
008920     MOVE SPACES TO ACK-LINE.
008930     STRING 'TRL|'             DELIMITED BY SIZE
008940            WS-ACK-COUNT       DELIMITED BY SIZE
008950            '|'                DELIMITED BY SIZE
008960            WS-TOT-DISPLAY     DELIMITED BY SIZE
008970         INTO ACK-LINE.
008980     WRITE ACK-LINE.
008990     CLOSE ACK-FILE.
009000     MOVE 'N' TO WS-ACK-OPEN-SW.
009010
009020***************************************************************
009030*    4000-PROVE-ONE-FILE
009040*    POSTED + WAREHOUSED + HELD + SUSPENDED + PENDING MUST
009050*    EQUAL THE COUNT AND AMOUNT THE FILE WAS PROVED TO AT THE
009060*    GATE.  A FILE RECORDED BEFORE THE CONTROL FIGURES WERE
009070*    KEPT CANNOT BE PROVED AND IS FLAGGED AS SUCH.
009080***************************************************************
009090 4000-PROVE-ONE-FILE.
009100     MOVE ZERO TO WS-ACCOUNTED-COUNT.
009110     MOVE ZERO TO WS-ACCOUNTED-TOTAL.
009120     PERFORM 4100-ADD-ONE-BUCKET
009130         VARYING WS-BKT-SUB FROM 1 BY 1
009140         UNTIL WS-BKT-SUB > 6.
009150     MOVE GF-CHANNEL-ID (GF-IDX)  TO DTL-CHANNEL-ID.
009160     MOVE GF-FILE-ID (GF-IDX)     TO DTL-FILE-ID.
009170     MOVE GF-ACCEPT-DATE (GF-IDX) TO DTL-ACCEPT-DATE.
009180     MOVE GF-CTL-COUNT (GF-IDX)   TO DTL-CTL-COUNT.
009190     MOVE GF-CTL-TOTAL (GF-IDX)   TO DTL-CTL-TOTAL.
009200     MOVE WS-ACCOUNTED-COUNT      TO DTL-ACCOUNTED-COUNT.
009210     MOVE WS-ACCOUNTED-TOTAL      TO DTL-ACCOUNTED-TOTAL.
009220     EVALUATE TRUE
009230         WHEN NOT GF-HAS-CONTROL (GF-IDX)
009240             MOVE '*** NO CONTROL TOTALS' TO DTL-RESULT
009250             ADD 1 TO WS-FLAGGED-COUNT
009260         WHEN WS-ACCOUNTED-COUNT = GF-CTL-COUNT (GF-IDX)
009270                 AND WS-ACCOUNTED-TOTAL = GF-CTL-TOTAL (GF-IDX)
009280             MOVE 'BALANCED' TO DTL-RESULT
009290             ADD 1 TO WS-BALANCED-COUNT
009300         WHEN OTHER
009310             MOVE '*** OUT OF BALANCE' TO DTL-RESULT
009320             ADD 1 TO WS-FLAGGED-COUNT
009330             DISPLAY 'OUT OF BALANCE - CHANNEL '
009340                 GF-CHANNEL-ID (GF-IDX) ' FILE '
009350                 GF-FILE-ID (GF-IDX)
009360     END-EVALUATE.
009370     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
009380     MOVE GF-BKT-COUNT (GF-IDX, 1) TO BKD-POSTED.
009390     MOVE GF-BKT-COUNT (GF-IDX, 2) TO BKD-WAREHOUSED.
009400     MOVE GF-BKT-COUNT (GF-IDX, 3) TO BKD-DUPL-HELD.
009410     MOVE GF-BKT-COUNT (GF-IDX, 4) TO BKD-SCRN-HELD.
009420     MOVE GF-BKT-COUNT (GF-IDX, 5) TO BKD-SUSPENDED.
009430     MOVE GF-BKT-COUNT (GF-IDX, 6) TO BKD-PENDING.
009440     WRITE REPORT-LINE FROM WS-BREAKDOWN-LINE.
009450
009460 4100-ADD-ONE-BUCKET.
009470     ADD GF-BKT-COUNT (GF-IDX, WS-BKT-SUB) TO WS-ACCOUNTED-COUNT.
009480     ADD GF-BKT-TOTAL (GF-IDX, WS-BKT-SUB) TO WS-ACCOUNTED-TOTAL.
009490
009500 9000-TERMINATE.
009510     MOVE GF-COUNT          TO TOT-FILES.
009520     MOVE WS-BALANCED-COUNT TO TOT-BALANCED.
009530     MOVE WS-FLAGGED-COUNT  TO TOT-FLAGGED.
009540     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
009550     CLOSE RECON-REPORT.
009560     DISPLAY 'GATEWAY DISPOSITION RECONCILIATION COMPLETE'.
009570     DISPLAY '  FILES RECONCILED:   ' GF-COUNT.
009580     DISPLAY '  BALANCED:           ' WS-BALANCED-COUNT.
009590     DISPLAY '  FLAGGED:            ' WS-FLAGGED-COUNT.
009600     DISPLAY '  ACK FILES WRITTEN:  ' WS-ACK-FILE-COUNT.
009610     IF WS-SKIPPED-FILE-COUNT NOT = ZERO
009620         DISPLAY '  NOT RECONCILED (TABLE FULL): '
009630             WS-SKIPPED-FILE-COUNT
009640     END-IF.
009650
009660 STOP-RUN.
009670     STOP RUN.
009680
009690 END PROGRAM GATEREC.
