000010***************************************************************
000020*    PROGRAM-ID.  DISPAGE
000030*    AUTHOR.      K. REYNOLDS
000040*    INSTALLATION. CHAINLEDGER DATA PROCESSING
000050*    DATE-WRITTEN. 2026-10-15
000060*
000070*    DAILY DISPUTE AGING REPORT.  READS DISPUTE-CASES.DAT
000080*    (DISPCASE.CPY) START TO FINISH AND WRITES
000090*    DISPUTE-AGING.OUT - ONE LINE PER CASE STILL OPEN (WITH OR
000100*    WITHOUT A PROVISIONAL CREDIT) WHOSE DUE-BY DATE IS BEFORE
000110*    THE BUSINESS DATE, WITH THE DAYS IT IS OVERDUE AND ANY
000120*    PROVISIONAL CREDIT STANDING AGAINST IT.  THE FOOT CARRIES
000130*    THE OVERDUE COUNT AGAINST ALL UNRESOLVED CASES.  NO CASE
000140*    FILE YET IS AN EMPTY REPORT, NOT AN ERROR.  READ-ONLY.
000150*    THE BUSINESS DATE DEFAULTS TO THE RUN DATE.
000160*    COMMAND LINE: DISPAGE (BUSINESS-DATE)
000170*
000180*    MODIFICATION HISTORY
000190*    DATE       INIT DESCRIPTION
000200*    ---------- ---- ----------------------------------------
000210*    2026-10-15 KDR  ORIGINAL PROGRAM.
000220***************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. DISPAGE.
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT DISPUTE-CASES ASSIGN TO "DISPUTE-CASES.DAT"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS DC-CASE-NO
000330         ALTERNATE RECORD KEY IS DC-TRX-SEQ-NO WITH DUPLICATES
000340         FILE STATUS IS WS-CASE-STATUS.
000350
000360     SELECT AGING-REPORT ASSIGN TO "DISPUTE-AGING.OUT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-RPT-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  DISPUTE-CASES.
000430     COPY "dispcase.cpy".
000440
000450 FD  AGING-REPORT.
000460 01  REPORT-LINE                 PIC X(100).
000470
000480 WORKING-STORAGE SECTION.
000490 01  WS-CASE-STATUS              PIC X(02) VALUE '00'.
000500 01  WS-RPT-STATUS               PIC X(02) VALUE '00'.
000510 01  WS-CASE-EOF-SW              PIC X(01) VALUE 'N'.
000520     88  CASE-EOF                        VALUE 'Y'.
000530 01  WS-COMMAND-LINE             PIC X(80) VALUE SPACES.
000540 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
000550 01  WS-DAYS-OVERDUE             PIC 9(05) VALUE ZERO.
000560 01  WS-UNRESOLVED-COUNT         PIC 9(10) VALUE ZERO.
000570 01  WS-OVERDUE-COUNT            PIC 9(10) VALUE ZERO.
000580
000590 01  WS-HEADING-LINE.
000600     05  FILLER                  PIC X(20)
000610                                 VALUE 'DISPUTE CASES PAST '.
000620     05  FILLER                  PIC X(14)
000630                                 VALUE 'DUE-BY DATE - '.
000640     05  HDG-BUSINESS-DATE       PIC 9(08).
000650
000660 01  WS-COLUMN-LINE.
000670     05  FILLER                  PIC X(09) VALUE 'CASE NO'.
000680     05  FILLER                  PIC X(11) VALUE 'TRX SEQ-NO'.
000690     05  FILLER                  PIC X(21) VALUE 'ACCOUNT ID'.
000700     05  FILLER                  PIC X(04) VALUE 'RSN'.
000710     05  FILLER                  PIC X(03) VALUE 'ST'.
000720     05  FILLER                  PIC X(09) VALUE 'OPENED'.
000730     05  FILLER                  PIC X(09) VALUE 'DUE BY'.
000740     05  FILLER                  PIC X(06) VALUE ' DAYS'.
000750     05  FILLER                  PIC X(15)
000760                                 VALUE '    PROVISIONAL'.
000770     05  FILLER                  PIC X(04) VALUE ' CCY'.
000780     05  FILLER                  PIC X(09) VALUE ' OPERATOR'.
000790
000800 01  WS-DETAIL-LINE.
000810     05  DTL-CASE-NO             PIC 9(08).
000820     05  FILLER                  PIC X(01) VALUE SPACES.
000830     05  DTL-TRX-SEQ-NO          PIC 9(10).
000840     05  FILLER                  PIC X(01) VALUE SPACES.
000850     05  DTL-ACCOUNT             PIC X(20).
000860     05  FILLER                  PIC X(01) VALUE SPACES.
000870     05  DTL-REASON              PIC X(02).
000880     05  FILLER                  PIC X(02) VALUE SPACES.
000890     05  DTL-STATUS              PIC X(01).
000900     05  FILLER                  PIC X(02) VALUE SPACES.
000910     05  DTL-OPENED              PIC 9(08).
000920     05  FILLER                  PIC X(01) VALUE SPACES.
000930     05  DTL-DUE-BY              PIC 9(08).
000940     05  FILLER                  PIC X(01) VALUE SPACES.
000950     05  DTL-DAYS                PIC Z(04)9.
000960     05  FILLER                  PIC X(01) VALUE SPACES.
000970     05  DTL-PROV-AMOUNT         PIC -(10)9.99.
000980     05  FILLER                  PIC X(01) VALUE SPACES.
000990     05  DTL-CCY                 PIC X(03).
001000     05  FILLER                  PIC X(01) VALUE SPACES.
001010     05  DTL-OPERATOR            PIC X(08).
001020
001030 01  WS-TOTAL-LINE.
001040     05  FILLER                  PIC X(16)
001050                                 VALUE 'CASES OVERDUE: '.
001060     05  TOT-OVERDUE             PIC Z(09)9.
001070     05  FILLER                  PIC X(20)
001080                                 VALUE '   UNRESOLVED CASES:'.
001090     05  FILLER                  PIC X(01) VALUE SPACES.
001100     05  TOT-UNRESOLVED          PIC Z(09)9.
001110
001120 PROCEDURE DIVISION.
001130 0000-MAINLINE.
001140     PERFORM 1000-INITIALIZE.
001150     PERFORM 2000-READ-CASE.
001160     PERFORM 2100-AGE-ONE-CASE UNTIL CASE-EOF.
001170     PERFORM 9000-TERMINATE.
001180     PERFORM STOP-RUN.
001190
001200 1000-INITIALIZE.
001210     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
001220     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
001230         INTO WS-BUSINESS-DATE.
001240     IF WS-BUSINESS-DATE = ZERO
001250         ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
001260     END-IF.
001270*    NO CASE FILE YET MEANS NO CASE HAS EVER BEEN OPENED.
001280     OPEN INPUT DISPUTE-CASES.
001290     IF WS-CASE-STATUS = '35'
001300         SET CASE-EOF TO TRUE
001310     ELSE
001320         IF WS-CASE-STATUS NOT = '00'
001330             DISPLAY 'ERROR OPENING DISPUTE-CASES.DAT'
001340             STOP RUN
001350         END-IF
001360     END-IF.
001370     OPEN OUTPUT AGING-REPORT.
001380     IF WS-RPT-STATUS NOT = '00'
001390         DISPLAY 'ERROR OPENING DISPUTE-AGING.OUT'
001400         STOP RUN
001410     END-IF.
001420     MOVE WS-BUSINESS-DATE TO HDG-BUSINESS-DATE.
001430     WRITE REPORT-LINE FROM WS-HEADING-LINE.
001440     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
001450
001460 2000-READ-CASE.
001470     IF NOT CASE-EOF
001480         READ DISPUTE-CASES NEXT RECORD
001490             AT END
001500                 SET CASE-EOF TO TRUE
001510         END-READ
001520     END-IF.
001530
001540***************************************************************
001550*    2100-AGE-ONE-CASE
001560*    WON AND LOST CASES ARE FINISHED WITH AND SKIPPED.  AN
001570*    UNRESOLVED CASE IS ONLY LISTED ONCE THE BUSINESS DATE IS
001580*    PAST ITS DUE-BY DATE - DUE TODAY IS NOT YET OVERDUE.
001590***************************************************************
001600 2100-AGE-ONE-CASE.
001610     IF DC-UNRESOLVED
001620         ADD 1 TO WS-UNRESOLVED-COUNT
001630         IF DC-DUE-BY-DATE < WS-BUSINESS-DATE
001640             PERFORM 2200-WRITE-OVERDUE-CASE
001650         END-IF
001660     END-IF.
001670     PERFORM 2000-READ-CASE.
001680
001690 2200-WRITE-OVERDUE-CASE.
001700     ADD 1 TO WS-OVERDUE-COUNT.
001710     COMPUTE WS-DAYS-OVERDUE =
001720         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
001730       - FUNCTION INTEGER-OF-DATE(DC-DUE-BY-DATE).
001740     MOVE DC-CASE-NO          TO DTL-CASE-NO.
001750     MOVE DC-TRX-SEQ-NO       TO DTL-TRX-SEQ-NO.
001760     MOVE DC-ACCT-ID          TO DTL-ACCOUNT.
001770     MOVE DC-REASON-CODE      TO DTL-REASON.
001780     MOVE DC-STATUS           TO DTL-STATUS.
001790     MOVE DC-OPENED-DATE      TO DTL-OPENED.
001800     MOVE DC-DUE-BY-DATE      TO DTL-DUE-BY.
001810     MOVE WS-DAYS-OVERDUE     TO DTL-DAYS.
001820     MOVE DC-PROV-AMOUNT      TO DTL-PROV-AMOUNT.
001830     MOVE DC-CURRENCY-CODE    TO DTL-CCY.
001840     MOVE DC-OPENED-OPERATOR  TO DTL-OPERATOR.
001850     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
001860
001870 9000-TERMINATE.
001880     MOVE SPACES TO REPORT-LINE.
001890     WRITE REPORT-LINE.
001900     MOVE WS-OVERDUE-COUNT    TO TOT-OVERDUE.
001910     MOVE WS-UNRESOLVED-COUNT TO TOT-UNRESOLVED.
001920     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
001930     IF WS-CASE-STATUS NOT = '35'
001940         CLOSE DISPUTE-CASES
001950     END-IF.
001960     CLOSE AGING-REPORT.
001970     DISPLAY 'DISPUTE AGING WRITTEN - CASES OVERDUE: '
001980         WS-OVERDUE-COUNT.
001990
002000 STOP-RUN.
002010     STOP RUN.
002020 END PROGRAM DISPAGE.
