000010***************************************************************
000020*    PROGRAM-ID.  ACTPROOF
000030*    AUTHOR.      K. REYNOLDS
000040*    INSTALLATION. CHAINLEDGER DATA PROCESSING
000050*    DATE-WRITTEN. 2026-10-15
000060*
000070*    DAILY ACTIVITY PROOF.  RUN IN THE DAYEND STREAM AFTER
000080*    LEDGER BATCH.  DAILY-ACTIVITY.DAT (DAYACTY.CPY) IS WHAT
000090*    LEDGER'S DAILY DEBIT LIMIT AND DUPLICATE SCREEN NOW READ
000100*    INSTEAD OF SCANNING TRANSACTION.DAT, SO A DAY TOTAL OR AN
000110*    ENTRY THAT HAS DRIFTED FROM THE POSTED FILE WOULD LET AN
000120*    OVER-LIMIT OR DUPLICATE PAYMENT THROUGH UNSEEN.  THIS
000130*    PROGRAM RECOUNTS EVERY ORIGINAL ON TRANSACTION-ARCHIVE.DAT
000140*    AND TRANSACTION.DAT FROM SCRATCH (AN ARCHIVED RECORD
000150*    STILL ON THE LIVE FILE IS ONLY COUNTED ONCE), CONVERTS
000160*    EACH TO THE BOOK CURRENCY AS OF ITS OWN VALUE DATE, AND
000170*    SORTS THE RECOUNT TOGETHER WITH THE ACCUMULATOR'S OWN
000180*    RECORDS BY ACCOUNT, VALUE DATE AND ENTRY KEY.  EVERY
000190*    ACCUMULATOR ENTRY MUST PAIR WITH ONE RECOUNTED ORIGINAL
000200*    AT THE SAME BOOK VALUE, AND EVERY DAY TOTAL MUST EQUAL
000210*    THE RECOUNTED DEBIT TOTAL AND COUNT FOR ITS DAY.  EACH
000220*    DIFFERENCE IS LISTED ON DAILY-ACTIVITY-PROOF.OUT.  ANY
000230*    DIFFERENCE, OR NO ACCUMULATOR ON FILE AT ALL, IS A FAIL
000240*    ON STEP-STATUS.DAT (STEPSTAT.CPY) - THE CURE IS LEDGER
000250*    REBUILD.  READ-ONLY AGAINST EVERY FILE IT PROVES.
000260*    COMMAND LINE: ACTPROOF
000270*
000280*    MODIFICATION HISTORY
000290*    DATE       INIT DESCRIPTION
000300*    ---------- ---- ----------------------------------------
000310*    2026-10-15 KDR  ORIGINAL PROGRAM.
000320***************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. ACTPROOF.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT DAILY-ACTIVITY ASSIGN TO "DAILY-ACTIVITY.DAT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS DA-KEY
000430         FILE STATUS IS WS-DA-STATUS.
000440
000450     SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTION.DAT"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS TRX-SEQ-NO
000490         ALTERNATE RECORD KEY IS TRX-SENDER WITH DUPLICATES
000500         ALTERNATE RECORD KEY IS TRX-RECIPIENT WITH DUPLICATES
000510         FILE STATUS IS WS-TRX-STATUS.
000520
000530     SELECT ARCHIVE-FILE ASSIGN TO "TRANSACTION-ARCHIVE.DAT"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS ARC-SEQ-NO
000570         ALTERNATE RECORD KEY IS ARC-SENDER WITH DUPLICATES
000580         ALTERNATE RECORD KEY IS ARC-RECIPIENT WITH DUPLICATES
000590         FILE STATUS IS WS-ARC-STATUS.
000600
000610     SELECT RATE-TABLE-FILE ASSIGN TO "RATE-TABLE.DAT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RATE-STATUS.
000640
000650     SELECT PROOF-REPORT ASSIGN TO "DAILY-ACTIVITY-PROOF.OUT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-RPT-STATUS.
000680
000690     SELECT STEP-STATUS-FILE ASSIGN TO "STEP-STATUS.DAT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-STEP-STATUS.
000720
000730     SELECT SORT-WORK ASSIGN TO "SORTWK04".
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  DAILY-ACTIVITY.
000780     COPY "dayacty.cpy".
000790
000800 FD  TRANSACTION-FILE.
000810     COPY "trxrec.cpy".
000820
000830 FD  ARCHIVE-FILE.
000840     COPY "archrec.cpy".
000850
000860 FD  RATE-TABLE-FILE.
000870     COPY "ratetbl.cpy".
000880
000890 FD  PROOF-REPORT.
000900 01  REPORT-LINE                 PIC X(132).
000910
000920 FD  STEP-STATUS-FILE.
000930     COPY "stepstat.cpy".
000940
000950*    ONE RECORD PER ACCUMULATOR RECORD AND PER RECOUNTED
000960*    ORIGINAL.  A DAY TOTAL CARRIES LOW-VALUES IN THE ENTRY
000970*    KEY SO IT SORTS FIRST IN ITS DAY; AN ACCUMULATOR ENTRY
000980*    ('A') SORTS RIGHT AHEAD OF THE RECOUNTED ORIGINAL ('R')
000990*    IT SHOULD PAIR WITH.
001000 SD  SORT-WORK.
001010 01  SORT-RECORD.
001020     05  SORT-DAY-KEY.
001030         10  SORT-ACCT-ID        PIC X(20).
001040         10  SORT-BUSINESS-DATE  PIC 9(10).
001050     05  SORT-ENTRY-KEY.
001060         10  SORT-RECIPIENT      PIC X(20).
001070         10  SORT-AMOUNT         PIC S9(10)V99.
001080         10  SORT-CURRENCY-CODE  PIC X(03).
001090         10  SORT-SEQ-NO         PIC 9(10).
001100     05  SORT-SOURCE             PIC X(01).
001110         88  SORT-DAY-TOTAL              VALUE 'T'.
001120         88  SORT-ACTIVITY-ENTRY         VALUE 'A'.
001130         88  SORT-RECOUNTED              VALUE 'R'.
001140     05  SORT-BOOK-AMOUNT        PIC S9(12)V99.
001150     05  SORT-ORIGINAL-COUNT     PIC 9(06).
001160
001170 WORKING-STORAGE SECTION.
001180 01  WS-DA-STATUS                PIC X(02) VALUE '00'.
001190 01  WS-TRX-STATUS               PIC X(02) VALUE '00'.
001200 01  WS-ARC-STATUS               PIC X(02) VALUE '00'.
001210 01  WS-RPT-STATUS               PIC X(02) VALUE '00'.
001220 01  WS-STEP-STATUS              PIC X(02) VALUE '00'.
001230 01  WS-STEP-RESULT              PIC X(04) VALUE 'FAIL'.
001240 01  WS-EOF-SW                   PIC X(01) VALUE 'N'.
001250     88  EOF                             VALUE 'Y'.
001260 01  WS-ARC-FILE-SW              PIC X(01) VALUE 'N'.
001270     88  ARCHIVE-ON-FILE                 VALUE 'Y'.
001280 01  WS-DAY-OPEN-SW              PIC X(01) VALUE 'N'.
001290     88  DAY-OPEN                        VALUE 'Y'.
001300 01  WS-TOTAL-SEEN-SW            PIC X(01) VALUE 'N'.
001310     88  DAY-TOTAL-SEEN                  VALUE 'Y'.
001320 01  WS-HELD-SW                  PIC X(01) VALUE 'N'.
001330     88  ENTRY-HELD                      VALUE 'Y'.
001340 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001350 01  WS-DAY-KEY.
001360     05  WS-DAY-ACCT-ID          PIC X(20).
001370     05  WS-DAY-BUSINESS-DATE    PIC 9(10).
001380 01  WS-HELD-ENTRY-KEY           PIC X(45) VALUE SPACES.
001390 01  WS-HELD-SEQ-NO              PIC 9(10) VALUE ZERO.
001400 01  WS-HELD-BOOK-AMOUNT         PIC S9(12)V99 VALUE ZERO.
001410 01  WS-FILE-DAY-TOTAL           PIC S9(12)V99 VALUE ZERO.
001420 01  WS-FILE-DAY-COUNT           PIC 9(06) VALUE ZERO.
001430 01  WS-RECOUNT-DAY-TOTAL        PIC S9(12)V99 VALUE ZERO.
001440 01  WS-RECOUNT-DAY-COUNT        PIC 9(06) VALUE ZERO.
001450 01  WS-DAYS-PROVED              PIC 9(10) VALUE ZERO.
001460 01  WS-DAYS-FLAGGED             PIC 9(10) VALUE ZERO.
001470 01  WS-DAY-EXCEPTIONS           PIC 9(10) VALUE ZERO.
001480 01  WS-ENTRIES-PAIRED           PIC 9(10) VALUE ZERO.
001490 01  WS-EXCEPTION-COUNT          PIC 9(10) VALUE ZERO.
001500
001510     COPY "ratework.cpy".
001520
001530 01  WS-HEADING-LINE.
001540     05  FILLER                  PIC X(24)
001550                 VALUE 'DAILY ACTIVITY PROOF    '.
001560     05  HDG-RUN-DATE            PIC 9(08).
001570
001580 01  WS-COLUMN-LINE.
001590     05  FILLER                  PIC X(22) VALUE 'ACCOUNT'.
001600     05  FILLER                  PIC X(12) VALUE 'VALUE DATE'.
001610     05  FILLER                  PIC X(12) VALUE 'SEQ-NO'.
001620     05  FILLER                  PIC X(32) VALUE 'CONDITION'.
001630     05  FILLER                  PIC X(19)
001640                                 VALUE '      ACCUMULATED'.
001650     05  FILLER                  PIC X(19)
001660                                 VALUE '        RECOUNTED'.
001670
001680 01  WS-EXCEPTION-LINE.
001690     05  EXC-ACCT-ID             PIC X(20).
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  EXC-BUSINESS-DATE       PIC 9(10).
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  EXC-SEQ-NO              PIC Z(9)9.
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  EXC-CONDITION           PIC X(30).
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  EXC-FILE-FIGURE         PIC -(13)9.99.
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001790     05  EXC-RECOUNT-FIGURE      PIC -(13)9.99.
001800
001810 01  WS-TOTAL-LINE.
001820     05  FILLER                  PIC X(14) VALUE 'DAYS PROVED '.
001830     05  TOT-DAYS-PROVED         PIC Z(9)9.
001840     05  FILLER                  PIC X(11) VALUE '  FLAGGED '.
001850     05  TOT-DAYS-FLAGGED        PIC Z(9)9.
001860     05  FILLER                  PIC X(20)
001870                                 VALUE '  ORIGINALS PAIRED '.
001880     05  TOT-ENTRIES-PAIRED      PIC Z(9)9.
001890     05  FILLER                  PIC X(14) VALUE '  EXCEPTIONS '.
001900     05  TOT-EXCEPTIONS          PIC Z(9)9.
001910
001920 PROCEDURE DIVISION.
001930 0000-MAINLINE.
001940     PERFORM 1000-INITIALIZE.
001950     SORT SORT-WORK
001960         ON ASCENDING KEY SORT-ACCT-ID SORT-BUSINESS-DATE
001970                          SORT-RECIPIENT SORT-AMOUNT
001980                          SORT-CURRENCY-CODE SORT-SEQ-NO
001990                          SORT-SOURCE
002000         INPUT PROCEDURE 2000-GATHER-ACTIVITY
002010         OUTPUT PROCEDURE 3000-PROVE-ACTIVITY.
002020     PERFORM 9000-TERMINATE.
002030     PERFORM STOP-RUN.
002040
002050 1000-INITIALIZE.
002060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002070     OPEN OUTPUT PROOF-REPORT.
002080     IF WS-RPT-STATUS NOT = '00'
002090         DISPLAY 'ERROR OPENING DAILY-ACTIVITY-PROOF.OUT'
002100         STOP RUN
002110     END-IF.
002120     MOVE WS-RUN-DATE TO HDG-RUN-DATE.
002130     WRITE REPORT-LINE FROM WS-HEADING-LINE.
002140     WRITE REPORT-LINE FROM WS-COLUMN-LINE.
002150     OPEN INPUT DAILY-ACTIVITY.
002160     IF WS-DA-STATUS = '35'
002170         DISPLAY 'NO DAILY-ACTIVITY.DAT ON FILE - NOTHING TO '
002180             'PROVE - RUN LEDGER REBUILD'
002190         MOVE 'NO DAILY-ACTIVITY.DAT ON FILE' TO REPORT-LINE
002200         WRITE REPORT-LINE
002210         CLOSE PROOF-REPORT
002220         PERFORM 9500-WRITE-STEP-STATUS
002230         PERFORM STOP-RUN
002240     END-IF.
002250     IF WS-DA-STATUS NOT = '00'
002260         DISPLAY 'ERROR OPENING DAILY-ACTIVITY.DAT'
002270         STOP RUN
002280     END-IF.
002290     PERFORM 8000-LOAD-RATE-TABLE.
002300
002310***************************************************************
002320*    2000-GATHER-ACTIVITY
002330*    SORT INPUT PROCEDURE.  EVERY ACCUMULATOR RECORD AS IT
002340*    STANDS, THEN EVERY ORIGINAL RECOUNTED FROM THE ARCHIVE
002350*    AND THE LIVE FILE.  NO TRANSACTION FILE YET SIMPLY MEANS
002360*    NOTHING HAS POSTED.
002370***************************************************************
002380 2000-GATHER-ACTIVITY.
002390     MOVE 'N' TO WS-EOF-SW.
002400     PERFORM 2100-RELEASE-ONE-ACTIVITY THRU 2100-EXIT UNTIL EOF.
002410     CLOSE DAILY-ACTIVITY.
002420     OPEN INPUT TRANSACTION-FILE.
002430     IF WS-TRX-STATUS = '35'
002440         GO TO 2000-EXIT
002450     END-IF.
002460     IF WS-TRX-STATUS NOT = '00'
002470         DISPLAY 'ERROR OPENING TRANSACTION.DAT'
002480         STOP RUN
002490     END-IF.
002500     MOVE 'N' TO WS-EOF-SW.
002510     PERFORM 2200-RECOUNT-ONE-POSTED THRU 2200-EXIT UNTIL EOF.
002520     OPEN INPUT ARCHIVE-FILE.
002530     IF WS-ARC-STATUS = '00'
002540         SET ARCHIVE-ON-FILE TO TRUE
002550     ELSE
002560         IF WS-ARC-STATUS NOT = '35'
002570             DISPLAY 'ERROR OPENING TRANSACTION-ARCHIVE.DAT'
002580             STOP RUN
002590         END-IF
002600     END-IF.
002610     IF ARCHIVE-ON-FILE
002620         MOVE 'N' TO WS-EOF-SW
002630         PERFORM 2300-RECOUNT-ONE-ARCHIVED THRU 2300-EXIT
002640             UNTIL EOF
002650         CLOSE ARCHIVE-FILE
002660     END-IF.
002670     CLOSE TRANSACTION-FILE.
002680 2000-EXIT.
002690     EXIT.
002700
002710 2100-RELEASE-ONE-ACTIVITY.
002720     READ DAILY-ACTIVITY NEXT RECORD
002730         AT END
002740             SET EOF TO TRUE
002750             GO TO 2100-EXIT
002760     END-READ.
002770     MOVE DA-ACCT-ID        TO SORT-ACCT-ID.
002780     MOVE DA-BUSINESS-DATE  TO SORT-BUSINESS-DATE.
002790     MOVE DA-BOOK-AMOUNT    TO SORT-BOOK-AMOUNT.
002800     IF DA-DAY-TOTAL
002810         MOVE LOW-VALUES        TO SORT-RECIPIENT
002820         MOVE ZERO              TO SORT-AMOUNT
002830         MOVE LOW-VALUES        TO SORT-CURRENCY-CODE
002840         MOVE ZERO              TO SORT-SEQ-NO
002850         MOVE 'T'               TO SORT-SOURCE
002860         MOVE DA-ORIGINAL-COUNT TO SORT-ORIGINAL-COUNT
002870     ELSE
002880         MOVE DA-RECIPIENT      TO SORT-RECIPIENT
002890         MOVE DA-AMOUNT         TO SORT-AMOUNT
002900         MOVE DA-CURRENCY-CODE  TO SORT-CURRENCY-CODE
002910         MOVE DA-SEQ-NO         TO SORT-SEQ-NO
002920         MOVE 'A'               TO SORT-SOURCE
002930         MOVE ZERO              TO SORT-ORIGINAL-COUNT
002940     END-IF.
002950     RELEASE SORT-RECORD.
002960 2100-EXIT.
002970     EXIT.
002980
002990 2200-RECOUNT-ONE-POSTED.
003000     READ TRANSACTION-FILE NEXT RECORD
003010         AT END
003020             SET EOF TO TRUE
003030             GO TO 2200-EXIT
003040     END-READ.
003050     IF NOT TRX-TYPE-ORIGINAL
003060         GO TO 2200-EXIT
003070     END-IF.
003080     PERFORM 2900-RELEASE-RECOUNTED.
003090 2200-EXIT.
003100     EXIT.
003110
003120*    AN ARCHIVED RECORD STILL ON THE LIVE FILE (ARCHTRX STOPPED
003130*    BETWEEN ITS ARCHIVE WRITE AND LIVE DELETE) WAS ALREADY
003140*    RECOUNTED FROM THE LIVE FILE.
003150 2300-RECOUNT-ONE-ARCHIVED.
003160     READ ARCHIVE-FILE NEXT RECORD
003170         AT END
003180             SET EOF TO TRUE
003190             GO TO 2300-EXIT
003200     END-READ.
003210     IF ARC-TYPE NOT = 'O'
003220         GO TO 2300-EXIT
003230     END-IF.
003240     MOVE ARC-SEQ-NO TO TRX-SEQ-NO.
003250     READ TRANSACTION-FILE
003260         INVALID KEY
003270             CONTINUE
003280         NOT INVALID KEY
003290             GO TO 2300-EXIT
003300     END-READ.
003310     MOVE ARCHIVE-RECORD TO TRANSACTION-RECORD.
003320     PERFORM 2900-RELEASE-RECOUNTED.
003330 2300-EXIT.
003340     EXIT.
003350
003360*    THE SAME CONVERSION LEDGER APPLIES WHEN IT FOLDS THE
003370*    ORIGINAL IN - BOOK CURRENCY AS OF THE VALUE DATE.
003380 2900-RELEASE-RECOUNTED.
003390     MOVE TRX-CURRENCY-CODE TO RC-CCY-IN.
003400     MOVE TRX-AMOUNT        TO RC-AMOUNT-IN.
003410     MOVE TRX-TIMESTAMP     TO RC-AS-OF-DATE.
003420     PERFORM 8100-CONVERT-TO-REPORT-CURRENCY.
003430     MOVE TRX-SENDER        TO SORT-ACCT-ID.
003440     MOVE TRX-TIMESTAMP     TO SORT-BUSINESS-DATE.
003450     MOVE TRX-RECIPIENT     TO SORT-RECIPIENT.
003460     MOVE TRX-AMOUNT        TO SORT-AMOUNT.
003470     MOVE TRX-CURRENCY-CODE TO SORT-CURRENCY-CODE.
003480     MOVE TRX-SEQ-NO        TO SORT-SEQ-NO.
003490     MOVE 'R'               TO SORT-SOURCE.
003500     MOVE RC-AMOUNT-OUT     TO SORT-BOOK-AMOUNT.
003510     MOVE ZERO              TO SORT-ORIGINAL-COUNT.
003520     RELEASE SORT-RECORD.
003530
003540***************************************************************
003550*    3000-PROVE-ACTIVITY
003560*    SORT OUTPUT PROCEDURE.  WORKS ONE ACCOUNT AND VALUE DATE
003570*    AT A TIME: THE DAY TOTAL (IF ANY) COMES FIRST, THEN EACH
003580*    ACCUMULATOR ENTRY IS HELD UNTIL THE NEXT RECORD SHOWS
003590*    WHETHER ITS RECOUNTED ORIGINAL FOLLOWS IT.
003600***************************************************************
003610 3000-PROVE-ACTIVITY.
003620     MOVE 'N' TO WS-EOF-SW.
003630     PERFORM 3100-PROVE-ONE-RECORD THRU 3100-EXIT UNTIL EOF.
003640     IF DAY-OPEN
003650         PERFORM 3500-CLOSE-DAY
003660     END-IF.
003670
003680 3100-PROVE-ONE-RECORD.
003690     RETURN SORT-WORK
003700         AT END
003710             SET EOF TO TRUE
003720             GO TO 3100-EXIT
003730     END-RETURN.
003740     IF NOT DAY-OPEN OR SORT-DAY-KEY NOT = WS-DAY-KEY
003750         IF DAY-OPEN
003760             PERFORM 3500-CLOSE-DAY
003770         END-IF
003780         PERFORM 3400-OPEN-DAY
003790     END-IF.
003800     IF SORT-DAY-TOTAL
003810         SET DAY-TOTAL-SEEN TO TRUE
003820         MOVE SORT-BOOK-AMOUNT    TO WS-FILE-DAY-TOTAL
003830         MOVE SORT-ORIGINAL-COUNT TO WS-FILE-DAY-COUNT
003840         GO TO 3100-EXIT
003850     END-IF.
003860     IF SORT-ACTIVITY-ENTRY
003870         PERFORM 3200-SETTLE-HELD-ENTRY
003880         SET ENTRY-HELD TO TRUE
003890         MOVE SORT-ENTRY-KEY   TO WS-HELD-ENTRY-KEY
003900         MOVE SORT-SEQ-NO      TO WS-HELD-SEQ-NO
003910         MOVE SORT-BOOK-AMOUNT TO WS-HELD-BOOK-AMOUNT
003920         GO TO 3100-EXIT
003930     END-IF.
003940     ADD SORT-BOOK-AMOUNT TO WS-RECOUNT-DAY-TOTAL.
003950     ADD 1 TO WS-RECOUNT-DAY-COUNT.
003960     IF ENTRY-HELD AND SORT-ENTRY-KEY = WS-HELD-ENTRY-KEY
003970         MOVE 'N' TO WS-HELD-SW
003980         ADD 1 TO WS-ENTRIES-PAIRED
003990         IF SORT-BOOK-AMOUNT NOT = WS-HELD-BOOK-AMOUNT
004000             MOVE 'ENTRY BOOK VALUE DIFFERS' TO EXC-CONDITION
004010             MOVE SORT-SEQ-NO         TO EXC-SEQ-NO
004020             MOVE WS-HELD-BOOK-AMOUNT TO EXC-FILE-FIGURE
004030             MOVE SORT-BOOK-AMOUNT    TO EXC-RECOUNT-FIGURE
004040             PERFORM 3900-WRITE-EXCEPTION
004050         END-IF
004060         GO TO 3100-EXIT
004070     END-IF.
004080     PERFORM 3200-SETTLE-HELD-ENTRY.
004090     MOVE 'ORIGINAL NOT ACCUMULATED' TO EXC-CONDITION.
004100     MOVE SORT-SEQ-NO      TO EXC-SEQ-NO.
004110     MOVE ZERO             TO EXC-FILE-FIGURE.
004120     MOVE SORT-BOOK-AMOUNT TO EXC-RECOUNT-FIGURE.
004130     PERFORM 3900-WRITE-EXCEPTION.
004140 3100-EXIT.
004150     EXIT.
004160
004170*    AN ACCUMULATOR ENTRY STILL HELD WHEN ANYTHING BUT ITS OWN
004180*    RECOUNTED ORIGINAL COMES ALONG HAS NO ORIGINAL BEHIND IT.
004190 3200-SETTLE-HELD-ENTRY.
004200     IF ENTRY-HELD
004210         MOVE 'N' TO WS-HELD-SW
004220         MOVE 'ENTRY WITH NO POSTED ORIGINAL' TO EXC-CONDITION
004230         MOVE WS-HELD-SEQ-NO      TO EXC-SEQ-NO
004240         MOVE WS-HELD-BOOK-AMOUNT TO EXC-FILE-FIGURE
004250         MOVE ZERO                TO EXC-RECOUNT-FIGURE
004260         PERFORM 3900-WRITE-EXCEPTION
004270     END-IF.
004280
004290 3400-OPEN-DAY.
004300     SET DAY-OPEN TO TRUE.
004310     MOVE SORT-DAY-KEY TO WS-DAY-KEY.
004320     MOVE 'N'  TO WS-TOTAL-SEEN-SW.
004330     MOVE 'N'  TO WS-HELD-SW.
004340     MOVE ZERO TO WS-FILE-DAY-TOTAL.
004350     MOVE ZERO TO WS-FILE-DAY-COUNT.
004360     MOVE ZERO TO WS-RECOUNT-DAY-TOTAL.
004370     MOVE ZERO TO WS-RECOUNT-DAY-COUNT.
004380     MOVE ZERO TO WS-DAY-EXCEPTIONS.
004390
004400***************************************************************
004410*    3500-CLOSE-DAY
004420*    THE DAY TOTAL MUST CARRY EXACTLY THE RECOUNTED DEBIT
004430*    TOTAL AND NUMBER OF ORIGINALS.  A DAY WITH ANY EXCEPTION
004440*    AT ALL IS FLAGGED.
004450***************************************************************
004460 3500-CLOSE-DAY.
004470     PERFORM 3200-SETTLE-HELD-ENTRY.
004480     MOVE ZERO TO EXC-SEQ-NO.
004490     IF NOT DAY-TOTAL-SEEN
004500         MOVE 'NO DAY TOTAL ON FILE' TO EXC-CONDITION
004510         MOVE ZERO                 TO EXC-FILE-FIGURE
004520         MOVE WS-RECOUNT-DAY-TOTAL TO EXC-RECOUNT-FIGURE
004530         PERFORM 3900-WRITE-EXCEPTION
004540     ELSE
004550         IF WS-FILE-DAY-TOTAL NOT = WS-RECOUNT-DAY-TOTAL
004560             MOVE 'DAY DEBIT TOTAL DIFFERS' TO EXC-CONDITION
004570             MOVE WS-FILE-DAY-TOTAL    TO EXC-FILE-FIGURE
004580             MOVE WS-RECOUNT-DAY-TOTAL TO EXC-RECOUNT-FIGURE
004590             PERFORM 3900-WRITE-EXCEPTION
004600         END-IF
004610         IF WS-FILE-DAY-COUNT NOT = WS-RECOUNT-DAY-COUNT
004620             MOVE 'DAY ORIGINAL COUNT DIFFERS' TO EXC-CONDITION
004630             MOVE WS-FILE-DAY-COUNT    TO EXC-FILE-FIGURE
004640             MOVE WS-RECOUNT-DAY-COUNT TO EXC-RECOUNT-FIGURE
004650             PERFORM 3900-WRITE-EXCEPTION
004660         END-IF
004670     END-IF.
004680     IF WS-DAY-EXCEPTIONS = ZERO
004690         ADD 1 TO WS-DAYS-PROVED
004700     ELSE
004710         ADD 1 TO WS-DAYS-FLAGGED
004720     END-IF.
004730     MOVE 'N' TO WS-DAY-OPEN-SW.
004740
004750 3900-WRITE-EXCEPTION.
004760     MOVE WS-DAY-ACCT-ID       TO EXC-ACCT-ID.
004770     MOVE WS-DAY-BUSINESS-DATE TO EXC-BUSINESS-DATE.
004780     WRITE REPORT-LINE FROM WS-EXCEPTION-LINE.
004790     ADD 1 TO WS-DAY-EXCEPTIONS.
004800     ADD 1 TO WS-EXCEPTION-COUNT.
004810
004820 9000-TERMINATE.
004830     MOVE WS-DAYS-PROVED     TO TOT-DAYS-PROVED.
004840     MOVE WS-DAYS-FLAGGED    TO TOT-DAYS-FLAGGED.
004850     MOVE WS-ENTRIES-PAIRED  TO TOT-ENTRIES-PAIRED.
004860     MOVE WS-EXCEPTION-COUNT TO TOT-EXCEPTIONS.
004870     MOVE SPACES TO REPORT-LINE.
004880     WRITE REPORT-LINE.
004890     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
004900     IF WS-EXCEPTION-COUNT = ZERO
004910         MOVE 'PASS' TO WS-STEP-RESULT
004920         MOVE 'DAILY ACTIVITY PROVED' TO REPORT-LINE
004930     ELSE
004940         MOVE 'DAILY ACTIVITY NOT PROVED - RUN LEDGER REBUILD'
004950             TO REPORT-LINE
004960     END-IF.
004970     WRITE REPORT-LINE.
004980     CLOSE PROOF-REPORT.
004990     DISPLAY 'ACTPROOF: DAYS PROVED ' WS-DAYS-PROVED
005000         ' FLAGGED ' WS-DAYS-FLAGGED
005010         ' EXCEPTIONS ' WS-EXCEPTION-COUNT.
005020     PERFORM 9500-WRITE-STEP-STATUS.
005030
005040 9500-WRITE-STEP-STATUS.
005050     OPEN OUTPUT STEP-STATUS-FILE.
005060     IF WS-STEP-STATUS NOT = '00'
005070         DISPLAY 'ERROR WRITING STEP-STATUS.DAT'
005080         STOP RUN
005090     END-IF.
005100     MOVE 'ACTPROOF' TO STEP-PROGRAM.
005110     ACCEPT STEP-RUN-DATE FROM DATE YYYYMMDD.
005120     MOVE WS-STEP-RESULT TO STEP-RESULT.
005130     WRITE STEP-STATUS-RECORD.
005140     CLOSE STEP-STATUS-FILE.
005150
005160 STOP-RUN.
005170     STOP RUN.
005180
005190     COPY "ratecalc.cpy".
005200 END PROGRAM ACTPROOF.
