000010***************************************************************
000020*    PROGRAM-ID.  WLLOAD
000030*    AUTHOR.      K. REYNOLDS
000040*    INSTALLATION. CHAINLEDGER DATA PROCESSING
000050*    DATE-WRITTEN. 2026-10-15
000060*
000070*    SANCTIONS WATCHLIST LOAD.  READS THE COMPLIANCE VENDOR'S
000080*    DAILY DELIVERY WATCHLIST-FEED.DAT (WLFEED.CPY) AND
000090*    REBUILDS WATCHLIST.DAT (WATCHLST.CPY) WHOLESALE FROM IT -
000100*    EACH DELIVERY IS THE VENDOR'S COMPLETE LIST, SO A PARTY
000110*    DELISTED TODAY SIMPLY DROPS OFF.  EVERY ROW IS CHECKED
000120*    BEFORE IT IS TAKEN:
000130*      - THE LIST NAME AND LISTED NAME MUST BE PRESENT
000140*      - THE NAME SCREENED IS THE ALIAS WHEN ONE IS GIVEN,
000150*        OTHERWISE THE LISTED NAME, IN UPPER CASE
000160*      - A NAME ALREADY TAKEN FOR THE SAME LIST IS SKIPPED.
000170*    THE WHOLE DELIVERY IS BUILT IN CORE BEFORE WATCHLIST.DAT
000180*    IS TOUCHED.  A DELIVERY WITH NOTHING USABLE IN IT, OR ONE
000190*    TOO BIG FOR THE SCREENING TABLE, IS REFUSED AND THE
000200*    CURRENT LIST STAYS IN FORCE - A BAD FILE FROM THE VENDOR
000210*    MUST NEVER LEAVE US SCREENING AGAINST A SHORT LIST, OR
000220*    NONE.  DISPOSITIONS GO TO WLLOAD-REPORT.OUT.  THE
000230*    SCREENING ITSELF IS IN SCRNCALC.CPY (INGATE, CUSTMNT,
000240*    LEDGER BATCH); HITS ARE DECIDED WITH SCRNMNT.
000250*    COMMAND LINE: WLLOAD
000260*
000270*    MODIFICATION HISTORY
000280*    DATE       INIT DESCRIPTION
000290*    ---------- ---- ----------------------------------------
000300*    2026-10-15 KDR  ORIGINAL PROGRAM.
000310***************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. WLLOAD.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT WATCHLIST-FEED ASSIGN TO "WATCHLIST-FEED.DAT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-WLF-STATUS.
000410
000420     SELECT WATCHLIST-FILE ASSIGN TO "WATCHLIST.DAT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-WL-STATUS.
000450
000460     SELECT LOAD-REPORT ASSIGN TO "WLLOAD-REPORT.OUT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RPT-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  WATCHLIST-FEED.
000530     COPY "wlfeed.cpy".
000540
000550 FD  WATCHLIST-FILE.
000560     COPY "watchlst.cpy".
000570
000580 FD  LOAD-REPORT.
000590 01  REPORT-LINE                 PIC X(80).
000600
000610 WORKING-STORAGE SECTION.
000620 01  WS-WLF-STATUS               PIC X(02) VALUE '00'.
000630 01  WS-RPT-STATUS               PIC X(02) VALUE '00'.
000640 01  WS-WLF-EOF-SW               PIC X(01) VALUE 'N'.
000650     88  WLF-EOF                         VALUE 'Y'.
000660 01  WS-REFUSE-SW                PIC X(01) VALUE 'N'.
000670     88  DELIVERY-REFUSED                VALUE 'Y'.
000680 01  WS-DUP-SW                   PIC X(01) VALUE 'N'.
000690     88  NAME-ALREADY-TAKEN              VALUE 'Y'.
000700 01  WS-ROW-SCREEN-NAME          PIC X(30) VALUE SPACES.
000710 01  WS-ROW-LISTED-NAME          PIC X(30) VALUE SPACES.
000720 01  WS-READ-COUNT               PIC 9(10) VALUE ZERO.
000730 01  WS-REJECTED-COUNT           PIC 9(10) VALUE ZERO.
000740 01  WS-SKIPPED-COUNT            PIC 9(10) VALUE ZERO.
000750 01  WS-LOADED-COUNT             PIC 9(10) VALUE ZERO.
000760 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000770
000780 01  WS-HEADING-LINE.
000790     05  FILLER                  PIC X(26)
000800                         VALUE 'WATCHLIST LOAD RUN DATE: '.
000810     05  HDG-RUN-DATE            PIC 9(08).
000820
000830 01  WS-DETAIL-LINE.
000840     05  DTL-LIST-NAME           PIC X(10).
000850     05  FILLER                  PIC X(02) VALUE SPACES.
000860     05  DTL-SCREEN-NAME         PIC X(30).
000870     05  FILLER                  PIC X(02) VALUE SPACES.
000880     05  DTL-DISPOSITION         PIC X(30).
000890
000900 01  WS-TOTAL-LINE.
000910     05  TOT-LABEL               PIC X(20).
000920     05  TOT-COUNT               PIC Z(09)9.
000930
000940     COPY "scrnwork.cpy".
000950
000960 PROCEDURE DIVISION.
000970 0000-MAINLINE.
000980     PERFORM 1000-INITIALIZE.
000990     PERFORM 2000-READ-FEED-ROW.
001000     PERFORM 2100-TAKE-ONE-ROW THRU 2100-NEXT
001010         UNTIL WLF-EOF OR DELIVERY-REFUSED.
001020     CLOSE WATCHLIST-FEED.
001030     IF NOT DELIVERY-REFUSED AND WL-TABLE-COUNT = ZERO
001040         MOVE 'NOTHING USABLE IN DELIVERY' TO DTL-DISPOSITION
001050         PERFORM 2900-REFUSE-DELIVERY
001060     END-IF.
001070     IF NOT DELIVERY-REFUSED
001080         PERFORM 3000-REBUILD-WATCHLIST
001090     END-IF.
001100     PERFORM 9000-TERMINATE.
001110     PERFORM STOP-RUN.
001120
001130 1000-INITIALIZE.
001140     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001150     OPEN INPUT WATCHLIST-FEED.
001160     IF WS-WLF-STATUS = '35'
001170         DISPLAY 'NO WATCHLIST-FEED.DAT ON FILE - '
001180             'WATCHLIST NOT CHANGED'
001190         STOP RUN
001200     END-IF.
001210     IF WS-WLF-STATUS NOT = '00'
001220         DISPLAY 'ERROR OPENING WATCHLIST-FEED.DAT'
001230         STOP RUN
001240     END-IF.
001250     OPEN OUTPUT LOAD-REPORT.
001260     IF WS-RPT-STATUS NOT = '00'
001270         DISPLAY 'ERROR OPENING WLLOAD-REPORT.OUT'
001280         STOP RUN
001290     END-IF.
001300     MOVE WS-RUN-DATE TO HDG-RUN-DATE.
001310     WRITE REPORT-LINE FROM WS-HEADING-LINE.
001320     MOVE ZERO TO WL-TABLE-COUNT.
001330
001340 2000-READ-FEED-ROW.
001350     READ WATCHLIST-FEED
001360         AT END
001370             SET WLF-EOF TO TRUE
001380         NOT AT END
001390             ADD 1 TO WS-READ-COUNT
001400     END-READ.
001410
001420***************************************************************
001430*    2100-TAKE-ONE-ROW
001440*    CHECKS THE ROW IN HAND AND EITHER ADDS ITS SCREENING NAME
001450*    TO THE IN-CORE TABLE, SKIPS IT AS A REPEAT, OR REPORTS
001460*    WHY IT WAS REFUSED.  A TABLE ALREADY FULL REFUSES THE
001470*    WHOLE DELIVERY RATHER THAN LOAD PART OF IT.
001480***************************************************************
001490 2100-TAKE-ONE-ROW.
001500     MOVE WLF-LIST-NAME TO DTL-LIST-NAME.
001510     IF WLF-ALIAS-NAME = SPACES
001520         MOVE WLF-LISTED-NAME TO WS-ROW-SCREEN-NAME
001530     ELSE
001540         MOVE WLF-ALIAS-NAME  TO WS-ROW-SCREEN-NAME
001550     END-IF.
001560     INSPECT WS-ROW-SCREEN-NAME CONVERTING
001570         'abcdefghijklmnopqrstuvwxyz'
001580         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001590     MOVE WS-ROW-SCREEN-NAME TO DTL-SCREEN-NAME.
001600     IF WLF-LIST-NAME = SPACES
001610         MOVE 'REJECTED - MISSING LIST NAME' TO DTL-DISPOSITION
001620         PERFORM 2800-WRITE-REJECT-LINE
001630         GO TO 2100-NEXT
001640     END-IF.
001650     IF WLF-LISTED-NAME = SPACES
001660         MOVE 'REJECTED - MISSING LISTED NAME'
001670             TO DTL-DISPOSITION
001680         PERFORM 2800-WRITE-REJECT-LINE
001690         GO TO 2100-NEXT
001700     END-IF.
001710     PERFORM 2200-CHECK-ALREADY-TAKEN.
001720     IF NAME-ALREADY-TAKEN
001730         MOVE 'SKIPPED - ALREADY ON LIST' TO DTL-DISPOSITION
001740         WRITE REPORT-LINE FROM WS-DETAIL-LINE
001750         ADD 1 TO WS-SKIPPED-COUNT
001760         GO TO 2100-NEXT
001770     END-IF.
001780     IF WL-TABLE-COUNT >= 5000
001790         MOVE 'DELIVERY OVER 5000 NAMES' TO DTL-DISPOSITION
001800         PERFORM 2900-REFUSE-DELIVERY
001810         GO TO 2100-NEXT
001820     END-IF.
001830     MOVE WLF-LISTED-NAME TO WS-ROW-LISTED-NAME.
001840     INSPECT WS-ROW-LISTED-NAME CONVERTING
001850         'abcdefghijklmnopqrstuvwxyz'
001860         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001870     ADD 1 TO WL-TABLE-COUNT.
001880     SET WL-IDX TO WL-TABLE-COUNT.
001890     MOVE WS-ROW-SCREEN-NAME TO WT-SCREEN-NAME(WL-IDX).
001900     MOVE WLF-LIST-NAME      TO WT-LIST-NAME(WL-IDX).
001910     MOVE WS-ROW-LISTED-NAME TO WT-LISTED-NAME(WL-IDX).
001920 2100-NEXT.
001930     PERFORM 2000-READ-FEED-ROW.
001940
001950 2200-CHECK-ALREADY-TAKEN.
001960     MOVE 'N' TO WS-DUP-SW.
001970     PERFORM 2210-TEST-ONE-NAME
001980         VARYING WL-IDX FROM 1 BY 1
001990         UNTIL WL-IDX > WL-TABLE-COUNT OR NAME-ALREADY-TAKEN.
002000
002010 2210-TEST-ONE-NAME.
002020     IF WT-SCREEN-NAME(WL-IDX) = WS-ROW-SCREEN-NAME
002030             AND WT-LIST-NAME(WL-IDX) = WLF-LIST-NAME
002040         SET NAME-ALREADY-TAKEN TO TRUE
002050     END-IF.
002060
002070 2800-WRITE-REJECT-LINE.
002080     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
002090     DISPLAY 'WATCHLIST ROW REFUSED - ' DTL-DISPOSITION.
002100     ADD 1 TO WS-REJECTED-COUNT.
002110
002120 2900-REFUSE-DELIVERY.
002130     SET DELIVERY-REFUSED TO TRUE.
002140     MOVE SPACES TO DTL-LIST-NAME.
002150     MOVE 'DELIVERY REFUSED' TO DTL-SCREEN-NAME.
002160     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
002170     DISPLAY 'WATCHLIST DELIVERY REFUSED - ' DTL-DISPOSITION.
002180     DISPLAY 'WATCHLIST.DAT NOT CHANGED'.
002190
002200***************************************************************
002210*    3000-REBUILD-WATCHLIST
002220*    ONLY REACHED ONCE THE WHOLE DELIVERY IS IN CORE.  THE
002230*    OLD LIST IS REPLACED OUTRIGHT.
002240***************************************************************
002250 3000-REBUILD-WATCHLIST.
002260     OPEN OUTPUT WATCHLIST-FILE.
002270     IF WS-WL-STATUS NOT = '00'
002280         DISPLAY 'ERROR OPENING WATCHLIST.DAT'
002290         STOP RUN
002300     END-IF.
002310     PERFORM 3100-WRITE-ONE-NAME
002320         VARYING WL-IDX FROM 1 BY 1
002330         UNTIL WL-IDX > WL-TABLE-COUNT.
002340     CLOSE WATCHLIST-FILE.
002350
002360 3100-WRITE-ONE-NAME.
002370     MOVE WT-SCREEN-NAME(WL-IDX) TO WL-SCREEN-NAME.
002380     MOVE WT-LIST-NAME(WL-IDX)   TO WL-LIST-NAME.
002390     MOVE WT-LISTED-NAME(WL-IDX) TO WL-LISTED-NAME.
002400     MOVE WS-RUN-DATE            TO WL-LOAD-DATE.
002410     WRITE WATCHLIST-RECORD.
002420     IF WS-WL-STATUS NOT = '00'
002430         DISPLAY 'ERROR WRITING WATCHLIST.DAT'
002440         STOP RUN
002450     END-IF.
002460     ADD 1 TO WS-LOADED-COUNT.
002470
002480 9000-TERMINATE.
002490     MOVE SPACES TO REPORT-LINE.
002500     WRITE REPORT-LINE.
002510     MOVE 'ROWS READ:' TO TOT-LABEL.
002520     MOVE WS-READ-COUNT TO TOT-COUNT.
002530     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
002540     MOVE 'NAMES LOADED:' TO TOT-LABEL.
002550     MOVE WS-LOADED-COUNT TO TOT-COUNT.
002560     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
002570     MOVE 'ROWS SKIPPED:' TO TOT-LABEL.
002580     MOVE WS-SKIPPED-COUNT TO TOT-COUNT.
002590     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
002600     MOVE 'ROWS REJECTED:' TO TOT-LABEL.
002610     MOVE WS-REJECTED-COUNT TO TOT-COUNT.
002620     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
002630     CLOSE LOAD-REPORT.
002640     DISPLAY 'WATCHLIST ROWS READ:     ' WS-READ-COUNT.
002650     DISPLAY 'WATCHLIST NAMES LOADED:  ' WS-LOADED-COUNT.
002660     DISPLAY 'WATCHLIST ROWS SKIPPED:  ' WS-SKIPPED-COUNT.
002670     DISPLAY 'WATCHLIST ROWS REJECTED: ' WS-REJECTED-COUNT.
002680
002690 STOP-RUN.
002700     STOP RUN.
002710
002720 END PROGRAM WLLOAD.
