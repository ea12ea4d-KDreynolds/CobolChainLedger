000010***************************************************************
000020*    SCRNCALC.CPY
000030*    SANCTIONS SCREENING ROUTINES.  8400-LOAD-WATCHLIST THRU
000040*    8400-EXIT LOADS WATCHLIST.DAT INTO WL-TABLE-ENTRY - NO
000050*    FILE ON FILE LEAVES THE TABLE EMPTY WITH A WARNING AND
000060*    NOTHING IS SCREENED.  8500-SCREEN-NAME THRU 8500-EXIT
000070*    TESTS ONE HOLDER NAME - CALLER MOVES SN-NAME-IN, AND ON
000080*    RETURN SN-HIT IS SET IF THE NAME, IN UPPER CASE, EQUALS
000090*    A LISTED NAME OR ALIAS ON THE TABLE, WITH SN-LIST-NAME
000100*    AND SN-LISTED-NAME SAYING WHICH.  A BLANK NAME NEVER
000110*    HITS.  8600-NEXT-HOLD-NO SETS WS-NEXT-HOLD-NO TO ONE PAST
000120*    THE HIGHEST HOLD NUMBER ON SCREENING-HOLD.DAT (CALLER HAS
000130*    IT OPEN) - THE WALK CLOBBERS THE RECORD AREA, SO BUILD
000140*    THE NEW HOLD AFTER IT.
000150*    COPY INTO THE PROCEDURE DIVISION OF ANY PROGRAM THAT ALSO
000160*    COPIES SCRNWORK INTO WORKING-STORAGE.
000170*
000180*    MODIFICATION HISTORY
000190*    DATE       INIT DESCRIPTION
000200*    ---------- ---- ----------------------------------------
000210*    2026-10-15 KDR  ORIGINAL LAYOUT.
000220***************************************************************
000230 8400-LOAD-WATCHLIST.
000240     MOVE ZERO TO WL-TABLE-COUNT.
000250     MOVE 'N'  TO WS-WL-EOF-SW.
000260     OPEN INPUT WATCHLIST-FILE.
000270     IF WS-WL-STATUS = '35'
000280         DISPLAY 'WARNING - NO WATCHLIST.DAT ON FILE - '
000290             'NAMES NOT SCREENED'
000300         GO TO 8400-EXIT
000310     END-IF.
000320     IF WS-WL-STATUS NOT = '00'
000330         DISPLAY 'ERROR OPENING WATCHLIST.DAT'
000340         STOP RUN
000350     END-IF.
000360     PERFORM 8410-READ-ONE-WATCHLIST
000370         UNTIL WL-EOF OR WL-TABLE-COUNT >= 5000.
000380     IF NOT WL-EOF
000390         DISPLAY 'WARNING - WATCHLIST.DAT HAS MORE THAN 5000 '
000400             'ENTRIES - ENTRIES BEYOND 5000 WERE NOT LOADED'
000410     END-IF.
000420     CLOSE WATCHLIST-FILE.
000430 8400-EXIT.
000440     EXIT.
000450
000460 8410-READ-ONE-WATCHLIST.
000470     READ WATCHLIST-FILE
000480         AT END
000490             SET WL-EOF TO TRUE
000500         NOT AT END
000510             ADD 1 TO WL-TABLE-COUNT
000520             SET WL-IDX TO WL-TABLE-COUNT
000530             MOVE WL-SCREEN-NAME TO WT-SCREEN-NAME(WL-IDX)
000540             MOVE WL-LIST-NAME   TO WT-LIST-NAME(WL-IDX)
000550             MOVE WL-LISTED-NAME TO WT-LISTED-NAME(WL-IDX)
000560     END-READ.
000570
000580 8500-SCREEN-NAME.
000590     MOVE 'N'    TO SN-HIT-SW.
000600     MOVE SPACES TO SN-LIST-NAME.
000610     MOVE SPACES TO SN-LISTED-NAME.
000620     MOVE SN-NAME-IN TO SN-SCREEN-NAME.
000630     INSPECT SN-SCREEN-NAME CONVERTING
000640         'abcdefghijklmnopqrstuvwxyz'
000650         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
000660     IF SN-SCREEN-NAME = SPACES
000670         GO TO 8500-EXIT
000680     END-IF.
000690     PERFORM 8510-TEST-ONE-ENTRY
000700         VARYING WL-IDX FROM 1 BY 1
000710         UNTIL WL-IDX > WL-TABLE-COUNT OR SN-HIT.
000720 8500-EXIT.
000730     EXIT.
000740
000750 8510-TEST-ONE-ENTRY.
000760     IF WT-SCREEN-NAME(WL-IDX) = SN-SCREEN-NAME
000770         SET SN-HIT TO TRUE
000780         MOVE WT-LIST-NAME(WL-IDX)   TO SN-LIST-NAME
000790         MOVE WT-LISTED-NAME(WL-IDX) TO SN-LISTED-NAME
000800     END-IF.
000810
000820 8600-NEXT-HOLD-NO.
000830     MOVE ZERO TO WS-HIGH-HOLD-NO.
000840     MOVE 'N'  TO WS-SCH-SCAN-EOF-SW.
000850     MOVE ZERO TO SH-HOLD-NO.
000860     START SCREENING-HOLD KEY IS NOT LESS THAN SH-HOLD-NO
000870         INVALID KEY
000880             SET SCH-SCAN-EOF TO TRUE
000890     END-START.
000900     PERFORM 8610-READ-ONE-HOLD-NO UNTIL SCH-SCAN-EOF.
000910     COMPUTE WS-NEXT-HOLD-NO = WS-HIGH-HOLD-NO + 1.
000920
000930 8610-READ-ONE-HOLD-NO.
000940     READ SCREENING-HOLD NEXT RECORD
000950         AT END
000960             SET SCH-SCAN-EOF TO TRUE
000970         NOT AT END
000980             MOVE SH-HOLD-NO TO WS-HIGH-HOLD-NO
000990     END-READ.
