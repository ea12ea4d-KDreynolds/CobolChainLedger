000200*    DATE       INIT DESCRIPTION
000210*    ---------- ---- ----------------------------------------
000220*    2026-09-02 KDR  ORIGINAL PROGRAM.
000221*    2026-10-15 KDR  EVERY NAME ADDED OR UPDATED IS NOW
000222*                    SCREENED AGAINST THE SANCTIONS WATCHLIST
000223*                    (SCRNCALC.CPY).  THE RECORD IS STILL
000224*                    LOADED, BUT A HIT RAISES A CUSTOMER HOLD
000225*                    ON SCREENING-HOLD.DAT FOR A COMPLIANCE
000226*                    OFFICER TO CLEAR OR CONFIRM (SCRNMNT) -
000227*                    ONE OPEN HOLD PER ACCOUNT AND NAME, SO A
000228*                    RERUN DOES NOT RAISE IT TWICE.
000230***************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. CUSTMNT.
000420     SELECT NEW-CUSTOMERS ASSIGN TO "NEW-CUSTOMERS.DAT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-NCUST-STATUS.
000441
000442     SELECT WATCHLIST-FILE ASSIGN TO "WATCHLIST.DAT"
000443         ORGANIZATION IS LINE SEQUENTIAL
000444         FILE STATUS IS WS-WL-STATUS.
000445
000446     SELECT SCREENING-HOLD ASSIGN TO "SCREENING-HOLD.DAT"
000447         ORGANIZATION IS INDEXED
000448         ACCESS MODE IS DYNAMIC
000449         RECORD KEY IS SH-HOLD-NO
000451         FILE STATUS IS WS-SCH-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000530
000540 FD  NEW-CUSTOMERS.
000550     COPY "newcust.cpy".
000551
000552 FD  WATCHLIST-FILE.
000553     COPY "watchlst.cpy".
000554
000555 FD  SCREENING-HOLD.
000556     COPY "scrnhold.cpy".
000560
000570 WORKING-STORAGE SECTION.
000580 01  WS-CUST-STATUS              PIC X(02) VALUE '00'.
000680 01  WS-ADDED-COUNT              PIC 9(10) VALUE ZERO.
000690 01  WS-UPDATED-COUNT            PIC 9(10) VALUE ZERO.
000700 01  WS-SKIPPED-COUNT            PIC 9(10) VALUE ZERO.
000701 01  WS-SCREEN-HELD-COUNT        PIC 9(10) VALUE ZERO.
000702 01  WS-OPEN-HOLD-SW             PIC X(01) VALUE 'N'.
000703     88  HOLD-ALREADY-OPEN               VALUE 'Y'.
000704
000705     COPY "scrnwork.cpy".
000710
000720 PROCEDURE DIVISION.
000730 0000-MAINLINE.
001110         DISPLAY 'ERROR OPENING NEW-CUSTOMERS.DAT'
001120         STOP RUN
001130     END-IF.
001131     PERFORM 2050-OPEN-SCREENING-FILES.
001140     PERFORM 2100-READ-NEW-CUSTOMER.
001150     PERFORM 2200-LOAD-ONE-CUSTOMER THRU 2200-NEXT
001160         UNTIL NCUST-EOF.
001170     CLOSE NEW-CUSTOMERS.
001180     CLOSE ACCOUNT-MASTER.
001181     CLOSE SCREENING-HOLD.
001190     DISPLAY 'CUSTOMERS ADDED:   ' WS-ADDED-COUNT.
001200     DISPLAY 'CUSTOMERS UPDATED: ' WS-UPDATED-COUNT.
001210     DISPLAY 'CUSTOMERS SKIPPED: ' WS-SKIPPED-COUNT.
001211     DISPLAY 'WATCHLIST HITS HELD: ' WS-SCREEN-HELD-COUNT.
001212
001213 2050-OPEN-SCREENING-FILES.
001214     PERFORM 8400-LOAD-WATCHLIST THRU 8400-EXIT.
001215     OPEN I-O SCREENING-HOLD.
001216     IF WS-SCH-STATUS = '35'
001217         OPEN OUTPUT SCREENING-HOLD
001218         CLOSE SCREENING-HOLD
001219         OPEN I-O SCREENING-HOLD
001220     END-IF.
001221     IF WS-SCH-STATUS NOT = '00'
001222         DISPLAY 'ERROR OPENING SCREENING-HOLD.DAT'
001223         STOP RUN
001224     END-IF.
001220
001230 2100-READ-NEW-CUSTOMER.
001240     READ NEW-CUSTOMERS
001740         END-WRITE
001750         ADD 1 TO WS-ADDED-COUNT
001760     END-IF.
001761     PERFORM 2300-SCREEN-CUSTOMER THRU 2300-EXIT.
001770 2200-NEXT.
001780     PERFORM 2100-READ-NEW-CUSTOMER.
001781
001782***************************************************************
001783*    2300-SCREEN-CUSTOMER
001784*    SCREENS THE NAME JUST LOADED.  A HIT RAISES A CUSTOMER
001785*    HOLD UNLESS ONE IS ALREADY OPEN FOR THIS ACCOUNT UNDER
001786*    THE SAME NAME.
001787***************************************************************
001788 2300-SCREEN-CUSTOMER.
001789     MOVE CUST-NAME TO SN-NAME-IN.
001790     PERFORM 8500-SCREEN-NAME THRU 8500-EXIT.
001791     IF NOT SN-HIT
001792         GO TO 2300-EXIT
001793     END-IF.
001794     PERFORM 2400-CHECK-OPEN-HOLD.
001795     IF HOLD-ALREADY-OPEN
001796         DISPLAY 'WATCHLIST HIT ALREADY HELD: ' CUST-ACCT-ID
001797         GO TO 2300-EXIT
001798     END-IF.
001799     PERFORM 8600-NEXT-HOLD-NO.
001800     MOVE WS-NEXT-HOLD-NO     TO SH-HOLD-NO.
001801     SET SH-FROM-CUSTOMER     TO TRUE.
001802     SET SH-HELD              TO TRUE.
001803     MOVE SPACES              TO SH-SENDER.
001804     MOVE SPACES              TO SH-RECIPIENT.
001805     MOVE ZERO                TO SH-AMOUNT.
001806     MOVE ZERO                TO SH-TIMESTAMP.
001807     MOVE SPACES              TO SH-CURRENCY-CODE.
001808     MOVE SPACES              TO SH-CHANNEL-ID.
001809     MOVE SPACES              TO SH-FILE-ID.
001810     MOVE CUST-ACCT-ID        TO SH-HIT-ACCT-ID.
001811     MOVE CUST-NAME           TO SH-HIT-NAME.
001812     MOVE SN-LIST-NAME        TO SH-LIST-NAME.
001813     MOVE SN-LISTED-NAME      TO SH-LISTED-NAME.
001814     ACCEPT SH-HELD-DATE FROM DATE YYYYMMDD.
001815     MOVE ZERO                TO SH-DECISION-DATE.
001816     MOVE SPACES              TO SH-DECISION-OPERATOR.
001817     MOVE ZERO                TO SH-RELEASED-DATE.
001818     WRITE SCREENING-HOLD-RECORD
001819         INVALID KEY
001820             DISPLAY 'ERROR WRITING SCREENING-HOLD.DAT'
001821             STOP RUN
001822     END-WRITE.
001823     ADD 1 TO WS-SCREEN-HELD-COUNT.
001824     DISPLAY 'WATCHLIST HIT HELD - HOLD NO: ' WS-NEXT-HOLD-NO
001825         ' ACCOUNT ' CUST-ACCT-ID.
001826 2300-EXIT.
001827     EXIT.
001828
001829 2400-CHECK-OPEN-HOLD.
001830     MOVE 'N' TO WS-OPEN-HOLD-SW.
001831     MOVE 'N' TO WS-SCH-SCAN-EOF-SW.
001832     MOVE ZERO TO SH-HOLD-NO.
001833     START SCREENING-HOLD KEY IS NOT LESS THAN SH-HOLD-NO
001834         INVALID KEY
001835             SET SCH-SCAN-EOF TO TRUE
001836     END-START.
001837     PERFORM 2410-CHECK-ONE-HOLD
001838         UNTIL SCH-SCAN-EOF OR HOLD-ALREADY-OPEN.
001839
001840 2410-CHECK-ONE-HOLD.
001841     READ SCREENING-HOLD NEXT RECORD
001842         AT END
001843             SET SCH-SCAN-EOF TO TRUE
001844         NOT AT END
001845             IF SH-FROM-CUSTOMER AND SH-HELD
001846                     AND SH-HIT-ACCT-ID = CUST-ACCT-ID
001847                     AND SH-HIT-NAME = CUST-NAME
001848                 SET HOLD-ALREADY-OPEN TO TRUE
001849             END-IF
001850     END-READ.
001790
001800 3000-SHOW-CUSTOMER.
001810     IF WS-SHOW-ACCOUNT = SPACES
002000 STOP-RUN.
002010     STOP RUN.
002020
002025     COPY "scrncalc.cpy".
002030 END PROGRAM CUSTMNT.
