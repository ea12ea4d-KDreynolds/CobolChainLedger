000288*                    NOW CLASS-TESTED, SO A SHORT OR SHIFTED
000289*                    LINE REFUSES THE FILE AS MALFORMED
000291*                    INSTEAD OF FEEDING GARBAGE ARITHMETIC.
000292*    2026-10-15 KDR  ACCEPTED DETAILS ARE NOW SCREENED AT THE
000293*                    GATE - THE SENDER'S AND RECIPIENT'S
000294*                    HOLDER NAMES (CUSTOMER.DAT) AGAINST THE
000295*                    SANCTIONS WATCHLIST (SCRNCALC.CPY).  A
000296*                    HIT GOES TO SCREENING-HOLD.DAT INSTEAD OF
000297*                    PENDING-TRANSACTIONS.DAT; ONCE A
000298*                    COMPLIANCE OFFICER CLEARS IT (SCRNMNT)
000299*                    LEDGER BATCH POSTS IT FROM THERE.  THE
000301*                    FILE IS STILL PROVED AND RECORDED WHOLE;
000302*                    THE LOG LINE CARRIES THE HELD COUNT.
000303*    2026-10-15 KDR  GATEWAY-CONTROL.DAT NOW ALSO CARRIES THE
000304*                    PROVED DETAIL COUNT AND AMOUNT TOTAL, THE
000305*                    CONTROL FIGURES GATEREC RECONCILES EACH
000306*                    FILE'S DISPOSITIONS BACK TO.
000290***************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. INGATE.
000474     SELECT GATEWAY-CONTROL ASSIGN TO "GATEWAY-CONTROL.DAT"
000475         ORGANIZATION IS LINE SEQUENTIAL
000476         FILE STATUS IS WS-GWC-STATUS.
000477
000478     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER.DAT"
000479         ORGANIZATION IS INDEXED
000481         ACCESS MODE IS DYNAMIC
000482         RECORD KEY IS CUST-ACCT-ID
000483         FILE STATUS IS WS-CUST-STATUS.
000484
000485     SELECT WATCHLIST-FILE ASSIGN TO "WATCHLIST.DAT"
000486         ORGANIZATION IS LINE SEQUENTIAL
000487         FILE STATUS IS WS-WL-STATUS.
000488
000489     SELECT SCREENING-HOLD ASSIGN TO "SCREENING-HOLD.DAT"
000491         ORGANIZATION IS INDEXED
000492         ACCESS MODE IS DYNAMIC
000493         RECORD KEY IS SH-HOLD-NO
000494         FILE STATUS IS WS-SCH-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000712
000714 FD  GATEWAY-CONTROL.
000716     COPY "gatectl.cpy".
000717
000718 FD  CUSTOMER-MASTER.
000719     COPY "custmast.cpy".
000721
000722 FD  WATCHLIST-FILE.
000723     COPY "watchlst.cpy".
000724
000725 FD  SCREENING-HOLD.
000726     COPY "scrnhold.cpy".
000720
000730 WORKING-STORAGE SECTION.
000740 01  WS-INB-STATUS               PIC X(02) VALUE '00'.
000920 01  WS-TRL-COUNT                PIC 9(10) VALUE ZERO.
000930 01  WS-TRL-TOTAL                PIC S9(13)V99 VALUE ZERO.
000940 01  WS-DETAIL-TOTAL             PIC S9(13)V99 VALUE ZERO.
000941 01  WS-CUST-STATUS              PIC X(02) VALUE '00'.
000942 01  WS-CUST-FILE-SW             PIC X(01) VALUE 'N'.
000943     88  CUSTOMERS-ON-FILE               VALUE 'Y'.
000944 01  WS-SCREEN-ACCT-ID           PIC X(20) VALUE SPACES.
000945 01  WS-SCREEN-HELD-COUNT        PIC 9(10) VALUE ZERO.
000946 01  WS-EDIT-COUNT               PIC Z(09)9.
000950
000960*    FIXED-POSITION VIEWS OF THE INBOUND LINE, ONE PER RECORD
000970*    TYPE.  THE FIELDS SIT AT FIXED OFFSETS BETWEEN THE PIPE
001430         10  GD-AMOUNT           PIC S9(10)V99.
001440         10  GD-TIMESTAMP        PIC 9(10).
001450         10  GD-CURRENCY         PIC X(03).
001451
001452     COPY "scrnwork.cpy".
001460
001470 PROCEDURE DIVISION.
001480 0000-MAINLINE.
001600         DISPLAY 'INTERFACE FILE ACCEPTED - CHANNEL '
001610             WS-FILE-CHANNEL-ID ' FILE ' WS-FILE-FILE-ID
001620         DISPLAY '  DETAILS MERGED: ' GLOG-COUNT
001621         DISPLAY '  HELD FOR SCREENING: ' WS-SCREEN-HELD-COUNT
001630     END-IF.
001640     PERFORM STOP-RUN.
001650
003590         DISPLAY 'ERROR OPENING PENDING-TRANSACTIONS.DAT'
003600         STOP RUN
003610     END-IF.
003611     PERFORM 4050-OPEN-SCREENING-FILES.
003620     PERFORM 4100-MERGE-ONE-DETAIL THRU 4100-EXIT
003630         VARYING GATE-IDX FROM 1 BY 1
003640         UNTIL GATE-IDX > GATE-DETAIL-COUNT.
003650     CLOSE PENDING-TRANSACTIONS.
003651     CLOSE SCREENING-HOLD.
003652     IF CUSTOMERS-ON-FILE
003653         CLOSE CUSTOMER-MASTER
003654     END-IF.
003655
003656***************************************************************
003657*    4050-OPEN-SCREENING-FILES
003658*    SAME RULES AS LEDGER BATCH - NO WATCHLIST, NO CUSTOMER
003659*    FILE OR NO CUSTOMER RECORD MEANS NO NAME TO SCREEN.
003661***************************************************************
003662 4050-OPEN-SCREENING-FILES.
003663     PERFORM 8400-LOAD-WATCHLIST THRU 8400-EXIT.
003664     OPEN INPUT CUSTOMER-MASTER.
003665     IF WS-CUST-STATUS = '00'
003666         SET CUSTOMERS-ON-FILE TO TRUE
003667     ELSE
003668         IF WS-CUST-STATUS NOT = '35'
003669             DISPLAY 'ERROR OPENING CUSTOMER.DAT'
003671             STOP RUN
003672         END-IF
003673     END-IF.
003674     OPEN I-O SCREENING-HOLD.
003675     IF WS-SCH-STATUS = '35'
003676         OPEN OUTPUT SCREENING-HOLD
003677         CLOSE SCREENING-HOLD
003678         OPEN I-O SCREENING-HOLD
003679     END-IF.
003681     IF WS-SCH-STATUS NOT = '00'
003682         DISPLAY 'ERROR OPENING SCREENING-HOLD.DAT'
003683         STOP RUN
003684     END-IF.
003660
003670 4100-MERGE-ONE-DETAIL.
003671     PERFORM 4200-SCREEN-DETAIL THRU 4200-EXIT.
003672     IF SN-HIT
003673         PERFORM 4300-WRITE-SCREEN-HOLD
003674         GO TO 4100-EXIT
003675     END-IF.
003680     MOVE GD-SENDER(GATE-IDX)    TO PEND-SENDER.
003690     MOVE GD-RECIPIENT(GATE-IDX) TO PEND-RECIPIENT.
003700     MOVE GD-AMOUNT(GATE-IDX)    TO PEND-AMOUNT.
003770         DISPLAY 'ERROR WRITING PENDING-TRANSACTIONS.DAT'
003780         STOP RUN
003790     END-IF.
003791 4100-EXIT.
003792     EXIT.
003800
003801***************************************************************
003802*    4200-SCREEN-DETAIL
003803*    SCREENS THE SENDER'S, THEN THE RECIPIENT'S, HOLDER NAME.
003804*    THE FIRST HIT STOPS THE SCREEN WITH SN-HIT SET AND THE
003805*    MATCHED ACCOUNT IN WS-SCREEN-ACCT-ID.
003806***************************************************************
003807 4200-SCREEN-DETAIL.
003808     MOVE 'N' TO SN-HIT-SW.
003809     IF WL-TABLE-COUNT = ZERO OR NOT CUSTOMERS-ON-FILE
003810         GO TO 4200-EXIT
003811     END-IF.
003812     MOVE GD-SENDER(GATE-IDX) TO WS-SCREEN-ACCT-ID.
003813     PERFORM 4250-SCREEN-ONE-HOLDER THRU 4250-EXIT.
003814     IF SN-HIT
003815         GO TO 4200-EXIT
003816     END-IF.
003817     MOVE GD-RECIPIENT(GATE-IDX) TO WS-SCREEN-ACCT-ID.
003818     PERFORM 4250-SCREEN-ONE-HOLDER THRU 4250-EXIT.
003819 4200-EXIT.
003820     EXIT.
003821
003822 4250-SCREEN-ONE-HOLDER.
003823     MOVE 'N' TO SN-HIT-SW.
003824     MOVE WS-SCREEN-ACCT-ID TO CUST-ACCT-ID.
003825     READ CUSTOMER-MASTER
003826         INVALID KEY
003827             GO TO 4250-EXIT
003828     END-READ.
003829     MOVE CUST-NAME TO SN-NAME-IN.
003830     PERFORM 8500-SCREEN-NAME THRU 8500-EXIT.
003831 4250-EXIT.
003832     EXIT.
003833
003834***************************************************************
003835*    4300-WRITE-SCREEN-HOLD
003836*    THE DETAIL GOES TO THE SCREENING HOLD QUEUE, TAGGED WITH
003837*    ITS CHANNEL AND FILE ID EXACTLY AS IT WOULD HAVE GONE TO
003838*    PENDING, SO A CLEARED HOLD POSTS THE SAME ENTRY.
003839***************************************************************
003840 4300-WRITE-SCREEN-HOLD.
003841     PERFORM 8600-NEXT-HOLD-NO.
003842     MOVE WS-NEXT-HOLD-NO        TO SH-HOLD-NO.
003843     SET SH-FROM-GATEWAY         TO TRUE.
003844     SET SH-HELD                 TO TRUE.
003845     MOVE GD-SENDER(GATE-IDX)    TO SH-SENDER.
003846     MOVE GD-RECIPIENT(GATE-IDX) TO SH-RECIPIENT.
003847     MOVE GD-AMOUNT(GATE-IDX)    TO SH-AMOUNT.
003848     MOVE GD-TIMESTAMP(GATE-IDX) TO SH-TIMESTAMP.
003849     MOVE GD-CURRENCY(GATE-IDX)  TO SH-CURRENCY-CODE.
003850     MOVE WS-FILE-CHANNEL-ID     TO SH-CHANNEL-ID.
003851     MOVE WS-FILE-FILE-ID        TO SH-FILE-ID.
003852     MOVE WS-SCREEN-ACCT-ID      TO SH-HIT-ACCT-ID.
003853     MOVE SN-NAME-IN             TO SH-HIT-NAME.
003854     MOVE SN-LIST-NAME           TO SH-LIST-NAME.
003855     MOVE SN-LISTED-NAME         TO SH-LISTED-NAME.
003856     MOVE WS-RUN-DATE            TO SH-HELD-DATE.
003857     MOVE ZERO                   TO SH-DECISION-DATE.
003858     MOVE SPACES                 TO SH-DECISION-OPERATOR.
003859     MOVE ZERO                   TO SH-RELEASED-DATE.
003860     WRITE SCREENING-HOLD-RECORD
003861         INVALID KEY
003862             DISPLAY 'ERROR WRITING SCREENING-HOLD.DAT'
003863             STOP RUN
003864     END-WRITE.
003865     ADD 1 TO WS-SCREEN-HELD-COUNT.
003866     DISPLAY 'WATCHLIST HIT HELD - HOLD NO: ' WS-NEXT-HOLD-NO
003867         ' ACCOUNT ' WS-SCREEN-ACCT-ID.
003868
005000***************************************************************
005010*    5000-RECORD-ACCEPTED-FILE
005020*    APPENDS THE ACCEPTED CHANNEL AND FILE ID TO GATEWAY-
005180     MOVE WS-FILE-CHANNEL-ID TO GWC-CHANNEL-ID.
005190     MOVE WS-FILE-FILE-ID    TO GWC-FILE-ID.
005200     MOVE WS-RUN-DATE        TO GWC-ACCEPT-DATE.
005202     MOVE GATE-DETAIL-COUNT  TO GWC-DETAIL-COUNT.
005204     MOVE WS-DETAIL-TOTAL    TO GWC-DETAIL-TOTAL.
005210     WRITE GATEWAY-CONTROL-RECORD.
005220     IF WS-GWC-STATUS NOT = '00'
005230         DISPLAY 'ERROR WRITING GATEWAY-CONTROL.DAT'
003980         MOVE WS-REJECT-REASON  TO GLOG-REASON
003990     ELSE
004000         MOVE 'ACCEPTED'        TO GLOG-RESULT
004001         IF WS-SCREEN-HELD-COUNT NOT = ZERO
004002             MOVE WS-SCREEN-HELD-COUNT TO WS-EDIT-COUNT
004003             STRING WS-EDIT-COUNT ' HELD FOR SCREENING'
004004                 DELIMITED BY SIZE INTO GLOG-REASON
004005         END-IF
004010     END-IF.
004020     WRITE GATEWAY-LOG-RECORD.
004030     CLOSE GATEWAY-LOG.
004050 STOP-RUN.
004060     STOP RUN.
004070
004075     COPY "scrncalc.cpy".
004080 END PROGRAM INGATE.
