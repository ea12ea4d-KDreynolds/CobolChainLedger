000100*    DAT FOR EVERY RECORD WHERE THE ACCOUNT IS EITHER SENDER OR
000110*    RECIPIENT WITHIN THAT RANGE, AND PRINTS A STATEMENT -
000120*    DATE, COUNTERPARTY, DEBIT/CREDIT, RUNNING BALANCE - IN
000130*    TRX-TIMESTAMP ORDER TO STATEMENT.OUT, CLOSING WITH THE
000135*    ACCOUNT'S LEDGER AND AVAILABLE BALANCES SIDE BY SIDE.
000140*
000150*    MODIFICATION HISTORY
000160*    DATE       INIT DESCRIPTION
000221*                    THE BARE ACCOUNT ID ALONE.  NO CUSTOMER
000222*                    RECORD - OR NO CUSTOMER FILE - PRINTS THE
000223*                    OLD BARE HEAD.
000224*    2026-10-15 KDR  THE STATEMENT NOW CLOSES WITH THE
000225*                    ACCOUNT'S CURRENT LEDGER BALANCE FROM
000226*                    ACCOUNT.DAT AND ITS AVAILABLE BALANCE -
000227*                    LEDGER LESS THE ACTIVE AUTHORIZATION HOLDS
000228*                    ON AUTH-HOLDS.DAT (AUTHCALC.CPY).  MNTHEND
000229*                    GATHERS STATEMENT.OUT WHOLE, SO THE MONTH-
000231*                    END STATEMENTS CARRY THE LINE TOO.  NO
000232*                    ACCOUNT RECORD PRINTS NO LINE.
000190***************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. STMTGEN.
000373         ACCESS MODE IS DYNAMIC
000374         RECORD KEY IS CUST-ACCT-ID
000375         FILE STATUS IS WS-CUST-STATUS.
000376
000377     SELECT ACCOUNT-MASTER ASSIGN TO "ACCOUNT.DAT"
000378         ORGANIZATION IS INDEXED
000379         ACCESS MODE IS DYNAMIC
000381         RECORD KEY IS ACCT-ID
000382         FILE STATUS IS WS-ACCT-STATUS.
000383
000384     SELECT AUTH-HOLDS ASSIGN TO "AUTH-HOLDS.DAT"
000385         ORGANIZATION IS INDEXED
000386         ACCESS MODE IS DYNAMIC
000387         RECORD KEY IS AHD-KEY
000388         FILE STATUS IS WS-AHD-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
004221
004222 FD  CUSTOMER-MASTER.
004223     COPY "custmast.cpy".
004224
004225 FD  ACCOUNT-MASTER.
004226     COPY "acctmast.cpy".
004227
004228 FD  AUTH-HOLDS.
004229     COPY "authhold.cpy".
000423
000430 SD  SORT-WORK.
000440 01  SORT-RECORD.
000565 01  WS-CUST-STATUS              PIC X(02) VALUE '00'.
000566 01  WS-CUST-FOUND-SW            PIC X(01) VALUE 'N'.
000567     88  CUSTOMER-FOUND                  VALUE 'Y'.
000568 01  WS-ACCT-STATUS              PIC X(02) VALUE '00'.
000569 01  WS-AVAILABLE-BALANCE        PIC S9(11)V99 VALUE ZERO.
000570 01  WS-RUNNING-BALANCE          PIC S9(10)V99 VALUE ZERO.
000575 01  WS-LEDGER-BALANCE           PIC S9(10)V99 VALUE ZERO.
000580 01  WS-COMMAND-LINE             PIC X(80) VALUE SPACES.
000590 01  WS-STMT-ACCOUNT             PIC X(20) VALUE SPACES.
000600 01  WS-STMT-START-DATE          PIC 9(10) VALUE ZERO.
000810     05  DTL-CREDIT              PIC Z(8)9.99 BLANK WHEN ZERO.
000820     05  FILLER                  PIC X(02) VALUE SPACES.
000830     05  DTL-BALANCE             PIC -(9)9.99.
000831
000832 01  WS-BALANCE-LINE.
000833     05  FILLER                  PIC X(23)
000834                                 VALUE 'LEDGER BALANCE (USD):'.
000835     05  BAL-LEDGER              PIC -(9)9.99.
000836     05  FILLER                  PIC X(04) VALUE SPACES.
000837     05  FILLER                  PIC X(26)
000838                                 VALUE 'AVAILABLE BALANCE (USD):'.
000839     05  BAL-AVAILABLE           PIC -(10)9.99.
000840
000841     COPY "ratework.cpy".
000842     COPY "authwork.cpy".
000840
000850 PROCEDURE DIVISION.
000860 0000-MAINLINE.
000890         ON ASCENDING KEY SORT-TIMESTAMP
000900         INPUT PROCEDURE 2000-BUILD-SORT-FILE
000910         OUTPUT PROCEDURE 3000-PRODUCE-STATEMENT.
000915     PERFORM 4000-WRITE-BALANCE-LINE THRU 4000-EXIT.
000920     PERFORM 9000-TERMINATE.
000930     PERFORM STOP-RUN.
000940
001690     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
001700     PERFORM 3100-RETURN-NEXT-SORTED.
001710
004000***************************************************************
004010*    4000-WRITE-BALANCE-LINE
004020*    CLOSES THE STATEMENT WITH THE ACCOUNT'S CURRENT LEDGER
004030*    BALANCE (ACCT-BALANCE) AND AVAILABLE BALANCE (LEDGER LESS
004040*    ACTIVE AUTHORIZATION HOLDS) SIDE BY SIDE.  NO ACCOUNT
004050*    FILE OR RECORD PRINTS NO LINE; NO HOLDS FILE PRINTS THE
004060*    TWO FIGURES EQUAL.
004070***************************************************************
004080 4000-WRITE-BALANCE-LINE.
004090     OPEN INPUT ACCOUNT-MASTER.
004100     IF WS-ACCT-STATUS = '35'
004110         GO TO 4000-EXIT
004120     END-IF.
004130     IF WS-ACCT-STATUS NOT = '00'
004140         DISPLAY 'ERROR OPENING ACCOUNT.DAT'
004150         STOP RUN
004160     END-IF.
004170     MOVE WS-STMT-ACCOUNT TO ACCT-ID.
004180     READ ACCOUNT-MASTER
004190         INVALID KEY
004200             CLOSE ACCOUNT-MASTER
004210             GO TO 4000-EXIT
004220     END-READ.
004225     MOVE ACCT-BALANCE TO WS-LEDGER-BALANCE.
004230     CLOSE ACCOUNT-MASTER.
004240     OPEN INPUT AUTH-HOLDS.
004250     IF WS-AHD-STATUS = '00'
004260         SET HOLDS-ON-FILE TO TRUE
004270     ELSE
004280         IF WS-AHD-STATUS NOT = '35'
004290             DISPLAY 'ERROR OPENING AUTH-HOLDS.DAT'
004300             STOP RUN
004310         END-IF
004320     END-IF.
004330     MOVE WS-STMT-ACCOUNT TO AH-ACCT-ID.
004340     MOVE 'N'             TO AH-MATCH-WANTED-SW.
004350     PERFORM 8300-SUM-ACTIVE-HOLDS THRU 8300-EXIT.
004360     IF HOLDS-ON-FILE
004370         CLOSE AUTH-HOLDS
004380     END-IF.
004390     COMPUTE WS-AVAILABLE-BALANCE =
004395         WS-LEDGER-BALANCE - AH-HELD-AMOUNT.
004400     MOVE WS-LEDGER-BALANCE    TO BAL-LEDGER.
004410     MOVE WS-AVAILABLE-BALANCE TO BAL-AVAILABLE.
004420     WRITE REPORT-LINE FROM WS-BALANCE-LINE.
004430 4000-EXIT.
004440     EXIT.
004450
001720 9000-TERMINATE.
001730     CLOSE STATEMENT-REPORT.
001740
001760     STOP RUN.
001770
001775     COPY "ratecalc.cpy".
001776     COPY "authcalc.cpy".
001780 END PROGRAM STMTGEN.
