000010***************************************************************
000020*    AUTHCALC.CPY
000030*    TOTALS AN ACCOUNT'S ACTIVE AUTHORIZATION HOLDS IN THE
000040*    BOOK CURRENCY (8300-SUM-ACTIVE-HOLDS).  COPY INTO THE
000050*    PROCEDURE DIVISION OF ANY PROGRAM THAT ALSO COPIES
000060*    AUTHWORK INTO WORKING-STORAGE AND DECLARES AUTH-HOLDS.
000070*    CALLER MOVES AH-ACCT-ID BEFORE PERFORMING 8300-SUM-
000080*    ACTIVE-HOLDS THRU 8300-EXIT - AH-HELD-AMOUNT AND
000090*    AH-HOLD-COUNT ARE SET ON RETURN.  AVAILABLE BALANCE IS
000100*    ACCT-BALANCE LESS AH-HELD-AMOUNT.  IF AH-MATCH-WANTED
000110*    IS SET, THE FIRST ACTIVE HOLD WHOSE CHANNEL, CURRENCY
000120*    AND AMOUNT EQUAL AH-MATCH-CHANNEL, AH-MATCH-CURRENCY AND
000130*    AH-MATCH-AMOUNT IS RETURNED IN AH-MATCH-KEY AND
000140*    AH-MATCH-BOOK-AMOUNT WITH AH-MATCH-FOUND SET - THAT IS
000150*    THE HOLD A FINAL ENTRY CAPTURES WHEN IT POSTS.  THE
000160*    ROUTINE LEAVES THE AUTH-HOLDS RECORD AREA POSITIONED
000170*    PAST THE ACCOUNT - A CALLER WANTING THE MATCHED HOLD
000180*    READS IT BACK BY AH-MATCH-KEY.
000190*
000200*    MODIFICATION HISTORY
000210*    DATE       INIT DESCRIPTION
000220*    ---------- ---- ----------------------------------------
000230*    2026-10-15 KDR  ORIGINAL LAYOUT.
000240***************************************************************
008300 8300-SUM-ACTIVE-HOLDS.
008305     MOVE ZERO   TO AH-HELD-AMOUNT.
008310     MOVE ZERO   TO AH-HOLD-COUNT.
008315     MOVE ZERO   TO AH-MATCH-BOOK-AMOUNT.
008320     MOVE SPACES TO AH-MATCH-KEY.
008325     MOVE 'N'    TO AH-MATCH-FOUND-SW.
008330     MOVE 'N'    TO WS-AHD-SCAN-EOF-SW.
008335     IF NOT HOLDS-ON-FILE
008340         GO TO 8300-EXIT
008345     END-IF.
008350     MOVE AH-ACCT-ID  TO AHD-ACCT-ID.
008355     MOVE LOW-VALUES  TO AHD-HOLD-REF.
008360     START AUTH-HOLDS KEY IS NOT LESS THAN AHD-KEY
008365         INVALID KEY
008370             SET AHD-SCAN-EOF TO TRUE
008375     END-START.
008380     PERFORM 8310-SUM-ONE-HOLD UNTIL AHD-SCAN-EOF.
008385 8300-EXIT.
008390     EXIT.
008395
008400 8310-SUM-ONE-HOLD.
008405     READ AUTH-HOLDS NEXT RECORD
008410         AT END
008415             SET AHD-SCAN-EOF TO TRUE
008420         NOT AT END
008425             IF AHD-ACCT-ID NOT = AH-ACCT-ID
008430                 SET AHD-SCAN-EOF TO TRUE
008435             ELSE
008440                 IF AHD-ACTIVE
008445                     ADD AHD-BOOK-AMOUNT TO AH-HELD-AMOUNT
008450                     ADD 1 TO AH-HOLD-COUNT
008455                     PERFORM 8320-CHECK-HOLD-MATCH
008460                 END-IF
008465             END-IF
008470     END-READ.
008475
008480 8320-CHECK-HOLD-MATCH.
008485     IF AH-MATCH-WANTED AND NOT AH-MATCH-FOUND
008490             AND AHD-CHANNEL-ID    = AH-MATCH-CHANNEL
008495             AND AHD-CURRENCY-CODE = AH-MATCH-CURRENCY
008500             AND AHD-AMOUNT        = AH-MATCH-AMOUNT
008505         SET AH-MATCH-FOUND TO TRUE
008510         MOVE AHD-KEY         TO AH-MATCH-KEY
008515         MOVE AHD-BOOK-AMOUNT TO AH-MATCH-BOOK-AMOUNT
008520     END-IF.
