000268*                    (STEPSTAT.CPY) AT NORMAL COMPLETION SO THE
000269*                    MNTHEND DRIVER GETS A MACHINE-READABLE
000271*                    RESULT, THE SAME AS THE DAYEND STEPS.
000272*    2026-10-15 KDR  A DORMANT ACCOUNT (ACCT-DORMANT, SET BY
000273*                    DORMANT) IS CHARGED NO MAINTENANCE FEE.
000274*                    INTEREST STILL ACCRUES TO IT.
000270***************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. ACCRUAL.
000820 01  WS-ENTRY-COUNT              PIC 9(10) VALUE ZERO.
000830 01  WS-TOTAL-FEES               PIC S9(12)V99 VALUE ZERO.
000840 01  WS-TOTAL-INTEREST           PIC S9(12)V99 VALUE ZERO.
000845 01  WS-DORMANT-WAIVED-COUNT     PIC 9(10) VALUE ZERO.
000850
000860 01  FEE-TABLE-AREA.
000870     05  FEE-TABLE-COUNT         PIC 9(04) COMP VALUE ZERO.
001860*    AGAINST ITSELF AND A FROZEN OR CLOSED ACCOUNT ACCRUES
001870*    NOTHING - LEDGER WOULD ONLY REJECT THE ENTRY ANYWAY.
001880*    A COMPUTED CHARGE OR CREDIT OF ZERO OR LESS IS NOT
001890*    GENERATED.  A DORMANT ACCOUNT PAYS NO FEE - THE HOLDER
001891*    IS NOT USING IT AND ANY FEE WOULD ONLY EAT INTO WHAT IS
001892*    OWED TO THE STATE AT ESCHEAT.
001900***************************************************************
001910 2100-ACCRUE-ONE-ACCOUNT.
001920     IF ACCT-ID NOT = WS-HOUSE-ACCOUNT AND ACCT-ACTIVE
001942         MOVE 'N'  TO WS-FEE-FOUND-SW
001944         MOVE 'N'  TO WS-INT-FOUND-SW
001950         PERFORM 3000-APPLY-FEE-RULES
001952         IF ACCT-DORMANT
001954             MOVE ZERO TO WS-FEE-AMOUNT
001956             ADD 1 TO WS-DORMANT-WAIVED-COUNT
001958         END-IF
001960         PERFORM 4000-GENERATE-PENDING-ENTRIES
001970         IF WS-FEE-AMOUNT > ZERO OR WS-INT-AMOUNT > ZERO
001980             ADD 1 TO WS-ACCOUNT-COUNT
003130     CLOSE ACCRUAL-REPORT.
003140     DISPLAY 'ACCOUNTS ACCRUED:  ' WS-ACCOUNT-COUNT.
003150     DISPLAY 'ENTRIES GENERATED: ' WS-ENTRY-COUNT.
003151     DISPLAY 'DORMANT FEES WAIVED: ' WS-DORMANT-WAIVED-COUNT.
003152     PERFORM 9500-WRITE-STEP-STATUS.
003160
009500***************************************************************
