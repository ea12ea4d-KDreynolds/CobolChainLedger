000162*    07 NO USABLE EXCHANGE RATE AS OF THE ENTRY TIMESTAMP
000164*    08 OVER THE SENDER'S PER-TRANSACTION LIMIT
000166*    09 OVER THE SENDER'S DAILY AGGREGATE DEBIT LIMIT
000167*    10 ESCHEAT SWEEP FOR AN ACCOUNT NO LONGER DORMANT
000170*
000180*    MODIFICATION HISTORY
000190*    DATE       INIT DESCRIPTION
000215*                    FROM PENDTRX.CPY ACROSS THE RESUBMIT
000216*                    CYCLE.  APPENDED AT THE END SO A SUSPENSE
000217*                    FILE FROM BEFORE READS AS SPACES.
000218*    2026-10-15 KDR  ADDED REASON 10 FOR A DORMANT SWEEP
000219*                    OVERTAKEN BY CUSTOMER ACTIVITY.
000220***************************************************************
000230 01  REJECT-SUSPENSE-RECORD.
000240     05  REJ-SENDER               PIC X(20).
000352         88  REJ-NO-USABLE-RATE           VALUE '07'.
000354         88  REJ-OVER-TRX-LIMIT           VALUE '08'.
000356         88  REJ-OVER-DAILY-LIMIT         VALUE '09'.
000358         88  REJ-ESCHEAT-NOT-DORMANT      VALUE '10'.
000360     05  REJ-CHANNEL-ID           PIC X(03).
000370     05  REJ-FILE-ID              PIC X(08).
