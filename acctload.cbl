000194*    2026-09-02 KDR  EVERY PROVISIONED ACCOUNT IS NOW JOURNALED
000195*                    TO MAINT-AUDIT.DAT (AUDJRNL.CPY) AS AN ADD
000196*                    WITH A BLANK BEFORE IMAGE.  SEE AUDRPT.
000197*    2026-10-15 KDR  NEW ACCOUNTS START NOT DORMANT.
000190***************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. ACCTLOAD.
000882             SET ACCT-ACTIVE   TO TRUE
000884             MOVE WS-RUN-DATE  TO ACCT-STATUS-DATE
000886             MOVE 'ACCTLOAD'   TO ACCT-STATUS-OPERATOR
000887             MOVE SPACE        TO ACCT-DORMANT-SW
000888             MOVE ZERO         TO ACCT-DORMANT-DATE
000890             WRITE ACCOUNT-MASTER-RECORD
000900             ADD 1 TO WS-ADDED-COUNT
000902             PERFORM 8000-WRITE-AUDIT-ENTRY
