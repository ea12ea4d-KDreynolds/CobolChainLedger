000070*    AUDITOR CAN RECONSTRUCT A RECORD'S WHOLE CHANGE HISTORY -
000080*    THE MASTER RECORD ITSELF ONLY EVER KEEPS ITS LATEST
000090*    STATE.  A PROVISIONING ADD CARRIES SPACES AS ITS BEFORE
000100*    IMAGE.  WRITERS: ACCTMNT, ACCTLOAD, SORDMNT, LOANMNT,
000105*    DISPMNT, DORMANT, SWPMNT.
000110*    READERS: AUDRPT, NOTCGEN.  COPY INTO THE FD FOR
000115*    MAINT-AUDIT.
000120*
000130*    MODIFICATION HISTORY
000140*    DATE       INIT DESCRIPTION
000160*    2026-09-02 KDR  ORIGINAL LAYOUT.
000162*    2026-09-02 KDR  LIMMNT NOW JOURNALS ACCOUNT-LIMITS.DAT
000164*                    CHANGES HERE TOO, UNDER FILE 'ACCTLIM'.
000166*    2026-10-15 KDR  LOANMNT JOURNALS LOAN BOOKINGS HERE UNDER
000168*                    FILE 'LOAN'.
000169*    2026-10-15 KDR  DISPMNT JOURNALS EVERY DISPUTE CASE STEP
000171*                    HERE UNDER FILE 'DISPUTE'.
000172*    2026-10-15 KDR  NOTCGEN READS THE JOURNAL FOR CUSTOMER
000173*                    NOTICE EVENTS (FREEZE, CLOSE, CANCEL,
000174*                    SET) - THE ACTION NAMES ARE NOW RELIED ON.
000175*    2026-10-15 KDR  DORMANT JOURNALS ITS ACCOUNT FLAG CHANGES
000176*                    HERE UNDER FILE 'ACCOUNT', ACTIONS
000177*                    DORMANT, ESCHEAT AND REACTIVATE.
000178*    2026-10-15 KDR  SWPMNT JOURNALS SWEEP ARRANGEMENT LINKS
000179*                    HERE UNDER FILE 'SWEEPARR'.
000170***************************************************************
000180 01  MAINT-AUDIT-RECORD.
000190     05  AUD-RUN-DATE            PIC 9(08).
000230         88  AUD-ACCOUNT-MASTER          VALUE 'ACCOUNT'.
000240         88  AUD-STANDING-ORDERS         VALUE 'STNDORD'.
000242         88  AUD-ACCOUNT-LIMITS          VALUE 'ACCTLIM'.
000244         88  AUD-LOAN-MASTER             VALUE 'LOAN'.
000246         88  AUD-DISPUTE-CASES           VALUE 'DISPUTE'.
000248         88  AUD-SWEEP-ARRANGEMENTS      VALUE 'SWEEPARR'.
000250     05  AUD-RECORD-KEY          PIC X(20).
000260     05  AUD-ACTION              PIC X(10).
000270     05  AUD-BEFORE-IMAGE        PIC X(80).
