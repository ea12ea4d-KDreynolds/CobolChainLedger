000010***************************************************************
000020*    AUTHFEED.CPY
000030*    AUTH-FEED-RECORD LAYOUT - ONE ENTRY PER HOLD TO BE
000040*    PLACED OR RELEASED ON AUTH-HOLDS.DAT BY AUTHMNT'S LOAD
000050*    MODE, DELIVERED BY THE CARD AND CHANNEL PARTNERS AS
000060*    AUTH-HOLD-FEED.DAT.  A RELEASE NEEDS ONLY THE ACCOUNT
000070*    AND HOLD REFERENCE - THE REST OF THE RECORD IS IGNORED.
000080*    COPY INTO THE FD FOR AUTH-HOLD-FEED.
000090*
000100*    MODIFICATION HISTORY
000110*    DATE       INIT DESCRIPTION
000120*    ---------- ---- ----------------------------------------
000130*    2026-10-15 KDR  ORIGINAL LAYOUT.
000140***************************************************************
000150 01  AUTH-FEED-RECORD.
000160     05  AFD-ACTION              PIC X(01).
000170         88  AFD-PLACE                   VALUE 'P'.
000180         88  AFD-RELEASE                 VALUE 'R'.
000190     05  AFD-ACCT-ID             PIC X(20).
000200     05  AFD-HOLD-REF            PIC X(12).
000210     05  AFD-AMOUNT              PIC S9(10)V99.
000220     05  AFD-CURRENCY-CODE       PIC X(03).
000230     05  AFD-EXPIRY-DATE         PIC 9(08).
000240     05  AFD-CHANNEL-ID          PIC X(03).
