000140*    DATE       INIT DESCRIPTION
000150*    ---------- ---- ----------------------------------------
000160*    2026-09-02 KDR  ORIGINAL LAYOUT.
000162*    2026-10-15 KDR  NEW READERS: INGATE AND LEDGER BATCH
000164*                    SCREEN CUST-NAME AGAINST THE WATCHLIST;
000166*                    NOTCGEN ADDRESSES CUSTOMER NOTICES AND
000168*                    ROUTES THEM BY CUST-DELIVERY-PREF.
000170***************************************************************
000180 01  CUSTOMER-DETAIL-RECORD.
000190     05  CUST-ACCT-ID            PIC X(20).
