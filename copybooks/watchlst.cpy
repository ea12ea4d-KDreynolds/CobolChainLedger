000010***************************************************************
000020*    WATCHLST.CPY
000030*    WATCHLIST-RECORD LAYOUT - ONE ENTRY PER NAME TO SCREEN ON
000040*    WATCHLIST.DAT, REBUILT WHOLESALE BY WLLOAD FROM EACH
000050*    VENDOR DELIVERY.  WL-SCREEN-NAME IS THE LISTED NAME OR
000060*    ALIAS IN UPPER CASE, THE FORM 8500-SCREEN-NAME
000070*    (SCRNCALC.CPY) COMPARES AGAINST; WL-LIST-NAME AND
000080*    WL-LISTED-NAME SAY WHICH LIST AND WHICH LISTED PARTY A HIT
000090*    ON IT BELONGS TO.  COPY INTO THE FD FOR WATCHLIST-FILE.
000100*
000110*    MODIFICATION HISTORY
000120*    DATE       INIT DESCRIPTION
000130*    ---------- ---- ----------------------------------------
000140*    2026-10-15 KDR  ORIGINAL LAYOUT.
000150***************************************************************
000160 01  WATCHLIST-RECORD.
000170     05  WL-SCREEN-NAME          PIC X(30).
000180     05  WL-LIST-NAME            PIC X(10).
000190     05  WL-LISTED-NAME          PIC X(30).
000200     05  WL-LOAD-DATE            PIC 9(08).
