000010***************************************************************
000020*    WLFEED.CPY
000030*    WATCHLIST-FEED-RECORD LAYOUT - THE COMPLIANCE VENDOR'S
000040*    DAILY SANCTIONS DELIVERY, WATCHLIST-FEED.DAT, ONE RECORD
000050*    PER NAME TO SCREEN.  WLF-LIST-NAME IS THE LIST THE PARTY
000060*    APPEARS ON (OFAC-SDN, UN-CONSOL, ...), WLF-LISTED-NAME THE
000070*    PARTY'S NAME AS LISTED.  A RECORD WITH WLF-ALIAS-NAME
000080*    FILLED IN IS AN ALIAS OF THAT LISTED NAME AND IS SCREENED
000090*    UNDER THE ALIAS; ONE WITH IT BLANK IS THE LISTED NAME
000100*    ITSELF.  EVERY DELIVERY IS THE VENDOR'S COMPLETE LIST.
000110*    COPY INTO THE FD FOR WATCHLIST-FEED.
000120*
000130*    MODIFICATION HISTORY
000140*    DATE       INIT DESCRIPTION
000150*    ---------- ---- ----------------------------------------
000160*    2026-10-15 KDR  ORIGINAL LAYOUT.
000170***************************************************************
000180 01  WATCHLIST-FEED-RECORD.
000190     05  WLF-LIST-NAME           PIC X(10).
000200     05  WLF-LISTED-NAME         PIC X(30).
000210     05  WLF-ALIAS-NAME          PIC X(30).
