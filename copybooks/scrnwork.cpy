000010***************************************************************
000020*    SCRNWORK.CPY
000030*    WORKING-STORAGE FOR THE SANCTIONS SCREENING ROUTINES IN
000040*    SCRNCALC.CPY.  ANY PROGRAM THAT COPIES SCRNCALC MUST ALSO
000050*    COPY THIS INTO WORKING-STORAGE SECTION AND DECLARE
000060*    WATCHLIST-FILE (WATCHLST.CPY, FILE STATUS WS-WL-STATUS)
000070*    AND SCREENING-HOLD (SCRNHOLD.CPY, ACCESS MODE DYNAMIC,
000080*    FILE STATUS WS-SCH-STATUS).  WLLOAD BUILDS ITS DELIVERY
000090*    IN THE SAME TABLE.
000100*
000110*    MODIFICATION HISTORY
000120*    DATE       INIT DESCRIPTION
000130*    ---------- ---- ----------------------------------------
000140*    2026-10-15 KDR  ORIGINAL LAYOUT.
000150***************************************************************
000160 01  WS-WL-STATUS                PIC X(02) VALUE '00'.
000170 01  WS-SCH-STATUS               PIC X(02) VALUE '00'.
000180 01  WS-WL-EOF-SW                PIC X(01) VALUE 'N'.
000190     88  WL-EOF                          VALUE 'Y'.
000200 01  WS-SCH-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
000210     88  SCH-SCAN-EOF                    VALUE 'Y'.
000220 01  WS-HIGH-HOLD-NO             PIC 9(08) VALUE ZERO.
000230 01  WS-NEXT-HOLD-NO             PIC 9(08) VALUE ZERO.
000240
000250 01  WATCHLIST-TABLE-AREA.
000260     05  WL-TABLE-COUNT          PIC 9(05) COMP VALUE ZERO.
000270     05  WL-TABLE-ENTRY OCCURS 5000 TIMES
000280                         INDEXED BY WL-IDX.
000290         10  WT-SCREEN-NAME      PIC X(30).
000300         10  WT-LIST-NAME        PIC X(10).
000310         10  WT-LISTED-NAME      PIC X(30).
000320
000330 01  SCREEN-NAME-AREA.
000340     05  SN-NAME-IN              PIC X(30).
000350     05  SN-SCREEN-NAME          PIC X(30).
000360     05  SN-HIT-SW               PIC X(01).
000370         88  SN-HIT                      VALUE 'Y'.
000380     05  SN-LIST-NAME            PIC X(10).
000390     05  SN-LISTED-NAME          PIC X(30).
