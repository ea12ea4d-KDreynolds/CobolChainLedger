000010***************************************************************
000020*    AUTHWORK.CPY
000030*    WORKING-STORAGE FOR THE ACTIVE-HOLD ROUTINE IN
000040*    AUTHCALC.CPY.  ANY PROGRAM THAT COPIES AUTHCALC MUST ALSO
000050*    COPY THIS INTO WORKING-STORAGE SECTION AND DECLARE
000060*    AUTH-HOLDS (AUTHHOLD.CPY) WITH ACCESS MODE DYNAMIC AND
000070*    FILE STATUS WS-AHD-STATUS.  THE CALLER OPENS THE FILE
000080*    AND SETS HOLDS-ON-FILE - WITH NO AUTH-HOLDS.DAT THE
000090*    ROUTINE REPORTS NOTHING HELD.
000100*
000110*    MODIFICATION HISTORY
000120*    DATE       INIT DESCRIPTION
000130*    ---------- ---- ----------------------------------------
000140*    2026-10-15 KDR  ORIGINAL LAYOUT.
000150***************************************************************
000160 01  WS-AHD-STATUS               PIC X(02) VALUE '00'.
000170 01  WS-AHD-FILE-SW              PIC X(01) VALUE 'N'.
000180     88  HOLDS-ON-FILE                   VALUE 'Y'.
000190 01  WS-AHD-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
000200     88  AHD-SCAN-EOF                    VALUE 'Y'.
000210 01  AUTH-HOLD-SUM-AREA.
000220     05  AH-ACCT-ID              PIC X(20).
000230     05  AH-MATCH-WANTED-SW      PIC X(01).
000240         88  AH-MATCH-WANTED             VALUE 'Y'.
000250     05  AH-MATCH-CHANNEL        PIC X(03).
000260     05  AH-MATCH-CURRENCY       PIC X(03).
000270     05  AH-MATCH-AMOUNT         PIC S9(10)V99.
000280     05  AH-HELD-AMOUNT          PIC S9(10)V99.
000290     05  AH-HOLD-COUNT           PIC 9(05).
000300     05  AH-MATCH-FOUND-SW       PIC X(01).
000310         88  AH-MATCH-FOUND              VALUE 'Y'.
000320     05  AH-MATCH-KEY            PIC X(32).
000330     05  AH-MATCH-BOOK-AMOUNT    PIC S9(10)V99.
