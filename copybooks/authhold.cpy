000010***************************************************************
000020*    AUTHHOLD.CPY
000030*    AUTH-HOLD-RECORD LAYOUT - ONE ENTRY PER AUTHORIZATION
000040*    HOLD ON AUTH-HOLDS.DAT, KEYED BY AHD-KEY (ACCOUNT PLUS
000050*    THE PARTNER'S HOLD REFERENCE).  A HOLD RESERVES FUNDS
000060*    APPROVED BY A CARD OR CHANNEL PARTNER BEFORE THE FINAL
000070*    ENTRY REACHES PENDING-TRANSACTIONS.DAT.  AHD-BOOK-AMOUNT
000080*    IS AHD-AMOUNT CONVERTED TO THE BOOK CURRENCY WHEN THE
000090*    HOLD IS PLACED, SO READERS NEED NO RATE TABLE.  ONLY AN
000100*    ACTIVE HOLD REDUCES THE AVAILABLE BALANCE - A HOLD IS
000110*    NEVER DELETED, IT MOVES TO RELEASED (AUTHMNT), CAPTURED
000120*    (LEDGER POSTED THE MATCHING FINAL ENTRY) OR EXPIRED
000130*    (AUTHEXP IN THE DAYEND STREAM).  COPY INTO THE FD FOR
000140*    AUTH-HOLDS.
000150*
000160*    MODIFICATION HISTORY
000170*    DATE       INIT DESCRIPTION
000180*    ---------- ---- ----------------------------------------
000190*    2026-10-15 KDR  ORIGINAL LAYOUT.
000200***************************************************************
000210 01  AUTH-HOLD-RECORD.
000220     05  AHD-KEY.
000230         10  AHD-ACCT-ID         PIC X(20).
000240         10  AHD-HOLD-REF        PIC X(12).
000250     05  AHD-AMOUNT              PIC S9(10)V99.
000260     05  AHD-CURRENCY-CODE       PIC X(03).
000270     05  AHD-BOOK-AMOUNT         PIC S9(10)V99.
000280     05  AHD-PLACED-DATE         PIC 9(08).
000290     05  AHD-EXPIRY-DATE         PIC 9(08).
000300     05  AHD-CHANNEL-ID          PIC X(03).
000310     05  AHD-STATUS              PIC X(01).
000320         88  AHD-ACTIVE                  VALUE 'A'.
000330         88  AHD-RELEASED                VALUE 'R'.
000340         88  AHD-CAPTURED                VALUE 'C'.
000350         88  AHD-EXPIRED                 VALUE 'E'.
000360     05  AHD-STATUS-DATE         PIC 9(08).
000370     05  AHD-STATUS-OPERATOR     PIC X(08).
