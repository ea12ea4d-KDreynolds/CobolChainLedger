000010***************************************************************
000020*    SCRNHOLD.CPY
000030*    SCREENING-HOLD-RECORD LAYOUT - ONE ENTRY PER SANCTIONS
000040*    WATCHLIST HIT ON SCREENING-HOLD.DAT, KEYED BY SH-HOLD-NO.
000050*    THE PAYMENT FIELDS FOLLOW DUPEHOLD.CPY: A DETAIL INGATE
000060*    HELD AT THE GATE (SOURCE 'G') OR AN ENTRY LEDGER BATCH
000070*    HELD INSTEAD OF POSTING (SOURCE 'B') KEEPS EVERYTHING IT
000080*    NEEDS TO POST LATER, DELIVERY TAGS INCLUDED.  A CUSTOMER
000090*    DETAIL HIT FROM CUSTMNT (SOURCE 'C') CARRIES NO PAYMENT.
000100*    SH-HIT-ACCT-ID AND SH-HIT-NAME ARE THE ACCOUNT AND HOLDER
000110*    NAME THAT MATCHED; SH-LIST-NAME AND SH-LISTED-NAME THE
000120*    WATCHLIST ENTRY IT MATCHED.  A HOLD STAYS 'H' UNTIL A
000130*    LEVEL-3 COMPLIANCE OFFICER DECIDES IT WITH SCRNMNT:
000140*    CLEARED AS A FALSE POSITIVE A PAYMENT GOES TO 'C' AND
000150*    THE NEXT LEDGER BATCH POSTS IT AND MARKS IT 'R'; A
000160*    CLEARED CUSTOMER HIT GOES STRAIGHT TO 'R'.  CONFIRMED,
000170*    THE ACCOUNT IS FROZEN THROUGH ACCTMNT AND THE HOLD GOES
000180*    TO 'F' - A CONFIRMED PAYMENT IS NEVER POSTED.  ENTRIES
000190*    ARE NEVER DELETED.  COPY INTO THE FD FOR SCREENING-HOLD.
000200*
000210*    MODIFICATION HISTORY
000220*    DATE       INIT DESCRIPTION
000230*    ---------- ---- ----------------------------------------
000240*    2026-10-15 KDR  ORIGINAL LAYOUT.
000250***************************************************************
000260 01  SCREENING-HOLD-RECORD.
000270     05  SH-HOLD-NO              PIC 9(08).
000280     05  SH-SOURCE               PIC X(01).
000290         88  SH-FROM-GATEWAY             VALUE 'G'.
000300         88  SH-FROM-BATCH               VALUE 'B'.
000310         88  SH-FROM-CUSTOMER            VALUE 'C'.
000320         88  SH-PAYMENT                  VALUE 'G' 'B'.
000330     05  SH-STATUS               PIC X(01).
000340         88  SH-HELD                     VALUE 'H'.
000350         88  SH-CLEARED                  VALUE 'C'.
000360         88  SH-RELEASED                 VALUE 'R'.
000370         88  SH-CONFIRMED                VALUE 'F'.
000380     05  SH-SENDER               PIC X(20).
000390     05  SH-RECIPIENT            PIC X(20).
000400     05  SH-AMOUNT               PIC S9(10)V99.
000410     05  SH-TIMESTAMP            PIC 9(10).
000420     05  SH-CURRENCY-CODE        PIC X(03).
000430     05  SH-CHANNEL-ID           PIC X(03).
000440     05  SH-FILE-ID              PIC X(08).
000450     05  SH-HIT-ACCT-ID          PIC X(20).
000460     05  SH-HIT-NAME             PIC X(30).
000470     05  SH-LIST-NAME            PIC X(10).
000480     05  SH-LISTED-NAME          PIC X(30).
000490     05  SH-HELD-DATE            PIC 9(08).
000500     05  SH-DECISION-DATE        PIC 9(08).
000510     05  SH-DECISION-OPERATOR    PIC X(08).
000520     05  SH-RELEASED-DATE        PIC 9(08).
