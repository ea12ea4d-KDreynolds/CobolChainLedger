000010***************************************************************
000020*    DAYACTY.CPY
000030*    DAILY-ACTIVITY-RECORD LAYOUT - LEDGER'S RUNNING PICTURE OF
000040*    THE ORIGINALS EACH ACCOUNT HAS SENT ON EACH VALUE DATE, SO
000050*    THE DAILY DEBIT LIMIT AND THE DUPLICATE SCREEN ARE A KEYED
000060*    READ INSTEAD OF A PASS OVER THE SENDER'S WHOLE HISTORY ON
000070*    TRANSACTION.DAT.  THE BUSINESS DATE IS THE ENTRY'S
000080*    TRX-TIMESTAMP, THE SAME VALUE DATE BOTH CHECKS HAVE ALWAYS
000090*    GROUPED BY.  TWO KINDS OF RECORD SHARE THE FILE UNDER ONE
000100*    ACCOUNT AND DATE:
000110*      T  THE DAY TOTAL - DA-ORIGINAL-KEY IS LOW-VALUES, SO IT
000120*         SORTS AHEAD OF THE DAY'S ENTRIES.  CARRIES THE RUNNING
000130*         BOOK-CURRENCY DEBIT TOTAL, THE NUMBER OF ORIGINALS IN
000140*         IT AND THE HIGHEST TRX-SEQ-NO ADDED, SO AN ORIGINAL
000150*         FOLDED IN AGAIN ON A RESTART IS NOT ADDED TWICE.
000160*      O  ONE PER ORIGINAL - THE COMPACT KEY (RECIPIENT, AMOUNT,
000170*         CURRENCY, SEQ-NO) THE DUPLICATE SCREEN STARTS ON, WITH
000180*         THE ORIGINAL'S OWN BOOK-CURRENCY VALUE.
000190*    COPY INTO THE FD FOR DAILY-ACTIVITY.
000200*
000210*    MODIFICATION HISTORY
000220*    DATE       INIT DESCRIPTION
000230*    ---------- ---- ----------------------------------------
000240*    2026-10-15 KDR  ORIGINAL LAYOUT.
000250***************************************************************
000260 01  DAILY-ACTIVITY-RECORD.
000270     05  DA-KEY.
000280         10  DA-ACCT-ID           PIC X(20).
000290         10  DA-BUSINESS-DATE     PIC 9(10).
000300         10  DA-ORIGINAL-KEY.
000310             15  DA-RECIPIENT     PIC X(20).
000320             15  DA-AMOUNT        PIC S9(10)V99.
000330             15  DA-CURRENCY-CODE PIC X(03).
000340             15  DA-SEQ-NO        PIC 9(10).
000350     05  DA-RECORD-TYPE           PIC X(01).
000360         88  DA-DAY-TOTAL                 VALUE 'T'.
000370         88  DA-ORIGINAL-ENTRY            VALUE 'O'.
000380     05  DA-BOOK-AMOUNT           PIC S9(12)V99.
000390     05  DA-ORIGINAL-COUNT        PIC 9(06).
000400     05  DA-LAST-SEQ-NO           PIC 9(10).
