000010***************************************************************
000020*    NEWLOAN.CPY
000030*    NEW-LOAN-RECORD LAYOUT - ONE ENTRY PER TERM LOAN TO BE
000040*    BOOKED ONTO LOANS.DAT BY LOANMNT'S LOAD MODE, THE SAME WAY
000050*    NEWORDR.CPY FEEDS SORDMNT.  THE RATE IS THE ANNUAL
000060*    PERCENTAGE (007.2500 = 7.25%), THE TERM IS IN MONTHS AND
000070*    THE FIRST INSTALLMENT FALLS DUE ON THE PAYMENT DAY OF THE
000080*    MONTH AFTER THE START DATE.  COPY INTO THE FD FOR
000090*    NEW-LOANS.
000100*
000110*    MODIFICATION HISTORY
000120*    DATE       INIT DESCRIPTION
000130*    ---------- ---- ----------------------------------------
000140*    2026-10-15 KDR  ORIGINAL LAYOUT.
000150***************************************************************
000160 01  NEW-LOAN-RECORD.
000170     05  NLN-ACCT-ID             PIC X(20).
000180     05  NLN-PRINCIPAL           PIC S9(10)V99.
000190     05  NLN-ANNUAL-RATE         PIC 9(02)V9(04).
000200     05  NLN-TERM-MONTHS         PIC 9(03).
000210     05  NLN-PAYMENT-DAY         PIC 9(02).
000220     05  NLN-START-DATE          PIC 9(08).
000230     05  NLN-CURRENCY-CODE       PIC X(03).
