000010***************************************************************
000020*    LOANMAST.CPY
000030*    LOAN-MASTER-RECORD LAYOUT - ONE TERM LOAN PER RECORD,
000040*    KEYED BY THE BORROWER'S LN-ACCT-ID.  THE BOOKING TERMS
000050*    (PRINCIPAL, ANNUAL RATE, TERM, PAYMENT DAY, START DATE AND
000060*    THE LEVEL INSTALLMENT WORKED OUT FROM THEM) ARE SET ONCE
000070*    BY LOANMNT, WHICH ALSO WRITES THE AMORTIZATION SCHEDULE TO
000080*    LOAN-SCHEDULE.DAT (LOANSCH.CPY).  THE SERVICING FIELDS
000090*    AFTER LN-STATUS ARE KEPT BY THE NIGHTLY PROGRAMS: LOANBILL
000100*    ADVANCES LN-NEXT-INST-NO AS IT BILLS, LOANAGE REDUCES
000110*    LN-OUTSTANDING AS PRINCIPAL LEGS POST AND WORKS OUT THE
000120*    ARREARS, DAYS PAST DUE AND DELINQUENCY BUCKET.  THE
000130*    BOOKING TERMS SIT IN THE FIRST 80 BYTES SO A MAINT-AUDIT
000140*    IMAGE CARRIES ALL OF THEM.  READERS: LOANRPT.  COPY INTO
000150*    THE FD FOR LOAN-MASTER.
000160*
000170*    MODIFICATION HISTORY
000180*    DATE       INIT DESCRIPTION
000190*    ---------- ---- ----------------------------------------
000200*    2026-10-15 KDR  ORIGINAL LAYOUT.
000210***************************************************************
000220 01  LOAN-MASTER-RECORD.
000230     05  LN-ACCT-ID              PIC X(20).
000240     05  LN-PRINCIPAL            PIC S9(10)V99.
000250     05  LN-ANNUAL-RATE          PIC 9(02)V9(04).
000260     05  LN-TERM-MONTHS          PIC 9(03).
000270     05  LN-PAYMENT-DAY          PIC 9(02).
000280     05  LN-START-DATE           PIC 9(08).
000290     05  LN-INSTALLMENT          PIC S9(10)V99.
000300     05  LN-CURRENCY-CODE        PIC X(03).
000310     05  LN-STATUS               PIC X(01).
000320         88  LN-ACTIVE                   VALUE 'A'.
000330         88  LN-PAID-OFF                 VALUE 'P'.
000340     05  LN-OUTSTANDING          PIC S9(10)V99.
000350     05  LN-NEXT-INST-NO         PIC 9(03).
000360     05  LN-ARREARS              PIC S9(10)V99.
000370     05  LN-OLDEST-MISSED-DATE   PIC 9(08).
000380     05  LN-DAYS-PAST-DUE        PIC 9(05).
000390     05  LN-BUCKET               PIC X(02).
000400         88  LN-BUCKET-CURRENT           VALUE '00'.
000410         88  LN-BUCKET-30                VALUE '30'.
000420         88  LN-BUCKET-60                VALUE '60'.
000430         88  LN-BUCKET-90                VALUE '90'.
000440     05  LN-LATE-FEES            PIC S9(10)V99.
000450     05  LN-LAST-AGED-DATE       PIC 9(08).
