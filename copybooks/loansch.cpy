000010***************************************************************
000020*    LOANSCH.CPY
000030*    LOAN-SCHEDULE-RECORD LAYOUT - ONE INSTALLMENT OF A LOAN'S
000040*    AMORTIZATION SCHEDULE PER RECORD, KEYED BY THE BORROWER'S
000050*    ACCOUNT AND THE INSTALLMENT NUMBER.  LOANMNT WRITES THE
000060*    WHOLE SCHEDULE WHEN THE LOAN IS BOOKED: LEVEL PAYMENTS,
000070*    EACH SPLIT INTO THE MONTH'S INTEREST ON THE BALANCE AND
000080*    THE PRINCIPAL THAT PAYS DOWN, THE LAST ONE TAKING WHATEVER
000090*    PRINCIPAL ROUNDING LEFT.  LOANBILL MARKS AN INSTALLMENT
000100*    BILLED WHEN IT RAISES ITS TWO PENDING ENTRIES; LOANAGE
000110*    MARKS EACH LEG POSTED AS IT FINDS IT ON TRANSACTION.DAT,
000120*    AN INSTALLMENT MISSED WHEN A LEG FAILS TO REJECT-SUSPENSE
000130*    FOR INSUFFICIENT BALANCE, AND PAID ONCE BOTH LEGS HAVE
000140*    POSTED.  COPY INTO THE FD FOR LOAN-SCHEDULE.
000150*
000160*    MODIFICATION HISTORY
000170*    DATE       INIT DESCRIPTION
000180*    ---------- ---- ----------------------------------------
000190*    2026-10-15 KDR  ORIGINAL LAYOUT.
000200***************************************************************
000210 01  LOAN-SCHEDULE-RECORD.
000220     05  LS-KEY.
000230         10  LS-ACCT-ID          PIC X(20).
000240         10  LS-INST-NO          PIC 9(03).
000250     05  LS-DUE-DATE             PIC 9(08).
000260     05  LS-PAYMENT              PIC S9(10)V99.
000270     05  LS-PRINCIPAL            PIC S9(10)V99.
000280     05  LS-INTEREST             PIC S9(10)V99.
000290     05  LS-BALANCE-AFTER        PIC S9(10)V99.
000300     05  LS-STATUS               PIC X(01).
000310         88  LS-SCHEDULED                VALUE 'S'.
000320         88  LS-BILLED                   VALUE 'B'.
000330         88  LS-MISSED                   VALUE 'M'.
000340         88  LS-PAID                     VALUE 'P'.
000350     05  LS-BILLED-DATE          PIC 9(08).
000360     05  LS-PRIN-POSTED-SW       PIC X(01).
000370         88  LS-PRINCIPAL-POSTED         VALUE 'Y'.
000380     05  LS-INT-POSTED-SW        PIC X(01).
000390         88  LS-INTEREST-POSTED          VALUE 'Y'.
000400     05  LS-FEE-CHARGED-SW       PIC X(01).
000410         88  LS-LATE-FEE-CHARGED         VALUE 'Y'.
