000010***************************************************************
000020*    LOANCTL.CPY
000030*    LOANBILL-CONTROL-RECORD LAYOUT - ONE RECORD RECORDING THE
000040*    LAST BUSINESS DATE LOANBILL BILLED FOR AND, MID-RUN, THE
000050*    LOAN, INSTALLMENT AND LEG ('I' INTEREST, 'P' PRINCIPAL)
000060*    WHOSE PENDING ENTRY WAS JUST WRITTEN - THE SORDGEN-
000070*    CONTROL.DAT DISCIPLINE (SORDCTL.CPY) CARRIED DOWN TO THE
000080*    LEG.  A RERUN AFTER AN ABEND FINDS THAT INSTALLMENT STILL
000090*    UNBILLED AND WRITES ONLY THE LEGS NOT ALREADY WRITTEN.  A
000100*    CLEAN RUN ENDS WITH THE ACCOUNT, INSTALLMENT AND LEG
000110*    CLEARED.
000120*
000130*    MODIFICATION HISTORY
000140*    DATE       INIT DESCRIPTION
000150*    ---------- ---- ----------------------------------------
000160*    2026-10-15 KDR  ORIGINAL LAYOUT.
000170***************************************************************
000180 01  LOANBILL-CONTROL-RECORD.
000190     05  LBC-LAST-RUN-DATE       PIC 9(08).
000200     05  LBC-LAST-ACCT-ID        PIC X(20).
000210     05  LBC-LAST-INST-NO        PIC 9(03).
000220     05  LBC-LAST-LEG            PIC X(01).
