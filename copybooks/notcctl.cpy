000010***************************************************************
000020*    NOTCCTL.CPY
000030*    NOTICE-CONTROL-RECORD LAYOUT - ONE RECORD HOLDING HOW FAR
000040*    NOTCGEN HAS READ THE APPEND-ONLY JOURNAL MAINT-AUDIT.DAT.
000050*    THE SAME BOOKMARK IDEA AS GL-EXTRACT-CONTROL.DAT: THE NEXT
000060*    RUN SKIPS THE ENTRIES ALREADY NOTICED, AND IT IS ONLY
000070*    ADVANCED AFTER BOTH NOTICE FILES HAVE BEEN WRITTEN AND
000080*    CLOSED, SO A FAILED RUN SIMPLY REPRODUCES THE SAME FILES.
000090*    REJECTS AND LOW BALANCES HAVE NO SUCH POSITION - SEE
000100*    NOTCSENT.CPY.
000110*
000120*    MODIFICATION HISTORY
000130*    DATE       INIT DESCRIPTION
000140*    ---------- ---- ----------------------------------------
000150*    2026-10-15 KDR  ORIGINAL LAYOUT.
000160***************************************************************
000170 01  NOTICE-CONTROL-RECORD.
000180     05  NCT-AUDIT-COUNT          PIC 9(10).
000190     05  NCT-LAST-RUN-DATE        PIC 9(08).
