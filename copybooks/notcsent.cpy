000010***************************************************************
000020*    NOTCSENT.CPY
000030*    NOTICE-SENT-RECORD LAYOUT - ONE ENTRY ON NOTICE-SENT.DAT
000040*    PER EVENT NOTCGEN HAS ALREADY NOTICED THAT CANNOT BE
000050*    BOOKMARKED BY POSITION.  REJECT-SUSPENSE.DAT IS REWRITTEN
000060*    BY EVERY LEDGER RESUBMIT, SO A REJECT IS KNOWN BY ITS
000070*    OWN CONTENT (TYPE 'R'); A LOW BALANCE IS A STATE OF THE
000080*    ACCOUNT RATHER THAN A RECORD, SO IT IS KNOWN BY THE
000090*    ACCOUNT ALONE (TYPE 'L') AND THE ENTRY IS DELETED ONCE
000100*    THE BALANCE IS BACK OVER THE THRESHOLD - THE NEXT DROP IS
000110*    NOTICED AFRESH.  COPY INTO THE FD FOR NOTICE-SENT.
000120*
000130*    MODIFICATION HISTORY
000140*    DATE       INIT DESCRIPTION
000150*    ---------- ---- ----------------------------------------
000160*    2026-10-15 KDR  ORIGINAL LAYOUT.
000170***************************************************************
000180 01  NOTICE-SENT-RECORD.
000190     05  NS-EVENT-KEY.
000200         10  NS-EVENT-TYPE        PIC X(01).
000210             88  NS-REJECT                VALUE 'R'.
000220             88  NS-LOW-BALANCE           VALUE 'L'.
000230         10  NS-ACCT-ID           PIC X(20).
000240         10  NS-EVENT-REF         PIC X(60).
000250         10  NS-REJECT-REF REDEFINES NS-EVENT-REF.
000260             15  NS-REJ-RECIPIENT PIC X(20).
000270             15  NS-REJ-AMOUNT    PIC S9(10)V99.
000280             15  NS-REJ-TIMESTAMP PIC 9(10).
000290             15  NS-REJ-REASON    PIC X(02).
000300             15  NS-REJ-CHANNEL   PIC X(03).
000310             15  NS-REJ-FILE-ID   PIC X(08).
000320             15  FILLER           PIC X(05).
000330     05  NS-NOTICED-DATE          PIC 9(08).
