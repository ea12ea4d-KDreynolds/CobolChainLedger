000010***************************************************************
000020*    DISPCASE.CPY
000030*    DISPUTE-CASE-RECORD LAYOUT - ONE CHARGEBACK/DISPUTE CASE
000040*    PER RECORD, KEYED BY DC-CASE-NO, POINTING AT THE DISPUTED
000050*    POSTED ENTRY BY DC-TRX-SEQ-NO (ALTERNATE KEY, DUPLICATES
000060*    ALLOWED - A TRANSACTION LOST ON ONE CASE MAY BE DISPUTED
000070*    AGAIN).  DC-ACCT-ID IS THE DISPUTING CUSTOMER, WHO IS
000080*    ALWAYS THE SENDER OF THE ORIGINAL.  DC-PROV-AMOUNT IS THE
000090*    PROVISIONAL CREDIT RAISED WHEN THE CASE WAS OPENED (ZERO
000100*    FOR NONE); DC-REVERSAL-SEQ-NO IS THE LEDGER REVERSAL OF A
000110*    CASE RESOLVED WON.  DISPMNT OPENS AND RESOLVES CASES;
000120*    DISPAGE REPORTS OPEN CASES PAST DC-DUE-BY-DATE; INQUIRY
000130*    FLAGS A TRANSACTION WITH A CASE AGAINST IT.  COPY INTO THE
000140*    FD FOR DISPUTE-CASES.  MAINT-AUDIT JOURNALS ONLY THE
000142*    FIRST 80 BYTES OF THE RECORD, SO EVERYTHING A CASE STEP
000144*    CHANGES (STATUS, PROVISIONAL CREDIT, RESOLUTION) IS KEPT
000146*    THERE; THE FACTS FIXED WHEN THE CASE OPENS FOLLOW THEM -
000148*    THE OPEN ENTRY'S OWN DATE AND OPERATOR RECORD THOSE.
000150*
000160*    MODIFICATION HISTORY
000170*    DATE       INIT DESCRIPTION
000180*    ---------- ---- ----------------------------------------
000190*    2026-10-15 KDR  ORIGINAL LAYOUT.
000195*    2026-10-15 KDR  MOVED DC-OPENED-DATE, DC-OPENED-OPERATOR,
000196*                    DC-DUE-BY-DATE AND DC-CURRENCY-CODE BEHIND
000197*                    THE RESOLUTION FIELDS SO WON AND LOST ARE
000198*                    JOURNALED WITH WHO RESOLVED THE CASE, WHEN,
000199*                    AND THE REVERSAL POSTED.
000200***************************************************************
000210 01  DISPUTE-CASE-RECORD.
000220     05  DC-CASE-NO              PIC 9(08).
000230     05  DC-TRX-SEQ-NO           PIC 9(10).
000240     05  DC-ACCT-ID              PIC X(20).
000250     05  DC-REASON-CODE          PIC X(02).
000260         88  DC-REASON-UNAUTHORIZED      VALUE '01'.
000270         88  DC-REASON-NOT-RECEIVED      VALUE '02'.
000280         88  DC-REASON-DUPLICATE         VALUE '03'.
000290         88  DC-REASON-WRONG-AMOUNT      VALUE '04'.
000300         88  DC-REASON-OTHER             VALUE '05'.
000310         88  DC-REASON-VALID             VALUE '01' THRU '05'.
000320     05  DC-STATUS               PIC X(01).
000330         88  DC-OPEN                     VALUE 'O'.
000340         88  DC-PROVISIONAL              VALUE 'P'.
000350         88  DC-WON                      VALUE 'W'.
000360         88  DC-LOST                     VALUE 'L'.
000370         88  DC-UNRESOLVED               VALUE 'O' 'P'.
000410     05  DC-PROV-AMOUNT          PIC S9(10)V99.
000430     05  DC-RESOLVED-DATE        PIC 9(08).
000440     05  DC-RESOLVED-OPERATOR    PIC X(08).
000450     05  DC-REVERSAL-SEQ-NO      PIC 9(10).
000460     05  DC-OPENED-DATE          PIC 9(08).
000470     05  DC-OPENED-OPERATOR      PIC X(08).
000480     05  DC-DUE-BY-DATE          PIC 9(08).
000490     05  DC-CURRENCY-CODE        PIC X(03).
