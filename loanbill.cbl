000010***************************************************************
000020*    PROGRAM-ID.  LOANBILL
000030*    AUTHOR.      K. REYNOLDS
000040*    INSTALLATION. CHAINLEDGER DATA PROCESSING
000050*    DATE-WRITTEN. 2026-10-15
000060*
000070*    NIGHTLY LOAN INSTALLMENT BILLING.  RUN BEFORE LEDGER BATCH
000080*    WITH THE BUSINESS DATE ON THE COMMAND LINE, ALONGSIDE
000090*    SORDGEN.  WALKS LOANS.DAT (LOANMAST.CPY) AND, FOR EVERY
000100*    ACTIVE LOAN, BILLS EACH INSTALLMENT ON LOAN-SCHEDULE.DAT
000110*    (LOANSCH.CPY) DUE ON OR BEFORE THAT DATE: TWO PENDING
000120*    ENTRIES IN THE PENDTRX.CPY LAYOUT FROM THE BORROWER'S
000130*    ACCOUNT TO THE LOAN HOUSE ACCOUNT - THE INTEREST LEG ON
000140*    CHANNEL 'LNI' AND THE PRINCIPAL LEG ON CHANNEL 'LNP', EACH
000150*    STAMPED WITH THE INSTALLMENT'S DUE DATE AND CARRYING THE
000160*    BUSINESS DATE AS THE FILE ID.  A LEG OF ZERO IS NOT
000170*    RAISED AND COUNTS AS POSTED.  THE INSTALLMENT IS THEN
000180*    MARKED BILLED AND THE LOAN MOVES ON TO THE NEXT ONE; A
000190*    LOAN SEVERAL INSTALLMENTS BEHIND CATCHES UP ONE PER
000200*    MISSED MONTH.  NOTHING POSTS HERE - LEDGER BATCH POSTS OR
000210*    REJECTS THE LEGS AND LOANAGE PICKS UP THE OUTCOME.  SAFE TO
000220*    RERUN: A BILLED INSTALLMENT IS NOT BILLED AGAIN, AND
000230*    LOANBILL-CONTROL.DAT (LOANCTL.CPY) BOOKMARKS EACH LEG JUST
000240*    WRITTEN SO A RERUN AFTER AN ABEND FINISHES THAT
000250*    INSTALLMENT WITHOUT WRITING ANY LEG TWICE - THE SAME
000260*    DISCIPLINE SORDGEN-CONTROL.DAT GIVES SORDGEN.
000270*    COMMAND LINE: LOANBILL BUSINESS-DATE (HOUSE-ACCOUNT)
000280*    - THE HOUSE ACCOUNT DEFAULTS TO 'LOANHOUSE'.
000290*
000300*    MODIFICATION HISTORY
000310*    DATE       INIT DESCRIPTION
000320*    ---------- ---- ----------------------------------------
000330*    2026-10-15 KDR  ORIGINAL PROGRAM.
000340***************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. LOANBILL.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT LOAN-MASTER ASSIGN TO "LOANS.DAT"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS LN-ACCT-ID
000450         FILE STATUS IS WS-LOAN-STATUS.
000460
000470     SELECT LOAN-SCHEDULE ASSIGN TO "LOAN-SCHEDULE.DAT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS LS-KEY
000510         FILE STATUS IS WS-SCHED-STATUS.
000520
000530     SELECT PENDING-TRANSACTIONS
000540         ASSIGN TO "PENDING-TRANSACTIONS.DAT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-PEND-STATUS.
000570
000580     SELECT BILL-CONTROL-FILE ASSIGN TO "LOANBILL-CONTROL.DAT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-BCTL-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  LOAN-MASTER.
000650     COPY "loanmast.cpy".
000660
000670 FD  LOAN-SCHEDULE.
000680     COPY "loansch.cpy".
000690
000700 FD  PENDING-TRANSACTIONS.
000710     COPY "pendtrx.cpy".
000720
000730 FD  BILL-CONTROL-FILE.
000740     COPY "loanctl.cpy".
000750
000760 WORKING-STORAGE SECTION.
000770 01  WS-LOAN-STATUS              PIC X(02) VALUE '00'.
000780 01  WS-SCHED-STATUS             PIC X(02) VALUE '00'.
000790 01  WS-PEND-STATUS              PIC X(02) VALUE '00'.
000800 01  WS-BCTL-STATUS              PIC X(02) VALUE '00'.
000810 01  WS-LOAN-EOF-SW              PIC X(01) VALUE 'N'.
000820     88  LOAN-EOF                        VALUE 'Y'.
000830 01  WS-LOAN-DONE-SW             PIC X(01) VALUE 'N'.
000840     88  LOAN-BILLED-UP                  VALUE 'Y'.
000850 01  WS-COMMAND-LINE             PIC X(80) VALUE SPACES.
000860 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
000870 01  WS-HOUSE-ACCOUNT            PIC X(20) VALUE SPACES.
000880 01  WS-CTL-LAST-RUN-DATE        PIC 9(08) VALUE ZERO.
000890 01  WS-CTL-LAST-ACCT-ID         PIC X(20) VALUE SPACES.
000900 01  WS-CTL-LAST-INST-NO         PIC 9(03) VALUE ZERO.
000910 01  WS-CTL-LAST-LEG             PIC X(01) VALUE SPACES.
000920 01  WS-RECOVER-SW               PIC X(01) VALUE 'N'.
000930     88  RECOVERING-INSTALLMENT          VALUE 'Y'.
000940 01  WS-SKIP-INTEREST-SW         PIC X(01) VALUE 'N'.
000950     88  SKIP-INTEREST-LEG               VALUE 'Y'.
000960 01  WS-SKIP-PRINCIPAL-SW        PIC X(01) VALUE 'N'.
000970     88  SKIP-PRINCIPAL-LEG              VALUE 'Y'.
000980 01  WS-LOAN-COUNT               PIC 9(10) VALUE ZERO.
000990 01  WS-DUE-COUNT                PIC 9(10) VALUE ZERO.
001000 01  WS-ENTRY-COUNT              PIC 9(10) VALUE ZERO.
001010
001020 PROCEDURE DIVISION.
001030 0000-MAINLINE.
001040     PERFORM 1000-INITIALIZE.
001050     PERFORM 2000-READ-LOAN.
001060     PERFORM 2100-PROCESS-ONE-LOAN UNTIL LOAN-EOF.
001070     PERFORM 9000-TERMINATE.
001080     PERFORM STOP-RUN.
001090
001100 1000-INITIALIZE.
001110     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
001120     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
001130         INTO WS-BUSINESS-DATE WS-HOUSE-ACCOUNT.
001140     IF WS-BUSINESS-DATE = ZERO
001150         DISPLAY 'USAGE: LOANBILL BUSINESS-DATE (HOUSE-ACCOUNT)'
001160         STOP RUN
001170     END-IF.
001180     IF WS-HOUSE-ACCOUNT = SPACES
001190         MOVE 'LOANHOUSE' TO WS-HOUSE-ACCOUNT
001200     END-IF.
001210     PERFORM 1100-READ-BILL-CONTROL.
001220     IF WS-CTL-LAST-RUN-DATE = WS-BUSINESS-DATE
001230             AND WS-CTL-LAST-ACCT-ID NOT = SPACES
001240         SET RECOVERING-INSTALLMENT TO TRUE
001250         DISPLAY 'RESTART - LOAN ' WS-CTL-LAST-ACCT-ID
001260             ' INSTALLMENT ' WS-CTL-LAST-INST-NO
001270             ' PART BILLED THIS DATE - ITS LEGS ALREADY '
001280             'WRITTEN WILL NOT BE WRITTEN AGAIN'
001290     END-IF.
001300     OPEN I-O LOAN-MASTER.
001310     IF WS-LOAN-STATUS NOT = '00'
001320         DISPLAY 'ERROR OPENING LOANS.DAT'
001330         STOP RUN
001340     END-IF.
001350     OPEN I-O LOAN-SCHEDULE.
001360     IF WS-SCHED-STATUS NOT = '00'
001370         DISPLAY 'ERROR OPENING LOAN-SCHEDULE.DAT'
001380         STOP RUN
001390     END-IF.
001400     OPEN EXTEND PENDING-TRANSACTIONS.
001410     IF WS-PEND-STATUS = '35'
001420         OPEN OUTPUT PENDING-TRANSACTIONS
001430     END-IF.
001440     IF WS-PEND-STATUS NOT = '00'
001450         DISPLAY 'ERROR OPENING PENDING-TRANSACTIONS.DAT'
001460         STOP RUN
001470     END-IF.
001480
001490 1100-READ-BILL-CONTROL.
001500     OPEN INPUT BILL-CONTROL-FILE.
001510     IF WS-BCTL-STATUS = '00'
001520         READ BILL-CONTROL-FILE
001530             AT END
001540                 CONTINUE
001550             NOT AT END
001560                 MOVE LBC-LAST-RUN-DATE TO WS-CTL-LAST-RUN-DATE
001570                 MOVE LBC-LAST-ACCT-ID  TO WS-CTL-LAST-ACCT-ID
001580                 MOVE LBC-LAST-INST-NO  TO WS-CTL-LAST-INST-NO
001590                 MOVE LBC-LAST-LEG      TO WS-CTL-LAST-LEG
001600         END-READ
001610         CLOSE BILL-CONTROL-FILE
001620     END-IF.
001630
001640 1200-UPDATE-BILL-CONTROL.
001650     MOVE WS-CTL-LAST-RUN-DATE TO LBC-LAST-RUN-DATE.
001660     MOVE WS-CTL-LAST-ACCT-ID  TO LBC-LAST-ACCT-ID.
001670     MOVE WS-CTL-LAST-INST-NO  TO LBC-LAST-INST-NO.
001680     MOVE WS-CTL-LAST-LEG      TO LBC-LAST-LEG.
001690     OPEN OUTPUT BILL-CONTROL-FILE.
001700     IF WS-BCTL-STATUS NOT = '00'
001710         DISPLAY 'ERROR WRITING LOANBILL-CONTROL.DAT'
001720         STOP RUN
001730     END-IF.
001740     WRITE LOANBILL-CONTROL-RECORD.
001750     CLOSE BILL-CONTROL-FILE.
001760
001770 2000-READ-LOAN.
001780     READ LOAN-MASTER NEXT RECORD
001790         AT END
001800             SET LOAN-EOF TO TRUE
001810     END-READ.
001820
001830 2100-PROCESS-ONE-LOAN.
001840     IF LN-ACTIVE
001850         ADD 1 TO WS-LOAN-COUNT
001860         MOVE 'N' TO WS-LOAN-DONE-SW
001870         PERFORM 2200-BILL-ONE-INSTALLMENT THRU 2200-EXIT
001880             UNTIL LOAN-BILLED-UP
001890     END-IF.
001900     PERFORM 2000-READ-LOAN.
001910
001920***************************************************************
001930*    2200-BILL-ONE-INSTALLMENT
001940*    BILLS THE LOAN'S NEXT INSTALLMENT IF IT IS DUE.  EACH LEG
001950*    IS WRITTEN AND BOOKMARKED IN LOANBILL-CONTROL.DAT BEFORE
001960*    THE INSTALLMENT IS REWRITTEN BILLED, SO AN ABEND BETWEEN
001970*    THE TWO IS DETECTED ON RESTART AND NO LEG IS WRITTEN A
001980*    SECOND TIME.  AN INSTALLMENT FOUND ALREADY BILLED (THE
001990*    ABEND FELL BETWEEN THE SCHEDULE AND LOAN REWRITES) ONLY
002000*    MOVES THE LOAN ON.
002010***************************************************************
002020 2200-BILL-ONE-INSTALLMENT.
002030     IF LN-NEXT-INST-NO > LN-TERM-MONTHS
002040         SET LOAN-BILLED-UP TO TRUE
002050         GO TO 2200-EXIT
002060     END-IF.
002070     MOVE LN-ACCT-ID      TO LS-ACCT-ID.
002080     MOVE LN-NEXT-INST-NO TO LS-INST-NO.
002090     READ LOAN-SCHEDULE
002100         INVALID KEY
002110             DISPLAY 'ERROR - NO SCHEDULE ENTRY: ' LN-ACCT-ID
002120                 ' ' LN-NEXT-INST-NO
002130             STOP RUN
002140     END-READ.
002150     IF LS-DUE-DATE > WS-BUSINESS-DATE
002160         SET LOAN-BILLED-UP TO TRUE
002170         GO TO 2200-EXIT
002180     END-IF.
002190     IF LS-SCHEDULED
002200         ADD 1 TO WS-DUE-COUNT
002210         PERFORM 2300-WRITE-INSTALLMENT-LEGS
002220         SET LS-BILLED          TO TRUE
002230         MOVE WS-BUSINESS-DATE  TO LS-BILLED-DATE
002240         REWRITE LOAN-SCHEDULE-RECORD
002250             INVALID KEY
002260                 DISPLAY 'ERROR REWRITING SCHEDULE: ' LS-ACCT-ID
002270                     ' ' LS-INST-NO
002280                 STOP RUN
002290         END-REWRITE
002300     END-IF.
002310     ADD 1 TO LN-NEXT-INST-NO.
002320     REWRITE LOAN-MASTER-RECORD
002330         INVALID KEY
002340             DISPLAY 'ERROR REWRITING LOAN: ' LN-ACCT-ID
002350             STOP RUN
002360     END-REWRITE.
002370 2200-EXIT.
002380     EXIT.
002390
002400 2300-WRITE-INSTALLMENT-LEGS.
002410     MOVE 'N' TO WS-SKIP-INTEREST-SW.
002420     MOVE 'N' TO WS-SKIP-PRINCIPAL-SW.
002430     IF RECOVERING-INSTALLMENT
002440             AND LS-ACCT-ID = WS-CTL-LAST-ACCT-ID
002450             AND LS-INST-NO = WS-CTL-LAST-INST-NO
002460         MOVE 'N' TO WS-RECOVER-SW
002470         SET SKIP-INTEREST-LEG TO TRUE
002480         IF WS-CTL-LAST-LEG = 'P'
002490             SET SKIP-PRINCIPAL-LEG TO TRUE
002500         END-IF
002510     END-IF.
002520     IF LS-INTEREST > ZERO
002530         MOVE 'N' TO LS-INT-POSTED-SW
002540         IF NOT SKIP-INTEREST-LEG
002550             MOVE LS-INTEREST TO PEND-AMOUNT
002560             MOVE 'LNI'       TO PEND-CHANNEL-ID
002570             PERFORM 2400-WRITE-ONE-LEG
002580             MOVE 'I'         TO WS-CTL-LAST-LEG
002590             PERFORM 2500-BOOKMARK-LEG
002600         END-IF
002610     ELSE
002620         SET LS-INTEREST-POSTED TO TRUE
002630     END-IF.
002640     IF LS-PRINCIPAL > ZERO
002650         MOVE 'N' TO LS-PRIN-POSTED-SW
002660         IF NOT SKIP-PRINCIPAL-LEG
002670             MOVE LS-PRINCIPAL TO PEND-AMOUNT
002680             MOVE 'LNP'        TO PEND-CHANNEL-ID
002690             PERFORM 2400-WRITE-ONE-LEG
002700             MOVE 'P'          TO WS-CTL-LAST-LEG
002710             PERFORM 2500-BOOKMARK-LEG
002720         END-IF
002730     ELSE
002740         SET LS-PRINCIPAL-POSTED TO TRUE
002750     END-IF.
002760
002770 2400-WRITE-ONE-LEG.
002780     MOVE LN-ACCT-ID         TO PEND-SENDER.
002790     MOVE WS-HOUSE-ACCOUNT   TO PEND-RECIPIENT.
002800     MOVE LS-DUE-DATE        TO PEND-TIMESTAMP.
002810     MOVE LN-CURRENCY-CODE   TO PEND-CURRENCY-CODE.
002820     MOVE WS-BUSINESS-DATE   TO PEND-FILE-ID.
002830     WRITE PENDING-TRANSACTION-RECORD.
002840     IF WS-PEND-STATUS NOT = '00'
002850         DISPLAY 'ERROR WRITING PENDING-TRANSACTIONS.DAT'
002860         STOP RUN
002870     END-IF.
002880     ADD 1 TO WS-ENTRY-COUNT.
002890
002900 2500-BOOKMARK-LEG.
002910     MOVE WS-BUSINESS-DATE TO WS-CTL-LAST-RUN-DATE.
002920     MOVE LS-ACCT-ID       TO WS-CTL-LAST-ACCT-ID.
002930     MOVE LS-INST-NO       TO WS-CTL-LAST-INST-NO.
002940     PERFORM 1200-UPDATE-BILL-CONTROL.
002950
002960 9000-TERMINATE.
002970     MOVE WS-BUSINESS-DATE TO WS-CTL-LAST-RUN-DATE.
002980     MOVE SPACES           TO WS-CTL-LAST-ACCT-ID.
002990     MOVE ZERO             TO WS-CTL-LAST-INST-NO.
003000     MOVE SPACES           TO WS-CTL-LAST-LEG.
003010     PERFORM 1200-UPDATE-BILL-CONTROL.
003020     CLOSE LOAN-MASTER.
003030     CLOSE LOAN-SCHEDULE.
003040     CLOSE PENDING-TRANSACTIONS.
003050     DISPLAY 'LOAN BILLING FOR ' WS-BUSINESS-DATE
003060         ' HOUSE ' WS-HOUSE-ACCOUNT.
003070     DISPLAY '  ACTIVE LOANS:            ' WS-LOAN-COUNT.
003080     DISPLAY '  INSTALLMENTS BILLED:     ' WS-DUE-COUNT.
003090     DISPLAY '  PENDING ENTRIES WRITTEN: ' WS-ENTRY-COUNT.
003100
003110 STOP-RUN.
003120     STOP RUN.
003130
003140 END PROGRAM LOANBILL.
