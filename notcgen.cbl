000010***************************************************************
000020*    PROGRAM-ID.  NOTCGEN
000030*    AUTHOR.      K. REYNOLDS
000040*    INSTALLATION. CHAINLEDGER DATA PROCESSING
000050*    DATE-WRITTEN. 2026-10-15
000060*
000070*    CUSTOMER NOTICE GENERATION.  PICKS UP THE EVENTS A HOLDER
000080*    SHOULD HEAR ABOUT FROM THE FILES THAT ALREADY RECORD THEM
000090*    AND WRITES ONE NOTICE PER EVENT:
000100*      - MAINT-AUDIT.DAT (AUDJRNL.CPY): AN ACCOUNT FROZEN OR
000110*        CLOSED BY ACCTMNT, A STANDING ORDER CANCELLED BY
000120*        SORDMNT (NOTICED TO ITS SENDER), NEW POSTING LIMITS
000130*        SET BY LIMMNT, AN ACCOUNT FLAGGED DORMANT BY
000135*        DORMANT (PRE-ESCHEAT NOTICE).  READ FROM THE POSITION IN
000140*        NOTICE-CONTROL.DAT (NOTCCTL.CPY) ON.
000150*      - REJECT-SUSPENSE.DAT (REJSUSP.CPY): AN ENTRY REJECTED
000160*        BY LEDGER BATCH, NOTICED TO ITS SENDER WITH THE
000170*        REASON.
000180*      - ACCOUNT.DAT: AN ACTIVE ACCOUNT WHOSE BALANCE IS BELOW
000190*        THE THRESHOLD ON THE COMMAND LINE (DEFAULT 100.00).
000200*    REJECTS AND LOW BALANCES ARE REMEMBERED ON NOTICE-SENT.DAT
000210*    (NOTCSENT.CPY) SO NEITHER IS NOTICED TWICE.  EACH EVENT
000220*    IS MERGED WITH THE HOLDER'S NAME AND ADDRESS FROM
000230*    CUSTOMER.DAT AND ROUTED BY CUST-DELIVERY-PREF: 'M' TO THE
000240*    PRINT VENDOR'S NOTICE-PRINT.OUT, 'E' TO THE EMAIL
000250*    GATEWAY'S NOTICE-EMAIL.OUT, 'H' HELD BACK.  AN ACCOUNT
000260*    WITH NO CUSTOMER RECORD (THE HOUSE ACCOUNTS) HAS NOBODY
000270*    TO WRITE TO AND IS COUNTED ONLY.  BOTH FILES HAVE THE
000280*    GLEXTRX SHAPE - ONE HDR, ONE DTL PER NOTICE, ONE TRL WITH
000290*    THE COUNT AND AMOUNT HASH TOTAL.  NOTHING IS BOOKMARKED
000300*    UNTIL BOTH FILES ARE COMPLETE AND CLOSED, SO A FAILED RUN
000310*    REPRODUCES THE SAME FILES.
000320*    COMMAND LINE: NOTCGEN (LOW-BALANCE-THRESHOLD)
000330*
000340*    MODIFICATION HISTORY
000350*    DATE       INIT DESCRIPTION
000360*    ---------- ---- ----------------------------------------
000370*    2026-10-15 KDR  ORIGINAL PROGRAM.
000371*    2026-10-15 KDR  AN ACCOUNT DORMANT FLAGS (JOURNAL ACTION
000372*                    'DORMANT') NOW GETS THE PRE-ESCHEAT NOTICE,
000373*                    SHOWING THE BALANCE AT RISK.  A REASON 10
000374*                    REJECT IS THE BANK'S OWN SWEEP AND IS NOT
000375*                    NOTICED.
000376*    2026-10-15 KDR  NO REJECTED ESCHEAT SWEEP (CHANNEL 'ESC')
000377*                    IS NOTICED, WHATEVER THE REASON - THE SWEEP
000378*                    IS THE BANK'S OWN ENTRY, NOT THE HOLDER'S.
000380***************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. NOTCGEN.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT MAINT-AUDIT ASSIGN TO "MAINT-AUDIT.DAT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-AUD-STATUS.
000480
000490     SELECT REJECT-SUSPENSE ASSIGN TO "REJECT-SUSPENSE.DAT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-REJ-STATUS.
000520
000530     SELECT ACCOUNT-MASTER ASSIGN TO "ACCOUNT.DAT"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS ACCT-ID
000570         FILE STATUS IS WS-ACCT-STATUS.
000580
000590     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER.DAT"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CUST-ACCT-ID
000630         FILE STATUS IS WS-CUST-STATUS.
000640
000650     SELECT NOTICE-SENT ASSIGN TO "NOTICE-SENT.DAT"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS NS-EVENT-KEY
000690         FILE STATUS IS WS-NS-STATUS.
000700
000710     SELECT NOTICE-CONTROL-FILE ASSIGN TO "NOTICE-CONTROL.DAT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-NCT-STATUS.
000740
000750     SELECT PRINT-NOTICE-FILE ASSIGN TO "NOTICE-PRINT.OUT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-PRT-STATUS.
000780
000790     SELECT EMAIL-NOTICE-FILE ASSIGN TO "NOTICE-EMAIL.OUT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-EML-STATUS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  MAINT-AUDIT.
000860     COPY "audjrnl.cpy".
000870
000880 FD  REJECT-SUSPENSE.
000890     COPY "rejsusp.cpy".
000900
000910 FD  ACCOUNT-MASTER.
000920     COPY "acctmast.cpy".
000930
000940 FD  CUSTOMER-MASTER.
000950     COPY "custmast.cpy".
000960
000970 FD  NOTICE-SENT.
000980     COPY "notcsent.cpy".
000990
001000 FD  NOTICE-CONTROL-FILE.
001010     COPY "notcctl.cpy".
001020
001030 FD  PRINT-NOTICE-FILE.
001040 01  PRINT-NOTICE-LINE           PIC X(250).
001050
001060 FD  EMAIL-NOTICE-FILE.
001070 01  EMAIL-NOTICE-LINE           PIC X(250).
001080
001090 WORKING-STORAGE SECTION.
001100 01  WS-AUD-STATUS               PIC X(02) VALUE '00'.
001110 01  WS-REJ-STATUS               PIC X(02) VALUE '00'.
001120 01  WS-ACCT-STATUS              PIC X(02) VALUE '00'.
001130 01  WS-CUST-STATUS              PIC X(02) VALUE '00'.
001140 01  WS-NS-STATUS                PIC X(02) VALUE '00'.
001150 01  WS-NCT-STATUS               PIC X(02) VALUE '00'.
001160 01  WS-PRT-STATUS               PIC X(02) VALUE '00'.
001170 01  WS-EML-STATUS               PIC X(02) VALUE '00'.
001180 01  WS-AUD-EOF-SW               PIC X(01) VALUE 'N'.
001190     88  AUD-EOF                         VALUE 'Y'.
001200 01  WS-REJ-EOF-SW               PIC X(01) VALUE 'N'.
001210     88  REJ-EOF                         VALUE 'Y'.
001220 01  WS-ACCT-EOF-SW              PIC X(01) VALUE 'N'.
001230     88  ACCT-EOF                        VALUE 'Y'.
001240 01  WS-NOTICED-SW               PIC X(01) VALUE 'N'.
001250     88  ALREADY-NOTICED                 VALUE 'Y'.
001260 01  WS-COMMAND-LINE             PIC X(80) VALUE SPACES.
001270 01  WS-THRESHOLD-UNITS          PIC 9(08) VALUE ZERO.
001280 01  WS-THRESHOLD                PIC S9(10)V99 VALUE ZERO.
001290 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001300 01  WS-LAST-AUDIT-COUNT         PIC 9(10) VALUE ZERO.
001310 01  WS-AUDIT-READ-COUNT         PIC 9(10) VALUE ZERO.
001320 01  WS-EVENT-COUNT              PIC 9(10) VALUE ZERO.
001330 01  WS-PRINT-COUNT              PIC 9(10) VALUE ZERO.
001340 01  WS-EMAIL-COUNT              PIC 9(10) VALUE ZERO.
001350 01  WS-HELD-COUNT               PIC 9(10) VALUE ZERO.
001360 01  WS-NO-CUSTOMER-COUNT        PIC 9(10) VALUE ZERO.
001370 01  WS-DEFERRED-COUNT           PIC 9(10) VALUE ZERO.
001380 01  WS-REARMED-COUNT            PIC 9(10) VALUE ZERO.
001390 01  WS-PRINT-TOTAL              PIC S9(13)V99 VALUE ZERO.
001400 01  WS-EMAIL-TOTAL              PIC S9(13)V99 VALUE ZERO.
001410 01  WS-AMT-DISPLAY              PIC +9(10).99.
001420 01  WS-TOT-DISPLAY              PIC +9(13).99.
001430 01  WS-EDIT-AMOUNT              PIC Z(9)9.99.
001440 01  WS-EDIT-ORDER-ID            PIC Z(5)9.
001450
001460*    THE EVENT BEING NOTICED - SET BY THE CALLER OF
001470*    8000-ISSUE-NOTICE.
001480 01  WS-NOTICE-EVENT.
001490     05  WS-NTC-ACCT-ID          PIC X(20).
001500     05  WS-NTC-TYPE             PIC X(08).
001510     05  WS-NTC-EVENT-DATE       PIC 9(08).
001520     05  WS-NTC-AMOUNT           PIC S9(10)V99.
001530     05  WS-NTC-TEXT             PIC X(50).
001540
001550*    MAINT-AUDIT IMAGES ARE THE WHOLE MASTER RECORD - THE
001560*    STANDING ORDER AND LIMITS LAYOUTS ARE LAID OVER THEM HERE.
001570     COPY "stndord.cpy".
001580     COPY "acctlim.cpy".
001590
001600*    REJECT AND LOW-BALANCE KEYS NOTICED THIS RUN.  THEY ONLY
001610*    GO ON NOTICE-SENT.DAT ONCE BOTH FILES ARE CLOSED; AN EVENT
001620*    FOUND AFTER THE TABLE IS FULL WAITS FOR THE NEXT RUN.
001630 01  WS-NEW-SENT-AREA.
001640     05  WS-NEW-SENT-COUNT       PIC 9(05) COMP VALUE ZERO.
001650     05  WS-NEW-SENT-ENTRY OCCURS 2000 TIMES
001660                               INDEXED BY NEW-IDX.
001670         10  WS-NEW-SENT-KEY     PIC X(81).
001680 01  WS-NEW-SENT-MAX             PIC 9(05) COMP VALUE 2000.
001690
001700 01  WS-NOTICE-LINE.
001710     05  FILLER                  PIC X(04) VALUE 'DTL|'.
001720     05  NL-NOTICE-NO            PIC 9(06).
001730     05  FILLER                  PIC X(01) VALUE '|'.
001740     05  NL-ACCT-ID              PIC X(20).
001750     05  FILLER                  PIC X(01) VALUE '|'.
001760     05  NL-TYPE                 PIC X(08).
001770     05  FILLER                  PIC X(01) VALUE '|'.
001780     05  NL-EVENT-DATE           PIC 9(08).
001790     05  FILLER                  PIC X(01) VALUE '|'.
001800     05  NL-AMOUNT               PIC +9(10).99.
001810     05  FILLER                  PIC X(01) VALUE '|'.
001820     05  NL-NAME                 PIC X(30).
001830     05  FILLER                  PIC X(01) VALUE '|'.
001840     05  NL-ADDR-LINE-1          PIC X(30).
001850     05  FILLER                  PIC X(01) VALUE '|'.
001860     05  NL-ADDR-LINE-2          PIC X(30).
001870     05  FILLER                  PIC X(01) VALUE '|'.
001880     05  NL-ADDR-LINE-3          PIC X(30).
001890     05  FILLER                  PIC X(01) VALUE '|'.
001900     05  NL-TEXT                 PIC X(50).
001910
001920 PROCEDURE DIVISION.
001930 0000-MAINLINE.
001940     PERFORM 1000-INITIALIZE.
001950     PERFORM 2000-NOTICE-AUDIT-EVENTS THRU 2000-EXIT.
001960     PERFORM 3000-NOTICE-REJECTS THRU 3000-EXIT.
001970     PERFORM 4000-NOTICE-LOW-BALANCES.
001980     PERFORM 5000-WRITE-TRAILERS.
001990     PERFORM 6000-UPDATE-BOOKMARKS.
002000     PERFORM 7000-REPORT-RESULT.
002010     PERFORM STOP-RUN.
002020
002030 1000-INITIALIZE.
002040     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002050     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002060     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
002070         INTO WS-THRESHOLD-UNITS.
002080     IF WS-THRESHOLD-UNITS = ZERO
002090         MOVE 100 TO WS-THRESHOLD-UNITS
002100     END-IF.
002110     MOVE WS-THRESHOLD-UNITS TO WS-THRESHOLD.
002120     PERFORM 1100-READ-BOOKMARK.
002130     OPEN INPUT CUSTOMER-MASTER.
002140     IF WS-CUST-STATUS = '35'
002150         DISPLAY 'NO CUSTOMER.DAT ON FILE - NO NOTICES PRODUCED'
002160         STOP RUN
002170     END-IF.
002180     IF WS-CUST-STATUS NOT = '00'
002190         DISPLAY 'ERROR OPENING CUSTOMER.DAT'
002200         STOP RUN
002210     END-IF.
002220     OPEN INPUT ACCOUNT-MASTER.
002230     IF WS-ACCT-STATUS NOT = '00'
002240         DISPLAY 'ERROR OPENING ACCOUNT.DAT'
002250         STOP RUN
002260     END-IF.
002270     OPEN I-O NOTICE-SENT.
002280     IF WS-NS-STATUS = '35'
002290         OPEN OUTPUT NOTICE-SENT
002300         CLOSE NOTICE-SENT
002310         OPEN I-O NOTICE-SENT
002320     END-IF.
002330     IF WS-NS-STATUS NOT = '00'
002340         DISPLAY 'ERROR OPENING NOTICE-SENT.DAT'
002350         STOP RUN
002360     END-IF.
002370     OPEN OUTPUT PRINT-NOTICE-FILE.
002380     IF WS-PRT-STATUS NOT = '00'
002390         DISPLAY 'ERROR OPENING NOTICE-PRINT.OUT'
002400         STOP RUN
002410     END-IF.
002420     OPEN OUTPUT EMAIL-NOTICE-FILE.
002430     IF WS-EML-STATUS NOT = '00'
002440         DISPLAY 'ERROR OPENING NOTICE-EMAIL.OUT'
002450         STOP RUN
002460     END-IF.
002470     PERFORM 1200-WRITE-HEADERS.
002480
002490 1100-READ-BOOKMARK.
002500     OPEN INPUT NOTICE-CONTROL-FILE.
002510     IF WS-NCT-STATUS = '00'
002520         READ NOTICE-CONTROL-FILE
002530             AT END
002540                 CONTINUE
002550             NOT AT END
002560                 MOVE NCT-AUDIT-COUNT TO WS-LAST-AUDIT-COUNT
002570         END-READ
002580         CLOSE NOTICE-CONTROL-FILE
002590     END-IF.
002600
002610 1200-WRITE-HEADERS.
002620     MOVE SPACES TO PRINT-NOTICE-LINE.
002630     STRING 'HDR|'              DELIMITED BY SIZE
002640            WS-RUN-DATE         DELIMITED BY SIZE
002650            '|PRINT|'           DELIMITED BY SIZE
002660            WS-LAST-AUDIT-COUNT DELIMITED BY SIZE
002670         INTO PRINT-NOTICE-LINE.
002680     WRITE PRINT-NOTICE-LINE.
002690     MOVE SPACES TO EMAIL-NOTICE-LINE.
002700     STRING 'HDR|'              DELIMITED BY SIZE
002710            WS-RUN-DATE         DELIMITED BY SIZE
002720            '|EMAIL|'           DELIMITED BY SIZE
002730            WS-LAST-AUDIT-COUNT DELIMITED BY SIZE
002740         INTO EMAIL-NOTICE-LINE.
002750     WRITE EMAIL-NOTICE-LINE.
002760
002770***************************************************************
002780*    2000-NOTICE-AUDIT-EVENTS
002790*    READS MAINT-AUDIT.DAT FROM THE TOP, PASSING OVER THE
002800*    ENTRIES THE BOOKMARK SAYS WERE ALREADY SEEN.  A JOURNAL
002810*    SHORTER THAN THE BOOKMARK HAS BEEN REPLACED; THE BOOKMARK
002820*    FOLLOWS IT DOWN RATHER THAN MISS EVERY ENTRY TO COME.
002830***************************************************************
002840 2000-NOTICE-AUDIT-EVENTS.
002850     OPEN INPUT MAINT-AUDIT.
002860     IF WS-AUD-STATUS = '35'
002870         GO TO 2000-EXIT
002880     END-IF.
002890     IF WS-AUD-STATUS NOT = '00'
002900         DISPLAY 'ERROR OPENING MAINT-AUDIT.DAT'
002910         STOP RUN
002920     END-IF.
002930     PERFORM 2100-READ-AUDIT-ENTRY UNTIL AUD-EOF.
002940     CLOSE MAINT-AUDIT.
002950     IF WS-AUDIT-READ-COUNT < WS-LAST-AUDIT-COUNT
002960         DISPLAY 'MAINT-AUDIT.DAT SHORTER THAN THE BOOKMARK - '
002970             'BOOKMARK RESET'
002980     END-IF.
002990 2000-EXIT.
003000     EXIT.
003010
003020 2100-READ-AUDIT-ENTRY.
003030     READ MAINT-AUDIT
003040         AT END
003050             SET AUD-EOF TO TRUE
003060         NOT AT END
003070             ADD 1 TO WS-AUDIT-READ-COUNT
003080             IF WS-AUDIT-READ-COUNT > WS-LAST-AUDIT-COUNT
003090                 PERFORM 2200-CLASSIFY-AUDIT-ENTRY
003100             END-IF
003110     END-READ.
003120
003130 2200-CLASSIFY-AUDIT-ENTRY.
003140     MOVE AUD-RUN-DATE TO WS-NTC-EVENT-DATE.
003150     MOVE ZERO TO WS-NTC-AMOUNT.
003160     EVALUATE TRUE
003170         WHEN AUD-ACCOUNT-MASTER AND AUD-ACTION = 'FREEZE'
003180             MOVE AUD-RECORD-KEY TO WS-NTC-ACCT-ID
003190             MOVE 'FREEZE' TO WS-NTC-TYPE
003200             MOVE 'YOUR ACCOUNT HAS BEEN FROZEN' TO WS-NTC-TEXT
003210             PERFORM 8000-ISSUE-NOTICE THRU 8000-EXIT
003220         WHEN AUD-ACCOUNT-MASTER AND AUD-ACTION = 'CLOSE'
003230             MOVE AUD-RECORD-KEY TO WS-NTC-ACCT-ID
003240             MOVE 'CLOSE' TO WS-NTC-TYPE
003250             MOVE 'YOUR ACCOUNT HAS BEEN CLOSED' TO WS-NTC-TEXT
003260             PERFORM 8000-ISSUE-NOTICE THRU 8000-EXIT
003262         WHEN AUD-ACCOUNT-MASTER AND AUD-ACTION = 'DORMANT'
003264             MOVE AUD-AFTER-IMAGE TO ACCOUNT-MASTER-RECORD
003266             MOVE AUD-RECORD-KEY TO WS-NTC-ACCT-ID
003268             MOVE 'DORMANT' TO WS-NTC-TYPE
003270             MOVE ACCT-BALANCE TO WS-NTC-AMOUNT
003272             MOVE 'NO ACTIVITY - BALANCE DUE TO ESCHEAT TO STATE'
003274                 TO WS-NTC-TEXT
003276             PERFORM 8000-ISSUE-NOTICE THRU 8000-EXIT
003278         WHEN AUD-STANDING-ORDERS AND AUD-ACTION = 'CANCEL'
003280             MOVE AUD-AFTER-IMAGE TO STANDING-ORDER-RECORD
003290             MOVE SO-SENDER TO WS-NTC-ACCT-ID
003300             MOVE 'SOCANCEL' TO WS-NTC-TYPE
003310             MOVE SO-AMOUNT TO WS-NTC-AMOUNT
003320             MOVE SO-ORDER-ID TO WS-EDIT-ORDER-ID
003330             MOVE SPACES TO WS-NTC-TEXT
003340             STRING 'STANDING ORDER ' DELIMITED BY SIZE
003350                    WS-EDIT-ORDER-ID  DELIMITED BY SIZE
003360                    ' CANCELLED'      DELIMITED BY SIZE
003370                 INTO WS-NTC-TEXT
003380             PERFORM 8000-ISSUE-NOTICE THRU 8000-EXIT
003390         WHEN AUD-ACCOUNT-LIMITS AND AUD-ACTION = 'SET'
003400             MOVE AUD-AFTER-IMAGE TO ACCOUNT-LIMITS-RECORD
003410             MOVE AUD-RECORD-KEY TO WS-NTC-ACCT-ID
003420             MOVE 'LIMITSET' TO WS-NTC-TYPE
003430             MOVE LIM-PER-TRX-MAX TO WS-NTC-AMOUNT
003440             MOVE LIM-DAILY-DEBIT-MAX TO WS-EDIT-AMOUNT
003450             MOVE SPACES TO WS-NTC-TEXT
003460             STRING 'NEW LIMITS - PER ENTRY AS SHOWN, DAILY '
003470                        DELIMITED BY SIZE
003480                    WS-EDIT-AMOUNT DELIMITED BY SIZE
003490                 INTO WS-NTC-TEXT
003500             PERFORM 8000-ISSUE-NOTICE THRU 8000-EXIT
003510         WHEN OTHER
003520             CONTINUE
003530     END-EVALUATE.
003540
003550***************************************************************
003560*    3000-NOTICE-REJECTS
003570*    EVERY ENTRY ON REJECT-SUSPENSE.DAT NOT YET ON
003580*    NOTICE-SENT.DAT IS NOTICED TO ITS SENDER.  AN UNKNOWN
003590*    SENDER (REASON 01) HAS NOBODY TO TELL AND IS PASSED OVER,
003595*    AS IS ANY REJECTED ESCHEAT SWEEP (CHANNEL 'ESC') - THE
003597*    BANK'S OWN ENTRY, NOT THE HOLDER'S.
003600***************************************************************
003610 3000-NOTICE-REJECTS.
003620     OPEN INPUT REJECT-SUSPENSE.
003630     IF WS-REJ-STATUS = '35'
003640         GO TO 3000-EXIT
003650     END-IF.
003660     IF WS-REJ-STATUS NOT = '00'
003670         DISPLAY 'ERROR OPENING REJECT-SUSPENSE.DAT'
003680         STOP RUN
003690     END-IF.
003700     PERFORM 3100-READ-REJECT UNTIL REJ-EOF.
003710     CLOSE REJECT-SUSPENSE.
003720 3000-EXIT.
003730     EXIT.
003740
003750 3100-READ-REJECT.
003760     READ REJECT-SUSPENSE
003770         AT END
003780             SET REJ-EOF TO TRUE
003790         NOT AT END
003800             IF NOT REJ-UNKNOWN-SENDER
003805                     AND REJ-CHANNEL-ID NOT = 'ESC'
003810                 PERFORM 3200-NOTICE-ONE-REJECT THRU 3200-EXIT
003820             END-IF
003830     END-READ.
003840
003850 3200-NOTICE-ONE-REJECT.
003860     MOVE SPACES             TO NOTICE-SENT-RECORD.
003870     SET NS-REJECT           TO TRUE.
003880     MOVE REJ-SENDER         TO NS-ACCT-ID.
003890     MOVE REJ-RECIPIENT      TO NS-REJ-RECIPIENT.
003900     MOVE REJ-AMOUNT         TO NS-REJ-AMOUNT.
003910     MOVE REJ-TIMESTAMP      TO NS-REJ-TIMESTAMP.
003920     MOVE REJ-REASON-CODE    TO NS-REJ-REASON.
003930     MOVE REJ-CHANNEL-ID     TO NS-REJ-CHANNEL.
003940     MOVE REJ-FILE-ID        TO NS-REJ-FILE-ID.
003950     PERFORM 8200-CHECK-NOTICED THRU 8200-EXIT.
003960     IF ALREADY-NOTICED
003970         GO TO 3200-EXIT
003980     END-IF.
003990     IF WS-NEW-SENT-COUNT NOT < WS-NEW-SENT-MAX
004000         ADD 1 TO WS-DEFERRED-COUNT
004010         GO TO 3200-EXIT
004020     END-IF.
004030     ADD 1 TO WS-NEW-SENT-COUNT.
004040     MOVE NS-EVENT-KEY TO WS-NEW-SENT-KEY (WS-NEW-SENT-COUNT).
004050     MOVE REJ-SENDER TO WS-NTC-ACCT-ID.
004060     MOVE 'REJECT' TO WS-NTC-TYPE.
004070     MOVE WS-RUN-DATE TO WS-NTC-EVENT-DATE.
004080     MOVE REJ-AMOUNT TO WS-NTC-AMOUNT.
004090     MOVE SPACES TO WS-NTC-TEXT.
004100     EVALUATE TRUE
004110         WHEN REJ-UNKNOWN-RECIPIENT
004120             MOVE 'PAYMENT REJECTED - UNKNOWN RECIPIENT'
004130                 TO WS-NTC-TEXT
004140         WHEN REJ-INSUFFICIENT-BALANCE
004150             MOVE 'PAYMENT REJECTED - INSUFFICIENT FUNDS'
004160                 TO WS-NTC-TEXT
004170         WHEN REJ-NON-POSITIVE-AMOUNT
004180             MOVE 'PAYMENT REJECTED - INVALID AMOUNT'
004190                 TO WS-NTC-TEXT
004200         WHEN REJ-SENDER-NOT-ACTIVE
004210             MOVE 'PAYMENT REJECTED - YOUR ACCOUNT NOT ACTIVE'
004220                 TO WS-NTC-TEXT
004230         WHEN REJ-RECIPIENT-NOT-ACTIVE
004240             MOVE 'PAYMENT REJECTED - RECIPIENT NOT ACTIVE'
004250                 TO WS-NTC-TEXT
004260         WHEN REJ-NO-USABLE-RATE
004270             MOVE 'PAYMENT REJECTED - NO EXCHANGE RATE'
004280                 TO WS-NTC-TEXT
004290         WHEN REJ-OVER-TRX-LIMIT
004300             MOVE 'PAYMENT REJECTED - OVER PER-ENTRY LIMIT'
004310                 TO WS-NTC-TEXT
004320         WHEN REJ-OVER-DAILY-LIMIT
004330             MOVE 'PAYMENT REJECTED - OVER DAILY LIMIT'
004340                 TO WS-NTC-TEXT
004350         WHEN OTHER
004360             STRING 'PAYMENT REJECTED - REASON ' DELIMITED BY SIZE
004370                    REJ-REASON-CODE             DELIMITED BY SIZE
004380                 INTO WS-NTC-TEXT
004390     END-EVALUATE.
004400     PERFORM 8000-ISSUE-NOTICE THRU 8000-EXIT.
004410 3200-EXIT.
004420     EXIT.
004430
004440***************************************************************
004450*    4000-NOTICE-LOW-BALANCES
004460*    AN ACTIVE ACCOUNT BELOW THE THRESHOLD IS NOTICED ONCE; THE
004470*    NOTICE-SENT ENTRY IS DELETED AS SOON AS THE BALANCE IS
004480*    BACK AT OR OVER IT, SO THE NEXT DROP IS NOTICED AGAIN.
004490***************************************************************
004500 4000-NOTICE-LOW-BALANCES.
004510     PERFORM 4100-READ-ACCOUNT.
004520     PERFORM 4200-CHECK-ONE-BALANCE THRU 4200-EXIT
004530         UNTIL ACCT-EOF.
004540     CLOSE ACCOUNT-MASTER.
004550
004560 4100-READ-ACCOUNT.
004570     READ ACCOUNT-MASTER NEXT RECORD
004580         AT END
004590             SET ACCT-EOF TO TRUE
004600     END-READ.
004610
004620 4200-CHECK-ONE-BALANCE.
004630     MOVE SPACES          TO NOTICE-SENT-RECORD.
004640     SET NS-LOW-BALANCE   TO TRUE.
004650     MOVE ACCT-ID         TO NS-ACCT-ID.
004660     PERFORM 8200-CHECK-NOTICED THRU 8200-EXIT.
004670     IF ACCT-BALANCE NOT < WS-THRESHOLD OR NOT ACCT-ACTIVE
004680         IF ALREADY-NOTICED
004690             PERFORM 4300-REARM-LOW-BALANCE
004700         END-IF
004710         GO TO 4200-NEXT
004720     END-IF.
004730     IF ALREADY-NOTICED
004740         GO TO 4200-NEXT
004750     END-IF.
004760     IF WS-NEW-SENT-COUNT NOT < WS-NEW-SENT-MAX
004770         ADD 1 TO WS-DEFERRED-COUNT
004780         GO TO 4200-NEXT
004790     END-IF.
004800     ADD 1 TO WS-NEW-SENT-COUNT.
004810     MOVE NS-EVENT-KEY TO WS-NEW-SENT-KEY (WS-NEW-SENT-COUNT).
004820     MOVE ACCT-ID TO WS-NTC-ACCT-ID.
004830     MOVE 'LOWBAL' TO WS-NTC-TYPE.
004840     MOVE WS-RUN-DATE TO WS-NTC-EVENT-DATE.
004850     MOVE ACCT-BALANCE TO WS-NTC-AMOUNT.
004860     MOVE WS-THRESHOLD TO WS-EDIT-AMOUNT.
004870     MOVE SPACES TO WS-NTC-TEXT.
004880     STRING 'YOUR BALANCE IS BELOW ' DELIMITED BY SIZE
004890            WS-EDIT-AMOUNT          DELIMITED BY SIZE
004900         INTO WS-NTC-TEXT.
004910     PERFORM 8000-ISSUE-NOTICE THRU 8000-EXIT.
004920 4200-NEXT.
004930     PERFORM 4100-READ-ACCOUNT.
004940 4200-EXIT.
004950     EXIT.
004960
004970*    ONLY AN ENTRY ALREADY ON FILE IS DELETED - ONE FOUND IN
004980*    THIS RUN'S TABLE CANNOT BE BOTH LOW AND RECOVERED.
004990 4300-REARM-LOW-BALANCE.
005000     READ NOTICE-SENT
005010         INVALID KEY
005020             CONTINUE
005030         NOT INVALID KEY
005040             DELETE NOTICE-SENT
005050                 INVALID KEY
005060                     DISPLAY 'ERROR DELETING NOTICE-SENT.DAT'
005070                     STOP RUN
005080             END-DELETE
005090             ADD 1 TO WS-REARMED-COUNT
005100     END-READ.
005110
005120 5000-WRITE-TRAILERS.
005130     MOVE WS-PRINT-TOTAL TO WS-TOT-DISPLAY.
005140     MOVE SPACES TO PRINT-NOTICE-LINE.
005150     STRING 'TRL|'            DELIMITED BY SIZE
005160            WS-PRINT-COUNT    DELIMITED BY SIZE
005170            '|'               DELIMITED BY SIZE
005180            WS-TOT-DISPLAY    DELIMITED BY SIZE
005190         INTO PRINT-NOTICE-LINE.
005200     WRITE PRINT-NOTICE-LINE.
005210     MOVE WS-EMAIL-TOTAL TO WS-TOT-DISPLAY.
005220     MOVE SPACES TO EMAIL-NOTICE-LINE.
005230     STRING 'TRL|'            DELIMITED BY SIZE
005240            WS-EMAIL-COUNT    DELIMITED BY SIZE
005250            '|'               DELIMITED BY SIZE
005260            WS-TOT-DISPLAY    DELIMITED BY SIZE
005270         INTO EMAIL-NOTICE-LINE.
005280     WRITE EMAIL-NOTICE-LINE.
005290     CLOSE PRINT-NOTICE-FILE.
005300     CLOSE EMAIL-NOTICE-FILE.
005310     CLOSE CUSTOMER-MASTER.
005320
005330***************************************************************
005340*    6000-UPDATE-BOOKMARKS
005350*    ONLY REACHED ONCE BOTH NOTICE FILES ARE COMPLETE ON DISK.
005360*    A RUN THAT DIED BEFORE THIS POINT REMEMBERED NOTHING, SO
005370*    THE NEXT RUN REPRODUCES THE SAME NOTICES INSTEAD OF
005380*    SKIPPING ONES THE VENDOR NEVER RECEIVED.
005390***************************************************************
005400 6000-UPDATE-BOOKMARKS.
005410     PERFORM 6100-REMEMBER-ONE-NOTICE
005420         VARYING NEW-IDX FROM 1 BY 1
005430         UNTIL NEW-IDX > WS-NEW-SENT-COUNT.
005440     CLOSE NOTICE-SENT.
005450     MOVE WS-AUDIT-READ-COUNT TO NCT-AUDIT-COUNT.
005460     MOVE WS-RUN-DATE TO NCT-LAST-RUN-DATE.
005470     OPEN OUTPUT NOTICE-CONTROL-FILE.
005480     IF WS-NCT-STATUS NOT = '00'
005490         DISPLAY 'ERROR WRITING NOTICE-CONTROL.DAT'
005500         STOP RUN
005510     END-IF.
005520     WRITE NOTICE-CONTROL-RECORD.
005530     CLOSE NOTICE-CONTROL-FILE.
005540
005550 6100-REMEMBER-ONE-NOTICE.
005560     MOVE WS-NEW-SENT-KEY (NEW-IDX) TO NS-EVENT-KEY.
005570     MOVE WS-RUN-DATE TO NS-NOTICED-DATE.
005580     WRITE NOTICE-SENT-RECORD
005590         INVALID KEY
005600             DISPLAY 'ERROR WRITING NOTICE-SENT.DAT'
005610             STOP RUN
005620     END-WRITE.
005630
005640 7000-REPORT-RESULT.
005650     DISPLAY 'NOTICE GENERATION COMPLETE'.
005660     DISPLAY '  EVENTS NOTICED:      ' WS-EVENT-COUNT.
005670     DISPLAY '  PRINT NOTICES:       ' WS-PRINT-COUNT.
005680     DISPLAY '  EMAIL NOTICES:       ' WS-EMAIL-COUNT.
005690     DISPLAY '  HELD (PREF H):       ' WS-HELD-COUNT.
005700     DISPLAY '  NO CUSTOMER RECORD:  ' WS-NO-CUSTOMER-COUNT.
005710     DISPLAY '  DEFERRED TO NEXT RUN:' WS-DEFERRED-COUNT.
005720     DISPLAY '  LOW BALANCES CLEARED:' WS-REARMED-COUNT.
005730     DISPLAY '  JOURNAL ENTRIES READ:' WS-AUDIT-READ-COUNT.
005740
005750***************************************************************
005760*    8000-ISSUE-NOTICE
005770*    MERGES THE EVENT IN WS-NOTICE-EVENT WITH THE HOLDER'S NAME
005780*    AND ADDRESS AND ROUTES IT BY DELIVERY PREFERENCE.
005790***************************************************************
005800 8000-ISSUE-NOTICE.
005810     ADD 1 TO WS-EVENT-COUNT.
005820     MOVE WS-NTC-ACCT-ID TO CUST-ACCT-ID.
005830     READ CUSTOMER-MASTER
005840         INVALID KEY
005850             ADD 1 TO WS-NO-CUSTOMER-COUNT
005860             GO TO 8000-EXIT
005870     END-READ.
005880     IF CUST-DELIVER-HOLD
005890         ADD 1 TO WS-HELD-COUNT
005900         GO TO 8000-EXIT
005910     END-IF.
005920     MOVE WS-NTC-ACCT-ID    TO NL-ACCT-ID.
005930     MOVE WS-NTC-TYPE       TO NL-TYPE.
005940     MOVE WS-NTC-EVENT-DATE TO NL-EVENT-DATE.
005950     MOVE WS-NTC-AMOUNT     TO NL-AMOUNT.
005960     MOVE CUST-NAME         TO NL-NAME.
005970     MOVE CUST-ADDR-LINE-1  TO NL-ADDR-LINE-1.
005980     MOVE CUST-ADDR-LINE-2  TO NL-ADDR-LINE-2.
005990     MOVE CUST-ADDR-LINE-3  TO NL-ADDR-LINE-3.
006000     MOVE WS-NTC-TEXT       TO NL-TEXT.
006010     IF CUST-DELIVER-ELECTRONIC
006020         ADD 1 TO WS-EMAIL-COUNT
006030         MOVE WS-EMAIL-COUNT TO NL-NOTICE-NO
006040         ADD WS-NTC-AMOUNT TO WS-EMAIL-TOTAL
006050         WRITE EMAIL-NOTICE-LINE FROM WS-NOTICE-LINE
006060         IF WS-EML-STATUS NOT = '00'
006070             DISPLAY 'ERROR WRITING NOTICE-EMAIL.OUT'
006080             STOP RUN
006090         END-IF
006100     ELSE
006110         ADD 1 TO WS-PRINT-COUNT
006120         MOVE WS-PRINT-COUNT TO NL-NOTICE-NO
006130         ADD WS-NTC-AMOUNT TO WS-PRINT-TOTAL
006140         WRITE PRINT-NOTICE-LINE FROM WS-NOTICE-LINE
006150         IF WS-PRT-STATUS NOT = '00'
006160             DISPLAY 'ERROR WRITING NOTICE-PRINT.OUT'
006170             STOP RUN
006180         END-IF
006190     END-IF.
006200 8000-EXIT.
006210     EXIT.
006220
006230***************************************************************
006240*    8200-CHECK-NOTICED
006250*    IS THE KEY IN NS-EVENT-KEY ALREADY ON NOTICE-SENT.DAT, OR
006260*    ALREADY NOTICED EARLIER IN THIS RUN?  THE RECORD AREA IS
006270*    LEFT HOLDING THE KEY SO THE CALLER CAN STILL USE IT.
006280***************************************************************
006290 8200-CHECK-NOTICED.
006300     MOVE 'N' TO WS-NOTICED-SW.
006310     READ NOTICE-SENT
006320         INVALID KEY
006330             CONTINUE
006340         NOT INVALID KEY
006350             SET ALREADY-NOTICED TO TRUE
006360             GO TO 8200-EXIT
006370     END-READ.
006380     SET NEW-IDX TO 1.
006390     SEARCH WS-NEW-SENT-ENTRY
006400         AT END
006410             CONTINUE
006420         WHEN NEW-IDX > WS-NEW-SENT-COUNT
006430             CONTINUE
006440         WHEN WS-NEW-SENT-KEY (NEW-IDX) = NS-EVENT-KEY
006450             SET ALREADY-NOTICED TO TRUE
006460     END-SEARCH.
006470 8200-EXIT.
006480     EXIT.
006490
006500 STOP-RUN.
006510     STOP RUN.
006520
006530 END PROGRAM NOTCGEN.
