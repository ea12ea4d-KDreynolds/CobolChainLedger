000010***************************************************************
000020*    PROGRAM-ID.  LOANMNT
000030*    AUTHOR.      K. REYNOLDS
000040*    INSTALLATION. CHAINLEDGER DATA PROCESSING
000050*    DATE-WRITTEN. 2026-10-15
000060*
000070*    TERM LOAN BOOKING AND ENQUIRY.  WITH NO COMMAND LINE IT
000080*    LOADS NEW-LOANS.DAT (NEWLOAN.CPY) INTO LOANS.DAT
000090*    (LOANMAST.CPY) THE SAME WAY SORDMNT LOADS STANDING ORDERS -
000100*    A BORROWER ACCOUNT ALREADY CARRYING A LOAN IS LEFT ALONE
000110*    AND REPORTED AS SKIPPED.  EACH LOAN BOOKED GETS ITS LEVEL
000120*    INSTALLMENT WORKED OUT FROM PRINCIPAL, RATE AND TERM AND
000130*    ITS WHOLE AMORTIZATION SCHEDULE WRITTEN TO
000140*    LOAN-SCHEDULE.DAT (LOANSCH.CPY), AND THE BOOKING IS
000150*    JOURNALED TO MAINT-AUDIT.DAT (AUDJRNL.CPY) UNDER FILE
000160*    'LOAN'.  THE BORROWER ACCOUNT MUST BE ON ACCOUNT.DAT AND
000170*    NOT CLOSED.  'LIST' DISPLAYS EVERY LOAN ON FILE;
000180*    'SCHEDULE ACCT-ID' DISPLAYS ONE LOAN'S SCHEDULE.  SEE
000190*    LOANBILL, LOANAGE AND LOANRPT FOR THE NIGHTLY SERVICING.
000200*    COMMAND LINE: LOANMNT (LIST / SCHEDULE ACCT-ID)
000210*
000220*    MODIFICATION HISTORY
000230*    DATE       INIT DESCRIPTION
000240*    ---------- ---- ----------------------------------------
000250*    2026-10-15 KDR  ORIGINAL PROGRAM.
000260***************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. LOANMNT.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT LOAN-MASTER ASSIGN TO "LOANS.DAT"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS LN-ACCT-ID
000370         FILE STATUS IS WS-LOAN-STATUS.
000380
000390     SELECT LOAN-SCHEDULE ASSIGN TO "LOAN-SCHEDULE.DAT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS LS-KEY
000430         FILE STATUS IS WS-SCHED-STATUS.
000440
000450     SELECT NEW-LOANS ASSIGN TO "NEW-LOANS.DAT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-NLN-STATUS.
000480
000490     SELECT ACCOUNT-MASTER ASSIGN TO "ACCOUNT.DAT"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS ACCT-ID
000530         FILE STATUS IS WS-ACCT-STATUS.
000540
000550     SELECT MAINT-AUDIT ASSIGN TO "MAINT-AUDIT.DAT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-AUD-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  LOAN-MASTER.
000620     COPY "loanmast.cpy".
000630
000640 FD  LOAN-SCHEDULE.
000650     COPY "loansch.cpy".
000660
000670 FD  NEW-LOANS.
000680     COPY "newloan.cpy".
000690
000700 FD  ACCOUNT-MASTER.
000710     COPY "acctmast.cpy".
000720
000730 FD  MAINT-AUDIT.
000740     COPY "audjrnl.cpy".
000750
000760 WORKING-STORAGE SECTION.
000770 01  WS-LOAN-STATUS              PIC X(02) VALUE '00'.
000780 01  WS-SCHED-STATUS             PIC X(02) VALUE '00'.
000790 01  WS-NLN-STATUS               PIC X(02) VALUE '00'.
000800 01  WS-ACCT-STATUS              PIC X(02) VALUE '00'.
000810 01  WS-AUD-STATUS               PIC X(02) VALUE '00'.
000820 01  WS-NLN-EOF-SW               PIC X(01) VALUE 'N'.
000830     88  NLN-EOF                         VALUE 'Y'.
000840 01  WS-LOAN-EOF-SW              PIC X(01) VALUE 'N'.
000850     88  LOAN-EOF                        VALUE 'Y'.
000860 01  WS-SCHED-EOF-SW             PIC X(01) VALUE 'N'.
000870     88  SCHED-EOF                       VALUE 'Y'.
000880 01  WS-COMMAND-LINE             PIC X(80) VALUE SPACES.
000890 01  WS-RUN-MODE                 PIC X(10) VALUE SPACES.
000900 01  WS-INQ-ACCOUNT              PIC X(20) VALUE SPACES.
000910 01  WS-ADDED-COUNT              PIC 9(10) VALUE ZERO.
000920 01  WS-SKIPPED-COUNT            PIC 9(10) VALUE ZERO.
000930 01  WS-AUD-OPERATOR             PIC X(08) VALUE SPACES.
000940 01  WS-AUD-ACTION               PIC X(10) VALUE SPACES.
000950 01  WS-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
000960 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000970 01  WS-TIME-OF-DAY.
000980     05  WS-TOD-HHMMSS           PIC 9(06).
000990     05  WS-TOD-HUNDREDTHS       PIC 9(02).
001000 01  WS-MONTHLY-RATE             PIC 9(01)V9(10) VALUE ZERO.
001010 01  WS-GROWTH-FACTOR            PIC 9(09)V9(10) VALUE ZERO.
001020 01  WS-GROWTH-LESS-ONE          PIC 9(09)V9(10) VALUE ZERO.
001030 01  WS-PAYMENT-FACTOR           PIC 9(09)V9(10) VALUE ZERO.
001040 01  WS-SCHED-BALANCE            PIC S9(10)V99 VALUE ZERO.
001050 01  WS-INST-NO                  PIC 9(03) VALUE ZERO.
001060 01  WS-ROLL-DATE.
001070     05  WS-ROLL-YYYY            PIC 9(04).
001080     05  WS-ROLL-MM              PIC 9(02).
001090     05  WS-ROLL-DD              PIC 9(02).
001100 01  WS-ROLL-DATE-N REDEFINES WS-ROLL-DATE
001110                                 PIC 9(08).
001120 01  WS-DAY-LIMIT                PIC 9(02) VALUE ZERO.
001130 01  WS-LEAP-REM                 PIC 9(04) VALUE ZERO.
001140 01  WS-LEAP-QUOT                PIC 9(04) VALUE ZERO.
001150 01  WS-EDIT-AMOUNT              PIC -(9)9.99.
001160 01  WS-EDIT-AMOUNT-2            PIC -(9)9.99.
001170 01  WS-EDIT-AMOUNT-3            PIC -(9)9.99.
001180 01  WS-EDIT-AMOUNT-4            PIC -(9)9.99.
001190 01  WS-EDIT-RATE                PIC Z9.9999.
001200
001210 PROCEDURE DIVISION.
001220 0000-MAINLINE.
001230     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
001240     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
001250         INTO WS-RUN-MODE WS-INQ-ACCOUNT.
001260     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001270     PERFORM 1000-OPEN-LOAN-FILES.
001280     EVALUATE WS-RUN-MODE
001290         WHEN SPACES
001300             PERFORM 2000-LOAD-NEW-LOANS
001310         WHEN 'LIST'
001320             PERFORM 4000-LIST-LOANS
001330         WHEN 'SCHEDULE'
001340             PERFORM 5000-SHOW-SCHEDULE
001350         WHEN OTHER
001360             DISPLAY 'USAGE: LOANMNT (LIST / SCHEDULE ACCT-ID)'
001370     END-EVALUATE.
001380     CLOSE LOAN-MASTER.
001390     CLOSE LOAN-SCHEDULE.
001400     PERFORM STOP-RUN.
001410
001420 1000-OPEN-LOAN-FILES.
001430     OPEN I-O LOAN-MASTER.
001440     IF WS-LOAN-STATUS = '35'
001450         OPEN OUTPUT LOAN-MASTER
001460         CLOSE LOAN-MASTER
001470         OPEN I-O LOAN-MASTER
001480     END-IF.
001490     IF WS-LOAN-STATUS NOT = '00'
001500         DISPLAY 'ERROR OPENING LOANS.DAT'
001510         STOP RUN
001520     END-IF.
001530     OPEN I-O LOAN-SCHEDULE.
001540     IF WS-SCHED-STATUS = '35'
001550         OPEN OUTPUT LOAN-SCHEDULE
001560         CLOSE LOAN-SCHEDULE
001570         OPEN I-O LOAN-SCHEDULE
001580     END-IF.
001590     IF WS-SCHED-STATUS NOT = '00'
001600         DISPLAY 'ERROR OPENING LOAN-SCHEDULE.DAT'
001610         STOP RUN
001620     END-IF.
001630
001640 2000-LOAD-NEW-LOANS.
001650     OPEN INPUT NEW-LOANS.
001660     IF WS-NLN-STATUS NOT = '00'
001670         DISPLAY 'ERROR OPENING NEW-LOANS.DAT'
001680         STOP RUN
001690     END-IF.
001700     OPEN INPUT ACCOUNT-MASTER.
001710     IF WS-ACCT-STATUS NOT = '00'
001720         DISPLAY 'ERROR OPENING ACCOUNT.DAT'
001730         STOP RUN
001740     END-IF.
001750     PERFORM 2100-READ-NEW-LOAN.
001760     PERFORM 2200-ADD-ONE-LOAN THRU 2200-NEXT
001770         UNTIL NLN-EOF.
001780     CLOSE NEW-LOANS.
001790     CLOSE ACCOUNT-MASTER.
001800     DISPLAY 'LOANS ADDED:   ' WS-ADDED-COUNT.
001810     DISPLAY 'LOANS SKIPPED: ' WS-SKIPPED-COUNT.
001820
001830 2100-READ-NEW-LOAN.
001840     READ NEW-LOANS
001850         AT END
001860             SET NLN-EOF TO TRUE
001870     END-READ.
001880
001890***************************************************************
001900*    2200-ADD-ONE-LOAN
001910*    VALIDATES ONE FEED ENTRY AND BOOKS IT.  THE SCHEDULE IS
001920*    WRITTEN BEFORE THE LOAN RECORD, SO A LOAD THAT DIES PART
001930*    WAY THROUGH A LOAN LEAVES NO LOAN ON FILE AND THE RERUN
001940*    BOOKS IT AFRESH, OVERWRITING THE PARTIAL SCHEDULE.
001950***************************************************************
001960 2200-ADD-ONE-LOAN.
001970     IF NLN-PRINCIPAL NOT > ZERO
001980         DISPLAY 'NON-POSITIVE PRINCIPAL - SKIPPED LOAN: '
001990             NLN-ACCT-ID
002000         ADD 1 TO WS-SKIPPED-COUNT
002010         GO TO 2200-NEXT
002020     END-IF.
002030     IF NLN-TERM-MONTHS = ZERO OR NLN-TERM-MONTHS > 360
002040         DISPLAY 'TERM NOT 1-360 MONTHS - SKIPPED LOAN: '
002050             NLN-ACCT-ID
002060         ADD 1 TO WS-SKIPPED-COUNT
002070         GO TO 2200-NEXT
002080     END-IF.
002090     IF NLN-PAYMENT-DAY = ZERO OR NLN-PAYMENT-DAY > 31
002100         DISPLAY 'BAD PAYMENT DAY - SKIPPED LOAN: ' NLN-ACCT-ID
002110         ADD 1 TO WS-SKIPPED-COUNT
002120         GO TO 2200-NEXT
002130     END-IF.
002140     IF NLN-START-DATE = ZERO OR NLN-CURRENCY-CODE = SPACES
002150         DISPLAY 'NO START DATE OR CURRENCY - SKIPPED LOAN: '
002160             NLN-ACCT-ID
002170         ADD 1 TO WS-SKIPPED-COUNT
002180         GO TO 2200-NEXT
002190     END-IF.
002200     MOVE NLN-ACCT-ID TO ACCT-ID.
002210     READ ACCOUNT-MASTER
002220         INVALID KEY
002230             DISPLAY 'UNKNOWN ACCOUNT - SKIPPED LOAN: '
002240                 NLN-ACCT-ID
002250             ADD 1 TO WS-SKIPPED-COUNT
002260             GO TO 2200-NEXT
002270     END-READ.
002280     IF ACCT-CLOSED
002290         DISPLAY 'ACCOUNT CLOSED - SKIPPED LOAN: ' NLN-ACCT-ID
002300         ADD 1 TO WS-SKIPPED-COUNT
002310         GO TO 2200-NEXT
002320     END-IF.
002330     MOVE NLN-ACCT-ID TO LN-ACCT-ID.
002340     READ LOAN-MASTER
002350         INVALID KEY
002360             CONTINUE
002370         NOT INVALID KEY
002380             DISPLAY 'LOAN ALREADY EXISTS - SKIPPED: '
002390                 NLN-ACCT-ID
002400             ADD 1 TO WS-SKIPPED-COUNT
002410             GO TO 2200-NEXT
002420     END-READ.
002430     MOVE NLN-ACCT-ID            TO LN-ACCT-ID.
002440     MOVE NLN-PRINCIPAL          TO LN-PRINCIPAL.
002450     MOVE NLN-ANNUAL-RATE        TO LN-ANNUAL-RATE.
002460     MOVE NLN-TERM-MONTHS        TO LN-TERM-MONTHS.
002470     MOVE NLN-PAYMENT-DAY        TO LN-PAYMENT-DAY.
002480     MOVE NLN-START-DATE         TO LN-START-DATE.
002490     MOVE NLN-CURRENCY-CODE      TO LN-CURRENCY-CODE.
002500     SET LN-ACTIVE               TO TRUE.
002510     MOVE NLN-PRINCIPAL          TO LN-OUTSTANDING.
002520     MOVE 1                      TO LN-NEXT-INST-NO.
002530     MOVE ZERO                   TO LN-ARREARS.
002540     MOVE ZERO                   TO LN-OLDEST-MISSED-DATE.
002550     MOVE ZERO                   TO LN-DAYS-PAST-DUE.
002560     SET LN-BUCKET-CURRENT       TO TRUE.
002570     MOVE ZERO                   TO LN-LATE-FEES.
002580     MOVE ZERO                   TO LN-LAST-AGED-DATE.
002590     PERFORM 3000-COMPUTE-INSTALLMENT.
002600     PERFORM 3100-BUILD-SCHEDULE.
002610     WRITE LOAN-MASTER-RECORD
002620         INVALID KEY
002630             DISPLAY 'ERROR WRITING LOANS.DAT: ' LN-ACCT-ID
002640             STOP RUN
002650     END-WRITE.
002660     ADD 1 TO WS-ADDED-COUNT.
002670     MOVE 'LOANMNT' TO WS-AUD-OPERATOR.
002680     MOVE 'ADD'     TO WS-AUD-ACTION.
002690     MOVE SPACES    TO WS-BEFORE-IMAGE.
002700     PERFORM 8000-WRITE-AUDIT-ENTRY.
002710     MOVE LN-INSTALLMENT TO WS-EDIT-AMOUNT.
002720     DISPLAY 'LOAN BOOKED: ' LN-ACCT-ID ' INSTALLMENT '
002730         WS-EDIT-AMOUNT ' ' LN-CURRENCY-CODE ' X ' LN-TERM-MONTHS.
002740 2200-NEXT.
002750     PERFORM 2100-READ-NEW-LOAN.
002760
002770***************************************************************
002780*    3000-COMPUTE-INSTALLMENT
002790*    LEVEL MONTHLY INSTALLMENT FOR PRINCIPAL P AT MONTHLY RATE
002800*    R (ANNUAL PERCENTAGE / 1200) OVER N MONTHS:
002810*        P * R * (1 + R) ** N / ((1 + R) ** N - 1)
002820*    AN INTEREST-FREE LOAN IS SIMPLY P / N.  ROUNDING IS TAKEN
002830*    UP BY THE LAST INSTALLMENT (SEE 3200).  THE FACTOR IS
002840*    WORKED A STEP AT A TIME SO NO INTERMEDIATE RESULT LOSES
002850*    ITS DECIMAL PLACES.
002860***************************************************************
002870 3000-COMPUTE-INSTALLMENT.
002880     IF LN-ANNUAL-RATE = ZERO
002890         MOVE ZERO TO WS-MONTHLY-RATE
002900         COMPUTE LN-INSTALLMENT ROUNDED =
002910             LN-PRINCIPAL / LN-TERM-MONTHS
002920     ELSE
002930         COMPUTE WS-MONTHLY-RATE ROUNDED = LN-ANNUAL-RATE / 1200
002940         COMPUTE WS-GROWTH-FACTOR ROUNDED =
002950             (1 + WS-MONTHLY-RATE) ** LN-TERM-MONTHS
002960         COMPUTE WS-GROWTH-LESS-ONE = WS-GROWTH-FACTOR - 1
002970         COMPUTE WS-PAYMENT-FACTOR ROUNDED =
002980             WS-MONTHLY-RATE * WS-GROWTH-FACTOR
002990         DIVIDE WS-GROWTH-LESS-ONE INTO WS-PAYMENT-FACTOR ROUNDED
003000         COMPUTE LN-INSTALLMENT ROUNDED =
003010             LN-PRINCIPAL * WS-PAYMENT-FACTOR
003020     END-IF.
003030
003040 3100-BUILD-SCHEDULE.
003050     MOVE LN-PRINCIPAL  TO WS-SCHED-BALANCE.
003060     MOVE LN-START-DATE TO WS-ROLL-DATE-N.
003070     PERFORM 3200-WRITE-ONE-INSTALLMENT
003080         VARYING WS-INST-NO FROM 1 BY 1
003090         UNTIL WS-INST-NO > LN-TERM-MONTHS.
003100
003110***************************************************************
003120*    3200-WRITE-ONE-INSTALLMENT
003130*    INTEREST IS THE MONTH'S RATE ON THE BALANCE STILL OWED;
003140*    THE REST OF THE LEVEL INSTALLMENT PAYS DOWN PRINCIPAL.
003150*    THE FINAL INSTALLMENT CLEARS WHATEVER PRINCIPAL IS LEFT.
003160*    EACH DUE DATE IS THE LOAN'S PAYMENT DAY IN THE FOLLOWING
003170*    MONTH, CLAMPED TO THAT MONTH'S LENGTH - THE CLAMP NEVER
003180*    CARRIES FORWARD, SO A 31ST LOAN IS BACK ON THE 31ST IN
003190*    MARCH AFTER FALLING ON THE 28TH IN FEBRUARY.
003200***************************************************************
003210 3200-WRITE-ONE-INSTALLMENT.
003220     PERFORM 3300-NEXT-DUE-DATE.
003230     MOVE LN-ACCT-ID     TO LS-ACCT-ID.
003240     MOVE WS-INST-NO     TO LS-INST-NO.
003250     MOVE WS-ROLL-DATE-N TO LS-DUE-DATE.
003260     COMPUTE LS-INTEREST ROUNDED =
003270         WS-SCHED-BALANCE * WS-MONTHLY-RATE.
003280     IF WS-INST-NO = LN-TERM-MONTHS
003290         MOVE WS-SCHED-BALANCE TO LS-PRINCIPAL
003300     ELSE
003310         COMPUTE LS-PRINCIPAL = LN-INSTALLMENT - LS-INTEREST
003320         IF LS-PRINCIPAL > WS-SCHED-BALANCE
003330             MOVE WS-SCHED-BALANCE TO LS-PRINCIPAL
003340         END-IF
003350     END-IF.
003360     COMPUTE LS-PAYMENT = LS-PRINCIPAL + LS-INTEREST.
003370     SUBTRACT LS-PRINCIPAL FROM WS-SCHED-BALANCE.
003380     MOVE WS-SCHED-BALANCE TO LS-BALANCE-AFTER.
003390     SET LS-SCHEDULED      TO TRUE.
003400     MOVE ZERO             TO LS-BILLED-DATE.
003410     MOVE 'N'              TO LS-PRIN-POSTED-SW.
003420     MOVE 'N'              TO LS-INT-POSTED-SW.
003430     MOVE 'N'              TO LS-FEE-CHARGED-SW.
003440     WRITE LOAN-SCHEDULE-RECORD
003450         INVALID KEY
003460             REWRITE LOAN-SCHEDULE-RECORD
003470                 INVALID KEY
003480                     DISPLAY 'ERROR WRITING LOAN-SCHEDULE.DAT: '
003490                         LS-ACCT-ID ' ' LS-INST-NO
003500                     STOP RUN
003510             END-REWRITE
003520     END-WRITE.
003530
003540 3300-NEXT-DUE-DATE.
003550     IF WS-ROLL-MM = 12
003560         MOVE 01 TO WS-ROLL-MM
003570         ADD 1 TO WS-ROLL-YYYY
003580     ELSE
003590         ADD 1 TO WS-ROLL-MM
003600     END-IF.
003610     PERFORM 3400-SET-DAY-LIMIT.
003620     MOVE LN-PAYMENT-DAY TO WS-ROLL-DD.
003630     IF WS-ROLL-DD > WS-DAY-LIMIT
003640         MOVE WS-DAY-LIMIT TO WS-ROLL-DD
003650     END-IF.
003660
003670 3400-SET-DAY-LIMIT.
003680     EVALUATE WS-ROLL-MM
003690         WHEN 01 WHEN 03 WHEN 05 WHEN 07
003700         WHEN 08 WHEN 10 WHEN 12
003710             MOVE 31 TO WS-DAY-LIMIT
003720         WHEN 04 WHEN 06 WHEN 09 WHEN 11
003730             MOVE 30 TO WS-DAY-LIMIT
003740         WHEN 02
003750             PERFORM 3500-SET-FEBRUARY-LIMIT
003760     END-EVALUATE.
003770
003780 3500-SET-FEBRUARY-LIMIT.
003790     MOVE 28 TO WS-DAY-LIMIT.
003800     DIVIDE WS-ROLL-YYYY BY 4
003810         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
003820     IF WS-LEAP-REM = ZERO
003830         MOVE 29 TO WS-DAY-LIMIT
003840         DIVIDE WS-ROLL-YYYY BY 100
003850             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
003860         IF WS-LEAP-REM = ZERO
003870             MOVE 28 TO WS-DAY-LIMIT
003880             DIVIDE WS-ROLL-YYYY BY 400
003890                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
003900             IF WS-LEAP-REM = ZERO
003910                 MOVE 29 TO WS-DAY-LIMIT
003920             END-IF
003930         END-IF
003940     END-IF.
003950
003960 4000-LIST-LOANS.
003970     PERFORM 4100-LIST-ONE-LOAN UNTIL LOAN-EOF.
003980
003990 4100-LIST-ONE-LOAN.
004000     READ LOAN-MASTER NEXT RECORD
004010         AT END
004020             SET LOAN-EOF TO TRUE
004030         NOT AT END
004040             MOVE LN-PRINCIPAL   TO WS-EDIT-AMOUNT
004050             MOVE LN-OUTSTANDING TO WS-EDIT-AMOUNT-2
004060             MOVE LN-ARREARS     TO WS-EDIT-AMOUNT-3
004070             MOVE LN-ANNUAL-RATE TO WS-EDIT-RATE
004080             DISPLAY LN-ACCT-ID ' ' WS-EDIT-AMOUNT ' '
004090                 LN-CURRENCY-CODE ' ' WS-EDIT-RATE '% X '
004100                 LN-TERM-MONTHS ' DAY ' LN-PAYMENT-DAY
004110                 ' OUT ' WS-EDIT-AMOUNT-2 ' ARR ' WS-EDIT-AMOUNT-3
004120                 ' BKT ' LN-BUCKET ' NEXT ' LN-NEXT-INST-NO
004130                 ' ' LN-STATUS
004140     END-READ.
004150
004160 5000-SHOW-SCHEDULE.
004170     IF WS-INQ-ACCOUNT = SPACES
004180         DISPLAY 'USAGE: LOANMNT SCHEDULE ACCT-ID'
004190         STOP RUN
004200     END-IF.
004210     MOVE WS-INQ-ACCOUNT TO LN-ACCT-ID.
004220     READ LOAN-MASTER
004230         INVALID KEY
004240             DISPLAY 'NO LOAN FOR ACCOUNT: ' WS-INQ-ACCOUNT
004250             STOP RUN
004260     END-READ.
004270     MOVE LN-INSTALLMENT TO WS-EDIT-AMOUNT.
004280     DISPLAY 'SCHEDULE FOR ' LN-ACCT-ID ' INSTALLMENT '
004290         WS-EDIT-AMOUNT ' ' LN-CURRENCY-CODE.
004300     DISPLAY ' NO DUE DATE      PAYMENT       INTEREST'
004310         '      PRINCIPAL   BALANCE AFTER ST'.
004320     MOVE WS-INQ-ACCOUNT TO LS-ACCT-ID.
004330     MOVE ZERO           TO LS-INST-NO.
004340     START LOAN-SCHEDULE KEY IS NOT LESS THAN LS-KEY
004350         INVALID KEY
004360             SET SCHED-EOF TO TRUE
004370     END-START.
004380     PERFORM 5100-SHOW-ONE-INSTALLMENT UNTIL SCHED-EOF.
004390
004400 5100-SHOW-ONE-INSTALLMENT.
004410     READ LOAN-SCHEDULE NEXT RECORD
004420         AT END
004430             SET SCHED-EOF TO TRUE
004440         NOT AT END
004450             IF LS-ACCT-ID NOT = WS-INQ-ACCOUNT
004460                 SET SCHED-EOF TO TRUE
004470             ELSE
004480                 MOVE LS-PAYMENT  TO WS-EDIT-AMOUNT
004490                 MOVE LS-INTEREST TO WS-EDIT-AMOUNT-2
004500                 MOVE LS-PRINCIPAL TO WS-EDIT-AMOUNT-3
004510                 MOVE LS-BALANCE-AFTER TO WS-EDIT-AMOUNT-4
004520                 DISPLAY LS-INST-NO ' ' LS-DUE-DATE ' '
004530                     WS-EDIT-AMOUNT ' ' WS-EDIT-AMOUNT-2 ' '
004540                     WS-EDIT-AMOUNT-3 ' ' WS-EDIT-AMOUNT-4 ' '
004550                     LS-STATUS
004560             END-IF
004570     END-READ.
004580
004590***************************************************************
004600*    8000-WRITE-AUDIT-ENTRY
004610*    JOURNALS THE LOAN BOOKING JUST MADE ONTO THE APPEND-ONLY
004620*    MAINT-AUDIT.DAT.  CALLER SETS WS-AUD-OPERATOR,
004630*    WS-AUD-ACTION AND WS-BEFORE-IMAGE (SPACES FOR AN ADD);
004640*    THE AFTER IMAGE IS THE LOAN RECORD AS WRITTEN - ITS FIRST
004650*    80 BYTES CARRY THE BOOKING TERMS.
004660***************************************************************
004670 8000-WRITE-AUDIT-ENTRY.
004680     OPEN EXTEND MAINT-AUDIT.
004690     IF WS-AUD-STATUS = '35'
004700         OPEN OUTPUT MAINT-AUDIT
004710     END-IF.
004720     IF WS-AUD-STATUS NOT = '00'
004730         DISPLAY 'ERROR OPENING MAINT-AUDIT.DAT'
004740         STOP RUN
004750     END-IF.
004760     ACCEPT WS-TIME-OF-DAY FROM TIME.
004770     MOVE WS-RUN-DATE           TO AUD-RUN-DATE.
004780     MOVE WS-TOD-HHMMSS         TO AUD-RUN-TIME.
004790     MOVE WS-AUD-OPERATOR       TO AUD-OPERATOR.
004800     MOVE 'LOAN'                TO AUD-MASTER-FILE.
004810     MOVE LN-ACCT-ID            TO AUD-RECORD-KEY.
004820     MOVE WS-AUD-ACTION         TO AUD-ACTION.
004830     MOVE WS-BEFORE-IMAGE       TO AUD-BEFORE-IMAGE.
004840     MOVE LOAN-MASTER-RECORD    TO AUD-AFTER-IMAGE.
004850     WRITE MAINT-AUDIT-RECORD.
004860     IF WS-AUD-STATUS NOT = '00'
004870         DISPLAY 'ERROR WRITING MAINT-AUDIT.DAT'
004880         STOP RUN
004890     END-IF.
004900     CLOSE MAINT-AUDIT.
004910
004920 STOP-RUN.
004930     STOP RUN.
004940
004950 END PROGRAM LOANMNT.
