000010***************************************************************
000020*    PROGRAM-ID.  SWEEP
000030*    AUTHOR.      K. REYNOLDS
000040*    INSTALLATION. CHAINLEDGER DATA PROCESSING
000050*    DATE-WRITTEN. 2026-10-15
000060*
000070*    DAYEND CASH SWEEP.  RUNS IN THE DAYEND STREAM RIGHT AFTER
000080*    LEDGER BATCH, SO EVERY BALANCE IT READS IS THE POST-BATCH
000090*    ACCT-BALANCE.  FOR EACH HEADER ACCOUNT ON SWEEP-
000100*    ARRANGEMENTS.DAT (SWEEPARR.CPY) IT SIZES ONE TRANSFER PER
000110*    SUBSIDIARY WHOSE LINK IS EFFECTIVE ON THE BUSINESS DATE:
000120*      ZERO BALANCE    EVERYTHING TO THE HEADER, OR A DEBIT
000130*                      BALANCE COVERED FROM IT
000140*      TARGET BALANCE  DOWN OR UP TO THE TARGET
000150*      THRESHOLD       ONLY THE EXCESS OVER THE TARGET
000160*    A SUBSIDIARY ALWAYS KEEPS ENOUGH TO COVER ITS OWN ACTIVE
000170*    AUTHORIZATION HOLDS (AUTHCALC.CPY).  A FROZEN OR CLOSED
000180*    HEADER OR SUBSIDIARY IS PASSED BY.  THE SENDING ACCOUNT'S
000190*    ACCOUNT-LIMITS.DAT LIMITS ARE HONOURED BY SENDING ONLY AS
000200*    MUCH AS THEY ALLOW (THE DAY'S DEBITS SO FAR COME FROM
000210*    DAILY-ACTIVITY.DAT), AND THE HEADER ONLY FUNDS WHAT IT CAN
000220*    COVER ONCE ITS SUBSIDIARIES' EXCESS HAS ARRIVED - SO ALL
000230*    LEGS TO HEADERS ARE POSTED BEFORE ANY LEG FROM ONE.
000240*    THE LEGS ARE WRITTEN TO SWEEP-TRANSFERS.DAT (PENDTRX.CPY
000250*    LAYOUT, CHANNEL 'SWP', FILE ID = BUSINESS DATE) AND POSTED
000260*    BY LAUNCHING LEDGER SWEEP, WHICH VALIDATES EACH ONE LIKE
000270*    ANY OTHER ORIGINAL; LEDGER'S RESULT COMES BACK THROUGH
000280*    STEP-STATUS.DAT THE WAY DAYEND READS IT.  EACH LEG IS THEN
000290*    CONFIRMED AGAINST TRANSACTION.DAT AND SWEEP-ADVICE.OUT
000300*    GETS ONE SECTION PER HEADER: EVERY SUBSIDIARY'S BALANCE
000310*    BEFORE AND AFTER, THE LEG AND WHAT BECAME OF IT.
000320*    THE LEGS ARE SIZED FROM BALANCES, SO A RERUN AFTER A
000330*    FAILURE ONLY SENDS WHAT IS STILL OWED - A LEG THAT POSTED
000340*    THE FIRST TIME HAS ALREADY BROUGHT ITS ACCOUNT TO TARGET.
000350*    FAILS ON STEP-STATUS.DAT ONLY IF LEDGER SWEEP DID NOT
000360*    COMPLETE; A REJECTED LEG IS A NORMAL OUTCOME ON THE ADVICE.
000370*    COMMAND LINE: SWEEP BUSINESS-DATE
000380*
000390*    MODIFICATION HISTORY
000400*    DATE       INIT DESCRIPTION
000410*    ---------- ---- ----------------------------------------
000420*    2026-10-15 KDR  ORIGINAL PROGRAM.
000430***************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. SWEEP.
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT SWEEP-ARRANGEMENTS ASSIGN TO "SWEEP-ARRANGEMENTS.DAT"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS SWP-SUB-ACCT-ID
000540         ALTERNATE RECORD KEY IS SWP-HEADER-ACCT-ID
000550             WITH DUPLICATES
000560         FILE STATUS IS WS-SWP-STATUS.
000570
000580     SELECT ACCOUNT-MASTER ASSIGN TO "ACCOUNT.DAT"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS ACCT-ID
000620         FILE STATUS IS WS-ACCT-STATUS.
000630
000640     SELECT ACCOUNT-LIMITS ASSIGN TO "ACCOUNT-LIMITS.DAT"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS LIM-ACCT-ID
000680         FILE STATUS IS WS-LIM-STATUS.
000690
000700     SELECT AUTH-HOLDS ASSIGN TO "AUTH-HOLDS.DAT"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS AHD-KEY
000740         FILE STATUS IS WS-AHD-STATUS.
000750
000760     SELECT DAILY-ACTIVITY ASSIGN TO "DAILY-ACTIVITY.DAT"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS DA-KEY
000800         FILE STATUS IS WS-DA-STATUS.
000810
000820     SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTION.DAT"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS TRX-SEQ-NO
000860         ALTERNATE RECORD KEY IS TRX-SENDER WITH DUPLICATES
000870         ALTERNATE RECORD KEY IS TRX-RECIPIENT WITH DUPLICATES
000880         FILE STATUS IS WS-TRX-STATUS.
000890
000900     SELECT SWEEP-TRANSFERS ASSIGN TO "SWEEP-TRANSFERS.DAT"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-SWTR-STATUS.
000930
000940     SELECT SWEEP-ADVICE ASSIGN TO "SWEEP-ADVICE.OUT"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-RPT-STATUS.
000970
000980     SELECT STEP-STATUS-FILE ASSIGN TO "STEP-STATUS.DAT"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-STEP-STATUS.
001010
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  SWEEP-ARRANGEMENTS.
001050     COPY "sweeparr.cpy".
001060
001070 FD  ACCOUNT-MASTER.
001080     COPY "acctmast.cpy".
001090
001100 FD  ACCOUNT-LIMITS.
001110     COPY "acctlim.cpy".
001120
001130 FD  AUTH-HOLDS.
001140     COPY "authhold.cpy".
001150
001160 FD  DAILY-ACTIVITY.
001170     COPY "dayacty.cpy".
001180
001190 FD  TRANSACTION-FILE.
001200     COPY "trxrec.cpy".
001210
001220 FD  SWEEP-TRANSFERS.
001230     COPY "pendtrx.cpy".
001240
001250 FD  SWEEP-ADVICE.
001260 01  ADVICE-LINE                 PIC X(140).
001270
001280 FD  STEP-STATUS-FILE.
001290     COPY "stepstat.cpy".
001300
001310 WORKING-STORAGE SECTION.
001320 01  WS-SWP-STATUS               PIC X(02) VALUE '00'.
001330 01  WS-ACCT-STATUS              PIC X(02) VALUE '00'.
001340 01  WS-LIM-STATUS               PIC X(02) VALUE '00'.
001350 01  WS-DA-STATUS                PIC X(02) VALUE '00'.
001360 01  WS-TRX-STATUS               PIC X(02) VALUE '00'.
001370 01  WS-SWTR-STATUS              PIC X(02) VALUE '00'.
001380 01  WS-RPT-STATUS               PIC X(02) VALUE '00'.
001390 01  WS-STEP-STATUS              PIC X(02) VALUE '00'.
001400 01  WS-STEP-RESULT              PIC X(04) VALUE 'FAIL'.
001410 01  WS-COMMAND-LINE             PIC X(80) VALUE SPACES.
001420 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001430 01  WS-BUSINESS-TIMESTAMP       PIC 9(10) VALUE ZERO.
001440 01  WS-SWEEP-FILE-ID            PIC X(08) VALUE SPACES.
001450 01  WS-SYSTEM-COMMAND           PIC X(40) VALUE SPACES.
001460 01  WS-SWP-EOF-SW               PIC X(01) VALUE 'N'.
001470     88  SWP-EOF                         VALUE 'Y'.
001480 01  WS-SWP-FILE-SW              PIC X(01) VALUE 'N'.
001490     88  ARRANGEMENTS-ON-FILE            VALUE 'Y'.
001500 01  WS-LIMITS-SW                PIC X(01) VALUE 'N'.
001510     88  LIMITS-ON-FILE                  VALUE 'Y'.
001520 01  WS-DA-FILE-SW               PIC X(01) VALUE 'N'.
001530     88  ACTIVITY-ON-FILE                VALUE 'Y'.
001540 01  WS-DA-SCAN-EOF-SW           PIC X(01) VALUE 'N'.
001550     88  DA-SCAN-EOF                     VALUE 'Y'.
001560 01  WS-LEDGER-SW                PIC X(01) VALUE 'N'.
001570     88  LEDGER-COMPLETED                VALUE 'Y'.
001580 01  WS-HEADER-OPEN-SW           PIC X(01) VALUE 'N'.
001590     88  HEADER-OPEN                     VALUE 'Y'.
001600
001610*    THE HEADER WHOSE LINKS ARE BEING SIZED.  ITS AVAILABLE
001620*    FUNDS GROW BY EVERY LEG SIZED INTO IT AND SHRINK BY EVERY
001630*    LEG IT FUNDS.
001640 01  WS-HDR-ACCT-ID              PIC X(20) VALUE SPACES.
001650 01  WS-HDR-FIRST-ENTRY          PIC 9(04) COMP VALUE ZERO.
001660 01  WS-HDR-SKIP-REASON          PIC X(30) VALUE SPACES.
001670 01  WS-HDR-BALANCE-BEFORE       PIC S9(10)V99 VALUE ZERO.
001680 01  WS-HDR-AVAILABLE            PIC S9(11)V99 VALUE ZERO.
001690 01  WS-HDR-PER-TRX-MAX          PIC 9(10)V99 VALUE ZERO.
001700 01  WS-HDR-DAY-LIMITED-SW       PIC X(01) VALUE 'N'.
001710     88  HDR-DAY-LIMITED                 VALUE 'Y'.
001720 01  WS-HDR-DAY-ROOM             PIC S9(12)V99 VALUE ZERO.
001730
001740*    THE SENDING ACCOUNT'S LIMITS AS OF THE BUSINESS DATE
001750*    (2700-LOAD-SENDER-LIMITS).  A PER-TRANSACTION MAXIMUM OF
001760*    ZERO IS NO LIMIT; WITH NO DAILY LIMIT THE ROOM IS UNUSED.
001770 01  WS-LIM-ACCT-ID              PIC X(20) VALUE SPACES.
001780 01  WS-LIM-PER-TRX-MAX          PIC 9(10)V99 VALUE ZERO.
001790 01  WS-LIM-DAY-LIMITED-SW       PIC X(01) VALUE 'N'.
001800     88  LIM-DAY-LIMITED                 VALUE 'Y'.
001810 01  WS-LIM-DAY-ROOM             PIC S9(12)V99 VALUE ZERO.
001820
001830 01  WS-KEEP-AMOUNT              PIC S9(10)V99 VALUE ZERO.
001840 01  WS-LEG-AMOUNT               PIC S9(10)V99 VALUE ZERO.
001850 01  WS-LEG-SENDER               PIC X(20) VALUE SPACES.
001860 01  WS-LEG-RECIPIENT            PIC X(20) VALUE SPACES.
001870 01  WS-FOUND-SEQ-NO             PIC 9(10) VALUE ZERO.
001880 01  WS-EDIT-SEQ-NO              PIC Z(9)9.
001890 01  WS-NET-TO-HEADER            PIC S9(12)V99 VALUE ZERO.
001900
001910 01  WS-LINKS-READ               PIC 9(10) VALUE ZERO.
001920 01  WS-LINKS-NOT-EFFECTIVE      PIC 9(10) VALUE ZERO.
001930 01  WS-LINKS-TABLE-FULL         PIC 9(10) VALUE ZERO.
001940 01  WS-LEGS-WRITTEN             PIC 9(10) VALUE ZERO.
001950 01  WS-LEGS-POSTED              PIC 9(10) VALUE ZERO.
001960 01  WS-LEGS-NOT-POSTED          PIC 9(10) VALUE ZERO.
001970 01  WS-AMOUNT-POSTED            PIC S9(12)V99 VALUE ZERO.
001980
001990*    EVERY EFFECTIVE LINK, IN HEADER ORDER, WITH THE LEG SIZED
002000*    FOR IT AND WHAT BECAME OF IT.
002010 01  SWEEP-LINK-TABLE.
002020     05  SL-COUNT                PIC 9(04) COMP VALUE ZERO.
002030     05  SL-ENTRY OCCURS 2000 TIMES
002040                         INDEXED BY SL-IDX.
002050         10  SL-SUB-ACCT-ID      PIC X(20).
002060         10  SL-HEADER-ACCT-ID   PIC X(20).
002070         10  SL-SWEEP-TYPE       PIC X(01).
002080         10  SL-TARGET-AMOUNT    PIC 9(10)V99.
002090         10  SL-HDR-BALANCE      PIC S9(10)V99.
002100         10  SL-BALANCE-BEFORE   PIC S9(10)V99.
002110         10  SL-DIRECTION        PIC X(01).
002120             88  SL-TO-HEADER            VALUE 'T'.
002130             88  SL-FROM-HEADER          VALUE 'F'.
002140         10  SL-REQUIRED-AMOUNT  PIC S9(10)V99.
002150         10  SL-LEG-AMOUNT       PIC S9(10)V99.
002160         10  SL-POSTED-SW        PIC X(01).
002170             88  SL-POSTED               VALUE 'Y'.
002180         10  SL-NOTE             PIC X(14).
002190         10  SL-OUTCOME          PIC X(30).
002200 01  SL-MAX                      PIC 9(04) COMP VALUE 2000.
002210
002220     COPY "authwork.cpy".
002230
002240 01  WS-ADVICE-TITLE.
002250     05  FILLER                  PIC X(31)
002260                 VALUE 'CASH SWEEP ADVICE - HEADER    '.
002270     05  TTL-HEADER-ACCT-ID      PIC X(20).
002280     05  FILLER                  PIC X(18)
002290                 VALUE '  BUSINESS DATE '.
002300     05  TTL-BUSINESS-DATE       PIC 9(08).
002310
002320 01  WS-ADVICE-BALANCES.
002330     05  FILLER                  PIC X(31)
002340                 VALUE '  HEADER BALANCE BEFORE SWEEP '.
002350     05  BAL-HDR-BEFORE          PIC -(10)9.99.
002360     05  FILLER                  PIC X(09) VALUE '  AFTER '.
002370     05  BAL-HDR-AFTER           PIC -(10)9.99.
002380
002390 01  WS-ADVICE-COLUMNS.
002400     05  FILLER                  PIC X(22) VALUE 'SUBSIDIARY'.
002410     05  FILLER                  PIC X(07) VALUE 'TYPE'.
002420     05  FILLER                  PIC X(14) VALUE '       TARGET'.
002430     05  FILLER                  PIC X(15) VALUE '        BEFORE'.
002440     05  FILLER                  PIC X(05) VALUE 'LEG'.
002450     05  FILLER                  PIC X(14) VALUE '       AMOUNT'.
002460     05  FILLER                  PIC X(16) VALUE '         AFTER'.
002470     05  FILLER                  PIC X(31) VALUE 'OUTCOME'.
002480     05  FILLER                  PIC X(14) VALUE 'NOTE'.
002490
002500 01  WS-ADVICE-DETAIL.
002510     05  DTL-SUB-ACCT-ID         PIC X(20).
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  DTL-SWEEP-TYPE          PIC X(06).
002540     05  FILLER                  PIC X(01) VALUE SPACES.
002550     05  DTL-TARGET              PIC Z(9)9.99.
002560     05  FILLER                  PIC X(01) VALUE SPACES.
002570     05  DTL-BALANCE-BEFORE      PIC -(10)9.99.
002580     05  FILLER                  PIC X(01) VALUE SPACES.
002590     05  DTL-DIRECTION           PIC X(04).
002600     05  FILLER                  PIC X(01) VALUE SPACES.
002610     05  DTL-LEG-AMOUNT          PIC Z(9)9.99.
002620     05  FILLER                  PIC X(01) VALUE SPACES.
002630     05  DTL-BALANCE-AFTER       PIC -(10)9.99.
002640     05  FILLER                  PIC X(02) VALUE SPACES.
002650     05  DTL-OUTCOME             PIC X(30).
002660     05  FILLER                  PIC X(01) VALUE SPACES.
002670     05  DTL-NOTE                PIC X(14).
002680
002690 01  WS-ADVICE-NET.
002700     05  FILLER                  PIC X(31)
002710                 VALUE '  NET SWEPT TO HEADER         '.
002720     05  NET-TO-HEADER           PIC -(10)9.99.
002730
002740 PROCEDURE DIVISION.
002750 0000-MAINLINE.
002760     PERFORM 1000-INITIALIZE.
002770     PERFORM 2000-SIZE-THE-SWEEPS THRU 2000-EXIT.
002780     PERFORM 3000-WRITE-TRANSFERS.
002790     IF WS-LEGS-WRITTEN > ZERO
002800         PERFORM 4000-POST-THROUGH-LEDGER
002810         PERFORM 5000-CONFIRM-THE-LEGS
002820     ELSE
002830         SET LEDGER-COMPLETED TO TRUE
002840     END-IF.
002850     PERFORM 6000-WRITE-ADVICE.
002860     PERFORM 9000-TERMINATE.
002870     PERFORM STOP-RUN.
002880
002890 1000-INITIALIZE.
002900     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002910     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
002920         INTO WS-BUSINESS-DATE.
002930     IF WS-BUSINESS-DATE = ZERO
002940         DISPLAY 'USAGE: SWEEP BUSINESS-DATE'
002950         STOP RUN
002960     END-IF.
002970     MOVE WS-BUSINESS-DATE TO WS-BUSINESS-TIMESTAMP.
002980     MOVE WS-BUSINESS-DATE TO WS-SWEEP-FILE-ID.
002990     OPEN INPUT SWEEP-ARRANGEMENTS.
003000     IF WS-SWP-STATUS = '00'
003010         SET ARRANGEMENTS-ON-FILE TO TRUE
003020     ELSE
003030         IF WS-SWP-STATUS NOT = '35'
003040             DISPLAY 'ERROR OPENING SWEEP-ARRANGEMENTS.DAT'
003050             STOP RUN
003060         END-IF
003070     END-IF.
003080     PERFORM 1100-OPEN-BALANCE-FILES.
003090
003100*    ACCOUNT.DAT IS REQUIRED.  NO LIMITS, HOLDS OR DAILY
003110*    ACTIVITY FILE MEANS NO LIMITS, NOTHING HELD AND NOTHING
003120*    DEBITED YET - THE SAME READING LEDGER GIVES THEM.
003130 1100-OPEN-BALANCE-FILES.
003140     OPEN INPUT ACCOUNT-MASTER.
003150     IF WS-ACCT-STATUS NOT = '00'
003160         DISPLAY 'ERROR OPENING ACCOUNT.DAT'
003170         STOP RUN
003180     END-IF.
003190     MOVE 'N' TO WS-LIMITS-SW.
003200     OPEN INPUT ACCOUNT-LIMITS.
003210     IF WS-LIM-STATUS = '00'
003220         SET LIMITS-ON-FILE TO TRUE
003230     ELSE
003240         IF WS-LIM-STATUS NOT = '35'
003250             DISPLAY 'ERROR OPENING ACCOUNT-LIMITS.DAT'
003260             STOP RUN
003270         END-IF
003280     END-IF.
003290     MOVE 'N' TO WS-AHD-FILE-SW.
003300     OPEN INPUT AUTH-HOLDS.
003310     IF WS-AHD-STATUS = '00'
003320         SET HOLDS-ON-FILE TO TRUE
003330     ELSE
003340         IF WS-AHD-STATUS NOT = '35'
003350             DISPLAY 'ERROR OPENING AUTH-HOLDS.DAT'
003360             STOP RUN
003370         END-IF
003380     END-IF.
003390     MOVE 'N' TO WS-DA-FILE-SW.
003400     OPEN INPUT DAILY-ACTIVITY.
003410     IF WS-DA-STATUS = '00'
003420         SET ACTIVITY-ON-FILE TO TRUE
003430     ELSE
003440         IF WS-DA-STATUS NOT = '35'
003450             DISPLAY 'ERROR OPENING DAILY-ACTIVITY.DAT'
003460             STOP RUN
003470         END-IF
003480     END-IF.
003490
003500*    LEDGER OPENS THESE FILES I-O, SO THEY ARE LET GO BEFORE
003510*    IT IS LAUNCHED.
003520 1200-CLOSE-BALANCE-FILES.
003530     CLOSE ACCOUNT-MASTER.
003540     IF LIMITS-ON-FILE
003550         CLOSE ACCOUNT-LIMITS
003560     END-IF.
003570     IF HOLDS-ON-FILE
003580         CLOSE AUTH-HOLDS
003590     END-IF.
003600     IF ACTIVITY-ON-FILE
003610         CLOSE DAILY-ACTIVITY
003620     END-IF.
003630
003640***************************************************************
003650*    2000-SIZE-THE-SWEEPS
003660*    READS THE ARRANGEMENTS BY HEADER.  LEGS INTO A HEADER ARE
003670*    SIZED AS EACH LINK IS READ; LEGS OUT OF IT WAIT UNTIL THE
003680*    HEADER'S LAST LINK (2500) SO THEY CAN DRAW ON EVERYTHING
003690*    ITS SUBSIDIARIES ARE SENDING IT.
003700***************************************************************
003710 2000-SIZE-THE-SWEEPS.
003720     IF NOT ARRANGEMENTS-ON-FILE
003730         GO TO 2000-EXIT
003740     END-IF.
003750     MOVE LOW-VALUES TO SWP-HEADER-ACCT-ID.
003760     START SWEEP-ARRANGEMENTS
003770         KEY IS NOT LESS THAN SWP-HEADER-ACCT-ID
003780         INVALID KEY
003790             SET SWP-EOF TO TRUE
003800     END-START.
003810     PERFORM 2100-SIZE-ONE-LINK THRU 2100-EXIT UNTIL SWP-EOF.
003820     IF HEADER-OPEN
003830         PERFORM 2500-FUND-FROM-HEADER
003840     END-IF.
003850     CLOSE SWEEP-ARRANGEMENTS.
003860 2000-EXIT.
003870     EXIT.
003880
003890 2100-SIZE-ONE-LINK.
003900     READ SWEEP-ARRANGEMENTS NEXT RECORD
003910         AT END
003920             SET SWP-EOF TO TRUE
003930             GO TO 2100-EXIT
003940     END-READ.
003950     ADD 1 TO WS-LINKS-READ.
003960     IF WS-BUSINESS-DATE < SWP-EFF-FROM-DATE
003970             OR (SWP-EFF-TO-DATE NOT = ZERO
003980                 AND WS-BUSINESS-DATE > SWP-EFF-TO-DATE)
003990         ADD 1 TO WS-LINKS-NOT-EFFECTIVE
004000         GO TO 2100-EXIT
004010     END-IF.
004020     IF NOT HEADER-OPEN OR SWP-HEADER-ACCT-ID NOT = WS-HDR-ACCT-ID
004030         IF HEADER-OPEN
004040             PERFORM 2500-FUND-FROM-HEADER
004050         END-IF
004060         PERFORM 2200-OPEN-HEADER THRU 2200-EXIT
004070     END-IF.
004080     IF SL-COUNT NOT < SL-MAX
004090         ADD 1 TO WS-LINKS-TABLE-FULL
004100         GO TO 2100-EXIT
004110     END-IF.
004120     ADD 1 TO SL-COUNT.
004130     SET SL-IDX TO SL-COUNT.
004140     INITIALIZE SL-ENTRY (SL-IDX).
004150     MOVE SWP-SUB-ACCT-ID       TO SL-SUB-ACCT-ID (SL-IDX).
004160     MOVE SWP-HEADER-ACCT-ID    TO SL-HEADER-ACCT-ID (SL-IDX).
004170     MOVE SWP-SWEEP-TYPE        TO SL-SWEEP-TYPE (SL-IDX).
004180     MOVE SWP-TARGET-AMOUNT     TO SL-TARGET-AMOUNT (SL-IDX).
004190     IF SWP-ZERO-BALANCE
004200         MOVE ZERO TO SL-TARGET-AMOUNT (SL-IDX)
004210     END-IF.
004220     MOVE WS-HDR-BALANCE-BEFORE TO SL-HDR-BALANCE (SL-IDX).
004230     MOVE 'N'                   TO SL-POSTED-SW (SL-IDX).
004240     PERFORM 2300-SIZE-LEG-TO-HEADER THRU 2300-EXIT.
004250 2100-EXIT.
004260     EXIT.
004270
004280 2200-OPEN-HEADER.
004290     SET HEADER-OPEN TO TRUE.
004300     MOVE SWP-HEADER-ACCT-ID TO WS-HDR-ACCT-ID.
004310     COMPUTE WS-HDR-FIRST-ENTRY = SL-COUNT + 1.
004320     MOVE SPACES TO WS-HDR-SKIP-REASON.
004330     MOVE ZERO   TO WS-HDR-BALANCE-BEFORE.
004340     MOVE ZERO   TO WS-HDR-AVAILABLE.
004350     MOVE WS-HDR-ACCT-ID TO ACCT-ID.
004360     READ ACCOUNT-MASTER
004370         INVALID KEY
004380             MOVE 'HEADER NOT ON FILE' TO WS-HDR-SKIP-REASON
004390     END-READ.
004400     IF WS-HDR-SKIP-REASON NOT = SPACES
004410         GO TO 2200-EXIT
004420     END-IF.
004430     MOVE ACCT-BALANCE TO WS-HDR-BALANCE-BEFORE.
004440     IF ACCT-FROZEN
004450         MOVE 'HEADER FROZEN' TO WS-HDR-SKIP-REASON
004460     END-IF.
004470     IF ACCT-CLOSED
004480         MOVE 'HEADER CLOSED' TO WS-HDR-SKIP-REASON
004490     END-IF.
004500     MOVE WS-HDR-ACCT-ID TO AH-ACCT-ID.
004510     MOVE 'N'            TO AH-MATCH-WANTED-SW.
004520     PERFORM 8300-SUM-ACTIVE-HOLDS THRU 8300-EXIT.
004530     COMPUTE WS-HDR-AVAILABLE = ACCT-BALANCE - AH-HELD-AMOUNT.
004540     MOVE WS-HDR-ACCT-ID TO WS-LIM-ACCT-ID.
004550     PERFORM 2700-LOAD-SENDER-LIMITS THRU 2700-EXIT.
004560     MOVE WS-LIM-PER-TRX-MAX    TO WS-HDR-PER-TRX-MAX.
004570     MOVE WS-LIM-DAY-LIMITED-SW TO WS-HDR-DAY-LIMITED-SW.
004580     MOVE WS-LIM-DAY-ROOM       TO WS-HDR-DAY-ROOM.
004590 2200-EXIT.
004600     EXIT.
004610
004620***************************************************************
004630*    2300-SIZE-LEG-TO-HEADER
004640*    THE SUBSIDIARY KEEPS ITS TARGET (ZERO FOR A ZERO-BALANCE
004650*    LINK) OR ITS HELD FUNDS, WHICHEVER IS MORE; THE REST GOES
004660*    TO THE HEADER WITHIN THE SUBSIDIARY'S OWN LIMITS.  BELOW
004670*    TARGET ON A ZERO OR TARGET LINK IS ONLY MARKED HERE - THE
004680*    HEADER FUNDS IT IN 2500.
004690***************************************************************
004700 2300-SIZE-LEG-TO-HEADER.
004710     IF WS-HDR-SKIP-REASON NOT = SPACES
004720         STRING 'NOT SWEPT - ' WS-HDR-SKIP-REASON
004730             DELIMITED BY SIZE INTO SL-OUTCOME (SL-IDX)
004740         GO TO 2300-EXIT
004750     END-IF.
004760     MOVE SL-SUB-ACCT-ID (SL-IDX) TO ACCT-ID.
004770     READ ACCOUNT-MASTER
004780         INVALID KEY
004790             MOVE 'NOT SWEPT - ACCOUNT NOT ON FILE'
004800                 TO SL-OUTCOME (SL-IDX)
004810             GO TO 2300-EXIT
004820     END-READ.
004830     MOVE ACCT-BALANCE TO SL-BALANCE-BEFORE (SL-IDX).
004840     IF ACCT-FROZEN
004850         MOVE 'NOT SWEPT - ACCOUNT FROZEN' TO SL-OUTCOME (SL-IDX)
004860         GO TO 2300-EXIT
004870     END-IF.
004880     IF ACCT-CLOSED
004890         MOVE 'NOT SWEPT - ACCOUNT CLOSED' TO SL-OUTCOME (SL-IDX)
004900         GO TO 2300-EXIT
004910     END-IF.
004920     IF ACCT-BALANCE < SL-TARGET-AMOUNT (SL-IDX)
004930         IF SWP-THRESHOLD
004940             MOVE 'NO TRANSFER REQUIRED' TO SL-OUTCOME (SL-IDX)
004950         ELSE
004960             MOVE 'F' TO SL-DIRECTION (SL-IDX)
004970             COMPUTE SL-REQUIRED-AMOUNT (SL-IDX) =
004980                 SL-TARGET-AMOUNT (SL-IDX) - ACCT-BALANCE
004990         END-IF
005000         GO TO 2300-EXIT
005010     END-IF.
005020     MOVE SL-SUB-ACCT-ID (SL-IDX) TO AH-ACCT-ID.
005030     MOVE 'N'                     TO AH-MATCH-WANTED-SW.
005040     PERFORM 8300-SUM-ACTIVE-HOLDS THRU 8300-EXIT.
005050     MOVE SL-TARGET-AMOUNT (SL-IDX) TO WS-KEEP-AMOUNT.
005060     IF AH-HELD-AMOUNT > WS-KEEP-AMOUNT
005070         MOVE AH-HELD-AMOUNT TO WS-KEEP-AMOUNT
005080         MOVE 'FUNDS HELD' TO SL-NOTE (SL-IDX)
005090     END-IF.
005100     IF SL-BALANCE-BEFORE (SL-IDX) NOT > WS-KEEP-AMOUNT
005110         MOVE 'NO TRANSFER REQUIRED' TO SL-OUTCOME (SL-IDX)
005120         GO TO 2300-EXIT
005130     END-IF.
005140     MOVE 'T' TO SL-DIRECTION (SL-IDX).
005150     COMPUTE SL-REQUIRED-AMOUNT (SL-IDX) =
005160         SL-BALANCE-BEFORE (SL-IDX) - WS-KEEP-AMOUNT.
005170     MOVE SL-REQUIRED-AMOUNT (SL-IDX) TO WS-LEG-AMOUNT.
005180     MOVE SL-SUB-ACCT-ID (SL-IDX) TO WS-LIM-ACCT-ID.
005190     PERFORM 2700-LOAD-SENDER-LIMITS THRU 2700-EXIT.
005200     IF WS-LIM-PER-TRX-MAX > ZERO
005210             AND WS-LEG-AMOUNT > WS-LIM-PER-TRX-MAX
005220         MOVE WS-LIM-PER-TRX-MAX TO WS-LEG-AMOUNT
005230         MOVE 'PER-TRX LIMIT' TO SL-NOTE (SL-IDX)
005240     END-IF.
005250     IF LIM-DAY-LIMITED AND WS-LEG-AMOUNT > WS-LIM-DAY-ROOM
005260         MOVE 'DAILY LIMIT' TO SL-NOTE (SL-IDX)
005270         IF WS-LIM-DAY-ROOM > ZERO
005280             MOVE WS-LIM-DAY-ROOM TO WS-LEG-AMOUNT
005290         ELSE
005300             MOVE ZERO TO WS-LEG-AMOUNT
005310         END-IF
005320     END-IF.
005330     IF WS-LEG-AMOUNT = ZERO
005340         MOVE 'NOT SWEPT - DAILY LIMIT REACHED'
005350             TO SL-OUTCOME (SL-IDX)
005360         GO TO 2300-EXIT
005370     END-IF.
005380     MOVE WS-LEG-AMOUNT TO SL-LEG-AMOUNT (SL-IDX).
005390     ADD WS-LEG-AMOUNT TO WS-HDR-AVAILABLE.
005400 2300-EXIT.
005410     EXIT.
005420
005430***************************************************************
005440*    2500-FUND-FROM-HEADER
005450*    EVERY SUBSIDIARY OF THE HEADER JUST FINISHED THAT IS
005460*    BELOW ITS TARGET IS TOPPED UP, IN ACCOUNT ORDER, FOR AS
005470*    LONG AS THE HEADER'S FUNDS AND ITS OWN LIMITS LAST.
005480***************************************************************
005490 2500-FUND-FROM-HEADER.
005500     PERFORM 2510-FUND-ONE-LINK THRU 2510-EXIT
005510         VARYING SL-IDX FROM WS-HDR-FIRST-ENTRY BY 1
005520         UNTIL SL-IDX > SL-COUNT.
005530     MOVE 'N' TO WS-HEADER-OPEN-SW.
005540
005550 2510-FUND-ONE-LINK.
005560     IF NOT SL-FROM-HEADER (SL-IDX)
005570         GO TO 2510-EXIT
005580     END-IF.
005590     MOVE SL-REQUIRED-AMOUNT (SL-IDX) TO WS-LEG-AMOUNT.
005600     IF WS-HDR-PER-TRX-MAX > ZERO
005610             AND WS-LEG-AMOUNT > WS-HDR-PER-TRX-MAX
005620         MOVE WS-HDR-PER-TRX-MAX TO WS-LEG-AMOUNT
005630         MOVE 'PER-TRX LIMIT' TO SL-NOTE (SL-IDX)
005640     END-IF.
005650     IF HDR-DAY-LIMITED AND WS-LEG-AMOUNT > WS-HDR-DAY-ROOM
005660         MOVE 'DAILY LIMIT' TO SL-NOTE (SL-IDX)
005670         IF WS-HDR-DAY-ROOM > ZERO
005680             MOVE WS-HDR-DAY-ROOM TO WS-LEG-AMOUNT
005690         ELSE
005700             MOVE ZERO TO WS-LEG-AMOUNT
005710         END-IF
005720     END-IF.
005730     IF WS-LEG-AMOUNT > WS-HDR-AVAILABLE
005740         MOVE 'HEADER SHORT' TO SL-NOTE (SL-IDX)
005750         IF WS-HDR-AVAILABLE > ZERO
005760             MOVE WS-HDR-AVAILABLE TO WS-LEG-AMOUNT
005770         ELSE
005780             MOVE ZERO TO WS-LEG-AMOUNT
005790         END-IF
005800     END-IF.
005810     IF WS-LEG-AMOUNT = ZERO
005820         IF SL-NOTE (SL-IDX) = 'HEADER SHORT'
005830             MOVE 'NOT FUNDED - HEADER HAS NO FUNDS'
005840                 TO SL-OUTCOME (SL-IDX)
005850         ELSE
005860             MOVE 'NOT FUNDED - DAILY LIMIT REACHED'
005870                 TO SL-OUTCOME (SL-IDX)
005880         END-IF
005890         GO TO 2510-EXIT
005900     END-IF.
005910     MOVE WS-LEG-AMOUNT TO SL-LEG-AMOUNT (SL-IDX).
005920     SUBTRACT WS-LEG-AMOUNT FROM WS-HDR-AVAILABLE.
005930     SUBTRACT WS-LEG-AMOUNT FROM WS-HDR-DAY-ROOM.
005940 2510-EXIT.
005950     EXIT.
005960
005970***************************************************************
005980*    2700-LOAD-SENDER-LIMITS
005990*    THE LIMITS LEDGER WILL HOLD WS-LIM-ACCT-ID TO ON THE
006000*    BUSINESS DATE (4150-CHECK-POSTING-LIMITS): THE PER-
006010*    TRANSACTION MAXIMUM, AND THE ROOM LEFT UNDER THE DAILY
006020*    MAXIMUM AFTER THE DAY'S ORIGINALS ALREADY POSTED.
006030***************************************************************
006040 2700-LOAD-SENDER-LIMITS.
006050     MOVE ZERO TO WS-LIM-PER-TRX-MAX.
006060     MOVE 'N'  TO WS-LIM-DAY-LIMITED-SW.
006070     MOVE ZERO TO WS-LIM-DAY-ROOM.
006080     IF NOT LIMITS-ON-FILE
006090         GO TO 2700-EXIT
006100     END-IF.
006110     MOVE WS-LIM-ACCT-ID TO LIM-ACCT-ID.
006120     READ ACCOUNT-LIMITS
006130         INVALID KEY
006140             GO TO 2700-EXIT
006150     END-READ.
006160     IF WS-BUSINESS-DATE < LIM-EFF-DATE
006170         GO TO 2700-EXIT
006180     END-IF.
006190     MOVE LIM-PER-TRX-MAX TO WS-LIM-PER-TRX-MAX.
006200     IF LIM-DAILY-DEBIT-MAX = ZERO
006210         GO TO 2700-EXIT
006220     END-IF.
006230     SET LIM-DAY-LIMITED TO TRUE.
006240     MOVE LIM-DAILY-DEBIT-MAX TO WS-LIM-DAY-ROOM.
006250     IF NOT ACTIVITY-ON-FILE
006260         GO TO 2700-EXIT
006270     END-IF.
006280     MOVE WS-LIM-ACCT-ID        TO DA-ACCT-ID.
006290     MOVE WS-BUSINESS-TIMESTAMP TO DA-BUSINESS-DATE.
006300     MOVE LOW-VALUES            TO DA-ORIGINAL-KEY.
006310     READ DAILY-ACTIVITY
006320         INVALID KEY
006330             CONTINUE
006340         NOT INVALID KEY
006350             SUBTRACT DA-BOOK-AMOUNT FROM WS-LIM-DAY-ROOM
006360     END-READ.
006370 2700-EXIT.
006380     EXIT.
006390
006400***************************************************************
006410*    3000-WRITE-TRANSFERS
006420*    EVERY LEG TO A HEADER FIRST, THEN EVERY LEG FROM ONE, SO
006430*    A HEADER'S INCOMING FUNDS HAVE POSTED BEFORE IT FUNDS.
006440***************************************************************
006450 3000-WRITE-TRANSFERS.
006460     OPEN OUTPUT SWEEP-TRANSFERS.
006470     IF WS-SWTR-STATUS NOT = '00'
006480         DISPLAY 'ERROR OPENING SWEEP-TRANSFERS.DAT'
006490         STOP RUN
006500     END-IF.
006510     PERFORM 3100-WRITE-LEG-TO-HEADER
006520         VARYING SL-IDX FROM 1 BY 1
006530         UNTIL SL-IDX > SL-COUNT.
006540     PERFORM 3200-WRITE-LEG-FROM-HEADER
006550         VARYING SL-IDX FROM 1 BY 1
006560         UNTIL SL-IDX > SL-COUNT.
006570     CLOSE SWEEP-TRANSFERS.
006580
006590 3100-WRITE-LEG-TO-HEADER.
006600     IF SL-TO-HEADER (SL-IDX) AND SL-LEG-AMOUNT (SL-IDX) > ZERO
006610         MOVE SL-SUB-ACCT-ID (SL-IDX)    TO PEND-SENDER
006620         MOVE SL-HEADER-ACCT-ID (SL-IDX) TO PEND-RECIPIENT
006630         PERFORM 3900-WRITE-ONE-LEG
006640     END-IF.
006650
006660 3200-WRITE-LEG-FROM-HEADER.
006670     IF SL-FROM-HEADER (SL-IDX) AND SL-LEG-AMOUNT (SL-IDX) > ZERO
006680         MOVE SL-HEADER-ACCT-ID (SL-IDX) TO PEND-SENDER
006690         MOVE SL-SUB-ACCT-ID (SL-IDX)    TO PEND-RECIPIENT
006700         PERFORM 3900-WRITE-ONE-LEG
006710     END-IF.
006720
006730 3900-WRITE-ONE-LEG.
006740     MOVE SL-LEG-AMOUNT (SL-IDX) TO PEND-AMOUNT.
006750     MOVE WS-BUSINESS-TIMESTAMP  TO PEND-TIMESTAMP.
006760     MOVE 'USD'                  TO PEND-CURRENCY-CODE.
006770     MOVE 'SWP'                  TO PEND-CHANNEL-ID.
006780     MOVE WS-SWEEP-FILE-ID       TO PEND-FILE-ID.
006790     WRITE PENDING-TRANSACTION-RECORD.
006800     IF WS-SWTR-STATUS NOT = '00'
006810         DISPLAY 'ERROR WRITING SWEEP-TRANSFERS.DAT'
006820         STOP RUN
006830     END-IF.
006840     ADD 1 TO WS-LEGS-WRITTEN.
006850
006860***************************************************************
006870*    4000-POST-THROUGH-LEDGER
006880*    SEEDS STEP-STATUS.DAT WITH 'NONE', LAUNCHES LEDGER SWEEP
006890*    AND READS THE RESULT BACK, THE WAY DAYEND RUNS A STEP -
006900*    ANYTHING BUT LEDGER'S OWN PASS MEANS IT DID NOT FINISH.
006910***************************************************************
006920 4000-POST-THROUGH-LEDGER.
006930     PERFORM 1200-CLOSE-BALANCE-FILES.
006940     OPEN OUTPUT STEP-STATUS-FILE.
006950     IF WS-STEP-STATUS NOT = '00'
006960         DISPLAY 'ERROR SEEDING STEP-STATUS.DAT'
006970         STOP RUN
006980     END-IF.
006990     MOVE 'LEDGER'         TO STEP-PROGRAM.
007000     MOVE WS-BUSINESS-DATE TO STEP-RUN-DATE.
007010     MOVE 'NONE'           TO STEP-RESULT.
007020     WRITE STEP-STATUS-RECORD.
007030     CLOSE STEP-STATUS-FILE.
007040     MOVE 'cobcrun LEDGER SWEEP' TO WS-SYSTEM-COMMAND.
007050     CALL 'SYSTEM' USING WS-SYSTEM-COMMAND.
007060     OPEN INPUT STEP-STATUS-FILE.
007070     IF WS-STEP-STATUS = '00'
007080         READ STEP-STATUS-FILE
007090             AT END
007100                 CONTINUE
007110             NOT AT END
007120                 IF STEP-PROGRAM = 'LEDGER' AND STEP-PASSED
007130                     SET LEDGER-COMPLETED TO TRUE
007140                 END-IF
007150         END-READ
007160         CLOSE STEP-STATUS-FILE
007170     END-IF.
007180     IF NOT LEDGER-COMPLETED
007190         DISPLAY 'ERROR - LEDGER SWEEP DID NOT COMPLETE'
007200     END-IF.
007210     PERFORM 1100-OPEN-BALANCE-FILES.
007220
007230***************************************************************
007240*    5000-CONFIRM-THE-LEGS
007250*    A LEG POSTED IF ITS SENDER'S DAILY ACTIVITY NOW CARRIES AN
007260*    ORIGINAL TO THE SAME RECIPIENT FOR THE SAME AMOUNT THAT
007270*    TRANSACTION.DAT SHOWS CAME FROM TONIGHT'S SWEEP.
007280***************************************************************
007290 5000-CONFIRM-THE-LEGS.
007300     OPEN INPUT TRANSACTION-FILE.
007310     IF WS-TRX-STATUS NOT = '00'
007320         DISPLAY 'ERROR OPENING TRANSACTION.DAT'
007330         STOP RUN
007340     END-IF.
007350     PERFORM 5100-CONFIRM-ONE-LEG THRU 5100-EXIT
007360         VARYING SL-IDX FROM 1 BY 1
007370         UNTIL SL-IDX > SL-COUNT.
007380     CLOSE TRANSACTION-FILE.
007390
007400 5100-CONFIRM-ONE-LEG.
007410     IF SL-LEG-AMOUNT (SL-IDX) = ZERO
007420         GO TO 5100-EXIT
007430     END-IF.
007440     IF SL-TO-HEADER (SL-IDX)
007450         MOVE SL-SUB-ACCT-ID (SL-IDX)    TO WS-LEG-SENDER
007460         MOVE SL-HEADER-ACCT-ID (SL-IDX) TO WS-LEG-RECIPIENT
007470     ELSE
007480         MOVE SL-HEADER-ACCT-ID (SL-IDX) TO WS-LEG-SENDER
007490         MOVE SL-SUB-ACCT-ID (SL-IDX)    TO WS-LEG-RECIPIENT
007500     END-IF.
007510     MOVE ZERO TO WS-FOUND-SEQ-NO.
007520     MOVE 'N'  TO WS-DA-SCAN-EOF-SW.
007530     IF ACTIVITY-ON-FILE
007540         MOVE WS-LEG-SENDER          TO DA-ACCT-ID
007550         MOVE WS-BUSINESS-TIMESTAMP  TO DA-BUSINESS-DATE
007560         MOVE WS-LEG-RECIPIENT       TO DA-RECIPIENT
007570         MOVE SL-LEG-AMOUNT (SL-IDX) TO DA-AMOUNT
007580         MOVE 'USD'                  TO DA-CURRENCY-CODE
007590         MOVE ZERO                   TO DA-SEQ-NO
007600         START DAILY-ACTIVITY KEY IS NOT LESS THAN DA-KEY
007610             INVALID KEY
007620                 SET DA-SCAN-EOF TO TRUE
007630         END-START
007640         PERFORM 5110-CHECK-ONE-ACTIVITY THRU 5110-EXIT
007645             UNTIL DA-SCAN-EOF
007650     END-IF.
007660     IF WS-FOUND-SEQ-NO NOT = ZERO
007670         SET SL-POSTED (SL-IDX) TO TRUE
007680         MOVE WS-FOUND-SEQ-NO TO WS-EDIT-SEQ-NO
007690         STRING 'POSTED AS SEQ ' WS-EDIT-SEQ-NO
007700             DELIMITED BY SIZE INTO SL-OUTCOME (SL-IDX)
007710         ADD 1 TO WS-LEGS-POSTED
007720         ADD SL-LEG-AMOUNT (SL-IDX) TO WS-AMOUNT-POSTED
007730     ELSE
007740         ADD 1 TO WS-LEGS-NOT-POSTED
007750         IF LEDGER-COMPLETED
007760             MOVE 'NOT POSTED - REJECTED BY LEDGER'
007770                 TO SL-OUTCOME (SL-IDX)
007780         ELSE
007790             MOVE 'NOT POSTED - LEDGER FAILED'
007800                 TO SL-OUTCOME (SL-IDX)
007810         END-IF
007820     END-IF.
007830 5100-EXIT.
007840     EXIT.
007850
007860 5110-CHECK-ONE-ACTIVITY.
007870     READ DAILY-ACTIVITY NEXT RECORD
007880         AT END
007890             SET DA-SCAN-EOF TO TRUE
007900     END-READ.
007910     IF DA-SCAN-EOF
007920         GO TO 5110-EXIT
007930     END-IF.
007940     IF DA-ACCT-ID NOT = WS-LEG-SENDER
007950             OR DA-BUSINESS-DATE NOT = WS-BUSINESS-TIMESTAMP
007960             OR DA-RECIPIENT NOT = WS-LEG-RECIPIENT
007970             OR DA-AMOUNT NOT = SL-LEG-AMOUNT (SL-IDX)
007980             OR DA-CURRENCY-CODE NOT = 'USD'
007990         SET DA-SCAN-EOF TO TRUE
008000         GO TO 5110-EXIT
008010     END-IF.
008020     MOVE DA-SEQ-NO TO TRX-SEQ-NO.
008030     READ TRANSACTION-FILE
008040         INVALID KEY
008050             GO TO 5110-EXIT
008060     END-READ.
008070     IF TRX-CHANNEL-ID = 'SWP' AND TRX-FILE-ID = WS-SWEEP-FILE-ID
008080         MOVE TRX-SEQ-NO TO WS-FOUND-SEQ-NO
008090     END-IF.
008100 5110-EXIT.
008110     EXIT.
008120
008130***************************************************************
008140*    6000-WRITE-ADVICE
008150*    ONE SECTION PER HEADER: ITS BALANCE BEFORE AND AFTER THE
008160*    SWEEP, A LINE PER SUBSIDIARY, AND THE NET AMOUNT THAT
008170*    CAME IN.  BALANCES AFTER ARE READ BACK FROM ACCOUNT.DAT.
008180***************************************************************
008190 6000-WRITE-ADVICE.
008200     OPEN OUTPUT SWEEP-ADVICE.
008210     IF WS-RPT-STATUS NOT = '00'
008220         DISPLAY 'ERROR OPENING SWEEP-ADVICE.OUT'
008230         STOP RUN
008240     END-IF.
008250     MOVE SPACES TO WS-HDR-ACCT-ID.
008260     PERFORM 6100-ADVISE-ONE-LINK
008270         VARYING SL-IDX FROM 1 BY 1
008280         UNTIL SL-IDX > SL-COUNT.
008290     IF SL-COUNT > ZERO
008300         PERFORM 6300-CLOSE-HEADER-SECTION
008310     END-IF.
008320     IF SL-COUNT = ZERO
008330         MOVE 'NO SWEEP ARRANGEMENTS EFFECTIVE' TO ADVICE-LINE
008340         WRITE ADVICE-LINE
008350     END-IF.
008360     IF WS-LINKS-TABLE-FULL > ZERO
008370         MOVE SPACES TO ADVICE-LINE
008380         STRING 'LINKS NOT SWEPT (TABLE FULL): '
008390             WS-LINKS-TABLE-FULL
008400             DELIMITED BY SIZE INTO ADVICE-LINE
008410         WRITE ADVICE-LINE
008420     END-IF.
008430     CLOSE SWEEP-ADVICE.
008440
008450 6100-ADVISE-ONE-LINK.
008460     IF SL-HEADER-ACCT-ID (SL-IDX) NOT = WS-HDR-ACCT-ID
008470         IF SL-IDX > 1
008480             PERFORM 6300-CLOSE-HEADER-SECTION
008490         END-IF
008500         PERFORM 6200-OPEN-HEADER-SECTION
008510     END-IF.
008520     MOVE SL-SUB-ACCT-ID (SL-IDX) TO DTL-SUB-ACCT-ID.
008530     EVALUATE SL-SWEEP-TYPE (SL-IDX)
008540         WHEN 'Z'
008550             MOVE 'ZERO'   TO DTL-SWEEP-TYPE
008560         WHEN 'T'
008570             MOVE 'TARGET' TO DTL-SWEEP-TYPE
008580         WHEN OTHER
008590             MOVE 'THRESH' TO DTL-SWEEP-TYPE
008600     END-EVALUATE.
008610     MOVE SL-TARGET-AMOUNT (SL-IDX)  TO DTL-TARGET.
008620     MOVE SL-BALANCE-BEFORE (SL-IDX) TO DTL-BALANCE-BEFORE.
008630     MOVE SL-BALANCE-BEFORE (SL-IDX) TO DTL-BALANCE-AFTER.
008640     MOVE SL-SUB-ACCT-ID (SL-IDX) TO ACCT-ID.
008650     READ ACCOUNT-MASTER
008660         NOT INVALID KEY
008670             MOVE ACCT-BALANCE TO DTL-BALANCE-AFTER
008680     END-READ.
008690     MOVE SPACES TO DTL-DIRECTION.
008700     IF SL-TO-HEADER (SL-IDX)
008710         MOVE 'TO'   TO DTL-DIRECTION
008720     END-IF.
008730     IF SL-FROM-HEADER (SL-IDX)
008740         MOVE 'FROM' TO DTL-DIRECTION
008750     END-IF.
008760     MOVE SL-LEG-AMOUNT (SL-IDX) TO DTL-LEG-AMOUNT.
008770     MOVE SL-OUTCOME (SL-IDX)    TO DTL-OUTCOME.
008780     MOVE SL-NOTE (SL-IDX)       TO DTL-NOTE.
008790     WRITE ADVICE-LINE FROM WS-ADVICE-DETAIL.
008800     IF SL-POSTED (SL-IDX)
008810         IF SL-TO-HEADER (SL-IDX)
008820             ADD SL-LEG-AMOUNT (SL-IDX) TO WS-NET-TO-HEADER
008830         ELSE
008840             SUBTRACT SL-LEG-AMOUNT (SL-IDX) FROM WS-NET-TO-HEADER
008850         END-IF
008860     END-IF.
008870
008880 6200-OPEN-HEADER-SECTION.
008890     MOVE SL-HEADER-ACCT-ID (SL-IDX) TO WS-HDR-ACCT-ID.
008900     MOVE ZERO TO WS-NET-TO-HEADER.
008910     MOVE WS-HDR-ACCT-ID   TO TTL-HEADER-ACCT-ID.
008920     MOVE WS-BUSINESS-DATE TO TTL-BUSINESS-DATE.
008930     WRITE ADVICE-LINE FROM WS-ADVICE-TITLE.
008940     MOVE SL-HDR-BALANCE (SL-IDX) TO BAL-HDR-BEFORE.
008950     MOVE SL-HDR-BALANCE (SL-IDX) TO BAL-HDR-AFTER.
008960     MOVE WS-HDR-ACCT-ID TO ACCT-ID.
008970     READ ACCOUNT-MASTER
008980         NOT INVALID KEY
008990             MOVE ACCT-BALANCE TO BAL-HDR-AFTER
009000     END-READ.
009010     WRITE ADVICE-LINE FROM WS-ADVICE-BALANCES.
009020     MOVE SPACES TO ADVICE-LINE.
009030     WRITE ADVICE-LINE.
009040     WRITE ADVICE-LINE FROM WS-ADVICE-COLUMNS.
009050
009060 6300-CLOSE-HEADER-SECTION.
009070     MOVE SPACES TO ADVICE-LINE.
009080     WRITE ADVICE-LINE.
009090     MOVE WS-NET-TO-HEADER TO NET-TO-HEADER.
009100     WRITE ADVICE-LINE FROM WS-ADVICE-NET.
009110     MOVE SPACES TO ADVICE-LINE.
009120     WRITE ADVICE-LINE.
009130
009140 9000-TERMINATE.
009150     PERFORM 1200-CLOSE-BALANCE-FILES.
009160     DISPLAY 'CASH SWEEP FOR ' WS-BUSINESS-DATE.
009170     DISPLAY '  LINKS READ:           ' WS-LINKS-READ.
009180     DISPLAY '  NOT EFFECTIVE:        ' WS-LINKS-NOT-EFFECTIVE.
009190     DISPLAY '  NOT SWEPT TABLE FULL: ' WS-LINKS-TABLE-FULL.
009200     DISPLAY '  LEGS WRITTEN:         ' WS-LEGS-WRITTEN.
009210     DISPLAY '  LEGS POSTED:          ' WS-LEGS-POSTED.
009220     DISPLAY '  LEGS NOT POSTED:      ' WS-LEGS-NOT-POSTED.
009230     IF LEDGER-COMPLETED
009240         MOVE 'PASS' TO WS-STEP-RESULT
009250     END-IF.
009260     PERFORM 9500-WRITE-STEP-STATUS.
009270
009280***************************************************************
009290*    9500-WRITE-STEP-STATUS
009300*    PASS UNLESS LEDGER SWEEP WAS LAUNCHED AND DID NOT FINISH -
009310*    THE LEGS IT NEVER REACHED ARE STILL OWED, AND THE CLOSE
009320*    MUST NOT GO AHEAD OFF HALF-SWEPT BALANCES.  A RUN THAT DIES
009330*    EARLIER LEAVES THE DRIVER'S 'NONE' SEED IN PLACE.
009340***************************************************************
009350 9500-WRITE-STEP-STATUS.
009360     OPEN OUTPUT STEP-STATUS-FILE.
009370     IF WS-STEP-STATUS NOT = '00'
009380         DISPLAY 'ERROR WRITING STEP-STATUS.DAT'
009390         STOP RUN
009400     END-IF.
009410     MOVE 'SWEEP'        TO STEP-PROGRAM.
009420     ACCEPT STEP-RUN-DATE FROM DATE YYYYMMDD.
009430     MOVE WS-STEP-RESULT TO STEP-RESULT.
009440     WRITE STEP-STATUS-RECORD.
009450     CLOSE STEP-STATUS-FILE.
009460
009470 STOP-RUN.
009480     STOP RUN.
009490
009500     COPY "authcalc.cpy".
009510 END PROGRAM SWEEP.
