000010***************************************************************
000020*    PROGRAM-ID.  SCRNMNT
000030*    AUTHOR.      K. REYNOLDS
000040*    INSTALLATION. CHAINLEDGER DATA PROCESSING
000050*    DATE-WRITTEN. 2026-10-15
000060*
000070*    SANCTIONS SCREENING HOLD REVIEW AGAINST SCREENING-HOLD.DAT
000080*    (SCRNHOLD.CPY) - THE COMPLIANCE OFFICER'S SIDE OF THE
000090*    WATCHLIST HITS INGATE, CUSTMNT AND LEDGER BATCH DIVERT
000100*    THERE.  CLEAR AND CONFIRM TAKE THE OFFICER'S INITIALS,
000110*    VERIFIED AGAINST OPERATOR.DAT AT AUTHORITY LEVEL 3
000120*    (OPRCHK.CPY).  THE ATTEMPT AND THE DECISION EACH GO ON
000130*    OPERATOR-ACTION-LOG.DAT.
000140*      CLEAR    THE HIT IS A FALSE POSITIVE.  A HELD PAYMENT IS
000150*               MARKED CLEARED AND POSTS AT THE NEXT LEDGER
000160*               BATCH; A CUSTOMER DETAIL HIT IS SIMPLY RELEASED.
000170*      CONFIRM  THE HIT IS GENUINE.  THE MATCHED ACCOUNT IS
000180*               FROZEN THROUGH ACCTMNT (UNLESS IT IS ALREADY
000190*               FROZEN OR CLOSED), THE FREEZE IS CONFIRMED ON
000200*               ACCOUNT.DAT, AND THE HOLD IS MARKED CONFIRMED -
000210*               A CONFIRMED PAYMENT NEVER POSTS.
000220*      LIST     DISPLAYS EVERY HOLD ON FILE.
000230*    COMMAND LINE: SCRNMNT CLEAR HOLD-NO OFFICER
000240*                  SCRNMNT CONFIRM HOLD-NO OFFICER
000250*                  SCRNMNT LIST
000260*
000270*    MODIFICATION HISTORY
000280*    DATE       INIT DESCRIPTION
000290*    ---------- ---- ----------------------------------------
000300*    2026-10-15 KDR  ORIGINAL PROGRAM.
000310***************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. SCRNMNT.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT SCREENING-HOLD ASSIGN TO "SCREENING-HOLD.DAT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS SH-HOLD-NO
000420         FILE STATUS IS WS-SCH-STATUS.
000430
000440     SELECT ACCOUNT-MASTER ASSIGN TO "ACCOUNT.DAT"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS ACCT-ID
000480         FILE STATUS IS WS-ACCT-STATUS.
000490
000500     SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR.DAT"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS OPR-ID
000540         FILE STATUS IS WS-OPR-STATUS.
000550
000560     SELECT OPERATOR-ACTION-LOG
000570         ASSIGN TO "OPERATOR-ACTION-LOG.DAT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-OAL-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  SCREENING-HOLD.
000640     COPY "scrnhold.cpy".
000650
000660 FD  ACCOUNT-MASTER.
000670     COPY "acctmast.cpy".
000680
000690 FD  OPERATOR-MASTER.
000700     COPY "oprmast.cpy".
000710
000720 FD  OPERATOR-ACTION-LOG.
000730     COPY "opraclog.cpy".
000740
000750 WORKING-STORAGE SECTION.
000760 01  WS-SCH-STATUS               PIC X(02) VALUE '00'.
000770 01  WS-ACCT-STATUS              PIC X(02) VALUE '00'.
000780 01  WS-SCH-EOF-SW               PIC X(01) VALUE 'N'.
000790     88  SCH-EOF                         VALUE 'Y'.
000800 01  WS-COMMAND-LINE             PIC X(80) VALUE SPACES.
000810 01  WS-RUN-MODE                 PIC X(10) VALUE SPACES.
000820 01  WS-HOLD-NO                  PIC 9(08) VALUE ZERO.
000830 01  WS-OFFICER                  PIC X(08) VALUE SPACES.
000840 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000850 01  WS-DECISION-ACTION          PIC X(30) VALUE SPACES.
000860 01  WS-DECISION-REASON          PIC X(30) VALUE SPACES.
000870 01  WS-SYSTEM-COMMAND           PIC X(80) VALUE SPACES.
000880 01  WS-EDIT-AMOUNT              PIC -(9)9.99.
000890
000900     COPY "oprwork.cpy".
000910
000920 PROCEDURE DIVISION.
000930 0000-MAINLINE.
000940     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
000950     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
000960         INTO WS-RUN-MODE WS-HOLD-NO WS-OFFICER.
000970     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000980     PERFORM 1000-OPEN-HOLD-FILE.
000990     EVALUATE WS-RUN-MODE
001000         WHEN 'CLEAR'
001010             PERFORM 2000-CLEAR-HOLD THRU 2000-EXIT
001020         WHEN 'CONFIRM'
001030             PERFORM 3000-CONFIRM-HOLD THRU 3000-EXIT
001040         WHEN 'LIST'
001050             PERFORM 4000-LIST-HOLDS
001060         WHEN OTHER
001070             DISPLAY 'USAGE: SCRNMNT (CLEAR HOLD-NO OFFICER / '
001080                 'CONFIRM HOLD-NO OFFICER / LIST)'
001090     END-EVALUATE.
001100     CLOSE SCREENING-HOLD.
001110     PERFORM STOP-RUN.
001120
001130 1000-OPEN-HOLD-FILE.
001140     OPEN I-O SCREENING-HOLD.
001150     IF WS-SCH-STATUS = '35'
001160         DISPLAY 'NO SCREENING-HOLD.DAT ON FILE - NOTHING HELD'
001170         STOP RUN
001180     END-IF.
001190     IF WS-SCH-STATUS NOT = '00'
001200         DISPLAY 'ERROR OPENING SCREENING-HOLD.DAT'
001210         STOP RUN
001220     END-IF.
001230
001240***************************************************************
001250*    1200-VERIFY-OFFICER
001260*    A SCREENING DECISION EITHER LETS MONEY MOVE TO OR FROM A
001270*    POSSIBLE LISTED PARTY OR FREEZES A CUSTOMER'S ACCOUNT, SO
001280*    IT TAKES THE OVERRIDE AUTHORITY (LEVEL 3), NOT ORDINARY
001290*    MAINTENANCE AUTHORITY.
001300***************************************************************
001310 1200-VERIFY-OFFICER.
001320     MOVE WS-OFFICER      TO OC-OPERATOR-ID.
001330     MOVE 3               TO OC-REQUIRED-LEVEL.
001340     MOVE 'SCRNMNT'       TO OC-PROGRAM.
001350     MOVE SPACES          TO OC-ACTION.
001360     STRING WS-RUN-MODE DELIMITED BY SPACE
001370            ' '         DELIMITED BY SIZE
001380            WS-HOLD-NO  DELIMITED BY SIZE
001390         INTO OC-ACTION.
001400     PERFORM 9600-VERIFY-OPERATOR THRU 9600-EXIT.
001410     IF NOT OC-ALLOWED
001420         STOP RUN
001430     END-IF.
001440
001450 1300-READ-HOLD.
001460     IF WS-HOLD-NO = ZERO OR WS-OFFICER = SPACES
001470         DISPLAY 'USAGE: SCRNMNT ' WS-RUN-MODE ' HOLD-NO OFFICER'
001480         STOP RUN
001490     END-IF.
001500     PERFORM 1200-VERIFY-OFFICER.
001510     MOVE WS-HOLD-NO TO SH-HOLD-NO.
001520     READ SCREENING-HOLD
001530         INVALID KEY
001540             DISPLAY 'ERROR - UNKNOWN HOLD: ' WS-HOLD-NO
001550             STOP RUN
001560     END-READ.
001570
001580***************************************************************
001590*    2000-CLEAR-HOLD
001600*    FALSE POSITIVE.  ONLY A HOLD STILL AWAITING A DECISION
001610*    CAN BE CLEARED.  A PAYMENT IS LEFT FOR LEDGER BATCH TO
001620*    POST - IT STILL GOES THROUGH THE DUPLICATE SCREEN AND
001630*    EVERY POSTING CHECK THERE.
001640***************************************************************
001650 2000-CLEAR-HOLD.
001660     PERFORM 1300-READ-HOLD.
001670     IF NOT SH-HELD
001680         DISPLAY 'HOLD ALREADY DECIDED: ' WS-HOLD-NO
001690             ' STATUS ' SH-STATUS
001700         STOP RUN
001710     END-IF.
001720     MOVE WS-RUN-DATE TO SH-DECISION-DATE.
001730     MOVE WS-OFFICER  TO SH-DECISION-OPERATOR.
001740     IF SH-PAYMENT
001750         SET SH-CLEARED TO TRUE
001760         MOVE 'FALSE POSITIVE - TO POST' TO WS-DECISION-REASON
001770     ELSE
001780         SET SH-RELEASED TO TRUE
001790         MOVE WS-RUN-DATE TO SH-RELEASED-DATE
001800         MOVE 'FALSE POSITIVE - RELEASED' TO WS-DECISION-REASON
001810     END-IF.
001820     REWRITE SCREENING-HOLD-RECORD
001830         INVALID KEY
001840             DISPLAY 'ERROR REWRITING HOLD: ' WS-HOLD-NO
001850             STOP RUN
001860     END-REWRITE.
001870     MOVE SPACES TO WS-DECISION-ACTION.
001880     STRING 'CLEARED HOLD ' WS-HOLD-NO DELIMITED BY SIZE
001890         INTO WS-DECISION-ACTION.
001900     PERFORM 7900-LOG-DECISION.
001910     DISPLAY 'HOLD CLEARED: ' WS-HOLD-NO ' - ' WS-DECISION-REASON.
001920 2000-EXIT.
001930     EXIT.
001940
001950***************************************************************
001960*    3000-CONFIRM-HOLD
001970*    GENUINE HIT.  THE FREEZE GOES THROUGH ACCTMNT SO IT GETS
001980*    THE SAME STATUS RULES, OPERATOR CHECK AND MAINT-AUDIT
001990*    JOURNAL AS ONE KEYED BY HAND.  ACCOUNT.DAT IS RE-READ
002000*    AFTERWARDS - THE HOLD IS ONLY MARKED CONFIRMED ONCE THE
002010*    ACCOUNT IS SEEN FROZEN.  A CLEARED PAYMENT NOT YET POSTED
002020*    CAN STILL BE CONFIRMED.
002030***************************************************************
002040 3000-CONFIRM-HOLD.
002050     PERFORM 1300-READ-HOLD.
002060     IF NOT SH-HELD AND NOT SH-CLEARED
002070         DISPLAY 'HOLD ALREADY DECIDED: ' WS-HOLD-NO
002080             ' STATUS ' SH-STATUS
002090         STOP RUN
002100     END-IF.
002110     PERFORM 3100-READ-HIT-ACCOUNT.
002120     IF ACCT-ACTIVE
002130         MOVE SPACES TO WS-SYSTEM-COMMAND
002140         STRING 'cobcrun ACCTMNT ' DELIMITED BY SIZE
002150                SH-HIT-ACCT-ID      DELIMITED BY SPACE
002160                ' FREEZE '          DELIMITED BY SIZE
002170                WS-OFFICER          DELIMITED BY SPACE
002180             INTO WS-SYSTEM-COMMAND
002190         CALL 'SYSTEM' USING WS-SYSTEM-COMMAND
002200         PERFORM 3100-READ-HIT-ACCOUNT
002210     END-IF.
002220     IF ACCT-ACTIVE
002230         DISPLAY 'ERROR - ACCTMNT DID NOT FREEZE ACCOUNT: '
002240             SH-HIT-ACCT-ID
002250         DISPLAY 'HOLD LEFT UNDECIDED: ' WS-HOLD-NO
002260         STOP RUN
002270     END-IF.
002280     SET SH-CONFIRMED TO TRUE.
002290     MOVE WS-RUN-DATE TO SH-DECISION-DATE.
002300     MOVE WS-OFFICER  TO SH-DECISION-OPERATOR.
002310     REWRITE SCREENING-HOLD-RECORD
002320         INVALID KEY
002330             DISPLAY 'ERROR REWRITING HOLD: ' WS-HOLD-NO
002340             STOP RUN
002350     END-REWRITE.
002360     MOVE SPACES TO WS-DECISION-ACTION.
002370     STRING 'CONFIRMED HOLD ' WS-HOLD-NO DELIMITED BY SIZE
002380         INTO WS-DECISION-ACTION.
002390     MOVE SPACES TO WS-DECISION-REASON.
002400     STRING 'FROZEN ' SH-HIT-ACCT-ID DELIMITED BY SIZE
002410         INTO WS-DECISION-REASON.
002420     PERFORM 7900-LOG-DECISION.
002430     DISPLAY 'HOLD CONFIRMED: ' WS-HOLD-NO ' ACCOUNT '
002440         SH-HIT-ACCT-ID ' STATUS ' ACCT-STATUS.
002450 3000-EXIT.
002460     EXIT.
002470
002480 3100-READ-HIT-ACCOUNT.
002490     OPEN INPUT ACCOUNT-MASTER.
002500     IF WS-ACCT-STATUS NOT = '00'
002510         DISPLAY 'ERROR OPENING ACCOUNT.DAT'
002520         STOP RUN
002530     END-IF.
002540     MOVE SH-HIT-ACCT-ID TO ACCT-ID.
002550     READ ACCOUNT-MASTER
002560         INVALID KEY
002570             DISPLAY 'ERROR - HIT ACCOUNT NOT ON FILE: '
002580                 SH-HIT-ACCT-ID
002590             STOP RUN
002600     END-READ.
002610     CLOSE ACCOUNT-MASTER.
002620
002630 4000-LIST-HOLDS.
002640     PERFORM 4100-LIST-ONE-HOLD UNTIL SCH-EOF.
002650
002660 4100-LIST-ONE-HOLD.
002670     READ SCREENING-HOLD NEXT RECORD
002680         AT END
002690             SET SCH-EOF TO TRUE
002700         NOT AT END
002710             MOVE SH-AMOUNT TO WS-EDIT-AMOUNT
002720             DISPLAY SH-HOLD-NO ' ' SH-SOURCE ' ' SH-STATUS ' '
002730                 SH-HIT-ACCT-ID ' ' SH-HIT-NAME
002740             DISPLAY '    LIST ' SH-LIST-NAME ' ' SH-LISTED-NAME
002750                 ' HELD ' SH-HELD-DATE
002760             IF SH-PAYMENT
002770                 DISPLAY '    ' SH-SENDER ' TO ' SH-RECIPIENT ' '
002780                     WS-EDIT-AMOUNT ' ' SH-CURRENCY-CODE ' '
002790                     SH-CHANNEL-ID ' ' SH-FILE-ID
002800             END-IF
002810             IF NOT SH-HELD
002820                 DISPLAY '    DECIDED ' SH-DECISION-DATE ' BY '
002830                     SH-DECISION-OPERATOR
002840             END-IF
002850     END-READ.
002860
002870***************************************************************
002880*    7900-LOG-DECISION
002890*    THE DECISION ITSELF, WITH ITS OUTCOME, GOES ON THE
002900*    OPERATOR ACTION LOG UNDER THE SAME OFFICER AS THE
002910*    VERIFIED ATTEMPT 9600 ALREADY LOGGED.
002920***************************************************************
002930 7900-LOG-DECISION.
002940     OPEN EXTEND OPERATOR-ACTION-LOG.
002950     IF WS-OAL-STATUS = '35'
002960         OPEN OUTPUT OPERATOR-ACTION-LOG
002970     END-IF.
002980     IF WS-OAL-STATUS NOT = '00'
002990         DISPLAY 'ERROR OPENING OPERATOR-ACTION-LOG.DAT'
003000         STOP RUN
003010     END-IF.
003020     ACCEPT WS-OC-TIME-OF-DAY FROM TIME.
003030     MOVE SPACES             TO OPERATOR-ACTION-RECORD.
003040     MOVE WS-RUN-DATE        TO OAL-RUN-DATE.
003050     MOVE WS-OC-TOD-HHMMSS   TO OAL-RUN-TIME.
003060     MOVE WS-OFFICER         TO OAL-OPERATOR.
003070     MOVE 'SCRNMNT'          TO OAL-PROGRAM.
003080     MOVE WS-DECISION-ACTION TO OAL-ACTION.
003090     MOVE 'ALLOWED'          TO OAL-RESULT.
003100     MOVE WS-DECISION-REASON TO OAL-REASON.
003110     WRITE OPERATOR-ACTION-RECORD.
003120     IF WS-OAL-STATUS NOT = '00'
003130         DISPLAY 'ERROR WRITING OPERATOR-ACTION-LOG.DAT'
003140         STOP RUN
003150     END-IF.
003160     CLOSE OPERATOR-ACTION-LOG.
003170
003180 STOP-RUN.
003190     STOP RUN.
003200
003210     COPY "oprchk.cpy".
003220 END PROGRAM SCRNMNT.
