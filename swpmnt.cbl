000010***************************************************************
000020*    PROGRAM-ID.  SWPMNT
000030*    AUTHOR.      K. REYNOLDS
000040*    INSTALLATION. CHAINLEDGER DATA PROCESSING
000050*    DATE-WRITTEN. 2026-10-15
000060*
000070*    CASH SWEEP ARRANGEMENT MAINTENANCE - THE LIMMNT OF
000080*    SWEEP-ARRANGEMENTS.DAT (SWEEPARR.CPY).  SET LINKS A
000090*    SUBSIDIARY ACCOUNT TO ITS HEADER (CONCENTRATION) ACCOUNT
000100*    WITH A SWEEP TYPE - ZERO, TARGET OR THRESHOLD - A TARGET
000110*    IN WHOLE BOOK-CURRENCY UNITS (IGNORED FOR ZERO) AND AN
000120*    EFFECTIVE DATE RANGE; SETTING AN ACCOUNT ALREADY LINKED
000130*    REPLACES ITS LINK.  REMOVE UNLINKS IT.  BOTH ACCOUNTS MUST
000140*    BE ON ACCOUNT.DAT, AND THE ARRANGEMENT IS ONE LEVEL DEEP -
000150*    A HEADER CANNOT ALSO BE A SUBSIDIARY, OR A SUBSIDIARY A
000160*    HEADER, SO ONE NIGHT'S SWEEP NEVER DEPENDS ON THE ORDER
000170*    THE LINKS ARE READ IN.  SWEEP APPLIES THE LINKS AT
000180*    DAYEND.  EVERY CHANGE IS JOURNALED TO MAINT-AUDIT.DAT
000190*    UNDER 'SWEEPARR'.
000200*    COMMAND LINE:
000210*      SWPMNT SUB-ACCOUNT SET HEADER-ACCOUNT TYPE TARGET
000220*             FROM-DATE TO-DATE OPERATOR
000230*      SWPMNT SUB-ACCOUNT REMOVE OPERATOR
000240*      SWPMNT LIST
000250*    TYPE IS ZERO, TARGET OR THRESHOLD.  A FROM-DATE OF ZERO
000260*    MEANS TODAY; A TO-DATE OF ZERO NEVER ENDS.
000270*
000280*    MODIFICATION HISTORY
000290*    DATE       INIT DESCRIPTION
000300*    ---------- ---- ----------------------------------------
000310*    2026-10-15 KDR  ORIGINAL PROGRAM.
000320***************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. SWPMNT.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT SWEEP-ARRANGEMENTS ASSIGN TO "SWEEP-ARRANGEMENTS.DAT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS SWP-SUB-ACCT-ID
000430         ALTERNATE RECORD KEY IS SWP-HEADER-ACCT-ID
000440             WITH DUPLICATES
000450         FILE STATUS IS WS-SWP-STATUS.
000460
000470     SELECT ACCOUNT-MASTER ASSIGN TO "ACCOUNT.DAT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS ACCT-ID
000510         FILE STATUS IS WS-ACCT-STATUS.
000520
000530     SELECT MAINT-AUDIT ASSIGN TO "MAINT-AUDIT.DAT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-AUD-STATUS.
000560
000570     SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR.DAT"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS OPR-ID
000610         FILE STATUS IS WS-OPR-STATUS.
000620
000630     SELECT OPERATOR-ACTION-LOG
000640         ASSIGN TO "OPERATOR-ACTION-LOG.DAT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-OAL-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  SWEEP-ARRANGEMENTS.
000710     COPY "sweeparr.cpy".
000720
000730 FD  ACCOUNT-MASTER.
000740     COPY "acctmast.cpy".
000750
000760 FD  MAINT-AUDIT.
000770     COPY "audjrnl.cpy".
000780
000790 FD  OPERATOR-MASTER.
000800     COPY "oprmast.cpy".
000810
000820 FD  OPERATOR-ACTION-LOG.
000830     COPY "opraclog.cpy".
000840
000850 WORKING-STORAGE SECTION.
000860 01  WS-SWP-STATUS               PIC X(02) VALUE '00'.
000870 01  WS-ACCT-STATUS              PIC X(02) VALUE '00'.
000880 01  WS-AUD-STATUS               PIC X(02) VALUE '00'.
000890 01  WS-SWP-EOF-SW               PIC X(01) VALUE 'N'.
000900     88  SWP-EOF                         VALUE 'Y'.
000910 01  WS-EXISTS-SW                PIC X(01) VALUE 'N'.
000920     88  LINK-RECORD-EXISTS              VALUE 'Y'.
000930 01  WS-COMMAND-LINE             PIC X(100) VALUE SPACES.
000940 01  WS-MNT-ACCOUNT              PIC X(20) VALUE SPACES.
000950 01  WS-MNT-ACTION               PIC X(10) VALUE SPACES.
000960 01  WS-MNT-HEADER               PIC X(20) VALUE SPACES.
000970 01  WS-MNT-TYPE                 PIC X(10) VALUE SPACES.
000980 01  WS-MNT-OPERATOR             PIC X(08) VALUE SPACES.
000990 01  WS-TARGET-UNITS             PIC 9(10) VALUE ZERO.
001000 01  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
001010 01  WS-TO-DATE                  PIC 9(08) VALUE ZERO.
001020 01  WS-SWEEP-TYPE               PIC X(01) VALUE SPACE.
001030 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001040 01  WS-AUD-ACTION               PIC X(10) VALUE SPACES.
001050 01  WS-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
001060 01  WS-AFTER-IMAGE              PIC X(80) VALUE SPACES.
001070 01  WS-EDIT-TARGET              PIC Z(9)9.99.
001080 01  WS-TIME-OF-DAY.
001090     05  WS-TOD-HHMMSS           PIC 9(06).
001100     05  WS-TOD-HUNDREDTHS       PIC 9(02).
001110
001120     COPY "oprwork.cpy".
001130
001140 PROCEDURE DIVISION.
001150 0000-MAINLINE.
001160     PERFORM 1000-INITIALIZE.
001170     EVALUATE WS-MNT-ACTION
001180         WHEN 'SET'
001190             PERFORM 2000-SET-LINK
001200         WHEN 'REMOVE'
001210             PERFORM 3000-REMOVE-LINK
001220         WHEN OTHER
001230             PERFORM 4000-LIST-LINKS
001240     END-EVALUATE.
001250     CLOSE SWEEP-ARRANGEMENTS.
001260     PERFORM STOP-RUN.
001270
001280 1000-INITIALIZE.
001290     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
001300     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
001310         INTO WS-MNT-ACCOUNT WS-MNT-ACTION.
001320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001330     EVALUATE TRUE
001340         WHEN WS-MNT-ACCOUNT = 'LIST'
001350             MOVE 'LIST' TO WS-MNT-ACTION
001360         WHEN WS-MNT-ACTION = 'SET'
001370             UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
001380                 INTO WS-MNT-ACCOUNT WS-MNT-ACTION
001390                     WS-MNT-HEADER WS-MNT-TYPE WS-TARGET-UNITS
001400                     WS-FROM-DATE WS-TO-DATE WS-MNT-OPERATOR
001410             IF WS-MNT-OPERATOR = SPACES
001420                 PERFORM 9000-SHOW-USAGE
001430             END-IF
001440             IF WS-FROM-DATE = ZERO
001450                 MOVE WS-RUN-DATE TO WS-FROM-DATE
001460             END-IF
001470         WHEN WS-MNT-ACTION = 'REMOVE'
001480             UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
001490                 INTO WS-MNT-ACCOUNT WS-MNT-ACTION
001500                     WS-MNT-OPERATOR
001510             IF WS-MNT-OPERATOR = SPACES
001520                 PERFORM 9000-SHOW-USAGE
001530             END-IF
001540         WHEN OTHER
001550             PERFORM 9000-SHOW-USAGE
001560     END-EVALUATE.
001570     OPEN I-O SWEEP-ARRANGEMENTS.
001580     IF WS-SWP-STATUS = '35'
001590         OPEN OUTPUT SWEEP-ARRANGEMENTS
001600         CLOSE SWEEP-ARRANGEMENTS
001610         OPEN I-O SWEEP-ARRANGEMENTS
001620     END-IF.
001630     IF WS-SWP-STATUS NOT = '00'
001640         DISPLAY 'ERROR OPENING SWEEP-ARRANGEMENTS.DAT'
001650         STOP RUN
001660     END-IF.
001670
001680 2000-SET-LINK.
001690     PERFORM 7000-VERIFY-MNT-OPERATOR.
001700     PERFORM 2200-VERIFY-LINK-TERMS.
001710     PERFORM 2100-VERIFY-ACCOUNTS-EXIST.
001720     PERFORM 2300-VERIFY-ONE-LEVEL.
001730     MOVE 'N' TO WS-EXISTS-SW.
001740     MOVE SPACES TO WS-BEFORE-IMAGE.
001750     MOVE WS-MNT-ACCOUNT TO SWP-SUB-ACCT-ID.
001760     READ SWEEP-ARRANGEMENTS
001770         INVALID KEY
001780             CONTINUE
001790         NOT INVALID KEY
001800             SET LINK-RECORD-EXISTS TO TRUE
001810             MOVE SWEEP-ARRANGEMENT-RECORD TO WS-BEFORE-IMAGE
001820     END-READ.
001830     MOVE WS-MNT-ACCOUNT  TO SWP-SUB-ACCT-ID.
001840     MOVE WS-MNT-HEADER   TO SWP-HEADER-ACCT-ID.
001850     MOVE WS-SWEEP-TYPE   TO SWP-SWEEP-TYPE.
001860     MOVE WS-TARGET-UNITS TO SWP-TARGET-AMOUNT.
001870     IF SWP-ZERO-BALANCE
001880         MOVE ZERO TO SWP-TARGET-AMOUNT
001890     END-IF.
001900     MOVE WS-FROM-DATE    TO SWP-EFF-FROM-DATE.
001910     MOVE WS-TO-DATE      TO SWP-EFF-TO-DATE.
001920     MOVE WS-MNT-OPERATOR TO SWP-OPERATOR.
001930     IF LINK-RECORD-EXISTS
001940         REWRITE SWEEP-ARRANGEMENT-RECORD
001950             INVALID KEY
001960                 DISPLAY 'ERROR REWRITING SWEEP-ARRANGEMENTS.DAT'
001970                 STOP RUN
001980         END-REWRITE
001990     ELSE
002000         WRITE SWEEP-ARRANGEMENT-RECORD
002010             INVALID KEY
002020                 DISPLAY 'ERROR WRITING SWEEP-ARRANGEMENTS.DAT'
002030                 STOP RUN
002040         END-WRITE
002050     END-IF.
002060     MOVE SWEEP-ARRANGEMENT-RECORD TO WS-AFTER-IMAGE.
002070     MOVE 'SET' TO WS-AUD-ACTION.
002080     PERFORM 8000-WRITE-AUDIT-ENTRY.
002090     MOVE SWP-TARGET-AMOUNT TO WS-EDIT-TARGET.
002100     DISPLAY 'SWEEP LINK SET FOR: ' WS-MNT-ACCOUNT.
002110     DISPLAY '  HEADER:       ' SWP-HEADER-ACCT-ID.
002120     DISPLAY '  TYPE:         ' WS-MNT-TYPE
002130         '  TARGET: ' WS-EDIT-TARGET.
002140     DISPLAY '  EFFECTIVE:    ' SWP-EFF-FROM-DATE
002150         ' TO ' SWP-EFF-TO-DATE
002160         '  OPERATOR: ' WS-MNT-OPERATOR.
002170
002180*    A LINK TO OR FROM AN ACCOUNT NOT ON THE MASTER IS A TYPO -
002190*    IT WOULD SIT THERE SWEEPING NOTHING FOREVER.  STATUS IS
002200*    NOT CHECKED HERE: A FROZEN ACCOUNT KEEPS ITS LINK AND
002210*    SWEEP PASSES IT BY UNTIL IT IS ACTIVE AGAIN.
002220 2100-VERIFY-ACCOUNTS-EXIST.
002230     OPEN INPUT ACCOUNT-MASTER.
002240     IF WS-ACCT-STATUS NOT = '00'
002250         DISPLAY 'ERROR OPENING ACCOUNT.DAT'
002260         STOP RUN
002270     END-IF.
002280     MOVE WS-MNT-ACCOUNT TO ACCT-ID.
002290     READ ACCOUNT-MASTER
002300         INVALID KEY
002310             DISPLAY 'ERROR - UNKNOWN ACCOUNT: ' WS-MNT-ACCOUNT
002320             STOP RUN
002330     END-READ.
002340     MOVE WS-MNT-HEADER TO ACCT-ID.
002350     READ ACCOUNT-MASTER
002360         INVALID KEY
002370             DISPLAY 'ERROR - UNKNOWN HEADER ACCOUNT: '
002380                 WS-MNT-HEADER
002390             STOP RUN
002400     END-READ.
002410     CLOSE ACCOUNT-MASTER.
002420
002430 2200-VERIFY-LINK-TERMS.
002440     EVALUATE WS-MNT-TYPE
002450         WHEN 'ZERO'
002460             MOVE 'Z' TO WS-SWEEP-TYPE
002470         WHEN 'TARGET'
002480             MOVE 'T' TO WS-SWEEP-TYPE
002490         WHEN 'THRESHOLD'
002500             MOVE 'H' TO WS-SWEEP-TYPE
002510         WHEN OTHER
002520             DISPLAY 'ERROR - SWEEP TYPE MUST BE ZERO, TARGET OR '
002530                 'THRESHOLD: ' WS-MNT-TYPE
002540             STOP RUN
002550     END-EVALUATE.
002560     IF WS-MNT-HEADER = WS-MNT-ACCOUNT
002570         DISPLAY 'ERROR - AN ACCOUNT CANNOT SWEEP TO ITSELF: '
002580             WS-MNT-ACCOUNT
002590         STOP RUN
002600     END-IF.
002610     IF WS-TO-DATE NOT = ZERO AND WS-TO-DATE < WS-FROM-DATE
002620         DISPLAY 'ERROR - TO-DATE ' WS-TO-DATE
002630             ' IS BEFORE FROM-DATE ' WS-FROM-DATE
002640         STOP RUN
002650     END-IF.
002660
002670 2300-VERIFY-ONE-LEVEL.
002680     MOVE WS-MNT-HEADER TO SWP-SUB-ACCT-ID.
002690     READ SWEEP-ARRANGEMENTS
002700         INVALID KEY
002710             CONTINUE
002720         NOT INVALID KEY
002730             DISPLAY 'ERROR - HEADER IS ITSELF SWEPT TO '
002740                 SWP-HEADER-ACCT-ID ': ' WS-MNT-HEADER
002750             STOP RUN
002760     END-READ.
002770     MOVE WS-MNT-ACCOUNT TO SWP-HEADER-ACCT-ID.
002780     READ SWEEP-ARRANGEMENTS KEY IS SWP-HEADER-ACCT-ID
002790         INVALID KEY
002800             CONTINUE
002810         NOT INVALID KEY
002820             DISPLAY 'ERROR - ACCOUNT IS ALREADY A HEADER FOR '
002830                 SWP-SUB-ACCT-ID ': ' WS-MNT-ACCOUNT
002840             STOP RUN
002850     END-READ.
002860
002870 3000-REMOVE-LINK.
002880     PERFORM 7000-VERIFY-MNT-OPERATOR.
002890     MOVE WS-MNT-ACCOUNT TO SWP-SUB-ACCT-ID.
002900     READ SWEEP-ARRANGEMENTS
002910         INVALID KEY
002920             DISPLAY 'NO SWEEP LINK ON FILE FOR: ' WS-MNT-ACCOUNT
002930             STOP RUN
002940     END-READ.
002950     MOVE SWEEP-ARRANGEMENT-RECORD TO WS-BEFORE-IMAGE.
002960     DELETE SWEEP-ARRANGEMENTS
002970         INVALID KEY
002980             DISPLAY 'ERROR DELETING FROM SWEEP-ARRANGEMENTS.DAT'
002990             STOP RUN
003000     END-DELETE.
003010     MOVE SPACES   TO WS-AFTER-IMAGE.
003020     MOVE 'REMOVE' TO WS-AUD-ACTION.
003030     PERFORM 8000-WRITE-AUDIT-ENTRY.
003040     DISPLAY 'SWEEP LINK REMOVED FOR: ' WS-MNT-ACCOUNT.
003050
003060*    LISTED BY HEADER, THE WAY SWEEP READS THEM.
003070 4000-LIST-LINKS.
003080     MOVE LOW-VALUES TO SWP-HEADER-ACCT-ID.
003090     START SWEEP-ARRANGEMENTS
003100         KEY IS NOT LESS THAN SWP-HEADER-ACCT-ID
003110         INVALID KEY
003120             SET SWP-EOF TO TRUE
003130     END-START.
003140     PERFORM 4100-LIST-ONE-LINK UNTIL SWP-EOF.
003150
003160 4100-LIST-ONE-LINK.
003170     READ SWEEP-ARRANGEMENTS NEXT RECORD
003180         AT END
003190             SET SWP-EOF TO TRUE
003200         NOT AT END
003210             MOVE SWP-TARGET-AMOUNT TO WS-EDIT-TARGET
003220             DISPLAY SWP-HEADER-ACCT-ID ' ' SWP-SUB-ACCT-ID ' '
003230                 SWP-SWEEP-TYPE ' ' WS-EDIT-TARGET
003240                 ' EFF ' SWP-EFF-FROM-DATE ' TO ' SWP-EFF-TO-DATE
003250                 ' BY ' SWP-OPERATOR
003260     END-READ.
003270
003280 8000-WRITE-AUDIT-ENTRY.
003290     OPEN EXTEND MAINT-AUDIT.
003300     IF WS-AUD-STATUS = '35'
003310         OPEN OUTPUT MAINT-AUDIT
003320     END-IF.
003330     IF WS-AUD-STATUS NOT = '00'
003340         DISPLAY 'ERROR OPENING MAINT-AUDIT.DAT'
003350         STOP RUN
003360     END-IF.
003370     ACCEPT WS-TIME-OF-DAY FROM TIME.
003380     MOVE WS-RUN-DATE     TO AUD-RUN-DATE.
003390     MOVE WS-TOD-HHMMSS   TO AUD-RUN-TIME.
003400     MOVE WS-MNT-OPERATOR TO AUD-OPERATOR.
003410     MOVE 'SWEEPARR'      TO AUD-MASTER-FILE.
003420     MOVE WS-MNT-ACCOUNT  TO AUD-RECORD-KEY.
003430     MOVE WS-AUD-ACTION   TO AUD-ACTION.
003440     MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
003450     MOVE WS-AFTER-IMAGE  TO AUD-AFTER-IMAGE.
003460     WRITE MAINT-AUDIT-RECORD.
003470     IF WS-AUD-STATUS NOT = '00'
003480         DISPLAY 'ERROR WRITING MAINT-AUDIT.DAT'
003490         STOP RUN
003500     END-IF.
003510     CLOSE MAINT-AUDIT.
003520
003530 7000-VERIFY-MNT-OPERATOR.
003540     MOVE WS-MNT-OPERATOR TO OC-OPERATOR-ID.
003550     MOVE 2               TO OC-REQUIRED-LEVEL.
003560     MOVE 'SWPMNT'        TO OC-PROGRAM.
003570     MOVE SPACES          TO OC-ACTION.
003580     STRING WS-MNT-ACTION  DELIMITED BY SPACE
003590            ' '            DELIMITED BY SIZE
003600            WS-MNT-ACCOUNT DELIMITED BY SPACE
003610         INTO OC-ACTION.
003620     PERFORM 9600-VERIFY-OPERATOR THRU 9600-EXIT.
003630     IF NOT OC-ALLOWED
003640         STOP RUN
003650     END-IF.
003660
003670 9000-SHOW-USAGE.
003680     DISPLAY 'USAGE: SWPMNT SUB-ACCOUNT SET HEADER-ACCOUNT '
003690         'ZERO|TARGET|THRESHOLD TARGET FROM-DATE TO-DATE '
003700         'OPERATOR'.
003710     DISPLAY '       SWPMNT SUB-ACCOUNT REMOVE OPERATOR'.
003720     DISPLAY '       SWPMNT LIST'.
003730     STOP RUN.
003740
003750 STOP-RUN.
003760     STOP RUN.
003770
003780     COPY "oprchk.cpy".
003790 END PROGRAM SWPMNT.
