000100*         A REVERSAL ALSO SHOWS ITS ORIGINAL VIA TRX-REF-ID,
000110*         AND AN ORIGINAL SHOWS ITS REVERSAL IF ONE EXISTS
000120*         (KEYED SCAN, SAME TEST AS LEDGER'S DUPLICATE-
000130*         REVERSAL CHECK).  ANY DISPUTE CASE RAISED AGAINST
000131*         THE ENTRY ON DISPUTE-CASES.DAT IS FLAGGED.
000140*      2  AN ACCOUNT'S MOST RECENT ENTRIES (UP TO 20, NEWEST
000150*         FIRST) GATHERED THROUGH THE TRX-SENDER AND
000160*         TRX-RECIPIENT ALTERNATE KEYS - NO FULL FILE SCAN.
000170*      3  AN ACCOUNT'S CURRENT BALANCE AND STATUS FROM
000180*         ACCOUNT.DAT, LEDGER AND AVAILABLE SIDE BY SIDE.
000190*      0  EXIT.
000200*
000210*    MODIFICATION HISTORY
000252*                    AGENT KNOWS WHOSE ACCOUNT IS ON SCREEN.
000253*                    NO CUSTOMER FILE OR RECORD SHOWS NOTHING
000254*                    EXTRA.
000255*    2026-10-15 KDR  OPTION 3 NOW SHOWS THE AVAILABLE BALANCE
000256*                    BESIDE THE LEDGER BALANCE - ACCT-BALANCE
000257*                    LESS THE ACTIVE AUTHORIZATION HOLDS ON
000258*                    AUTH-HOLDS.DAT (AUTHCALC.CPY) - AND THE
000259*                    COUNT AND TOTAL OF THOSE HOLDS.  NO HOLDS
000261*                    FILE SHOWS THE TWO FIGURES EQUAL.
000262*    2026-10-15 KDR  OPTION 1 NOW FLAGS EVERY DISPUTE CASE ON
000263*                    DISPUTE-CASES.DAT (DISPCASE.CPY) AGAINST
000264*                    THE TRANSACTION SHOWN, WITH ITS STATUS AND
000265*                    DUE-BY DATE.  SEE DISPMNT.  NO CASE FILE
000266*                    SHOWS NOTHING EXTRA.
000250***************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. INQUIRY.
000446         ACCESS MODE IS DYNAMIC
000447         RECORD KEY IS CUST-ACCT-ID
000448         FILE STATUS IS WS-CUST-STATUS.
000449
000451     SELECT AUTH-HOLDS ASSIGN TO "AUTH-HOLDS.DAT"
000452         ORGANIZATION IS INDEXED
000453         ACCESS MODE IS DYNAMIC
000454         RECORD KEY IS AHD-KEY
000455         FILE STATUS IS WS-AHD-STATUS.
000456
000457     SELECT DISPUTE-CASES ASSIGN TO "DISPUTE-CASES.DAT"
000458         ORGANIZATION IS INDEXED
000459         ACCESS MODE IS DYNAMIC
000461         RECORD KEY IS DC-CASE-NO
000462         ALTERNATE RECORD KEY IS DC-TRX-SEQ-NO WITH DUPLICATES
000463         FILE STATUS IS WS-CASE-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000522
000524 FD  CUSTOMER-MASTER.
000526     COPY "custmast.cpy".
000527
000528 FD  AUTH-HOLDS.
000529     COPY "authhold.cpy".
000531
000532 FD  DISPUTE-CASES.
000533     COPY "dispcase.cpy".
000530
000540 WORKING-STORAGE SECTION.
000550 01  WS-TRX-STATUS               PIC X(02) VALUE '00'.
000562 01  WS-CUST-STATUS              PIC X(02) VALUE '00'.
000564 01  WS-CUST-FILE-SW             PIC X(01) VALUE 'N'.
000566     88  CUSTOMER-FILE-OPEN              VALUE 'Y'.
000567 01  WS-CASE-STATUS              PIC X(02) VALUE '00'.
000568 01  WS-CASE-FILE-SW             PIC X(01) VALUE 'N'.
000569     88  CASE-FILE-OPEN                  VALUE 'Y'.
000570 01  WS-MENU-CHOICE              PIC X(01) VALUE SPACE.
000580 01  WS-DONE-SW                  PIC X(01) VALUE 'N'.
000590     88  CONSOLE-DONE                    VALUE 'Y'.
000660 01  WS-ORIG-SEQ-NO              PIC 9(10) VALUE ZERO.
000670 01  WS-EDIT-AMOUNT              PIC -(9)9.99.
000680 01  WS-EDIT-BALANCE             PIC -(9)9.99.
000682 01  WS-EDIT-AVAILABLE           PIC -(10)9.99.
000684 01  WS-EDIT-HELD                PIC -(9)9.99.
000686 01  WS-AVAILABLE-BALANCE        PIC S9(11)V99 VALUE ZERO.
000690
000700 01  WS-RECENT-TABLE.
000710     05  WS-RECENT-COUNT         PIC 9(04) COMP VALUE ZERO.
000820 01  WS-SHOW-SLOT                PIC 9(04) COMP VALUE ZERO.
000830 01  WS-SHOW-MAX                 PIC 9(10) VALUE ZERO.
000840 01  WS-SCAN-SLOT                PIC 9(04) COMP VALUE ZERO.
000845
000846     COPY "authwork.cpy".
000850
000860 PROCEDURE DIVISION.
000870 0000-MAINLINE.
001041             STOP RUN
001042         END-IF
001043     END-IF.
001044*    NO HOLDS FILE YET MEANS NOTHING HELD - AVAILABLE EQUALS
001045*    THE LEDGER BALANCE.
001046     OPEN INPUT AUTH-HOLDS.
001047     IF WS-AHD-STATUS = '00'
001048         SET HOLDS-ON-FILE TO TRUE
001049     ELSE
001051         IF WS-AHD-STATUS NOT = '35'
001052             DISPLAY 'ERROR OPENING AUTH-HOLDS.DAT'
001053             STOP RUN
001054         END-IF
001055     END-IF.
001056*    NO CASE FILE YET MEANS NO TRANSACTION IS UNDER DISPUTE.
001057     OPEN INPUT DISPUTE-CASES.
001058     IF WS-CASE-STATUS = '00'
001059         SET CASE-FILE-OPEN TO TRUE
001061     ELSE
001062         IF WS-CASE-STATUS NOT = '35'
001063             DISPLAY 'ERROR OPENING DISPUTE-CASES.DAT'
001064             STOP RUN
001065         END-IF
001066     END-IF.
001040
001050 2000-CONSOLE-CYCLE.
001060     DISPLAY ' '.
001340             GO TO 3000-EXIT
001350     END-READ.
001360     PERFORM 3100-SHOW-TRANSACTION.
001365     PERFORM 3300-SHOW-DISPUTE-CASES THRU 3300-EXIT.
001370     IF TRX-TYPE-REVERSAL
001380         MOVE TRX-REF-ID TO TRX-SEQ-NO
001390         READ TRANSACTION-FILE
001980             END-IF
001990     END-READ.
002000
002001***************************************************************
002002*    3300-SHOW-DISPUTE-CASES
002003*    ONE FLAG LINE PER CASE RAISED AGAINST THE TRANSACTION
002004*    ASKED FOR, THROUGH THE DC-TRX-SEQ-NO ALTERNATE KEY.
002005***************************************************************
002006 3300-SHOW-DISPUTE-CASES.
002007     IF NOT CASE-FILE-OPEN
002008         GO TO 3300-EXIT
002009     END-IF.
002011     MOVE 'N' TO WS-SCAN-EOF-SW.
002012     MOVE WS-INQ-SEQ-NO TO DC-TRX-SEQ-NO.
002013     START DISPUTE-CASES KEY IS = DC-TRX-SEQ-NO
002014         INVALID KEY
002015             SET SCAN-EOF TO TRUE
002016     END-START.
002017     PERFORM 3310-SHOW-ONE-CASE UNTIL SCAN-EOF.
002018 3300-EXIT.
002019     EXIT.
002021
002022 3310-SHOW-ONE-CASE.
002023     READ DISPUTE-CASES NEXT RECORD
002024         AT END
002025             SET SCAN-EOF TO TRUE
002026         NOT AT END
002027             IF DC-TRX-SEQ-NO NOT = WS-INQ-SEQ-NO
002028                 SET SCAN-EOF TO TRUE
002029             ELSE
002031                 DISPLAY '*** DISPUTED: CASE ' DC-CASE-NO
002032                     ' STATUS ' DC-STATUS ' OPENED '
002033                     DC-OPENED-DATE ' DUE BY ' DC-DUE-BY-DATE
002034             END-IF
002035     END-READ.
002036
002010 4000-RECENT-ENTRIES-INQUIRY.
002020     DISPLAY 'ACCOUNT ID: ' WITH NO ADVANCING.
002030     ACCEPT WS-INQ-ACCOUNT.
003570             GO TO 5000-EXIT
003580     END-READ.
003590     MOVE ACCT-BALANCE TO WS-EDIT-BALANCE.
003592     MOVE WS-INQ-ACCOUNT TO AH-ACCT-ID.
003594     MOVE 'N'            TO AH-MATCH-WANTED-SW.
003596     PERFORM 8300-SUM-ACTIVE-HOLDS THRU 8300-EXIT.
003597     COMPUTE WS-AVAILABLE-BALANCE = ACCT-BALANCE - AH-HELD-AMOUNT.
003598     MOVE WS-AVAILABLE-BALANCE TO WS-EDIT-AVAILABLE.
003599     MOVE AH-HELD-AMOUNT       TO WS-EDIT-HELD.
003600     DISPLAY 'ACCOUNT:  ' ACCT-ID.
003602     PERFORM 4600-SHOW-HOLDER-NAME.
003610     DISPLAY 'BALANCE:  LEDGER ' WS-EDIT-BALANCE
003612         '   AVAILABLE ' WS-EDIT-AVAILABLE ' (BOOK USD)'.
003614     IF AH-HOLD-COUNT > ZERO
003616         DISPLAY 'HOLDS:    ' AH-HOLD-COUNT ' ACTIVE TOTALLING '
003618             WS-EDIT-HELD
003619     END-IF.
003620     EVALUATE TRUE
003630         WHEN ACCT-ACTIVE
003640             DISPLAY 'STATUS:   ACTIVE'
003795     IF CUSTOMER-FILE-OPEN
003796         CLOSE CUSTOMER-MASTER
003797     END-IF.
003798     IF HOLDS-ON-FILE
003799         CLOSE AUTH-HOLDS
003801     END-IF.
003802     IF CASE-FILE-OPEN
003803         CLOSE DISPUTE-CASES
003804     END-IF.
003800     DISPLAY 'INQUIRY CLOSED'.
003810
003820 STOP-RUN.
003830     STOP RUN.
003840
003845     COPY "authcalc.cpy".
003850 END PROGRAM INQUIRY.
