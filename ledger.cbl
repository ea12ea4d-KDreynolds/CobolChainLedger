000357*                    AUTHORITY LEVEL 2 (OPRCHK.CPY), LOGGING
000358*                    EVERY ATTEMPT ON OPERATOR-ACTION-LOG.DAT.
000359*                    SEE OPRMNT.
003591*    2026-10-15 KDR  THE SUFFICIENT-FUNDS CHECK ON AN ORIGINAL
003592*                    POST NOW TESTS THE SENDER'S AVAILABLE
003593*                    BALANCE - ACCT-BALANCE LESS THE ACTIVE
003594*                    AUTHORIZATION HOLDS ON AUTH-HOLDS.DAT
003595*                    (AUTHCALC.CPY) - SO FUNDS A PARTNER HAS
003596*                    RESERVED CANNOT BE SPENT TWICE.  THE HOLD
003597*                    MATCHING THE ENTRY (SAME CHANNEL, CURRENCY
003598*                    AND AMOUNT) DOES NOT COUNT AGAINST IT AND
003599*                    IS MARKED CAPTURED WHEN THE ENTRY POSTS.
003601*                    NO HOLDS FILE MEANS NO HOLDS.  SEE AUTHMNT.
003602*    2026-10-15 KDR  BATCH NOW SCREENS THE SENDER'S AND
003603*                    RECIPIENT'S HOLDER NAMES (CUSTOMER.DAT)
003604*                    AGAINST THE SANCTIONS WATCHLIST BEFORE
003605*                    THE DUPLICATE SCREEN (SCRNCALC.CPY).  A
003606*                    HIT IS NEITHER POSTED NOR REJECTED - IT
003607*                    GOES TO SCREENING-HOLD.DAT FOR A
003608*                    COMPLIANCE OFFICER (SCRNMNT) AND IS
003609*                    CHECKPOINTED LIKE A DUPLICATE HOLD.
003611*                    HOLDS THE OFFICER HAS CLEARED ARE POSTED
003612*                    AT THE START OF THE NEXT BATCH, THROUGH
003613*                    THE DUPLICATE SCREEN, AND MARKED
003614*                    RELEASED.  NO WATCHLIST OR NO CUSTOMER
003615*                    FILE MEANS NOTHING IS SCREENED.
003616*    2026-10-15 KDR  A CUSTOMER-INITIATED ORIGINAL (ANY CHANNEL
003617*                    NOT IN DORMCHAN.CPY) CLEARS ACCT-DORMANT
003618*                    ON BOTH ACCOUNTS IT POSTS TO.  AN ESCHEAT
003619*                    SWEEP (CHANNEL 'ESC') FROM AN ACCOUNT NO
003620*                    LONGER MARKED ESCHEATED REJECTS WITH
003621*                    REASON 10 - THE HOLDER CAME BACK FIRST.
003622*    2026-10-15 KDR  THE DAILY DEBIT LIMIT AND THE DUPLICATE
003623*                    SCREEN NO LONGER WALK THE SENDER'S WHOLE
003624*                    HISTORY ON THE TRX-SENDER KEY - BOTH NOW
003625*                    READ DAILY-ACTIVITY.DAT (DAYACTY.CPY), A
003626*                    RUNNING DEBIT TOTAL AND A COMPACT KEY PER
003627*                    ORIGINAL BY ACCOUNT AND VALUE DATE.  EVERY
003628*                    ORIGINAL IS FOLDED IN AS IT POSTS, AND
003629*                    CTL-ACTIVITY-SEQ-NO ON LEDGER-CONTROL.DAT
003631*                    RECORDS HOW FAR THE FOLD HAS GOT, SO EACH
003632*                    RUN FIRST FOLDS ANYTHING A CRASHED RUN
003633*                    WROTE BUT NEVER FOLDED.  A NEW REBUILD RUN
003634*                    MODE (LEVEL-2 OPERATOR) REGENERATES THE
003635*                    FILE FROM TRANSACTION-ARCHIVE.DAT AND
003636*                    TRANSACTION.DAT AFTER A RESTORE.  SEE
003637*                    ACTPROOF FOR THE DAYEND PROOF.
003638*    2026-10-15 KDR  ADDED A SWEEP RUN MODE FOR THE DAYEND
003639*                    CASH SWEEP - POSTS EVERY TRANSFER ON
003641*                    SWEEP-TRANSFERS.DAT THROUGH WRITE-
003642*                    TRANSACTION UNDER CHANNEL 'SWP', WITH THE
003643*                    SAME VALIDATION AS ANY ORIGINAL.  NO
003644*                    SANCTIONS OR DUPLICATE SCREEN (THE LEGS RUN
003645*                    BETWEEN ONE CLIENT'S OWN LINKED ACCOUNTS)
003646*                    AND A REJECTED LEG IS NOT SUSPENDED - THE
003647*                    NEXT SWEEP RECOMPUTES IT FROM THE BALANCES,
003648*                    SO A STALE AMOUNT MUST NEVER RESUBMIT.
003649*                    SEE SWEEP.
003650*    2026-10-15 KDR  AN ESCHEAT SWEEP (CHANNEL 'ESC') IS NO
003689*                    LONGER HELD TO THE HOLDER'S ACCOUNT-LIMITS -
003690*                    IT MOVES THE WHOLE BALANCE ON THE STATE'S
003696*                    SCHEDULE, NOT THE HOLDER'S INSTRUCTION.
000208***************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. LEDGER.
002924         ACCESS MODE IS DYNAMIC
002925         RECORD KEY IS LIM-ACCT-ID
002926         FILE STATUS IS WS-LIM-STATUS.
002927
002928     SELECT AUTH-HOLDS ASSIGN TO "AUTH-HOLDS.DAT"
002929         ORGANIZATION IS INDEXED
002930         ACCESS MODE IS DYNAMIC
002931         RECORD KEY IS AHD-KEY
002932         FILE STATUS IS WS-AHD-STATUS.
002933
002934     SELECT DAILY-ACTIVITY ASSIGN TO "DAILY-ACTIVITY.DAT"
002935         ORGANIZATION IS INDEXED
002936         ACCESS MODE IS DYNAMIC
002937         RECORD KEY IS DA-KEY
002938         FILE STATUS IS WS-DA-STATUS.
002939
002940     SELECT ARCHIVE-FILE ASSIGN TO "TRANSACTION-ARCHIVE.DAT"
002941         ORGANIZATION IS INDEXED
002942         ACCESS MODE IS DYNAMIC
002943         RECORD KEY IS ARC-SEQ-NO
002944         ALTERNATE RECORD KEY IS ARC-SENDER WITH DUPLICATES
002945         ALTERNATE RECORD KEY IS ARC-RECIPIENT WITH DUPLICATES
002946         FILE STATUS IS WS-ARC-STATUS.
000293
002947
002948     SELECT SWEEP-TRANSFERS ASSIGN TO "SWEEP-TRANSFERS.DAT"
002949         ORGANIZATION IS LINE SEQUENTIAL
002950         FILE STATUS IS WS-SWTR-STATUS.
000293
000294     SELECT PENDING-TRANSACTIONS
000295         ASSIGN TO "PENDING-TRANSACTIONS.DAT"
003385         RECORD KEY IS OPR-ID
003386         FILE STATUS IS WS-OPR-STATUS.
003387
003391     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER.DAT"
003392         ORGANIZATION IS INDEXED
003393         ACCESS MODE IS DYNAMIC
003394         RECORD KEY IS CUST-ACCT-ID
003395         FILE STATUS IS WS-CUST-STATUS.
003396
003397     SELECT WATCHLIST-FILE ASSIGN TO "WATCHLIST.DAT"
003398         ORGANIZATION IS LINE SEQUENTIAL
003399         FILE STATUS IS WS-WL-STATUS.
003401
003402     SELECT SCREENING-HOLD ASSIGN TO "SCREENING-HOLD.DAT"
003403         ORGANIZATION IS INDEXED
003404         ACCESS MODE IS DYNAMIC
003405         RECORD KEY IS SH-HOLD-NO
003406         FILE STATUS IS WS-SCH-STATUS.
003407
003388     SELECT OPERATOR-ACTION-LOG
003389         ASSIGN TO "OPERATOR-ACTION-LOG.DAT"
003391         ORGANIZATION IS LINE SEQUENTIAL
003371
003372 FD  ACCOUNT-LIMITS.
003373     COPY "acctlim.cpy".
003374
003375 FD  AUTH-HOLDS.
003376     COPY "authhold.cpy".
003377
003378 FD  DAILY-ACTIVITY.
003379     COPY "dayacty.cpy".
003380
003381 FD  ARCHIVE-FILE.
003382     COPY "archrec.cpy".
000338
000339 FD  PENDING-TRANSACTIONS.
000341     COPY "pendtrx.cpy".
036094
036095 FD  OPERATOR-ACTION-LOG.
036096     COPY "opraclog.cpy".
036097
036098 FD  CUSTOMER-MASTER.
036099     COPY "custmast.cpy".
036101
036102 FD  WATCHLIST-FILE.
036103     COPY "watchlst.cpy".
036104
036105 FD  SCREENING-HOLD.
036106     COPY "scrnhold.cpy".
003610
000357*    SAME LAYOUT AS REJSUSP.CPY UNDER REW- NAMES SO BOTH FILES
000358*    CAN BE DECLARED SIDE BY SIDE - RESUBMIT WRITES STILL-
000367     05  REW-REASON-CODE          PIC X(02).
003671     05  REW-CHANNEL-ID           PIC X(03).
003672     05  REW-FILE-ID              PIC X(08).
003673
003674*    SAME LAYOUT AS PENDTRX.CPY UNDER SWTR- NAMES SO BOTH
003675*    FILES CAN BE DECLARED SIDE BY SIDE - SWEEP WRITES ITS
003676*    TRANSFER LEGS HERE FOR THE SWEEP RUN MODE TO POST.
003677 FD  SWEEP-TRANSFERS.
003678 01  SWEEP-TRANSFER-RECORD.
003679     05  SWTR-SENDER              PIC X(20).
003680     05  SWTR-RECIPIENT           PIC X(20).
003681     05  SWTR-AMOUNT              PIC S9(10)V99.
003682     05  SWTR-TIMESTAMP           PIC 9(10).
003683     05  SWTR-CURRENCY-CODE       PIC X(03).
003684     05  SWTR-CHANNEL-ID          PIC X(03).
003685     05  SWTR-FILE-ID             PIC X(08).
000368
000350 WORKING-STORAGE SECTION.
000360 01  WS-FILE-STATUS              PIC X(02) VALUE '00'.
000369 01  WS-CTL-LAST-BATCH-INPUT-NO  PIC 9(10) VALUE ZERO.
003691 01  WS-CTL-RELEASE-PHASE        PIC 9(01) VALUE ZERO.
003692 01  WS-CTL-BATCH-OWNER          PIC X(01) VALUE SPACE.
003693 01  WS-CTL-ACTIVITY-SEQ-NO      PIC 9(10) VALUE ZERO.
000371 01  WS-SKIP-INDEX               PIC 9(10) VALUE ZERO.
000370 01  WS-EOF                      PIC X(01) VALUE 'N'.
000380     88  EOF                             VALUE 'Y'.
004321 01  WS-LIM-STATUS               PIC X(02) VALUE '00'.
004322 01  WS-LIMITS-SW                PIC X(01) VALUE 'N'.
004323     88  LIMITS-ON-FILE                  VALUE 'Y'.
004324 01  WS-DA-STATUS                PIC X(02) VALUE '00'.
004325 01  WS-ARC-STATUS               PIC X(02) VALUE '00'.
004326 01  WS-DAY-DEBIT-TOTAL          PIC S9(12)V99 VALUE ZERO.
004327 01  WS-AVAILABLE-BALANCE        PIC S9(11)V99 VALUE ZERO.
004328 01  WS-CUST-STATUS              PIC X(02) VALUE '00'.
004329 01  WS-CUST-FILE-SW             PIC X(01) VALUE 'N'.
004330     88  CUSTOMERS-ON-FILE               VALUE 'Y'.
004331 01  WS-SCH-EOF-SW               PIC X(01) VALUE 'N'.
004332     88  SCH-EOF                         VALUE 'Y'.
004333 01  WS-SCREEN-ACCT-ID           PIC X(20) VALUE SPACES.
004334 01  WS-BATCH-SCREEN-HELD        PIC 9(10) VALUE ZERO.
004335 01  WS-BATCH-SCREEN-RELEASED    PIC 9(10) VALUE ZERO.
004336 01  WS-DA-EOF-SW                PIC X(01) VALUE 'N'.
004337     88  DA-FOLD-EOF                     VALUE 'Y'.
004338 01  WS-DA-ON-FILE-SW            PIC X(01) VALUE 'N'.
004339     88  DA-TOTAL-ON-FILE                VALUE 'Y'.
004340 01  WS-DA-FOLDED-COUNT          PIC 9(10) VALUE ZERO.
004341 01  WS-SWTR-STATUS              PIC X(02) VALUE '00'.
004342 01  WS-SWTR-EOF-SW              PIC X(01) VALUE 'N'.
004343     88  SWTR-EOF                        VALUE 'Y'.
000433
004331 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
000434     COPY "hashwork.cpy".
000435     COPY "ratework.cpy".
000436     COPY "oprwork.cpy".
000437     COPY "authwork.cpy".
000438     COPY "scrnwork.cpy".
000439     COPY "dormchan.cpy".
000440
000450 PROCEDURE DIVISION.
000460 0000-MAINLINE.
004845                     WS-OPERATOR-ID
004846             PERFORM 9800-VERIFY-PRIVILEGED-MODE
004842             PERFORM RELEASE-HELD-ENTRY THRU RELEASE-EXIT
004847         WHEN 'REBUILD'
004848             UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
004849                 INTO WS-RUN-MODE WS-OPERATOR-ID
004850             MOVE ZERO TO WS-REVERSE-SEQ-NO
004851             PERFORM 9800-VERIFY-PRIVILEGED-MODE
004852             PERFORM REBUILD-DAILY-ACTIVITY
004853         WHEN 'SWEEP'
004854             PERFORM SWEEP-POST-TRANSFERS
000485         WHEN SPACES
000486             PERFORM WRITE-TRANSACTION
000487             PERFORM READ-TRANSACTION
005919             STOP RUN
005921         END-IF
005922     END-IF.
005923*    LIKEWISE NO HOLDS FILE MEANS NO FUNDS ARE HELD - THE
005924*    AVAILABLE BALANCE IS THE LEDGER BALANCE.
005925     OPEN I-O AUTH-HOLDS.
005926     IF WS-AHD-STATUS = '00'
005927         SET HOLDS-ON-FILE TO TRUE
005928     ELSE
005929         IF WS-AHD-STATUS NOT = '35'
005931             DISPLAY 'ERROR OPENING AUTH-HOLDS.DAT'
005932             STOP RUN
005933         END-IF
005934     END-IF.
005935     OPEN I-O DAILY-ACTIVITY.
005936     IF WS-DA-STATUS = '35'
005937         OPEN OUTPUT DAILY-ACTIVITY
005938         CLOSE DAILY-ACTIVITY
005939         OPEN I-O DAILY-ACTIVITY
005940     END-IF.
005941     IF WS-DA-STATUS NOT = '00'
005942         DISPLAY 'ERROR OPENING DAILY-ACTIVITY.DAT'
005943         STOP RUN
005944     END-IF.
000591     PERFORM 0200-READ-CHECKPOINT.
000592     PERFORM 8000-LOAD-RATE-TABLE.
005921     IF WS-RUN-MODE NOT = 'REBUILD'
005922         PERFORM 0500-CATCH-UP-DAILY-ACTIVITY
005923     END-IF.
000593
000600 WRITE-TRANSACTION.
000610     MOVE WS-SENDER    TO TRX-SENDER.
000649         MOVE WS-PREV-HASH TO PREV-HASH
000649         PERFORM 5000-COMPUTE-CHAIN-HASH
000650         PERFORM 4200-POST-ACCOUNT-BALANCES
000651         IF AH-MATCH-FOUND
000652             PERFORM 4250-CAPTURE-AUTH-HOLD
000653         END-IF
000652         WRITE TRANSACTION-RECORD
000654         IF WS-FILE-STATUS NOT = '00'
000656             DISPLAY 'ERROR IN WRITING TO FILE'
000658             STOP RUN
000660         END-IF
006601         IF TRX-TYPE-ORIGINAL
006602             PERFORM 4300-FOLD-DAILY-ACTIVITY
006603         END-IF
006604         MOVE TRX-SEQ-NO TO WS-CTL-ACTIVITY-SEQ-NO
000661         MOVE REC-HASH TO WS-PREV-HASH
000663         ADD 1 TO WS-NEXT-SEQ-NO
000662     END-IF.
008701     IF LIMITS-ON-FILE
008702         CLOSE ACCOUNT-LIMITS
008703     END-IF.
008704     IF HOLDS-ON-FILE
008705         CLOSE AUTH-HOLDS
008706     END-IF.
008707     CLOSE DAILY-ACTIVITY.
000872     PERFORM 0400-WRITE-EOD-CONTROL-TOTALS.
000873
008000***************************************************************
000927         STOP RUN
000928     END-IF.
000929     PERFORM 6650-OPEN-HOLD-FILES.
009291     PERFORM 6660-OPEN-SCREENING-FILES.
000918     MOVE ZERO TO WS-BATCH-TOTAL.
000919     MOVE ZERO TO WS-BATCH-ACCEPTED.
000920     MOVE ZERO TO WS-BATCH-REJECTED.
009201     MOVE ZERO TO WS-BATCH-HELD.
009202     MOVE ZERO TO WS-BATCH-SCREEN-HELD.
009203     MOVE ZERO TO WS-BATCH-SCREEN-RELEASED.
009204     PERFORM 6800-POST-CLEARED-HOLDS.
000920     PERFORM 6050-SKIP-POSTED-INPUT.
000921     PERFORM 6100-READ-PENDING-RECORD.
000922     PERFORM 6200-POST-ONE-PENDING THRU 6200-NEXT
009221         UNTIL PEND-EOF.
000923     MOVE ZERO TO WS-CTL-LAST-BATCH-INPUT-NO.
009231     MOVE SPACE TO WS-CTL-BATCH-OWNER.
000924     PERFORM 0300-UPDATE-CHECKPOINT.
000925     CLOSE PENDING-TRANSACTIONS.
009251     CLOSE REJECT-SUSPENSE.
009253     CLOSE DUPLICATE-HOLD.
009255     CLOSE SCREENING-HOLD.
009256     IF CUSTOMERS-ON-FILE
009257         CLOSE CUSTOMER-MASTER
009258     END-IF.
009254     PERFORM 6900-REGENERATE-REVIEW-REPORT.
000924     PERFORM 6300-WRITE-POSTING-LOG.
000925     CLOSE POSTING-LOG.
009252     PERFORM 9500-WRITE-STEP-STATUS.
000926
009260***************************************************************
009261*    SWEEP-POST-TRANSFERS
009262*    POSTS EVERY LEG SWEEP HAS JUST WRITTEN TO SWEEP-
009263*    TRANSFERS.DAT THROUGH WRITE-TRANSACTION, TAGGED WITH
009264*    CHANNEL 'SWP' AND THE FILE ID SWEEP STAMPED (THE
009265*    BUSINESS DATE).  THE LEGS MOVE FUNDS BETWEEN ACCOUNTS
009266*    LINKED ON ONE CLIENT'S SWEEP ARRANGEMENT, SO THEY ARE NOT
009267*    SANCTIONS OR DUPLICATE SCREENED, BUT EVERY OTHER CHECK -
009268*    STATUS, FUNDS, POSTING LIMITS - APPLIES.  A REJECTED LEG
009269*    IS ONLY COUNTED: SWEEP RECOMPUTES EVERY LEG FROM THE
009270*    BALANCES ON ITS NEXT RUN, SO NOTHING IS SUSPENDED AND NO
009271*    INPUT SKIP COUNT IS KEPT - A RERUN AFTER A CRASH STARTS
009272*    FROM A FRESH FILE BUILT FROM THE BALANCES AS POSTED.
009273*    REACHING THE END WRITES PASS TO STEP-STATUS.DAT FOR SWEEP
009274*    TO READ BACK.
009275***************************************************************
009276 SWEEP-POST-TRANSFERS.
009277     OPEN INPUT SWEEP-TRANSFERS.
009278     IF WS-SWTR-STATUS NOT = '00'
009279         DISPLAY 'ERROR OPENING SWEEP-TRANSFERS.DAT'
009280         STOP RUN
009281     END-IF.
009282     MOVE ZERO TO WS-BATCH-TOTAL.
009283     MOVE ZERO TO WS-BATCH-ACCEPTED.
009284     MOVE ZERO TO WS-BATCH-REJECTED.
009285     PERFORM 6960-READ-SWEEP-TRANSFER.
009286     PERFORM 6970-POST-ONE-SWEEP-TRANSFER UNTIL SWTR-EOF.
009287     CLOSE SWEEP-TRANSFERS.
009288     DISPLAY 'SWEEP TRANSFERS READ:     ' WS-BATCH-TOTAL.
009289     DISPLAY 'SWEEP TRANSFERS POSTED:   ' WS-BATCH-ACCEPTED.
009290     DISPLAY 'SWEEP TRANSFERS REJECTED: ' WS-BATCH-REJECTED.
009291     PERFORM 9500-WRITE-STEP-STATUS.
009292
009293 6960-READ-SWEEP-TRANSFER.
009294     READ SWEEP-TRANSFERS
009295         AT END
009296             SET SWTR-EOF TO TRUE
009297         NOT AT END
009298             ADD 1 TO WS-BATCH-TOTAL
009299     END-READ.
009300
009301 6970-POST-ONE-SWEEP-TRANSFER.
009302     MOVE SWTR-SENDER        TO WS-SENDER.
009303     MOVE SWTR-RECIPIENT     TO WS-RECIPIENT.
009304     MOVE SWTR-AMOUNT        TO WS-AMOUNT.
009305     MOVE SWTR-TIMESTAMP     TO WS-TIMESTAMP.
009306     MOVE SWTR-CURRENCY-CODE TO WS-CURRENCY.
009307     MOVE 'SWP'              TO WS-CHANNEL-ID.
009308     MOVE SWTR-FILE-ID       TO WS-FILE-ID.
009309     PERFORM WRITE-TRANSACTION.
009310     IF TRX-REJECTED
009311         ADD 1 TO WS-BATCH-REJECTED
009312     ELSE
009313         ADD 1 TO WS-BATCH-ACCEPTED
009314     END-IF.
009315     PERFORM 6960-READ-SWEEP-TRANSFER.
009316
009500***************************************************************
009501*    9500-WRITE-STEP-STATUS
009502*    THE MACHINE-READABLE HANDSHAKE WITH THE DAYEND DRIVER -
009395     END-IF.
093951     MOVE PEND-CHANNEL-ID TO WS-CHANNEL-ID.
093952     MOVE PEND-FILE-ID    TO WS-FILE-ID.
093953     PERFORM 6780-SCREEN-SANCTIONS THRU 6780-EXIT.
093954     IF SN-HIT
093955         PERFORM 6790-WRITE-SCREEN-HOLD
093956         GO TO 6200-NEXT
093957     END-IF.
009396     PERFORM 6700-SCREEN-DUPLICATE.
009397     IF DUP-MATCH-FOUND
009398         PERFORM 6750-WRITE-HOLD-ENTRY
000944             ADD 1 TO WS-BATCH-ACCEPTED
000945         END-IF
009441     END-IF.
009442 6200-NEXT.
000946     PERFORM 6100-READ-PENDING-RECORD.
000947
000948 6300-WRITE-POSTING-LOG.
000950     MOVE WS-BATCH-ACCEPTED TO LOG-ACCEPTED-COUNT.
000951     MOVE WS-BATCH-REJECTED TO LOG-REJECTED-COUNT.
009511     MOVE WS-BATCH-HELD     TO LOG-HELD-COUNT.
009512     MOVE WS-BATCH-SCREEN-HELD     TO LOG-SCREEN-HELD-COUNT.
009513     MOVE WS-BATCH-SCREEN-RELEASED TO LOG-SCREEN-RELEASED-COUNT.
000952     WRITE POSTING-LOG-RECORD.
000953
006400***************************************************************
006647         STOP RUN
006648     END-IF.
006658
006660***************************************************************
006661*    6660-OPEN-SCREENING-FILES
006662*    THE WATCHLIST IS HELD IN CORE FOR THE RUN.  HOLDER NAMES
006663*    COME FROM CUSTOMER.DAT - NO CUSTOMER FILE, OR NO RECORD
006664*    FOR AN ACCOUNT, MEANS NO NAME TO SCREEN.  SCREENING-
006665*    HOLD.DAT IS CREATED ON FIRST USE.
006666***************************************************************
006667 6660-OPEN-SCREENING-FILES.
006668     PERFORM 8400-LOAD-WATCHLIST THRU 8400-EXIT.
006669     OPEN INPUT CUSTOMER-MASTER.
006670     IF WS-CUST-STATUS = '00'
006671         SET CUSTOMERS-ON-FILE TO TRUE
006672     ELSE
006673         IF WS-CUST-STATUS NOT = '35'
006674             DISPLAY 'ERROR OPENING CUSTOMER.DAT'
006675             STOP RUN
006676         END-IF
006677     END-IF.
006678     OPEN I-O SCREENING-HOLD.
006679     IF WS-SCH-STATUS = '35'
006680         OPEN OUTPUT SCREENING-HOLD
006681         CLOSE SCREENING-HOLD
006682         OPEN I-O SCREENING-HOLD
006683     END-IF.
006684     IF WS-SCH-STATUS NOT = '00'
006685         DISPLAY 'ERROR OPENING SCREENING-HOLD.DAT'
006686         STOP RUN
006687     END-IF.
006688
006700***************************************************************
006701*    6700-SCREEN-DUPLICATE
006702*    LOOKS ON DAILY-ACTIVITY.DAT FOR AN ORIGINAL FROM THE SAME
006703*    SENDER ON THE SAME VALUE DATE WHOSE RECIPIENT, AMOUNT AND
006704*    CURRENCY ALL MATCH THE ENTRY IN WS-TRANSACTION.  THE
006705*    DAY'S ENTRIES ARE KEYED ON EXACTLY THOSE FIELDS, SO ONE
006706*    START AND ONE READ FIND THE LOWEST-NUMBERED MATCH.  A
006707*    MATCH MEANS THIS ENTRY IS A REPEAT OF A PAYMENT ALREADY
006708*    ON FILE - INCLUDING ONE POSTED EARLIER IN THE SAME INPUT
006709*    FILE, SINCE THAT COPY WAS FOLDED IN AS IT POSTED.
006710*    REVERSALS AND ANCHORS ARE NEVER FOLDED, SO NEVER MATCH.
006711***************************************************************
006712 6700-SCREEN-DUPLICATE.
006713     MOVE 'N' TO WS-DUP-MATCH-SW.
006714     MOVE ZERO TO WS-DUP-MATCH-SEQ-NO.
006715     MOVE WS-SENDER    TO DA-ACCT-ID.
006716     MOVE WS-TIMESTAMP TO DA-BUSINESS-DATE.
006717     MOVE WS-RECIPIENT TO DA-RECIPIENT.
006718     MOVE WS-AMOUNT    TO DA-AMOUNT.
006719     MOVE WS-CURRENCY  TO DA-CURRENCY-CODE.
006720     MOVE ZERO         TO DA-SEQ-NO.
006721     START DAILY-ACTIVITY KEY IS NOT LESS THAN DA-KEY
006722         INVALID KEY
006723             CONTINUE
006724     END-START.
006725     IF WS-DA-STATUS = '00'
006726         PERFORM 6710-READ-ACTIVITY-MATCH
006727     END-IF.
006728
006729 6710-READ-ACTIVITY-MATCH.
006730     READ DAILY-ACTIVITY NEXT RECORD
006731         AT END
006732             CONTINUE
006733         NOT AT END
006734             IF DA-ORIGINAL-ENTRY
006735                     AND DA-ACCT-ID = WS-SENDER
006736                     AND DA-BUSINESS-DATE = WS-TIMESTAMP
006737                     AND DA-RECIPIENT = WS-RECIPIENT
006738                     AND DA-AMOUNT = WS-AMOUNT
006739                     AND DA-CURRENCY-CODE = WS-CURRENCY
006740                 SET DUP-MATCH-FOUND TO TRUE
006741                 MOVE DA-SEQ-NO TO WS-DUP-MATCH-SEQ-NO
006742             END-IF
006743     END-READ.
006743***************************************************************
006744*    6750-WRITE-HOLD-ENTRY
006745*    A SCREENED DUPLICATE GOES TO THE HOLD QUEUE WITH THE
006798     MOVE WS-NEXT-SEQ-NO TO TRX-SEQ-NO.
006799     PERFORM 0300-UPDATE-CHECKPOINT.
006800
006801***************************************************************
006802*    6780-SCREEN-SANCTIONS
006803*    LOOKS UP THE SENDER'S, THEN THE RECIPIENT'S, HOLDER NAME
006804*    AND SCREENS IT AGAINST THE WATCHLIST.  THE FIRST HIT
006805*    STOPS THE SCREEN WITH SN-HIT SET, THE MATCHED ACCOUNT IN
006806*    WS-SCREEN-ACCT-ID AND ITS HOLDER NAME IN SN-NAME-IN.
006807***************************************************************
006808 6780-SCREEN-SANCTIONS.
006809     MOVE 'N' TO SN-HIT-SW.
006810     IF WL-TABLE-COUNT = ZERO OR NOT CUSTOMERS-ON-FILE
006811         GO TO 6780-EXIT
006812     END-IF.
006813     MOVE WS-SENDER TO WS-SCREEN-ACCT-ID.
006814     PERFORM 6785-SCREEN-ONE-HOLDER THRU 6785-EXIT.
006815     IF SN-HIT
006816         GO TO 6780-EXIT
006817     END-IF.
006818     MOVE WS-RECIPIENT TO WS-SCREEN-ACCT-ID.
006819     PERFORM 6785-SCREEN-ONE-HOLDER THRU 6785-EXIT.
006820 6780-EXIT.
006821     EXIT.
006822
006823 6785-SCREEN-ONE-HOLDER.
006824     MOVE 'N' TO SN-HIT-SW.
006825     MOVE WS-SCREEN-ACCT-ID TO CUST-ACCT-ID.
006826     READ CUSTOMER-MASTER
006827         INVALID KEY
006828             GO TO 6785-EXIT
006829     END-READ.
006830     MOVE CUST-NAME TO SN-NAME-IN.
006831     PERFORM 8500-SCREEN-NAME THRU 8500-EXIT.
006832 6785-EXIT.
006833     EXIT.
006834
006835***************************************************************
006836*    6790-WRITE-SCREEN-HOLD
006837*    A WATCHLIST HIT GOES TO THE SCREENING HOLD QUEUE UNDER
006838*    THE NEXT HOLD NUMBER, WITH EVERYTHING NEEDED TO POST IT
006839*    IF THE OFFICER CLEARS IT.  ITS CONSUMPTION OF THE INPUT
006840*    FILE IS CHECKPOINTED JUST AS A DUPLICATE HOLD'S IS.
006841***************************************************************
006842 6790-WRITE-SCREEN-HOLD.
006843     PERFORM 8600-NEXT-HOLD-NO.
006844     MOVE WS-NEXT-HOLD-NO     TO SH-HOLD-NO.
006845     SET SH-FROM-BATCH        TO TRUE.
006846     SET SH-HELD              TO TRUE.
006847     MOVE WS-SENDER           TO SH-SENDER.
006848     MOVE WS-RECIPIENT        TO SH-RECIPIENT.
006849     MOVE WS-AMOUNT           TO SH-AMOUNT.
006850     MOVE WS-TIMESTAMP        TO SH-TIMESTAMP.
006851     MOVE WS-CURRENCY         TO SH-CURRENCY-CODE.
006852     MOVE WS-CHANNEL-ID       TO SH-CHANNEL-ID.
006853     MOVE WS-FILE-ID          TO SH-FILE-ID.
006854     MOVE WS-SCREEN-ACCT-ID   TO SH-HIT-ACCT-ID.
006855     MOVE SN-NAME-IN          TO SH-HIT-NAME.
006856     MOVE SN-LIST-NAME        TO SH-LIST-NAME.
006857     MOVE SN-LISTED-NAME      TO SH-LISTED-NAME.
006858     ACCEPT SH-HELD-DATE FROM DATE YYYYMMDD.
006859     MOVE ZERO                TO SH-DECISION-DATE.
006860     MOVE SPACES              TO SH-DECISION-OPERATOR.
006861     MOVE ZERO                TO SH-RELEASED-DATE.
006862     WRITE SCREENING-HOLD-RECORD
006863         INVALID KEY
006864             DISPLAY 'ERROR WRITING SCREENING-HOLD.DAT'
006865             STOP RUN
006866     END-WRITE.
006867     ADD 1 TO WS-BATCH-SCREEN-HELD.
006868     DISPLAY 'WATCHLIST HIT HELD - HOLD NO: ' WS-NEXT-HOLD-NO
006869         ' ACCOUNT ' WS-SCREEN-ACCT-ID.
006870     MOVE WS-NEXT-SEQ-NO TO TRX-SEQ-NO.
006871     PERFORM 0300-UPDATE-CHECKPOINT.
006872
006873***************************************************************
006874*    6800-POST-CLEARED-HOLDS
006875*    POSTS EVERY PAYMENT HOLD AN OFFICER HAS CLEARED SINCE
006876*    THE LAST RUN.  A CLEARED HOLD HAS ALREADY BEEN SCREENED,
006877*    SO IT SKIPS THE WATCHLIST BUT NOT THE DUPLICATE SCREEN -
006878*    WHICH ALSO CATCHES ONE POSTED BY A RUN THAT DIED BEFORE
006879*    IT COULD MARK THE HOLD RELEASED.  WHATEVER THE POSTING
006880*    OUTCOME (POSTED, SUSPENSE OR DUPLICATE HOLD) THE
006881*    SCREENING HOLD IS DONE WITH AND IS MARKED RELEASED.
006882***************************************************************
006883 6800-POST-CLEARED-HOLDS.
006884     MOVE 'N' TO WS-SCH-EOF-SW.
006885     MOVE ZERO TO SH-HOLD-NO.
006886     START SCREENING-HOLD KEY IS NOT LESS THAN SH-HOLD-NO
006887         INVALID KEY
006888             SET SCH-EOF TO TRUE
006889     END-START.
006890     PERFORM 6810-POST-ONE-CLEARED-HOLD UNTIL SCH-EOF.
006891
006892 6810-POST-ONE-CLEARED-HOLD.
006893     READ SCREENING-HOLD NEXT RECORD
006894         AT END
006895             SET SCH-EOF TO TRUE
006896         NOT AT END
006897             IF SH-CLEARED AND SH-PAYMENT
006898                 PERFORM 6820-RELEASE-CLEARED-HOLD
006899             END-IF
006900     END-READ.
006901
006902 6820-RELEASE-CLEARED-HOLD.
006903     MOVE SH-SENDER        TO WS-SENDER.
006904     MOVE SH-RECIPIENT     TO WS-RECIPIENT.
006905     MOVE SH-AMOUNT        TO WS-AMOUNT.
006906     MOVE SH-TIMESTAMP     TO WS-TIMESTAMP.
006907     MOVE SH-CURRENCY-CODE TO WS-CURRENCY.
006908     MOVE SH-CHANNEL-ID    TO WS-CHANNEL-ID.
006909     MOVE SH-FILE-ID       TO WS-FILE-ID.
006910     DISPLAY 'POSTING CLEARED SCREENING HOLD: ' SH-HOLD-NO.
006911     PERFORM 6700-SCREEN-DUPLICATE.
006912     IF DUP-MATCH-FOUND
006913         PERFORM 6750-WRITE-HOLD-ENTRY
006914     ELSE
006915         PERFORM WRITE-TRANSACTION
006916     END-IF.
006917     SET SH-RELEASED TO TRUE.
006918     ACCEPT SH-RELEASED-DATE FROM DATE YYYYMMDD.
006919     REWRITE SCREENING-HOLD-RECORD
006920         INVALID KEY
006921             DISPLAY 'ERROR REWRITING SCREENING-HOLD.DAT'
006922             STOP RUN
006923     END-REWRITE.
006924     ADD 1 TO WS-BATCH-SCREEN-RELEASED.
006925
007200***************************************************************
007201*    6570-COPY-REWORK-TO-SUSPENSE
007202*    REWRITES REJECT-SUSPENSE.DAT WHOLESALE FROM THE REWORK
004108*    CARRIES NO CURRENCY OF ITS OWN - IT IS THE ACCOUNT'S BOOK
004109*    BALANCE IN WS-REPORT-CURRENCY - SO TRX-AMOUNT IS CONVERTED
004110*    TO WS-BOOK-AMOUNT BEFORE THE SUFFICIENT-FUNDS CHECK BELOW.
004112*    FOR AN ORIGINAL THAT CHECK IS AGAINST THE AVAILABLE
004113*    BALANCE (SEE 4120-APPLY-AUTH-HOLDS).
004111***************************************************************
004110 4100-VALIDATE-SENDER-BALANCE.
004120     MOVE 'N' TO WS-REJECT-SW.
004121     MOVE SPACES TO WS-REJECT-REASON.
004124     MOVE 'N' TO AH-MATCH-FOUND-SW.
004122     IF TRX-TYPE-ORIGINAL AND TRX-AMOUNT NOT > ZERO
004123         DISPLAY 'ERROR - NON-POSITIVE AMOUNT FOR: ' TRX-SENDER
004125         MOVE 'Y' TO WS-REJECT-SW
041343         END-IF
041344     END-IF.
041345     IF TRX-TYPE-ORIGINAL AND TRX-ACCEPTED
041346             AND TRX-CHANNEL-ID NOT = 'ESC'
041347         PERFORM 4150-CHECK-POSTING-LIMITS THRU 4150-EXIT
041348     END-IF.
004135     MOVE TRX-SENDER TO ACCT-ID.
004140     READ ACCOUNT-MASTER
004150         INVALID KEY
004182                     MOVE '05' TO WS-REJECT-REASON
004183                 END-IF
004181             END-IF
004186             IF TRX-TYPE-ORIGINAL AND TRX-CHANNEL-ID = 'ESC'
004187                     AND NOT ACCT-ESCHEATED
004188                 DISPLAY 'ERROR - ESCHEAT SWEEP FOR ACCOUNT NO '
004189                     'LONGER DORMANT: ' TRX-SENDER
004191                 MOVE 'Y' TO WS-REJECT-SW
004192                 IF WS-REJECT-REASON = SPACES
004193                     MOVE '10' TO WS-REJECT-REASON
004194                 END-IF
004195             END-IF
004184     END-READ.
004185     MOVE ACCT-BALANCE TO WS-AVAILABLE-BALANCE.
004186     IF TRX-TYPE-ORIGINAL AND TRX-ACCEPTED
004187         PERFORM 4120-APPLY-AUTH-HOLDS
004188     END-IF.
004190     IF TRX-ACCEPTED
004200         IF WS-AVAILABLE-BALANCE < WS-BOOK-AMOUNT
004210             DISPLAY 'ERROR - INSUFFICIENT BALANCE FOR: '
004220                 TRX-SENDER
004230             MOVE 'Y' TO WS-REJECT-SW
004332         END-READ
004340     END-IF.
004350
004120***************************************************************
004121*    4120-APPLY-AUTH-HOLDS
004122*    TAKES THE SENDER'S ACTIVE AUTHORIZATION HOLDS OFF
004123*    WS-AVAILABLE-BALANCE.  THE FIRST ACTIVE HOLD WITH THE
004124*    ENTRY'S CHANNEL, CURRENCY AND AMOUNT IS THE ONE THIS
004125*    ENTRY SETTLES - ITS FUNDS ARE ALREADY RESERVED FOR IT, SO
004126*    IT IS ADDED BACK, AND AH-MATCH-FOUND TELLS WRITE-
004127*    TRANSACTION TO CAPTURE IT ONCE THE ENTRY POSTS.
004128***************************************************************
004129 4120-APPLY-AUTH-HOLDS.
004130     MOVE WS-SENDER     TO AH-ACCT-ID.
004131     MOVE 'Y'           TO AH-MATCH-WANTED-SW.
004132     MOVE WS-CHANNEL-ID TO AH-MATCH-CHANNEL.
004133     MOVE WS-CURRENCY   TO AH-MATCH-CURRENCY.
004134     MOVE WS-AMOUNT     TO AH-MATCH-AMOUNT.
004135     PERFORM 8300-SUM-ACTIVE-HOLDS THRU 8300-EXIT.
004136     COMPUTE WS-AVAILABLE-BALANCE = ACCT-BALANCE
004137         - AH-HELD-AMOUNT + AH-MATCH-BOOK-AMOUNT.
004138
004150***************************************************************
004151*    4150-CHECK-POSTING-LIMITS
004152*    ENFORCES THE SENDER'S ACCOUNT-LIMITS.DAT RECORD ON AN
004154*    FILE) MEANS NO LIMITS - THE POST BEHAVES AS IT ALWAYS
004155*    HAS - AND A LIMIT VALUE OF ZERO LEAVES THAT LIMIT OFF.
004156*    BOTH LIMITS ARE IN THE BOOK CURRENCY, SO THE COMPARE USES
004157*    WS-BOOK-AMOUNT.  THE DAILY CHECK ADDS THE ENTRY TO THE
004158*    SENDER'S ORIGINAL DEBITS ALREADY POSTED WITH THE SAME
004159*    VALUE DATE (4160).  AN ESCHEAT SWEEP (CHANNEL 'ESC') IS
004161*    NOT SUBJECT TO THE HOLDER'S LIMITS AND NEVER COMES HERE.
004163***************************************************************
004164 4150-CHECK-POSTING-LIMITS.
004165     IF NOT LIMITS-ON-FILE
004187     END-IF.
004188     IF LIM-DAILY-DEBIT-MAX > ZERO
004189         PERFORM 4160-SUM-DAY-DEBITS
004192         IF WS-DAY-DEBIT-TOTAL + WS-BOOK-AMOUNT
004193                 > LIM-DAILY-DEBIT-MAX
004194             DISPLAY 'ERROR - OVER DAILY DEBIT LIMIT FOR: '
004205
004210***************************************************************
004211*    4160-SUM-DAY-DEBITS
004212*    THE BOOK-CURRENCY VALUE OF THE SENDER'S ORIGINALS ALREADY
004213*    POSTED WITH THE SAME VALUE DATE AS THE ENTRY IN HAND -
004214*    THE DEBITS THAT ALREADY POSTED TODAY - STRAIGHT OFF THE
004215*    DAY TOTAL ON DAILY-ACTIVITY.DAT.  NO DAY TOTAL MEANS
004216*    NOTHING HAS POSTED FOR THAT DAY YET.
004217***************************************************************
004218 4160-SUM-DAY-DEBITS.
004219     MOVE ZERO TO WS-DAY-DEBIT-TOTAL.
004220     MOVE WS-SENDER    TO DA-ACCT-ID.
004221     MOVE WS-TIMESTAMP TO DA-BUSINESS-DATE.
004222     MOVE LOW-VALUES   TO DA-ORIGINAL-KEY.
004223     READ DAILY-ACTIVITY
004224         INVALID KEY
004225             CONTINUE
004226         NOT INVALID KEY
004227             MOVE DA-BOOK-AMOUNT TO WS-DAY-DEBIT-TOTAL
004228     END-READ.
004400***************************************************************
004401*    4200-POST-ACCOUNT-BALANCES
004402*    DEBITS THE SENDER AND CREDITS THE RECIPIENT IN
004460             STOP RUN
004470     END-READ.
004480     SUBTRACT WS-BOOK-AMOUNT FROM ACCT-BALANCE.
004485     PERFORM 4230-REACTIVATE-DORMANT.
004490     REWRITE ACCOUNT-MASTER-RECORD
004500         INVALID KEY
004510             DISPLAY 'ERROR REWRITING SENDER ACCOUNT'
004580             STOP RUN
004590     END-READ.
004600     ADD WS-BOOK-AMOUNT TO ACCT-BALANCE.
004605     PERFORM 4230-REACTIVATE-DORMANT.
004610     REWRITE ACCOUNT-MASTER-RECORD
004620         INVALID KEY
004630             DISPLAY 'ERROR REWRITING RECIPIENT ACCOUNT'
004640             STOP RUN
004650     END-REWRITE.
004660
004661***************************************************************
004662*    4230-REACTIVATE-DORMANT
004663*    THE ACCOUNT IN THE RECORD AREA IS ABOUT TO BE REWRITTEN
004664*    FOR THE ENTRY IN HAND.  IF IT IS DORMANT AND THE ENTRY IS
004665*    THE HOLDER'S OWN DOING - AN ORIGINAL ON A CHANNEL THE BANK
004666*    DOES NOT ORIGINATE - THE DORMANT FLAG COMES OFF.
004667***************************************************************
004668 4230-REACTIVATE-DORMANT.
004669     IF ACCT-DORMANT AND TRX-TYPE-ORIGINAL
004670         MOVE TRX-CHANNEL-ID TO DORM-CHANNEL-ID
004671         IF NOT DORM-BANK-INITIATED
004672             MOVE SPACE TO ACCT-DORMANT-SW
004673             MOVE ZERO  TO ACCT-DORMANT-DATE
004674             DISPLAY 'DORMANT ACCOUNT REACTIVATED: ' ACCT-ID
004675         END-IF
004676     END-IF.
004677
004700***************************************************************
004701*    4250-CAPTURE-AUTH-HOLD
004702*    MARKS THE HOLD 4120 MATCHED AS CAPTURED - THE FINAL
004703*    ENTRY HAS JUST DEBITED THE FUNDS IT RESERVED, SO IT NO
004704*    LONGER REDUCES THE AVAILABLE BALANCE.  RUNS BEFORE THE
004705*    TRANSACTION RECORD IS WRITTEN, SO A RESTART THAT REPOSTS
004706*    THE ENTRY FINDS THE HOLD ALREADY CAPTURED.
004707***************************************************************
004710 4250-CAPTURE-AUTH-HOLD.
004720     MOVE AH-MATCH-KEY TO AHD-KEY.
004730     READ AUTH-HOLDS
004740         INVALID KEY
004750             DISPLAY 'ERROR - MATCHED HOLD VANISHED: '
004760                 AH-MATCH-KEY
004770             STOP RUN
004780     END-READ.
004790     SET AHD-CAPTURED TO TRUE.
004800     ACCEPT AHD-STATUS-DATE FROM DATE YYYYMMDD.
004810     MOVE 'LEDGER' TO AHD-STATUS-OPERATOR.
004820     REWRITE AUTH-HOLD-RECORD
004830         INVALID KEY
004840             DISPLAY 'ERROR REWRITING AUTH-HOLDS.DAT'
004850             STOP RUN
004860     END-REWRITE.
004870     DISPLAY 'HOLD CAPTURED: ' AHD-ACCT-ID ' ' AHD-HOLD-REF.
004880
004900***************************************************************
004901*    4300-FOLD-DAILY-ACTIVITY
004902*    FOLDS THE ORIGINAL IN TRANSACTION-RECORD INTO DAILY-
004903*    ACTIVITY.DAT - ITS BOOK-CURRENCY VALUE (CONVERTED AS OF
004904*    ITS OWN VALUE DATE, AS 4100 DID WHEN IT POSTED) ONTO THE
004905*    SENDER'S DAY TOTAL, AND ITS COMPACT KEY AS AN ENTRY OF
004906*    ITS OWN.  SAFE TO REPEAT FOR THE SAME ORIGINAL: THE TOTAL
004907*    ONLY MOVES FOR A SEQ-NO PAST DA-LAST-SEQ-NO AND AN ENTRY
004908*    ALREADY ON FILE IS LEFT AS IT IS.  SHARED BY THE POSTING
004909*    PATH, THE START-OF-RUN CATCH-UP AND REBUILD.  CLOBBERS
004910*    THE RC- CONVERSION AREA.
004911***************************************************************
004912 4300-FOLD-DAILY-ACTIVITY.
004913     MOVE TRX-CURRENCY-CODE TO RC-CCY-IN.
004914     MOVE TRX-AMOUNT        TO RC-AMOUNT-IN.
004915     MOVE TRX-TIMESTAMP     TO RC-AS-OF-DATE.
004916     PERFORM 8100-CONVERT-TO-REPORT-CURRENCY.
004917     MOVE TRX-SENDER        TO DA-ACCT-ID.
004918     MOVE TRX-TIMESTAMP     TO DA-BUSINESS-DATE.
004919     MOVE LOW-VALUES        TO DA-ORIGINAL-KEY.
004920     MOVE 'Y' TO WS-DA-ON-FILE-SW.
004921     READ DAILY-ACTIVITY
004922         INVALID KEY
004923             PERFORM 4310-START-DAY-TOTAL
004924     END-READ.
004925     IF TRX-SEQ-NO > DA-LAST-SEQ-NO
004926         ADD RC-AMOUNT-OUT TO DA-BOOK-AMOUNT
004927         ADD 1 TO DA-ORIGINAL-COUNT
004928         MOVE TRX-SEQ-NO TO DA-LAST-SEQ-NO
004929         IF DA-TOTAL-ON-FILE
004930             REWRITE DAILY-ACTIVITY-RECORD
004931                 INVALID KEY
004932                     DISPLAY 'ERROR REWRITING DAILY-ACTIVITY.DAT'
004933                     STOP RUN
004934             END-REWRITE
004935         ELSE
004936             WRITE DAILY-ACTIVITY-RECORD
004937                 INVALID KEY
004938                     DISPLAY 'ERROR WRITING DAILY-ACTIVITY.DAT'
004939                     STOP RUN
004940             END-WRITE
004941         END-IF
004942     END-IF.
004943     MOVE TRX-RECIPIENT     TO DA-RECIPIENT.
004944     MOVE TRX-AMOUNT        TO DA-AMOUNT.
004945     MOVE TRX-CURRENCY-CODE TO DA-CURRENCY-CODE.
004946     MOVE TRX-SEQ-NO        TO DA-SEQ-NO.
004947     MOVE 'O'               TO DA-RECORD-TYPE.
004948     MOVE RC-AMOUNT-OUT     TO DA-BOOK-AMOUNT.
004949     MOVE ZERO              TO DA-ORIGINAL-COUNT.
004950     MOVE ZERO              TO DA-LAST-SEQ-NO.
004951     WRITE DAILY-ACTIVITY-RECORD
004952         INVALID KEY
004953             IF WS-DA-STATUS NOT = '22'
004954                 DISPLAY 'ERROR WRITING DAILY-ACTIVITY.DAT'
004955                 STOP RUN
004956             END-IF
004957     END-WRITE.
004958
004959 4310-START-DAY-TOTAL.
004960     MOVE 'N'           TO WS-DA-ON-FILE-SW.
004961     MOVE TRX-SENDER    TO DA-ACCT-ID.
004962     MOVE TRX-TIMESTAMP TO DA-BUSINESS-DATE.
004963     MOVE LOW-VALUES    TO DA-ORIGINAL-KEY.
004964     MOVE 'T'           TO DA-RECORD-TYPE.
004965     MOVE ZERO          TO DA-BOOK-AMOUNT.
004966     MOVE ZERO          TO DA-ORIGINAL-COUNT.
004967     MOVE ZERO          TO DA-LAST-SEQ-NO.
000100***************************************************************
000101*    0100-PRIME-CHAIN-HASH
000102*    READS ANY EXISTING TRANSACTION.DAT ONCE, START TO
000291     MOVE ZERO TO WS-CTL-LAST-BATCH-INPUT-NO.
002911     MOVE ZERO TO WS-CTL-RELEASE-PHASE.
002912     MOVE SPACE TO WS-CTL-BATCH-OWNER.
002913     MOVE ZERO TO WS-CTL-ACTIVITY-SEQ-NO.
000292     OPEN INPUT CONTROL-FILE.
000293     IF WS-CTL-STATUS = '00'
000294         READ CONTROL-FILE
003014                 END-IF
003015                 MOVE CTL-BATCH-OWNER
003016                     TO WS-CTL-BATCH-OWNER
003017                 IF CTL-ACTIVITY-SEQ-NO NUMERIC
003018                     MOVE CTL-ACTIVITY-SEQ-NO
003019                         TO WS-CTL-ACTIVITY-SEQ-NO
003020                 END-IF
000302         END-READ
000303         CLOSE CONTROL-FILE
000304     END-IF.
000350     MOVE WS-CTL-LAST-BATCH-INPUT-NO TO CTL-LAST-BATCH-INPUT-NO.
003501     MOVE WS-CTL-RELEASE-PHASE       TO CTL-RELEASE-PHASE.
003502     MOVE WS-CTL-BATCH-OWNER         TO CTL-BATCH-OWNER.
003503     MOVE WS-CTL-ACTIVITY-SEQ-NO     TO CTL-ACTIVITY-SEQ-NO.
000360     OPEN OUTPUT CONTROL-FILE.
000370     IF WS-CTL-STATUS NOT = '00'
000380         DISPLAY 'ERROR WRITING LEDGER-CONTROL.DAT'
000410     WRITE LEDGER-CONTROL-RECORD.
000420     CLOSE CONTROL-FILE.
000430
000500***************************************************************
000501*    0500-CATCH-UP-DAILY-ACTIVITY
000502*    FOLDS EVERY ORIGINAL WRITTEN AFTER CTL-ACTIVITY-SEQ-NO
000503*    INTO DAILY-ACTIVITY.DAT BEFORE ANYTHING POSTS.  ON A
000504*    NORMAL RUN THERE IS NOTHING PAST THE BOOKMARK; AFTER A
000505*    CRASH BETWEEN A TRANSACTION WRITE AND ITS CHECKPOINT IT
000506*    PICKS UP WHAT THE DEAD RUN WROTE, SO THE LIMIT AND
000507*    DUPLICATE CHECKS SEE IT.  THE BOOKMARK ITSELF GOES OUT
000508*    WITH THE NEXT CHECKPOINT.  LEAVES TRANSACTION-FILE BACK
000509*    AT ITS FIRST RECORD FOR READ-TRANSACTION.
000510***************************************************************
000511 0500-CATCH-UP-DAILY-ACTIVITY.
000512     MOVE ZERO TO WS-DA-FOLDED-COUNT.
000513     MOVE 'N'  TO WS-DA-EOF-SW.
000514     MOVE WS-CTL-ACTIVITY-SEQ-NO TO TRX-SEQ-NO.
000515     START TRANSACTION-FILE KEY IS GREATER THAN TRX-SEQ-NO
000516         INVALID KEY
000517             SET DA-FOLD-EOF TO TRUE
000518     END-START.
000519     PERFORM 0510-FOLD-ONE-LIVE-RECORD UNTIL DA-FOLD-EOF.
000520     IF WS-DA-FOLDED-COUNT > ZERO
000521         DISPLAY 'DAILY ACTIVITY CAUGHT UP: ' WS-DA-FOLDED-COUNT
000522             ' ORIGINAL(S) FOLDED'
000523     END-IF.
000524     MOVE ZERO TO TRX-SEQ-NO.
000525     START TRANSACTION-FILE KEY IS NOT LESS THAN TRX-SEQ-NO
000526         INVALID KEY
000527             CONTINUE
000528     END-START.
000529
000530 0510-FOLD-ONE-LIVE-RECORD.
000531     READ TRANSACTION-FILE NEXT RECORD
000532         AT END
000533             SET DA-FOLD-EOF TO TRUE
000534         NOT AT END
000535             IF TRX-TYPE-ORIGINAL
000536                 PERFORM 4300-FOLD-DAILY-ACTIVITY
000537                 ADD 1 TO WS-DA-FOLDED-COUNT
000538             END-IF
000539             MOVE TRX-SEQ-NO TO WS-CTL-ACTIVITY-SEQ-NO
000540     END-READ.
000541
000542***************************************************************
000543*    REBUILD-DAILY-ACTIVITY
000544*    REGENERATES DAILY-ACTIVITY.DAT FROM SCRATCH - EMPTIED,
000545*    THEN EVERY ORIGINAL ON TRANSACTION-ARCHIVE.DAT (IF ANY)
000546*    AND TRANSACTION.DAT FOLDED IN SEQ-NO ORDER - AND
000547*    CHECKPOINTS CTL-ACTIVITY-SEQ-NO AT THE END OF THE LIVE
000548*    FILE.  RUN AFTER TRANSACTION.DAT IS RESTORED (FILEBKP
000549*    RELOAD) OR WHENEVER ACTPROOF CANNOT PROVE THE FILE.  THE
000550*    ARCHIVE IS FOLDED TOO: ARCHTRX MOVING AN ORIGINAL OFF THE
000551*    LIVE FILE DOES NOT CHANGE WHAT WAS DEBITED THAT DAY, AND
000552*    POSTING NEVER TAKES AN ORIGINAL BACK OUT.  A RECORD ON
000553*    BOTH FILES (ARCHTRX STOPPED BETWEEN ITS ARCHIVE WRITE AND
000554*    LIVE DELETE) IS ONLY FOLDED ONCE.
000555***************************************************************
000556 REBUILD-DAILY-ACTIVITY.
000557     CLOSE DAILY-ACTIVITY.
000558     OPEN OUTPUT DAILY-ACTIVITY.
000559     IF WS-DA-STATUS NOT = '00'
000560         DISPLAY 'ERROR CLEARING DAILY-ACTIVITY.DAT'
000561         STOP RUN
000562     END-IF.
000563     CLOSE DAILY-ACTIVITY.
000564     OPEN I-O DAILY-ACTIVITY.
000565     IF WS-DA-STATUS NOT = '00'
000566         DISPLAY 'ERROR OPENING DAILY-ACTIVITY.DAT'
000567         STOP RUN
000568     END-IF.
000569     MOVE ZERO TO WS-DA-FOLDED-COUNT.
000570     MOVE ZERO TO WS-CTL-ACTIVITY-SEQ-NO.
000571     MOVE 'N'  TO WS-DA-EOF-SW.
000572     OPEN INPUT ARCHIVE-FILE.
000573     IF WS-ARC-STATUS = '00'
000574         PERFORM 0560-FOLD-ONE-ARCHIVED UNTIL DA-FOLD-EOF
000575         CLOSE ARCHIVE-FILE
000576     ELSE
000577         IF WS-ARC-STATUS NOT = '35'
000578             DISPLAY 'ERROR OPENING TRANSACTION-ARCHIVE.DAT'
000579             STOP RUN
000580         END-IF
000581     END-IF.
000582     MOVE 'N'  TO WS-DA-EOF-SW.
000583     MOVE ZERO TO TRX-SEQ-NO.
000584     START TRANSACTION-FILE KEY IS NOT LESS THAN TRX-SEQ-NO
000585         INVALID KEY
000586             SET DA-FOLD-EOF TO TRUE
000587     END-START.
000588     PERFORM 0510-FOLD-ONE-LIVE-RECORD UNTIL DA-FOLD-EOF.
000589     DISPLAY 'DAILY ACTIVITY REBUILT: ' WS-DA-FOLDED-COUNT
000590         ' ORIGINAL(S) FOLDED'.
000591     MOVE WS-CTL-LAST-SEQ-NO TO TRX-SEQ-NO.
000592     PERFORM 0300-UPDATE-CHECKPOINT.
000593
000594 0560-FOLD-ONE-ARCHIVED.
000595     READ ARCHIVE-FILE NEXT RECORD
000596         AT END
000597             SET DA-FOLD-EOF TO TRUE
000598         NOT AT END
000599             IF ARC-TYPE = 'O'
000600                 MOVE ARCHIVE-RECORD TO TRANSACTION-RECORD
000601                 PERFORM 4300-FOLD-DAILY-ACTIVITY
000602                 ADD 1 TO WS-DA-FOLDED-COUNT
000603             END-IF
000604     END-READ.
005000     COPY "hashcalc.cpy".
005010     COPY "ratecalc.cpy".
005020     COPY "oprchk.cpy".
005030     COPY "authcalc.cpy".
005040     COPY "scrncalc.cpy".
000910 END PROGRAM LEDGER.
