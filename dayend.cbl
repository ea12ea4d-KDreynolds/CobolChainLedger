000040*    INSTALLATION. CHAINLEDGER DATA PROCESSING
000050*    DATE-WRITTEN. 2026-08-22
000060*
000070*    DAY-END DRIVER.  RUNS THE NIGHT STREAM FOR A BUSINESS DATE
000080*    IN THE ONLY SAFE ORDER - WHSEREL, AUTHEXP, LEDGER BATCH,
000090*    SWEEP, ACTPROOF, RECONCIL, VERCHAIN, REFCHK, BALRPT - AND
000100*    STOPS AT THE FIRST FAILURE, SO A RECONCILIATION MISMATCH
000110*    OR A CHAIN BREAK BLOCKS THE REPORTS INSTEAD OF DISTRIBUTING
000120*    OFF AN UNPROVEN FILE.  EACH STEP'S RESULT COMES BACK
000130*    THROUGH STEP-STATUS.DAT (STEPSTAT.CPY): THE DRIVER SEEDS
000140*    IT 'NONE', LAUNCHES THE STEP, AND READS IT BACK - STILL
000150*    'NONE' MEANS THE STEP DIED BEFORE FINISHING.  OUTCOMES ARE
000160*    APPENDED PER RUN TO DAYEND-CONTROL.DAT (DAYCTL.CPY):
000170*    TOMORROW'S RUN REFUSES TO START WHILE THE LATEST EARLIER
000180*    DATE IS NOT CLOSED, AND A DATE ALREADY CLOSED ONLY RERUNS
000190*    UNDER AN EXPLICIT OVERRIDE.  BUSINESS-CALENDAR.DAT (ONE
000282*                    EVERY ATTEMPT ON OPERATOR-ACTION-LOG.DAT.
000283*                    COMMAND LINE IS NOW
000284*                    DAYEND BUSINESS-DATE (OVERRIDE OPERATOR).
000285*    2026-10-15 KDR  AUTHEXP STEP ADDED AFTER WHSEREL.
000286*    2026-10-15 KDR  ACTPROOF STEP ADDED AFTER LEDGER BATCH.
000287*    2026-10-15 KDR  SWEEP STEP ADDED AHEAD OF ACTPROOF.
000288*    2026-10-15 KDR  REFCHK STEP ADDED AHEAD OF BALRPT.
000289***************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. DAYEND.
000310
000810 01  WS-STEP-RESULT              PIC X(04) VALUE SPACES.
000820 01  WS-SYSTEM-COMMAND           PIC X(40) VALUE SPACES.
000825 01  WS-RESULT-WHSEREL           PIC X(04) VALUE 'NONE'.
000827 01  WS-RESULT-AUTHEXP           PIC X(04) VALUE 'NONE'.
000830 01  WS-RESULT-LEDGER            PIC X(04) VALUE 'NONE'.
000832 01  WS-RESULT-SWEEP             PIC X(04) VALUE 'NONE'.
000835 01  WS-RESULT-ACTPROOF          PIC X(04) VALUE 'NONE'.
000840 01  WS-RESULT-RECONCIL          PIC X(04) VALUE 'NONE'.
000850 01  WS-RESULT-VERCHAIN          PIC X(04) VALUE 'NONE'.
000855 01  WS-RESULT-REFCHK            PIC X(04) VALUE 'NONE'.
000860 01  WS-RESULT-BALRPT            PIC X(04) VALUE 'NONE'.
000862 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
000864
002070
002080***************************************************************
002090*    4000-RUN-THE-STREAM
002100*    THE NINE STEPS IN ORDER, EACH THROUGH 4500-RUN-ONE-STEP.
002110*    THE FIRST FAILURE SETS STREAM-FAILED AND EVERY LATER
002120*    STEP IS LEFT AS 'NONE' - NEVER LAUNCHED.
002130***************************************************************
002148     IF STREAM-FAILED
002149         GO TO 4000-EXIT
002151     END-IF.
002152     MOVE 'AUTHEXP'  TO WS-STEP-NAME.
002153     MOVE SPACES TO WS-SYSTEM-COMMAND.
002154     STRING 'cobcrun AUTHEXP ' DELIMITED BY SIZE
002155            WS-BUSINESS-DATE   DELIMITED BY SIZE
002156         INTO WS-SYSTEM-COMMAND.
002157     PERFORM 4500-RUN-ONE-STEP.
002158     MOVE WS-STEP-RESULT TO WS-RESULT-AUTHEXP.
002159     IF STREAM-FAILED
002161         GO TO 4000-EXIT
002162     END-IF.
002163     MOVE 'LEDGER'   TO WS-STEP-NAME.
002165     MOVE 'cobcrun LEDGER BATCH' TO WS-SYSTEM-COMMAND.
002170     PERFORM 4500-RUN-ONE-STEP.
002180     MOVE WS-STEP-RESULT TO WS-RESULT-LEDGER.
002190     IF STREAM-FAILED
002200         GO TO 4000-EXIT
002210     END-IF.
002212     MOVE 'SWEEP'    TO WS-STEP-NAME.
002214     MOVE SPACES TO WS-SYSTEM-COMMAND.
002216     STRING 'cobcrun SWEEP '   DELIMITED BY SIZE
002218            WS-BUSINESS-DATE   DELIMITED BY SIZE
002220         INTO WS-SYSTEM-COMMAND.
002222     PERFORM 4500-RUN-ONE-STEP.
002224     MOVE WS-STEP-RESULT TO WS-RESULT-SWEEP.
002226     IF STREAM-FAILED
002228         GO TO 4000-EXIT
002230     END-IF.
002232     MOVE 'ACTPROOF' TO WS-STEP-NAME.
002234     MOVE 'cobcrun ACTPROOF' TO WS-SYSTEM-COMMAND.
002236     PERFORM 4500-RUN-ONE-STEP.
002238     MOVE WS-STEP-RESULT TO WS-RESULT-ACTPROOF.
002240     IF STREAM-FAILED
002242         GO TO 4000-EXIT
002244     END-IF.
002247     MOVE 'RECONCIL' TO WS-STEP-NAME.
002248     MOVE 'cobcrun RECONCIL' TO WS-SYSTEM-COMMAND.
002249     PERFORM 4500-RUN-ONE-STEP.
002250     MOVE WS-STEP-RESULT TO WS-RESULT-RECONCIL.
002260     IF STREAM-FAILED
002270         GO TO 4000-EXIT
002330     IF STREAM-FAILED
002340         GO TO 4000-EXIT
002350     END-IF.
002352     MOVE 'REFCHK'   TO WS-STEP-NAME.
002353     MOVE 'cobcrun REFCHK' TO WS-SYSTEM-COMMAND.
002354     PERFORM 4500-RUN-ONE-STEP.
002355     MOVE WS-STEP-RESULT TO WS-RESULT-REFCHK.
002356     IF STREAM-FAILED
002357         GO TO 4000-EXIT
002358     END-IF.
002360     MOVE 'BALRPT'   TO WS-STEP-NAME.
002370     MOVE 'cobcrun BALRPT' TO WS-SYSTEM-COMMAND.
002380     PERFORM 4500-RUN-ONE-STEP.
002920 5000-RECORD-THE-OUTCOME.
002930     MOVE WS-BUSINESS-DATE   TO DAY-BUSINESS-DATE.
002935     MOVE WS-RESULT-WHSEREL  TO DAY-WHSEREL-RESULT.
002937     MOVE WS-RESULT-AUTHEXP  TO DAY-AUTHEXP-RESULT.
002940     MOVE WS-RESULT-LEDGER   TO DAY-LEDGER-RESULT.
002945     MOVE WS-RESULT-ACTPROOF TO DAY-ACTPROOF-RESULT.
002947     MOVE WS-RESULT-SWEEP    TO DAY-SWEEP-RESULT.
002950     MOVE WS-RESULT-RECONCIL TO DAY-RECONCIL-RESULT.
002960     MOVE WS-RESULT-VERCHAIN TO DAY-VERCHAIN-RESULT.
002970     MOVE WS-RESULT-BALRPT   TO DAY-BALRPT-RESULT.
002975     MOVE WS-RESULT-REFCHK   TO DAY-REFCHK-RESULT.
002980     IF STREAM-FAILED
002990         MOVE 'FAILED' TO DAY-CLOSE-STATUS
003000     ELSE
003140 6000-REPORT-RESULT.
003150     DISPLAY 'DAYEND ' WS-BUSINESS-DATE ' RESULTS:'.
003155     DISPLAY '  WHSEREL:      ' WS-RESULT-WHSEREL.
003157     DISPLAY '  AUTHEXP:      ' WS-RESULT-AUTHEXP.
003160     DISPLAY '  LEDGER BATCH: ' WS-RESULT-LEDGER.
003162     DISPLAY '  SWEEP:        ' WS-RESULT-SWEEP.
003165     DISPLAY '  ACTPROOF:     ' WS-RESULT-ACTPROOF.
003170     DISPLAY '  RECONCIL:     ' WS-RESULT-RECONCIL.
003180     DISPLAY '  VERCHAIN:     ' WS-RESULT-VERCHAIN.
003185     DISPLAY '  REFCHK:       ' WS-RESULT-REFCHK.
003190     DISPLAY '  BALRPT:       ' WS-RESULT-BALRPT.
003200     IF STREAM-FAILED
003210         DISPLAY 'DAY ' WS-BUSINESS-DATE ' DID NOT CLOSE - '
