000136*                    STATUS SO A CONTROL FILE FROM BEFORE THIS
000137*                    FIELD STILL READS - THE MISSING FIELD
000138*                    COMES BACK AS SPACES.
000139*    2026-10-15 KDR  ADDED DAY-AUTHEXP-RESULT - THE HOLD EXPIRY
000141*                    STEP NOW RUNS AFTER WHSEREL.  APPENDED
000142*                    LAST FOR THE SAME REASON AS WHSEREL.
000143*    2026-10-15 KDR  ADDED DAY-ACTPROOF-RESULT FOR THE ACTIVITY
000144*                    PROOF AFTER LEDGER BATCH, ALSO APPENDED.
000145*    2026-10-15 KDR  ADDED DAY-SWEEP-RESULT FOR THE CASH SWEEP
000146*                    AFTER LEDGER BATCH, ALSO APPENDED.
000147*    2026-10-15 KDR  ADDED DAY-REFCHK-RESULT FOR THE REFERENCE
000148*                    CHECK AHEAD OF BALRPT, ALSO APPENDED.
000149***************************************************************
000150 01  DAYEND-CONTROL-RECORD.
000160     05  DAY-BUSINESS-DATE        PIC 9(08).
000170     05  DAY-LEDGER-RESULT        PIC X(04).
000220         88  DAY-CLOSED                   VALUE 'CLOSED'.
000230         88  DAY-FAILED                   VALUE 'FAILED'.
000240     05  DAY-WHSEREL-RESULT       PIC X(04).
000250     05  DAY-AUTHEXP-RESULT       PIC X(04).
000260     05  DAY-ACTPROOF-RESULT      PIC X(04).
000270     05  DAY-SWEEP-RESULT         PIC X(04).
000280     05  DAY-REFCHK-RESULT        PIC X(04).
