000118*                    WRONG FILE WOULD SILENTLY DROP ENTRIES.
000119*                    SPACES (INCLUDING A CONTROL FILE FROM
000121*                    BEFORE THIS FIELD) CLAIMS NO OWNER.
000122*    2026-10-15 KDR  ADDED CTL-ACTIVITY-SEQ-NO - THE HIGHEST
000123*                    TRX-SEQ-NO ALREADY FOLDED INTO DAILY-
000124*                    ACTIVITY.DAT (DAYACTY.CPY).  LEDGER FOLDS
000125*                    ANYTHING WRITTEN AFTER IT BEFORE POSTING,
000126*                    SO A CRASH BETWEEN THE TRANSACTION WRITE
000127*                    AND THE ACCUMULATOR UPDATE IS MADE GOOD ON
000128*                    THE RERUN.  A CONTROL FILE FROM BEFORE
000129*                    THIS FIELD READS AS SPACES, TREATED AS
000131*                    ZERO - THE FIRST RUN FOLDS THE WHOLE FILE.
000110***************************************************************
000120 01  LEDGER-CONTROL-RECORD.
000130     05  CTL-LAST-SEQ-NO          PIC 9(10).
000160     05  CTL-BATCH-OWNER          PIC X(01).
000170         88  CTL-OWNED-BY-BATCH           VALUE 'B'.
000180         88  CTL-OWNED-BY-RESUBMIT        VALUE 'S'.
000190     05  CTL-ACTIVITY-SEQ-NO      PIC 9(10).
