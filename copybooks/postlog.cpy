000092*    2026-08-22 KDR  ADDED LOG-HELD-COUNT - ENTRIES THE
000094*                    DUPLICATE SCREEN DIVERTED TO
000095*                    DUPLICATE-HOLD.DAT INSTEAD OF POSTING.
000096*    2026-10-15 KDR  ADDED LOG-SCREEN-HELD-COUNT - ENTRIES THE
000097*                    SANCTIONS SCREEN DIVERTED TO SCREENING-
000098*                    HOLD.DAT - AND LOG-SCREEN-RELEASED-COUNT,
000099*                    CLEARED SCREENING HOLDS THE RUN POSTED.
000100***************************************************************
000110 01  POSTING-LOG-RECORD.
000120     05  LOG-RECORD-COUNT         PIC 9(10).
000130     05  LOG-ACCEPTED-COUNT       PIC 9(10).
000140     05  LOG-REJECTED-COUNT       PIC 9(10).
000150     05  LOG-HELD-COUNT           PIC 9(10).
000160     05  LOG-SCREEN-HELD-COUNT    PIC 9(10).
000170     05  LOG-SCREEN-RELEASED-COUNT PIC 9(10).
