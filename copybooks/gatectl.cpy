000130*    DATE       INIT DESCRIPTION
000140*    ---------- ---- ----------------------------------------
000150*    2026-09-02 KDR  ORIGINAL LAYOUT.
000152*    2026-10-15 KDR  ADDED GWC-DETAIL-COUNT/GWC-DETAIL-TOTAL,
000154*                    THE TRAILER COUNT AND AMOUNT THE FILE WAS
000155*                    PROVED TO, SO GATEREC CAN PROVE WHERE
000156*                    EVERY DETAIL WENT.  APPENDED AT THE END SO
000157*                    A RECORD FROM BEFORE READS AS SPACES.
000160***************************************************************
000170 01  GATEWAY-CONTROL-RECORD.
000180     05  GWC-CHANNEL-ID          PIC X(03).
000190     05  GWC-FILE-ID             PIC X(08).
000200     05  GWC-ACCEPT-DATE         PIC 9(08).
000210     05  GWC-DETAIL-COUNT        PIC 9(10).
000220     05  GWC-DETAIL-TOTAL        PIC S9(13)V99.
