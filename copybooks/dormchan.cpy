000010***************************************************************
000020*    DORMCHAN.CPY
000030*    THE DELIVERY CHANNELS (PENDTRX.CPY PEND-CHANNEL-ID) THE
000040*    BANK ORIGINATES ITSELF - FEES AND INTEREST, LOAN
000050*    BILLING, DISPUTE CREDITS, THE ESCHEAT SWEEP AND THE CASH
000055*    SWEEP.  AN ENTRY ON ONE OF THESE IS NOT CUSTOMER
000060*    ACTIVITY: DORMANT DOES NOT COUNT IT WHEN DATING AN
000070*    ACCOUNT'S LAST ACTIVITY, AND LEDGER DOES NOT REACTIVATE A
000080*    DORMANT ACCOUNT FOR IT.
000090*    MOVE THE CHANNEL TO DORM-CHANNEL-ID AND TEST
000100*    DORM-BANK-INITIATED.  COPY INTO WORKING-STORAGE.
000110*
000120*    MODIFICATION HISTORY
000130*    DATE       INIT DESCRIPTION
000140*    ---------- ---- ----------------------------------------
000150*    2026-10-15 KDR  ORIGINAL COPYBOOK.
000152*    2026-10-15 KDR  ADDED 'SWP' - THE DAYEND CASH SWEEP
000154*                    BETWEEN A CLIENT'S LINKED ACCOUNTS.
000160***************************************************************
000170 01  DORMANCY-CHANNEL-AREA.
000180     05  DORM-CHANNEL-ID         PIC X(03) VALUE SPACES.
000190         88  DORM-BANK-INITIATED         VALUE 'ACR' 'LNI'
000200                                               'LNP' 'LNF'
000210                                               'DSP' 'ESC'
000220                                               'SWP'.
