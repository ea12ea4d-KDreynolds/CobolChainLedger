000101*                    TOUCHED AFTER ACCTLOAD WRITES IT.  BALPROOF
000102*                    RECOMPUTES ACCT-BALANCE FROM THIS PLUS THE
000103*                    ACCOUNT'S TRANSACTIONS AND FLAGS ANY DRIFT.
000104*    2026-10-15 KDR  ADDED ACCT-DORMANT-SW AND ITS DATE, SET BY
000105*                    DORMANT: 'D' NO CUSTOMER ACTIVITY PAST THE
000106*                    DORMANCY PERIOD, 'E' BALANCE SWEPT TO THE
000107*                    UNCLAIMED-PROPERTY ACCOUNT.  A DORMANT
000108*                    ACCOUNT STAYS ACTIVE AND POSTABLE - LEDGER
000109*                    CLEARS THE FLAG ON ITS NEXT CUSTOMER-
000110*                    INITIATED ENTRY (DORMCHAN.CPY) AND ACCRUAL
000111*                    CHARGES IT NO MAINTENANCE FEE.  SPACE MEANS
000112*                    NOT DORMANT.
000100***************************************************************
000110 01  ACCOUNT-MASTER-RECORD.
000120     05  ACCT-ID                 PIC X(20).
000170         88  ACCT-CLOSED                 VALUE 'C'.
000180     05  ACCT-STATUS-DATE        PIC 9(08).
000190     05  ACCT-STATUS-OPERATOR    PIC X(08).
000200     05  ACCT-DORMANT-SW         PIC X(01).
000210         88  ACCT-DORMANT                VALUE 'D' 'E'.
000220         88  ACCT-ESCHEATED              VALUE 'E'.
000230     05  ACCT-DORMANT-DATE       PIC 9(08).
