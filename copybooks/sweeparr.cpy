000010***************************************************************
000020*    SWEEPARR.CPY
000030*    SWEEP-ARRANGEMENT-RECORD LAYOUT - ONE ENTRY PER
000040*    SUBSIDIARY ACCOUNT ON SWEEP-ARRANGEMENTS.DAT, KEYED BY
000050*    SWP-SUB-ACCT-ID WITH SWP-HEADER-ACCT-ID AS AN ALTERNATE
000060*    KEY (WITH DUPLICATES) SO A HEADER'S WHOLE ARRANGEMENT
000070*    READS TOGETHER.  A SUBSIDIARY BELONGS TO ONE HEADER ONLY -
000080*    TWO HEADERS SWEEPING THE SAME BALANCE WOULD RACE EACH
000090*    OTHER.  SWEEP TYPES, APPLIED BY SWEEP TO THE SUBSIDIARY'S
000100*    POST-BATCH ACCT-BALANCE EACH NIGHT:
000110*      Z  ZERO BALANCE - THE WHOLE BALANCE GOES TO THE HEADER
000120*         (A DEBIT BALANCE IS COVERED FROM IT); TARGET IGNORED.
000130*      T  TARGET BALANCE - ANYTHING OVER SWP-TARGET-AMOUNT GOES
000140*         TO THE HEADER, ANY SHORTFALL IS FUNDED FROM IT.
000150*      H  THRESHOLD - ONLY WHAT IS OVER SWP-TARGET-AMOUNT GOES
000160*         TO THE HEADER; NOTHING IS EVER FUNDED.
000170*    THE LINK APPLIES FROM SWP-EFF-FROM-DATE THROUGH
000180*    SWP-EFF-TO-DATE INCLUSIVE; A TO-DATE OF ZERO IS OPEN-ENDED.
000190*    AMOUNTS ARE IN THE BOOK CURRENCY.  SWPMNT MAINTAINS THE
000200*    FILE.  COPY INTO THE FD FOR SWEEP-ARRANGEMENTS.
000210*
000220*    MODIFICATION HISTORY
000230*    DATE       INIT DESCRIPTION
000240*    ---------- ---- ----------------------------------------
000250*    2026-10-15 KDR  ORIGINAL LAYOUT.
000260***************************************************************
000270 01  SWEEP-ARRANGEMENT-RECORD.
000280     05  SWP-SUB-ACCT-ID         PIC X(20).
000290     05  SWP-HEADER-ACCT-ID      PIC X(20).
000300     05  SWP-SWEEP-TYPE          PIC X(01).
000310         88  SWP-ZERO-BALANCE            VALUE 'Z'.
000320         88  SWP-TARGET-BALANCE          VALUE 'T'.
000330         88  SWP-THRESHOLD               VALUE 'H'.
000340         88  SWP-VALID-TYPE              VALUE 'Z' 'T' 'H'.
000350     05  SWP-TARGET-AMOUNT       PIC 9(10)V99.
000360     05  SWP-EFF-FROM-DATE       PIC 9(08).
000370     05  SWP-EFF-TO-DATE         PIC 9(08).
000380     05  SWP-OPERATOR            PIC X(08).
