000010***************************************************************
000020*    PROGRAM-ID.  AUTHEXP
000030*    AUTHOR.      K. REYNOLDS
000040*    INSTALLATION. CHAINLEDGER DATA PROCESSING
000050*    DATE-WRITTEN. 2026-10-15
000060*
000070*    AUTHORIZATION HOLD EXPIRY.  RUN IN THE DAYEND STREAM
000080*    BEFORE LEDGER BATCH WITH THE BUSINESS DATE ON THE COMMAND
000090*    LINE.  WALKS AUTH-HOLDS.DAT (AUTHHOLD.CPY) AND MARKS
000100*    EXPIRED EVERY ACTIVE HOLD WHOSE EXPIRY DATE IS BEFORE THE
000110*    BUSINESS DATE - A HOLD WHOSE FINAL ENTRY NEVER ARRIVED
000120*    STOPS REDUCING THE AVAILABLE BALANCE BEFORE TONIGHT'S
000130*    POSTING.  A HOLD EXPIRING ON THE BUSINESS DATE ITSELF
000140*    STILL STANDS FOR THAT DAY.  SAFE TO RERUN: AN EXPIRED
000150*    HOLD IS NO LONGER ACTIVE AND IS PASSED OVER.  WRITES ITS
000160*    PASS TO STEP-STATUS.DAT (STEPSTAT.CPY) FOR THE DAYEND
000170*    DRIVER.
000180*    COMMAND LINE: AUTHEXP BUSINESS-DATE
000190*
000200*    MODIFICATION HISTORY
000210*    DATE       INIT DESCRIPTION
000220*    ---------- ---- ----------------------------------------
000230*    2026-10-15 KDR  ORIGINAL PROGRAM.
000240***************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. AUTHEXP.
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT AUTH-HOLDS ASSIGN TO "AUTH-HOLDS.DAT"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS AHD-KEY
000350         FILE STATUS IS WS-AHD-STATUS.
000360
000370     SELECT STEP-STATUS-FILE ASSIGN TO "STEP-STATUS.DAT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-STEP-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  AUTH-HOLDS.
000440     COPY "authhold.cpy".
000450
000460 FD  STEP-STATUS-FILE.
000470     COPY "stepstat.cpy".
000480
000490 WORKING-STORAGE SECTION.
000500 01  WS-AHD-STATUS               PIC X(02) VALUE '00'.
000510 01  WS-STEP-STATUS              PIC X(02) VALUE '00'.
000520 01  WS-AHD-EOF-SW               PIC X(01) VALUE 'N'.
000530     88  AHD-EOF                         VALUE 'Y'.
000540 01  WS-COMMAND-LINE             PIC X(80) VALUE SPACES.
000550 01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
000560 01  WS-ACTIVE-COUNT             PIC 9(10) VALUE ZERO.
000570 01  WS-EXPIRED-COUNT            PIC 9(10) VALUE ZERO.
000580 01  WS-EXPIRED-TOTAL            PIC S9(12)V99 VALUE ZERO.
000590 01  WS-EDIT-AMOUNT              PIC -(9)9.99.
000600 01  WS-EDIT-TOTAL               PIC -(11)9.99.
000610
000620 PROCEDURE DIVISION.
000630 0000-MAINLINE.
000640     PERFORM 1000-INITIALIZE.
000650     PERFORM 2000-EXPIRE-ONE-HOLD UNTIL AHD-EOF.
000660     PERFORM 9000-TERMINATE.
000670     PERFORM STOP-RUN.
000680
000690 1000-INITIALIZE.
000700     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
000710     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
000720         INTO WS-BUSINESS-DATE.
000730     IF WS-BUSINESS-DATE = ZERO
000740         DISPLAY 'USAGE: AUTHEXP BUSINESS-DATE'
000750         STOP RUN
000760     END-IF.
000770*    NO AUTH-HOLDS.DAT YET MEANS NO HOLD HAS EVER BEEN PLACED
000780*    - NOTHING TO EXPIRE, AND THE STEP STILL PASSES.
000790     OPEN I-O AUTH-HOLDS.
000800     IF WS-AHD-STATUS = '35'
000810         SET AHD-EOF TO TRUE
000820     ELSE
000830         IF WS-AHD-STATUS NOT = '00'
000840             DISPLAY 'ERROR OPENING AUTH-HOLDS.DAT'
000850             STOP RUN
000860         END-IF
000870     END-IF.
000880
000890***************************************************************
000900*    2000-EXPIRE-ONE-HOLD
000910*    READS THE NEXT HOLD IN KEY ORDER AND, IF IT IS ACTIVE
000920*    AND PAST ITS EXPIRY DATE, REWRITES IT EXPIRED AS OF THE
000930*    BUSINESS DATE.  HOLDS IN ANY OTHER STATUS ARE LEFT ALONE.
000940***************************************************************
000950 2000-EXPIRE-ONE-HOLD.
000960     READ AUTH-HOLDS NEXT RECORD
000970         AT END
000980             SET AHD-EOF TO TRUE
000990         NOT AT END
001000             IF AHD-ACTIVE
001010                 PERFORM 2100-CHECK-HOLD-EXPIRY
001020             END-IF
001030     END-READ.
001040
001050 2100-CHECK-HOLD-EXPIRY.
001060     IF AHD-EXPIRY-DATE NOT < WS-BUSINESS-DATE
001070         ADD 1 TO WS-ACTIVE-COUNT
001080     ELSE
001090         SET AHD-EXPIRED         TO TRUE
001100         MOVE WS-BUSINESS-DATE   TO AHD-STATUS-DATE
001110         MOVE 'AUTHEXP'          TO AHD-STATUS-OPERATOR
001120         REWRITE AUTH-HOLD-RECORD
001130             INVALID KEY
001140                 DISPLAY 'ERROR REWRITING AUTH-HOLDS.DAT'
001150                 STOP RUN
001160         END-REWRITE
001170         ADD 1 TO WS-EXPIRED-COUNT
001180         ADD AHD-BOOK-AMOUNT TO WS-EXPIRED-TOTAL
001190         MOVE AHD-BOOK-AMOUNT TO WS-EDIT-AMOUNT
001200         DISPLAY 'EXPIRED: ' AHD-ACCT-ID ' ' AHD-HOLD-REF ' '
001210             WS-EDIT-AMOUNT ' ' AHD-CHANNEL-ID
001220             ' EXP ' AHD-EXPIRY-DATE
001230     END-IF.
001240
001250 9000-TERMINATE.
001260     IF WS-AHD-STATUS NOT = '35'
001270         CLOSE AUTH-HOLDS
001280     END-IF.
001290     MOVE WS-EXPIRED-TOTAL TO WS-EDIT-TOTAL.
001300     DISPLAY 'AUTHORIZATION HOLD EXPIRY FOR ' WS-BUSINESS-DATE.
001310     DISPLAY '  HOLDS EXPIRED:      ' WS-EXPIRED-COUNT.
001320     DISPLAY '  AMOUNT RELEASED:    ' WS-EDIT-TOTAL
001330         ' (BOOK USD)'.
001340     DISPLAY '  HOLDS STILL ACTIVE: ' WS-ACTIVE-COUNT.
001350     PERFORM 9500-WRITE-STEP-STATUS.
001360
001370***************************************************************
001380*    9500-WRITE-STEP-STATUS
001390*    REACHING THIS POINT MEANS THE EXPIRY RUN COMPLETED, SO
001400*    THE RESULT IS PASS.  A RUN THAT DIES EARLIER LEAVES THE
001410*    DRIVER'S 'NONE' SEED IN PLACE, WHICH READS AS FAIL.
001420***************************************************************
001430 9500-WRITE-STEP-STATUS.
001440     OPEN OUTPUT STEP-STATUS-FILE.
001450     IF WS-STEP-STATUS NOT = '00'
001460         DISPLAY 'ERROR WRITING STEP-STATUS.DAT'
001470         STOP RUN
001480     END-IF.
001490     MOVE 'AUTHEXP'  TO STEP-PROGRAM.
001500     ACCEPT STEP-RUN-DATE FROM DATE YYYYMMDD.
001510     MOVE 'PASS'     TO STEP-RESULT.
001520     WRITE STEP-STATUS-RECORD.
001530     CLOSE STEP-STATUS-FILE.
001540
001550 STOP-RUN.
001560     STOP RUN.
001570
001580 END PROGRAM AUTHEXP.
