       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           BATCH-TRIAL-BALANCE.
       AUTHOR.               R. OKONKWO.
       INSTALLATION.         DATA PROCESSING CENTER.
       DATE-WRITTEN.         10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *-----------------------------------------------------------   *
      * DATE       INIT  DESCRIPTION                                  *
      * 2026-10-15 RO    INITIAL VERSION - PROVES, ACCOUNT BY ACCOUNT, *
      *                  THAT A RUN'S OPENING SNAPSHOT BALANCE PLUS    *
      *                  ITS POSTED TXN-REC DETAIL EQUALS ITS CLOSING  *
      *                  SNAPSHOT BALANCE, WITH A GRAND TOTAL OF ALL   *
      *                  ACCOUNT BALANCES FOR THE LEDGER TIE-OUT       *
      * 2026-10-15 RO    TAKE CREDIT/DEBIT FROM THE SIGN ON THE CODE   *
      *                  CONTROL TABLE RATHER THAN FIXED DEP/ADJ AND   *
      *                  WDR/FEE                                       *
      *****************************************************************
      *
      *****************************************************************
      * THIS PROGRAM TAKES A RUN ID AS ITS ONE OPTIONAL ARGUMENT (THE  *
      * MOST RECENT RUN WITH A CLOSING SNAPSHOT WHEN NONE IS GIVEN).   *
      * IT LOADS THAT RUN'S OPENING AND CLOSING ROWS FROM ACCTSNAP.DAT *
      * (WRITTEN BY BATCH-COMPUTING AS IT OPENS AND CLOSES THE         *
      * ACCOUNT MASTER), THEN ADDS UP THE RUN'S TXN-REC DETAIL FROM    *
      * RESULT.TXT BY ACCOUNT, CREDIT OR DEBIT BY THE SIGN OF THE CODE *
      * ON THE CODE CONTROL TABLE (TRANCODE.DAT; DEP AND ADJ CREDIT,   *
      * WDR AND FEE DEBIT WHEN THERE IS NO TABLE).  TRIALBAL.TXT       *
      * CARRIES ONE LINE PER ACCOUNT - OPENING + CREDITS - DEBITS      *
      * AGAINST THE CLOSING BALANCE - WITH ANY ACCOUNT THAT DOES NOT   *
      * FOOT FLAGGED, AND GRAND TOTALS OF THE OPENING BALANCES, THE    *
      * MOVEMENT, AND THE CLOSING BALANCES OF ALL ACCOUNTS SO FINANCE  *
      * CAN TIE THE LEDGER TO THE MASTER.                              *
      * RETURN CODE 8 WHEN ANY ACCOUNT DOES NOT FOOT; 16 WHEN THE      *
      * SNAPSHOT OR RESULT FILE IS MISSING OR THE RUN HAS NO CLOSING   *
      * SNAPSHOT.                                                      *
      *****************************************************************
       ENVIRONMENT           DIVISION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT ACCTSNAP-FILE ASSIGN TO "acctsnap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.
           SELECT IN-FILE ASSIGN TO "result.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "trialbal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRANCODE-FILE ASSIGN TO "trancode.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-FILE-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  ACCTSNAP-FILE.
           COPY ACCTSNAP.
       FD  IN-FILE.
           COPY OUTRECS.
       FD  PRINT-FILE.
       01  PRINT-REC                PIC X(132).
       FD  TRANCODE-FILE.
           COPY TRANCODE.
      *
       WORKING-STORAGE       SECTION.
       01  WS-SNAP-FILE-STATUS       PIC X(02).
       01  WS-IN-FILE-STATUS         PIC X(02).
       01  WS-TB-RUN-ID              PIC X(12) VALUE SPACE.
       01  WS-SNAP-EOF-SW            PIC X(01) VALUE "N".
           88  SNAP-EOF                  VALUE "Y".
           88  SNAP-NOT-EOF              VALUE "N".
       01  WS-EOF-SW                 PIC X(01) VALUE "N".
           88  END-OF-FILE               VALUE "Y".
           88  NOT-END-OF-FILE            VALUE "N".
       01  WS-GROUP-SW               PIC X(01) VALUE "N".
           88  IN-RUN-GROUP              VALUE "Y".
           88  OUTSIDE-RUN-GROUP         VALUE "N".
       01  WS-FOOT-SW                PIC X(01) VALUE "Y".
           88  ALL-ACCOUNTS-FOOT         VALUE "Y".
           88  ACCOUNTS-OUT-OF-BALANCE   VALUE "N".
       01  WS-TB-OVF-SW              PIC X(01) VALUE "N".
           88  TABLE-OVERFULL            VALUE "Y".
           88  TABLE-COMPLETE            VALUE "N".
       01  WS-ACCT-HIT-SW            PIC X(01) VALUE "N".
           88  ACCT-HIT                  VALUE "Y".
           88  ACCT-NO-HIT               VALUE "N".
       01  WS-TB-CNT                 PIC 9(04) VALUE 0.
       01  WS-TB-IDX                 PIC 9(04) VALUE 0.
       01  WS-TB-HIT-IDX             PIC 9(04) VALUE 0.
       01  WS-TB-TBL.
           02  WS-TB-ENTRY OCCURS 5000 TIMES.
               03  WS-TB-ACCT        PIC X(10).
               03  WS-TB-OPEN-BAL    PIC S9(09)V9(02).
               03  WS-TB-CLOSE-BAL   PIC S9(09)V9(02).
               03  WS-TB-CREDITS     PIC 9(09)V9(02).
               03  WS-TB-DEBITS      PIC 9(09)V9(02).
               03  WS-TB-TXN-CNT     PIC 9(05).
               03  WS-TB-OPEN-SW     PIC X(01).
               03  WS-TB-CLOSE-SW    PIC X(01).
       01  WS-LOOKUP-ACCT            PIC X(10) VALUE SPACE.
       01  WS-CLOSE-ROW-CNT          PIC 9(05) VALUE 0.
       01  WS-TXN-AMT                PIC 9(07)V9(02) VALUE 0.
       01  WS-TXN-CNT                PIC 9(07) VALUE 0.
       01  WS-EXPECT-BAL             PIC S9(10)V9(02) VALUE 0.
       01  WS-DIFF-AMT               PIC S9(10)V9(02) VALUE 0.
       01  WS-OOB-CNT                PIC 9(05) VALUE 0.
       01  WS-GT-OPEN-BAL            PIC S9(11)V9(02) VALUE 0.
       01  WS-GT-CREDITS             PIC 9(11)V9(02) VALUE 0.
       01  WS-GT-DEBITS              PIC 9(11)V9(02) VALUE 0.
       01  WS-GT-CLOSE-BAL           PIC S9(11)V9(02) VALUE 0.
       01  WS-GT-EXPECT-BAL          PIC S9(12)V9(02) VALUE 0.
       01  WS-DSP-CNT                PIC Z(4)9.
       01  WS-TC-FILE-STATUS         PIC X(02).
       01  WS-TC-EOF-SW              PIC X(01) VALUE "N".
           88  TC-EOF                    VALUE "Y".
           88  TC-NOT-EOF                VALUE "N".
       01  WS-TC-CNT                 PIC 9(02) VALUE 0.
       01  WS-TC-IDX                 PIC 9(02) VALUE 0.
       01  WS-TC-HIT                 PIC 9(02) VALUE 0.
       01  WS-TC-TBL.
           02  WS-TC-ENTRY OCCURS 30 TIMES.
               03  WS-TE-CODE        PIC X(03).
               03  WS-TE-SIGN        PIC X(01).
      *
      *****************************************************************
      * TRIAL BALANCE LINE LAYOUTS                                     *
      *****************************************************************
       01  WS-TB-HEADING.
           02  FILLER                PIC X(30) VALUE
               "ACCOUNT TRIAL BALANCE FOR RUN".
           02  TH-RUN-ID             PIC X(12).
       01  WS-TB-COL-HEADING.
           02  FILLER                PIC X(12) VALUE "ACCOUNT".
           02  FILLER                PIC X(16) VALUE "       OPENING".
           02  FILLER                PIC X(16) VALUE "       CREDITS".
           02  FILLER                PIC X(16) VALUE "        DEBITS".
           02  FILLER                PIC X(16) VALUE "       CLOSING".
           02  FILLER                PIC X(16) VALUE "    DIFFERENCE".
           02  FILLER                PIC X(06) VALUE " TXNS".
           02  FILLER                PIC X(02) VALUE SPACE.
           02  FILLER                PIC X(24) VALUE "VERDICT".
       01  WS-TB-DETAIL.
           02  TD-ACCT               PIC X(10).
           02  FILLER                PIC X(02) VALUE SPACE.
           02  TD-OPEN-BAL           PIC -(10)9.9(02).
           02  FILLER                PIC X(01) VALUE SPACE.
           02  TD-CREDITS            PIC Z(10)9.9(02).
           02  FILLER                PIC X(01) VALUE SPACE.
           02  TD-DEBITS             PIC Z(10)9.9(02).
           02  FILLER                PIC X(01) VALUE SPACE.
           02  TD-CLOSE-BAL          PIC -(10)9.9(02).
           02  FILLER                PIC X(01) VALUE SPACE.
           02  TD-DIFF               PIC -(10)9.9(02).
           02  FILLER                PIC X(01) VALUE SPACE.
           02  TD-TXN-CNT            PIC Z(4)9.
           02  FILLER                PIC X(03) VALUE SPACE.
           02  TD-VERDICT            PIC X(24).
       01  WS-TB-GRAND-LINE.
           02  FILLER                PIC X(02) VALUE SPACE.
           02  TG-LABEL              PIC X(34).
           02  TG-AMT                PIC -(12)9.9(02).
       01  WS-TB-SUMMARY.
           02  FILLER                PIC X(10) VALUE "ACCOUNTS:".
           02  TS-ACCT-CNT           PIC Z(4)9.
           02  FILLER                PIC X(16) VALUE "  TRANSACTIONS:".
           02  TS-TXN-CNT            PIC Z(6)9.
           02  FILLER                PIC X(18) VALUE "  NOT FOOTING:".
           02  TS-OOB-CNT            PIC Z(4)9.
       01  WS-TB-VERDICT.
           02  FILLER                PIC X(10) VALUE "VERDICT:".
           02  TV-TEXT               PIC X(60).
      *
       PROCEDURE             DIVISION.
      *****************************************************************
      * 0000-MAINLINE - LOAD THE SNAPSHOTS, ADD UP THE DETAIL, FOOT    *
      *****************************************************************
       0000-MAINLINE.
           ACCEPT WS-TB-RUN-ID FROM ARGUMENT-VALUE.
           IF WS-TB-RUN-ID = SPACE
               PERFORM 1000-FIND-LATEST-RUN THRU 1000-EXIT
           END-IF.
           IF WS-TB-RUN-ID = SPACE
               DISPLAY "NO CLOSING ACCOUNT SNAPSHOT ON FILE - "
                   "SUPPLY A RUN ID"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           PERFORM 2000-LOAD-RUN-SNAPSHOTS THRU 2000-EXIT.
           IF WS-SNAP-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           IF WS-CLOSE-ROW-CNT = 0
               DISPLAY "RUN " WS-TB-RUN-ID
                   " HAS NO CLOSING ACCOUNT SNAPSHOT"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           PERFORM 1200-LOAD-TRAN-CODES THRU 1200-EXIT.
           PERFORM 3000-ADD-UP-RUN-DETAIL THRU 3000-EXIT.
           IF WS-IN-FILE-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-TB-RUN-ID  TO TH-RUN-ID.
           MOVE WS-TB-HEADING TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-TB-COL-HEADING TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE 0 TO WS-TB-IDX.
           PERFORM 4000-FOOT-ONE-ACCOUNT THRU 4000-EXIT
               UNTIL WS-TB-IDX >= WS-TB-CNT.
           PERFORM 5000-PRINT-GRAND-TOTALS THRU 5000-EXIT.
           CLOSE PRINT-FILE.
           IF TABLE-OVERFULL
               MOVE 16 TO RETURN-CODE
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           IF ACCOUNTS-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF.
       9999-PROGRAM-EXIT.
           STOP RUN.
      *
      *****************************************************************
      * 1000-FIND-LATEST-RUN - THE RUN ID OF THE LAST CLOSING          *
      *                        SNAPSHOT ROW ON FILE                    *
      *****************************************************************
       1000-FIND-LATEST-RUN.
           SET  SNAP-NOT-EOF TO TRUE.
           OPEN INPUT ACCTSNAP-FILE.
           IF WS-SNAP-FILE-STATUS NOT = "00"
               DISPLAY "ACCOUNT SNAPSHOT FILE NOT FOUND OR UNREADABLE "
                   "- STATUS " WS-SNAP-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-READ-LATEST-SNAPSHOT THRU 1100-EXIT
               UNTIL SNAP-EOF.
           CLOSE ACCTSNAP-FILE.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1100-READ-LATEST-SNAPSHOT - ONE SNAPSHOT ROW                   *
      *****************************************************************
       1100-READ-LATEST-SNAPSHOT.
           READ ACCTSNAP-FILE
               AT END
                   SET SNAP-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF SNAP-CLOSING
               MOVE SN-RUN-ID TO WS-TB-RUN-ID
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1200-LOAD-TRAN-CODES - CODE AND SIGN FROM THE TRANSACTION-CODE *
      *                        CONTROL TABLE; WITH NO TABLE ON FILE    *
      *                        THE FOUR STANDING CODES APPLY           *
      *****************************************************************
       1200-LOAD-TRAN-CODES.
           MOVE 0 TO WS-TC-CNT.
           SET  TC-NOT-EOF TO TRUE.
           OPEN INPUT TRANCODE-FILE.
           IF WS-TC-FILE-STATUS = "00"
               PERFORM 1250-READ-TRAN-CODE-REC THRU 1250-EXIT
                   UNTIL TC-EOF
           END-IF.
           CLOSE TRANCODE-FILE.
           IF WS-TC-CNT = 0
               MOVE "DEP" TO WS-TE-CODE(1)
               MOVE "C"   TO WS-TE-SIGN(1)
               MOVE "WDR" TO WS-TE-CODE(2)
               MOVE "D"   TO WS-TE-SIGN(2)
               MOVE "FEE" TO WS-TE-CODE(3)
               MOVE "D"   TO WS-TE-SIGN(3)
               MOVE "ADJ" TO WS-TE-CODE(4)
               MOVE "C"   TO WS-TE-SIGN(4)
               MOVE 4     TO WS-TC-CNT
           END-IF.
       1200-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1250-READ-TRAN-CODE-REC - ONE CODE ROW                         *
      *****************************************************************
       1250-READ-TRAN-CODE-REC.
           READ TRANCODE-FILE
               AT END
                   SET TC-EOF TO TRUE
                   GO TO 1250-EXIT
           END-READ.
           IF TC-CODE = SPACE OR WS-TC-CNT >= 30
               GO TO 1250-EXIT
           END-IF.
           ADD  1 TO WS-TC-CNT.
           MOVE TC-CODE TO WS-TE-CODE(WS-TC-CNT).
           MOVE TC-SIGN TO WS-TE-SIGN(WS-TC-CNT).
       1250-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2000-LOAD-RUN-SNAPSHOTS - THE RUN'S OPENING AND CLOSING ROWS   *
      *                           INTO THE ACCOUNT TABLE               *
      *****************************************************************
       2000-LOAD-RUN-SNAPSHOTS.
           MOVE 0 TO WS-TB-CNT.
           SET  SNAP-NOT-EOF TO TRUE.
           OPEN INPUT ACCTSNAP-FILE.
           IF WS-SNAP-FILE-STATUS NOT = "00"
               DISPLAY "ACCOUNT SNAPSHOT FILE NOT FOUND OR UNREADABLE "
                   "- STATUS " WS-SNAP-FILE-STATUS
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LOAD-ONE-SNAPSHOT THRU 2100-EXIT
               UNTIL SNAP-EOF.
           CLOSE ACCTSNAP-FILE.
       2000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2100-LOAD-ONE-SNAPSHOT - ONE SNAPSHOT ROW; OTHER RUNS' ROWS    *
      *                          ARE PASSED OVER                       *
      *****************************************************************
       2100-LOAD-ONE-SNAPSHOT.
           READ ACCTSNAP-FILE
               AT END
                   SET SNAP-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF SN-RUN-ID NOT = WS-TB-RUN-ID
               GO TO 2100-EXIT
           END-IF.
           MOVE SN-ACCT-NO TO WS-LOOKUP-ACCT.
           PERFORM 2200-FIND-OR-ADD-ACCOUNT THRU 2200-EXIT.
           IF ACCT-NO-HIT
               GO TO 2100-EXIT
           END-IF.
           IF SNAP-OPENING
               MOVE SN-BALANCE TO WS-TB-OPEN-BAL(WS-TB-HIT-IDX)
               MOVE "Y"        TO WS-TB-OPEN-SW(WS-TB-HIT-IDX)
           END-IF.
           IF SNAP-CLOSING
               ADD  1          TO WS-CLOSE-ROW-CNT
               MOVE SN-BALANCE TO WS-TB-CLOSE-BAL(WS-TB-HIT-IDX)
               MOVE "Y"        TO WS-TB-CLOSE-SW(WS-TB-HIT-IDX)
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2200-FIND-OR-ADD-ACCOUNT - WS-LOOKUP-ACCT IN THE TABLE, ADDED  *
      *                            WITH ZERO BALANCES WHEN NEW.  A     *
      *                            FULL TABLE LEAVES ACCT-NO-HIT SET   *
      *                            AND REFUSES THE PROOF               *
      *****************************************************************
       2200-FIND-OR-ADD-ACCOUNT.
           SET  ACCT-NO-HIT TO TRUE.
           MOVE 0 TO WS-TB-IDX.
           PERFORM 2250-MATCH-ACCOUNT THRU 2250-EXIT
               UNTIL ACCT-HIT OR WS-TB-IDX >= WS-TB-CNT.
           IF ACCT-HIT
               GO TO 2200-EXIT
           END-IF.
           IF WS-TB-CNT >= 5000
               IF TABLE-COMPLETE
                   DISPLAY "TRIAL BALANCE ACCOUNT TABLE FULL AT "
                       WS-LOOKUP-ACCT " - PROOF REFUSED"
               END-IF
               SET TABLE-OVERFULL TO TRUE
               GO TO 2200-EXIT
           END-IF.
           ADD  1 TO WS-TB-CNT.
           MOVE WS-LOOKUP-ACCT TO WS-TB-ACCT(WS-TB-CNT).
           MOVE 0   TO WS-TB-OPEN-BAL(WS-TB-CNT)
                       WS-TB-CLOSE-BAL(WS-TB-CNT)
                       WS-TB-CREDITS(WS-TB-CNT)
                       WS-TB-DEBITS(WS-TB-CNT)
                       WS-TB-TXN-CNT(WS-TB-CNT).
           MOVE "N" TO WS-TB-OPEN-SW(WS-TB-CNT)
                       WS-TB-CLOSE-SW(WS-TB-CNT).
           SET  ACCT-HIT  TO TRUE.
           MOVE WS-TB-CNT TO WS-TB-HIT-IDX.
       2200-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2250-MATCH-ACCOUNT - ONE TABLE ENTRY AGAINST THE LOOKUP        *
      *****************************************************************
       2250-MATCH-ACCOUNT.
           ADD 1 TO WS-TB-IDX.
           IF WS-TB-ACCT(WS-TB-IDX) = WS-LOOKUP-ACCT
               SET  ACCT-HIT  TO TRUE
               MOVE WS-TB-IDX TO WS-TB-HIT-IDX
           END-IF.
       2250-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3000-ADD-UP-RUN-DETAIL - THE RUN'S TXN-REC ROWS FROM           *
      *                          RESULT.TXT, BY ACCOUNT                *
      *****************************************************************
       3000-ADD-UP-RUN-DETAIL.
           SET  NOT-END-OF-FILE   TO TRUE.
           SET  OUTSIDE-RUN-GROUP TO TRUE.
           OPEN INPUT IN-FILE.
           IF WS-IN-FILE-STATUS NOT = "00"
               DISPLAY "RESULT.TXT NOT FOUND OR UNREADABLE - STATUS "
                   WS-IN-FILE-STATUS
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-ADD-ONE-RECORD THRU 3100-EXIT
               UNTIL END-OF-FILE.
           CLOSE IN-FILE.
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3100-ADD-ONE-RECORD - ONE RESULT.TXT ROW.  AN ARGS ROW OPENS   *
      *                       OR CLOSES THE RUN'S GROUP; A TORN TXN    *
      *                       ROW WITH A NON-NUMERIC AMOUNT IS PASSED  *
      *                       OVER, AS THE RECONCILIATION DOES         *
      *****************************************************************
       3100-ADD-ONE-RECORD.
           READ IN-FILE
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF COL-ARGS-TAG = "ARGS"
               IF COL-RUN-ID = WS-TB-RUN-ID
                   SET IN-RUN-GROUP      TO TRUE
               ELSE
                   SET OUTSIDE-RUN-GROUP TO TRUE
               END-IF
               GO TO 3100-EXIT
           END-IF.
           IF OUTSIDE-RUN-GROUP OR COL-TXN-TAG NOT = "TXN"
               GO TO 3100-EXIT
           END-IF.
           IF COL-TXN-AMT-INT IS NOT NUMERIC
                   OR COL-TXN-AMT-DEC IS NOT NUMERIC
               GO TO 3100-EXIT
           END-IF.
           MOVE COL-TXN-ACCT TO WS-LOOKUP-ACCT.
           PERFORM 2200-FIND-OR-ADD-ACCOUNT THRU 2200-EXIT.
           IF ACCT-NO-HIT
               GO TO 3100-EXIT
           END-IF.
           ADD  1 TO WS-TXN-CNT.
           ADD  1 TO WS-TB-TXN-CNT(WS-TB-HIT-IDX).
           MOVE COL-TXN-AMT TO WS-TXN-AMT.
           PERFORM 3150-FIND-TRAN-CODE THRU 3150-EXIT.
           IF WS-TC-HIT = 0
               GO TO 3100-EXIT
           END-IF.
           IF WS-TE-SIGN(WS-TC-HIT) = "C"
               ADD WS-TXN-AMT TO WS-TB-CREDITS(WS-TB-HIT-IDX)
           END-IF.
           IF WS-TE-SIGN(WS-TC-HIT) = "D"
               ADD WS-TXN-AMT TO WS-TB-DEBITS(WS-TB-HIT-IDX)
           END-IF.
       3100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3150-FIND-TRAN-CODE - COL-TXN-CODE ON THE CODE TABLE;          *
      *                       WS-TC-HIT IS ZERO WHEN IT IS NOT THERE   *
      *****************************************************************
       3150-FIND-TRAN-CODE.
           MOVE 0 TO WS-TC-HIT.
           MOVE 0 TO WS-TC-IDX.
           PERFORM 3160-MATCH-TRAN-CODE THRU 3160-EXIT
               UNTIL WS-TC-HIT > 0 OR WS-TC-IDX >= WS-TC-CNT.
       3150-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3160-MATCH-TRAN-CODE - ONE TABLE ENTRY AGAINST THE CODE        *
      *****************************************************************
       3160-MATCH-TRAN-CODE.
           ADD 1 TO WS-TC-IDX.
           IF WS-TE-CODE(WS-TC-IDX) = COL-TXN-CODE
               MOVE WS-TC-IDX TO WS-TC-HIT
           END-IF.
       3160-EXIT.
           EXIT.
      *
      *****************************************************************
      * 4000-FOOT-ONE-ACCOUNT - OPENING + CREDITS - DEBITS AGAINST THE *
      *                         CLOSING BALANCE, ONE REPORT LINE       *
      *****************************************************************
       4000-FOOT-ONE-ACCOUNT.
           ADD  1 TO WS-TB-IDX.
           COMPUTE WS-EXPECT-BAL =
               WS-TB-OPEN-BAL(WS-TB-IDX) + WS-TB-CREDITS(WS-TB-IDX)
               - WS-TB-DEBITS(WS-TB-IDX).
           COMPUTE WS-DIFF-AMT =
               WS-TB-CLOSE-BAL(WS-TB-IDX) - WS-EXPECT-BAL.
           ADD  WS-TB-OPEN-BAL(WS-TB-IDX)  TO WS-GT-OPEN-BAL.
           ADD  WS-TB-CREDITS(WS-TB-IDX)   TO WS-GT-CREDITS.
           ADD  WS-TB-DEBITS(WS-TB-IDX)    TO WS-GT-DEBITS.
           ADD  WS-TB-CLOSE-BAL(WS-TB-IDX) TO WS-GT-CLOSE-BAL.
           MOVE SPACE                      TO WS-TB-DETAIL.
           MOVE WS-TB-ACCT(WS-TB-IDX)      TO TD-ACCT.
           MOVE WS-TB-OPEN-BAL(WS-TB-IDX)  TO TD-OPEN-BAL.
           MOVE WS-TB-CREDITS(WS-TB-IDX)   TO TD-CREDITS.
           MOVE WS-TB-DEBITS(WS-TB-IDX)    TO TD-DEBITS.
           MOVE WS-TB-CLOSE-BAL(WS-TB-IDX) TO TD-CLOSE-BAL.
           MOVE WS-DIFF-AMT                TO TD-DIFF.
           MOVE WS-TB-TXN-CNT(WS-TB-IDX)   TO TD-TXN-CNT.
           MOVE "FOOTS"                    TO TD-VERDICT.
           IF WS-TB-OPEN-SW(WS-TB-IDX) = "N"
                   AND WS-TB-CLOSE-SW(WS-TB-IDX) = "N"
               MOVE "NOT ON MASTER SNAPSHOT"  TO TD-VERDICT
           ELSE
           IF WS-TB-OPEN-SW(WS-TB-IDX) = "N"
               MOVE "NO OPENING SNAPSHOT"     TO TD-VERDICT
           ELSE
           IF WS-TB-CLOSE-SW(WS-TB-IDX) = "N"
               MOVE "NO CLOSING SNAPSHOT"     TO TD-VERDICT
           END-IF
           END-IF
           END-IF.
           IF WS-DIFF-AMT NOT = 0
               SET  ACCOUNTS-OUT-OF-BALANCE TO TRUE
               ADD  1 TO WS-OOB-CNT
               IF TD-VERDICT = "FOOTS"
                   MOVE "*** DOES NOT FOOT ***" TO TD-VERDICT
               END-IF
           END-IF.
           MOVE WS-TB-DETAIL TO PRINT-REC.
           WRITE PRINT-REC.
       4000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5000-PRINT-GRAND-TOTALS - THE TOTALS ACROSS ALL ACCOUNTS; THE  *
      *                           CLOSING TOTAL IS THE GRAND TOTAL OF  *
      *                           ACCOUNT BALANCES FOR THE LEDGER      *
      *****************************************************************
       5000-PRINT-GRAND-TOTALS.
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "TOTAL OPENING BALANCES"     TO TG-LABEL.
           MOVE WS-GT-OPEN-BAL               TO TG-AMT.
           MOVE WS-TB-GRAND-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "TOTAL CREDITS (CREDIT CODES)" TO TG-LABEL.
           MOVE WS-GT-CREDITS                TO TG-AMT.
           MOVE WS-TB-GRAND-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "TOTAL DEBITS (DEBIT CODES)" TO TG-LABEL.
           MOVE WS-GT-DEBITS                 TO TG-AMT.
           MOVE WS-TB-GRAND-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           COMPUTE WS-GT-EXPECT-BAL =
               WS-GT-OPEN-BAL + WS-GT-CREDITS - WS-GT-DEBITS.
           MOVE "EXPECTED CLOSING BALANCES"  TO TG-LABEL.
           MOVE WS-GT-EXPECT-BAL             TO TG-AMT.
           MOVE WS-TB-GRAND-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "GRAND TOTAL OF ACCOUNT BALANCES" TO TG-LABEL.
           MOVE WS-GT-CLOSE-BAL              TO TG-AMT.
           MOVE WS-TB-GRAND-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-TB-CNT  TO TS-ACCT-CNT.
           MOVE WS-TXN-CNT TO TS-TXN-CNT.
           MOVE WS-OOB-CNT TO TS-OOB-CNT.
           MOVE WS-TB-SUMMARY TO PRINT-REC.
           WRITE PRINT-REC.
           IF TABLE-OVERFULL
               MOVE "PROOF INCOMPLETE - ACCOUNT TABLE OVERFULL"
                   TO TV-TEXT
           ELSE
           IF ALL-ACCOUNTS-FOOT
               MOVE "ALL ACCOUNTS FOOT" TO TV-TEXT
           ELSE
               MOVE "ACCOUNTS OUT OF BALANCE - SEE FLAGGED LINES"
                   TO TV-TEXT
           END-IF
           END-IF.
           MOVE WS-TB-VERDICT TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY "TRIAL BALANCE " WS-TB-RUN-ID ": " TV-TEXT.
           MOVE WS-OOB-CNT TO WS-DSP-CNT.
           DISPLAY "ACCOUNTS NOT FOOTING: " WS-DSP-CNT.
       5000-EXIT.
           EXIT.
