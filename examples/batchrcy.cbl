      *                  RELEASE A ROW FOR RESUBMISSION (STATUS F),    *
      *                  AND REWRITES THE FILE IN PLACE THROUGH A      *
      *                  WORK FILE                                     *
      * 2026-10-15 RO    EDIT A CORRECTED CODE AGAINST THE CODE        *
      *                  CONTROL TABLE (MUST BE ON IT AND ACTIVE) AND  *
      *                  A CORRECTED CODE OR AMOUNT AGAINST THE        *
      *                  CODE'S PER-TRANSACTION MAXIMUM                *
      * 2026-10-15 RO    WIDEN THE WORK RECORD FOR THE DISPOSING RUN   *
      *                  ID NOW CARRIED ON EACH RECYCLE ROW            *
      *****************************************************************
      *
      *****************************************************************
      * REJECT REASON) AND PROMPTS THE OPERATOR ON EVERY ROW STILL     *
      * AWAITING REPAIR (STATUS R).  A ROW MAY BE RELEASED AS IT       *
      * STANDS, CORRECTED AND RELEASED, OR LEFT FOR LATER.  A          *
      * CORRECTED TRANSACTION CODE MUST BE AN ACTIVE CODE ON THE       *
      * TRANSACTION-CODE CONTROL TABLE (TRANCODE.DAT; DEP/WDR/FEE/ADJ  *
      * WHEN THERE IS NO TABLE), A CORRECTED AMOUNT MUST BE NINE       *
      * DIGITS (SEVEN PLUS TWO IMPLIED DECIMALS) AND GREATER THAN      *
      * ZERO, AND A CORRECTED CODE OR AMOUNT MAY NOT LEAVE THE AMOUNT  *
      * OVER THE CODE'S PER-TRANSACTION MAXIMUM; AN ENTRY THAT FAILS   *
      * THE EDIT LEAVES THE ROW UNRELEASED.  RELEASED ROWS (STATUS F)  *
      * ARE PICKED UP BY THE NEXT BATCH-COMPUTING RUN STARTED WITH     *
      * APP_RECYCLE=Y, AHEAD OF ITS NORMAL INPUT FEED.                 *
           SELECT RECWORK-FILE ASSIGN TO "recwork.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCW-FILE-STATUS.
           SELECT OPTIONAL TRANCODE-FILE ASSIGN TO "trancode.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-FILE-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  RECYCLE-FILE.
           COPY RECYCREC.
       FD  RECWORK-FILE.
       01  RECWORK-REC           PIC X(160).
       FD  TRANCODE-FILE.
           COPY TRANCODE.
      *
       WORKING-STORAGE       SECTION.
       01  WS-RCY-FILE-STATUS    PIC X(02).
       01  WS-ANSWER             PIC X(01) VALUE SPACE.
       01  WS-NEW-ACCOUNT        PIC X(10) VALUE SPACE.
       01  WS-NEW-TRANCODE       PIC X(03) VALUE SPACE.
       01  WS-NEW-AMOUNT         PIC X(09) VALUE SPACE.
       01  WS-NEW-AMOUNT-N REDEFINES WS-NEW-AMOUNT
                                 PIC 9(07)V9(02).
       01  WS-CHK-TRANCODE       PIC X(03) VALUE SPACE.
       01  WS-CHK-AMOUNT         PIC X(09) VALUE SPACE.
       01  WS-CHK-AMOUNT-N REDEFINES WS-CHK-AMOUNT
                                 PIC 9(07)V9(02).
       01  WS-TC-FILE-STATUS     PIC X(02).
       01  WS-TC-EOF-SW          PIC X(01) VALUE "N".
           88  TC-EOF                VALUE "Y".
           88  TC-NOT-EOF            VALUE "N".
       01  WS-TC-CNT             PIC 9(02) VALUE 0.
       01  WS-TC-IDX             PIC 9(02) VALUE 0.
       01  WS-TC-HIT             PIC 9(02) VALUE 0.
       01  WS-TC-TBL.
           02  WS-TC-ENTRY OCCURS 30 TIMES.
               03  WS-TE-CODE        PIC X(03).
               03  WS-TE-MAX-AMT     PIC 9(07)V9(02).
               03  WS-TE-STATUS      PIC X(01).
       01  WS-EDIT-OK-SW         PIC X(01) VALUE "Y".
           88  CORRECTION-OK         VALUE "Y".
           88  CORRECTION-BAD        VALUE "N".
      * 0000-MAINLINE - OVERALL REPAIR SEQUENCE                        *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-LOAD-TRAN-CODES THRU 1000-EXIT.
           OPEN INPUT RECYCLE-FILE.
           IF WS-RCY-FILE-STATUS NOT = "00"
               DISPLAY "RECYCLE FILE NOT FOUND OR UNREADABLE - STATUS "
           STOP RUN.
      *
      *****************************************************************
      * 1000-LOAD-TRAN-CODES - THE TRANSACTION-CODE CONTROL TABLE      *
      *                        (SAME THIRTY-CODE LIMIT AS THE          *
      *                        RUNTIME); WITH NO TABLE ON FILE THE     *
      *                        FOUR STANDING CODES APPLY               *
      *****************************************************************
       1000-LOAD-TRAN-CODES.
           MOVE 0 TO WS-TC-CNT.
           SET  TC-NOT-EOF TO TRUE.
           OPEN INPUT TRANCODE-FILE.
           IF WS-TC-FILE-STATUS = "00"
               PERFORM 1050-READ-TRAN-CODE-REC THRU 1050-EXIT
                   UNTIL TC-EOF
           END-IF.
           CLOSE TRANCODE-FILE.
           IF WS-TC-CNT = 0
               MOVE "DEP" TO WS-TE-CODE(1)
               MOVE "WDR" TO WS-TE-CODE(2)
               MOVE "FEE" TO WS-TE-CODE(3)
               MOVE "ADJ" TO WS-TE-CODE(4)
               MOVE 0     TO WS-TE-MAX-AMT(1) WS-TE-MAX-AMT(2)
                             WS-TE-MAX-AMT(3) WS-TE-MAX-AMT(4)
               MOVE "A"   TO WS-TE-STATUS(1)  WS-TE-STATUS(2)
                             WS-TE-STATUS(3)  WS-TE-STATUS(4)
               MOVE 4     TO WS-TC-CNT
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1050-READ-TRAN-CODE-REC - ONE CODE ROW                         *
      *****************************************************************
       1050-READ-TRAN-CODE-REC.
           READ TRANCODE-FILE
               AT END
                   SET TC-EOF TO TRUE
                   GO TO 1050-EXIT
           END-READ.
           IF TC-CODE = SPACE OR WS-TC-CNT >= 30
               GO TO 1050-EXIT
           END-IF.
           ADD  1 TO WS-TC-CNT.
           MOVE TC-CODE TO WS-TE-CODE(WS-TC-CNT)
           IF TC-MAX-AMT IS NUMERIC
               MOVE TC-MAX-AMT TO WS-TE-MAX-AMT(WS-TC-CNT)
           ELSE
               MOVE 0          TO WS-TE-MAX-AMT(WS-TC-CNT)
           END-IF.
           IF TC-CODE-INACTIVE
               MOVE "I" TO WS-TE-STATUS(WS-TC-CNT)
           ELSE
               MOVE "A" TO WS-TE-STATUS(WS-TC-CNT)
           END-IF.
       1050-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1100-FIND-TRAN-CODE - WS-CHK-TRANCODE ON THE CODE TABLE;       *
      *                       WS-TC-HIT IS ZERO WHEN IT IS NOT THERE   *
      *****************************************************************
       1100-FIND-TRAN-CODE.
           MOVE 0 TO WS-TC-HIT.
           MOVE 0 TO WS-TC-IDX.
           PERFORM 1150-MATCH-TRAN-CODE THRU 1150-EXIT
               UNTIL WS-TC-HIT > 0 OR WS-TC-IDX >= WS-TC-CNT.
       1100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1150-MATCH-TRAN-CODE - ONE TABLE ENTRY AGAINST THE CODE        *
      *****************************************************************
       1150-MATCH-TRAN-CODE.
           ADD 1 TO WS-TC-IDX.
           IF WS-TE-CODE(WS-TC-IDX) = WS-CHK-TRANCODE
               MOVE WS-TC-IDX TO WS-TC-HIT
           END-IF.
       1150-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2000-PROCESS-RECYCLE-ROW - ONE ROW: PROMPT ON ROWS AWAITING    *
      *                            REPAIR, CARRY EVERYTHING ELSE TO    *
      *                            THE WORK FILE UNCHANGED             *
           DISPLAY "NEW ACCOUNT (BLANK = KEEP):".
           MOVE  SPACE TO WS-NEW-ACCOUNT.
           ACCEPT WS-NEW-ACCOUNT.
           DISPLAY "NEW TRANSACTION CODE (BLANK = KEEP):".
           MOVE  SPACE TO WS-NEW-TRANCODE.
           ACCEPT WS-NEW-TRANCODE.
           DISPLAY "NEW AMOUNT, 9 DIGITS NNNNNNNDD (BLANK = KEEP):".
           MOVE  SPACE TO WS-NEW-AMOUNT.
           ACCEPT WS-NEW-AMOUNT.
           IF WS-NEW-TRANCODE NOT = SPACE
               MOVE WS-NEW-TRANCODE TO WS-CHK-TRANCODE
               PERFORM 1100-FIND-TRAN-CODE THRU 1100-EXIT
               IF WS-TC-HIT = 0
                   DISPLAY "CODE NOT ON TRANSACTION CODE TABLE - "
                       "CORRECTION NOT APPLIED"
                   SET CORRECTION-BAD TO TRUE
               ELSE
               IF WS-TE-STATUS(WS-TC-HIT) = "I"
                   DISPLAY "CODE IS INACTIVE - "
                       "CORRECTION NOT APPLIED"
                   SET CORRECTION-BAD TO TRUE
               END-IF
               END-IF
           END-IF.
           IF WS-NEW-AMOUNT NOT = SPACE
               IF WS-NEW-AMOUNT IS NOT NUMERIC
           IF CORRECTION-BAD
               GO TO 4000-EXIT
           END-IF.
           IF WS-NEW-TRANCODE NOT = SPACE OR WS-NEW-AMOUNT NOT = SPACE
               PERFORM 4100-CHECK-CODE-MAXIMUM THRU 4100-EXIT
               IF CORRECTION-BAD
                   GO TO 4000-EXIT
               END-IF
           END-IF.
           IF WS-NEW-ACCOUNT NOT = SPACE
               MOVE WS-NEW-ACCOUNT TO RCY-ACCOUNT
           END-IF.
           EXIT.
      *
      *****************************************************************
      * 4100-CHECK-CODE-MAXIMUM - THE CODE AND AMOUNT THE ROW WILL     *
      *                           CARRY AFTER CORRECTION, AGAINST THE  *
      *                           CODE'S PER-TRANSACTION MAXIMUM       *
      *                           (ZERO IS NO LIMIT)                   *
      *****************************************************************
       4100-CHECK-CODE-MAXIMUM.
           IF WS-NEW-TRANCODE NOT = SPACE
               MOVE WS-NEW-TRANCODE TO WS-CHK-TRANCODE
           ELSE
               MOVE RCY-TRANCODE    TO WS-CHK-TRANCODE
           END-IF.
           IF WS-NEW-AMOUNT NOT = SPACE
               MOVE WS-NEW-AMOUNT   TO WS-CHK-AMOUNT
           ELSE
               MOVE RCY-AMOUNT      TO WS-CHK-AMOUNT
           END-IF.
           IF WS-CHK-AMOUNT IS NOT NUMERIC
               GO TO 4100-EXIT
           END-IF.
           PERFORM 1100-FIND-TRAN-CODE THRU 1100-EXIT.
           IF WS-TC-HIT = 0
               GO TO 4100-EXIT
           END-IF.
           IF WS-TE-MAX-AMT(WS-TC-HIT) > 0
                   AND WS-CHK-AMOUNT-N > WS-TE-MAX-AMT(WS-TC-HIT)
               DISPLAY "AMOUNT EXCEEDS CODE MAXIMUM - "
                   "CORRECTION NOT APPLIED"
               SET CORRECTION-BAD TO TRUE
           END-IF.
       4100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 7000-REWRITE-RECYCLE-FILE - COPY THE WORK FILE BACK OVER THE   *
      *                             LIVE RECYCLE FILE (SAME WORK-FILE  *
      *                             REWRITE AS THE ARCHIVE JOB USES)   *
