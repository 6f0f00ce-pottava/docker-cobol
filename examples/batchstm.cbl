      *                  MOVEMENT LINE, AND A GRAND-TOTAL PAGE THAT    *
      *                  MUST TIE BACK TO THE SUM OF THE TRAILER-REC   *
      *                  AMOUNT TOTALS                                 *
      * 2026-10-15 RO    SUBTOTAL BY EVERY CODE ON THE CODE CONTROL    *
      *                  TABLE RATHER THAN FIXED DEP/WDR/FEE/ADJ,      *
      *                  TAKING THE NET MOVEMENT SIGN FROM THE TABLE;  *
      *                  A CODE IN THE DETAIL THAT IS NOT ON THE TABLE *
      *                  IS SUBTOTALED BUT LEFT OUT OF NET             *
      * 2026-10-15 RO    MARK STATEMENT DETAIL RELEASED FROM THE HOLD  *
      *                  QUEUE (COL-TXN-SRC H) AS RELEASED, BESIDE THE *
      *                  RECYCLED MARK                                 *
      *****************************************************************
      *
      *****************************************************************
      * WITH THE RUN ID OF ITS ARGS-REC GROUP, SORTS THE DETAIL BY     *
      * ACCOUNT AND THEN BY RUN ID, AND PRINTS AN ACCOUNT ACTIVITY     *
      * STATEMENT TO STATEMENT.TXT: ONE SECTION PER ACCOUNT WITH ITS   *
      * TRANSACTIONS IN RUN ORDER, A SUBTOTAL FOR EACH TRANSACTION     *
      * CODE ON THE CODE CONTROL TABLE (TRANCODE.DAT; DEP, WDR, FEE,   *
      * AND ADJ WHEN THERE IS NO TABLE), AND A NET MOVEMENT LINE       *
      * (CREDIT CODES ADD, DEBIT CODES SUBTRACT).  AN INACTIVE CODE    *
      * PRINTS ONLY WHEN IT HAS ACTIVITY, AND A CODE IN THE DETAIL     *
      * THAT IS NOT ON THE TABLE AT ALL IS SUBTOTALED UNDER ITS OWN    *
      * NAME BUT LEFT OUT OF NET.  THE GRAND-TOTAL PAGE CARRIES THE    *
      * GROSS AMOUNT ACROSS ALL ACCOUNTS, WHICH MUST EQUAL THE SUM OF  *
      * THE TRAILER-REC AMOUNT TOTALS READ FROM THE SAME FILE; THE     *
      * PROGRAM ENDS WITH RETURN CODE 8 WHEN THE TWO DISAGREE SO THE   *
      * SCHEDULER CAN HOLD THE STATEMENT DISTRIBUTION.                 *
      *****************************************************************
           SELECT PRINT-FILE ASSIGN TO "statement.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "stmtsort.tmp".
           SELECT OPTIONAL TRANCODE-FILE ASSIGN TO "trancode.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-FILE-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
           COPY OUTRECS.
       FD  PRINT-FILE.
       01  PRINT-REC                PIC X(132).
       FD  TRANCODE-FILE.
           COPY TRANCODE.
       SD  SORT-FILE.
       01  SORT-REC.
           02  SR-ACCT               PIC X(10).
       01  WS-PAGE-CNT               PIC 9(03) VALUE 0.
       01  WS-LINE-CNT               PIC 9(02) VALUE 0.
       01  WS-LINES-PER-PAGE         PIC 9(02) VALUE 50.
       01  WS-TC-FILE-STATUS         PIC X(02).
       01  WS-TC-EOF-SW              PIC X(01) VALUE "N".
           88  TC-EOF                     VALUE "Y".
           88  TC-NOT-EOF                 VALUE "N".
       01  WS-SC-CNT                 PIC 9(02) VALUE 0.
       01  WS-SC-IDX                 PIC 9(02) VALUE 0.
       01  WS-SC-HIT                 PIC 9(02) VALUE 0.
       01  WS-SC-TBL.
           02  WS-SC-ENTRY OCCURS 40 TIMES.
               03  WS-SC-CODE        PIC X(03).
               03  WS-SC-SIGN        PIC X(01).
               03  WS-SC-STATUS      PIC X(01).
               03  WS-SC-AC-CNT      PIC 9(05).
               03  WS-SC-AC-AMT      PIC 9(09)V9(02).
               03  WS-SC-GT-CNT      PIC 9(07).
               03  WS-SC-GT-AMT      PIC 9(11)V9(02).
       01  WS-AC-NET-AMT             PIC S9(10)V9(02) VALUE 0.
       01  WS-GT-NET-AMT             PIC S9(12)V9(02) VALUE 0.
       01  WS-GT-GROSS-AMT           PIC 9(11)V9(02) VALUE 0.
      *
               "GRAND TOTALS ACROSS ALL ACCOUNTS".
       01  WS-GRAND-LINE.
           02  FILLER                PIC X(02) VALUE SPACE.
           02  GL-LABEL.
               03  GL-CODE           PIC X(04).
               03  FILLER            PIC X(18) VALUE "TOTAL".
           02  GL-AMT                PIC Z(12)9.9(02).
       01  WS-GRAND-NET-LINE.
           02  FILLER                PIC X(02) VALUE SPACE.
      * 0000-MAINLINE - OVERALL STATEMENT SEQUENCE                     *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-LOAD-TRAN-CODES THRU 1000-EXIT.
           OPEN INPUT IN-FILE.
           IF WS-IN-FILE-STATUS NOT = "00"
               DISPLAY "RESULT.TXT NOT FOUND OR UNREADABLE - STATUS "
           STOP RUN.
      *
      *****************************************************************
      * 1000-LOAD-TRAN-CODES - THE TRANSACTION-CODE CONTROL TABLE IN   *
      *                        FILE ORDER, ONE SUBTOTAL BUCKET PER     *
      *                        CODE; WITH NO TABLE ON FILE THE FOUR    *
      *                        STANDING CODES APPLY                    *
      *****************************************************************
       1000-LOAD-TRAN-CODES.
           MOVE 0 TO WS-SC-CNT.
           SET  TC-NOT-EOF TO TRUE.
           OPEN INPUT TRANCODE-FILE.
           IF WS-TC-FILE-STATUS = "00"
               PERFORM 1050-READ-TRAN-CODE-REC THRU 1050-EXIT
                   UNTIL TC-EOF
           END-IF.
           CLOSE TRANCODE-FILE.
           IF WS-SC-CNT = 0
               MOVE "DEP" TO WS-SC-CODE(1)
               MOVE "C"   TO WS-SC-SIGN(1)
               MOVE "WDR" TO WS-SC-CODE(2)
               MOVE "D"   TO WS-SC-SIGN(2)
               MOVE "FEE" TO WS-SC-CODE(3)
               MOVE "D"   TO WS-SC-SIGN(3)
               MOVE "ADJ" TO WS-SC-CODE(4)
               MOVE "C"   TO WS-SC-SIGN(4)
               MOVE "A"   TO WS-SC-STATUS(1) WS-SC-STATUS(2)
                             WS-SC-STATUS(3) WS-SC-STATUS(4)
               MOVE 0     TO WS-SC-GT-CNT(1) WS-SC-GT-CNT(2)
                             WS-SC-GT-CNT(3) WS-SC-GT-CNT(4)
               MOVE 0     TO WS-SC-GT-AMT(1) WS-SC-GT-AMT(2)
                             WS-SC-GT-AMT(3) WS-SC-GT-AMT(4)
               MOVE 4     TO WS-SC-CNT
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1050-READ-TRAN-CODE-REC - ONE CODE ROW (SAME THIRTY-CODE       *
      *                           LIMIT AS THE RUNTIME, LEAVING ROOM   *
      *                           FOR CODES FOUND ONLY IN THE DETAIL)  *
      *****************************************************************
       1050-READ-TRAN-CODE-REC.
           READ TRANCODE-FILE
               AT END
                   SET TC-EOF TO TRUE
                   GO TO 1050-EXIT
           END-READ.
           IF TC-CODE = SPACE OR WS-SC-CNT >= 30
               GO TO 1050-EXIT
           END-IF.
           ADD  1 TO WS-SC-CNT.
           MOVE TC-CODE TO WS-SC-CODE(WS-SC-CNT).
           MOVE TC-SIGN TO WS-SC-SIGN(WS-SC-CNT).
           IF TC-CODE-INACTIVE
               MOVE "I" TO WS-SC-STATUS(WS-SC-CNT)
           ELSE
               MOVE "A" TO WS-SC-STATUS(WS-SC-CNT)
           END-IF.
           MOVE 0 TO WS-SC-GT-CNT(WS-SC-CNT).
           MOVE 0 TO WS-SC-GT-AMT(WS-SC-CNT).
       1050-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2000-COLLECT-TXN-DETAIL - READ RESULT.TXT, RELEASE EVERY       *
      *                           TXN-REC ROW KEYED BY ACCOUNT AND     *
      *                           THE RUN ID OF ITS GROUP, AND SUM     *
           IF SR-SRC = "R"
               MOVE "RECYCLED" TO SL-SRC
           END-IF.
           IF SR-SRC = "H"
               MOVE "RELEASED" TO SL-SRC
           END-IF.
           MOVE WS-STMT-DETAIL TO PRINT-REC.
           PERFORM 7000-WRITE-PRINT-LINE THRU 7000-EXIT.
           PERFORM 4700-SUBTOTAL-ONE-DETAIL THRU 4700-EXIT.
           SET  SECTION-OPEN TO TRUE.
           ADD  1 TO WS-ACCT-CNT.
           MOVE SR-ACCT TO WS-CUR-ACCT.
           MOVE 0 TO WS-SC-IDX.
           PERFORM 4550-ZERO-ONE-CODE-BUCKET THRU 4550-EXIT
               UNTIL WS-SC-IDX >= WS-SC-CNT.
           PERFORM 7100-PRINT-PAGE-HEADING THRU 7100-EXIT.
           MOVE WS-CUR-ACCT     TO AH-ACCT.
           MOVE WS-ACCT-HEADING TO PRINT-REC.
           EXIT.
      *
      *****************************************************************
      * 4550-ZERO-ONE-CODE-BUCKET - ONE CODE'S ACCOUNT SUBTOTAL        *
      *****************************************************************
       4550-ZERO-ONE-CODE-BUCKET.
           ADD  1 TO WS-SC-IDX.
           MOVE 0 TO WS-SC-AC-CNT(WS-SC-IDX).
           MOVE 0 TO WS-SC-AC-AMT(WS-SC-IDX).
       4550-EXIT.
           EXIT.
      *
      *****************************************************************
      * 4700-SUBTOTAL-ONE-DETAIL - THE ROW INTO ITS CODE'S BUCKET,     *
      *                            FOR THE ACCOUNT AND THE GRAND       *
      *                            TOTALS.  A CODE NOT ON THE TABLE    *
      *                            GETS A BUCKET OF ITS OWN WITH NO    *
      *                            SIGN; PAST FORTY CODES THE ROW      *
      *                            COUNTS IN THE GROSS ONLY            *
      *****************************************************************
       4700-SUBTOTAL-ONE-DETAIL.
           ADD SR-AMT TO WS-GT-GROSS-AMT.
           PERFORM 4750-FIND-CODE-BUCKET THRU 4750-EXIT.
           IF WS-SC-HIT = 0
               IF WS-SC-CNT >= 40
                   GO TO 4700-EXIT
               END-IF
               ADD  1     TO WS-SC-CNT
               MOVE WS-SC-CNT TO WS-SC-HIT
               MOVE SR-CODE   TO WS-SC-CODE(WS-SC-HIT)
               MOVE SPACE     TO WS-SC-SIGN(WS-SC-HIT)
               MOVE "U"       TO WS-SC-STATUS(WS-SC-HIT)
               MOVE 0         TO WS-SC-AC-CNT(WS-SC-HIT)
                                 WS-SC-AC-AMT(WS-SC-HIT)
                                 WS-SC-GT-CNT(WS-SC-HIT)
                                 WS-SC-GT-AMT(WS-SC-HIT)
           END-IF.
           ADD 1      TO WS-SC-AC-CNT(WS-SC-HIT).
           ADD SR-AMT TO WS-SC-AC-AMT(WS-SC-HIT).
           ADD 1      TO WS-SC-GT-CNT(WS-SC-HIT).
           ADD SR-AMT TO WS-SC-GT-AMT(WS-SC-HIT).
       4700-EXIT.
           EXIT.
      *
      *****************************************************************
      * 4750-FIND-CODE-BUCKET - SR-CODE IN THE CODE TABLE; WS-SC-HIT   *
      *                         IS ZERO WHEN IT IS NOT THERE           *
      *****************************************************************
       4750-FIND-CODE-BUCKET.
           MOVE 0 TO WS-SC-HIT.
           MOVE 0 TO WS-SC-IDX.
           PERFORM 4760-MATCH-CODE-BUCKET THRU 4760-EXIT
               UNTIL WS-SC-HIT > 0 OR WS-SC-IDX >= WS-SC-CNT.
       4750-EXIT.
           EXIT.
      *
      *****************************************************************
      * 4760-MATCH-CODE-BUCKET - ONE TABLE ENTRY AGAINST THE CODE      *
      *****************************************************************
       4760-MATCH-CODE-BUCKET.
           ADD 1 TO WS-SC-IDX.
           IF WS-SC-CODE(WS-SC-IDX) = SR-CODE
               MOVE WS-SC-IDX TO WS-SC-HIT
           END-IF.
       4760-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5000-CLOSE-ACCOUNT-SECTION - SUBTOTALS BY CODE AND THE NET     *
      *                              MOVEMENT LINE (CREDIT CODES ADD,  *
      *                              DEBIT CODES SUBTRACT)             *
      *****************************************************************
       5000-CLOSE-ACCOUNT-SECTION.
           MOVE 0 TO WS-AC-NET-AMT.
           MOVE 0 TO WS-SC-IDX.
           PERFORM 5050-PRINT-ONE-SUBTOTAL THRU 5050-EXIT
               UNTIL WS-SC-IDX >= WS-SC-CNT.
           MOVE WS-AC-NET-AMT TO NL-AMT.
           MOVE WS-NET-LINE   TO PRINT-REC.
           PERFORM 7000-WRITE-PRINT-LINE THRU 7000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5050-PRINT-ONE-SUBTOTAL - ONE CODE'S SUBTOTAL LINE (AN ACTIVE  *
      *                           CODE ALWAYS, ANY OTHER ONLY WITH     *
      *                           ACTIVITY) AND ITS SHARE OF THE NET   *
      *****************************************************************
       5050-PRINT-ONE-SUBTOTAL.
           ADD  1 TO WS-SC-IDX.
           IF WS-SC-STATUS(WS-SC-IDX) NOT = "A"
                   AND WS-SC-AC-CNT(WS-SC-IDX) = 0
               GO TO 5050-EXIT
           END-IF.
           MOVE WS-SC-CODE(WS-SC-IDX)   TO ST-LABEL.
           MOVE WS-SC-AC-CNT(WS-SC-IDX) TO ST-CNT.
           MOVE WS-SC-AC-AMT(WS-SC-IDX) TO ST-AMT.
           MOVE WS-SUBTOTAL-LINE TO PRINT-REC.
           PERFORM 7000-WRITE-PRINT-LINE THRU 7000-EXIT.
           IF WS-SC-SIGN(WS-SC-IDX) = "C"
               ADD WS-SC-AC-AMT(WS-SC-IDX) TO WS-AC-NET-AMT
           END-IF.
           IF WS-SC-SIGN(WS-SC-IDX) = "D"
               SUBTRACT WS-SC-AC-AMT(WS-SC-IDX) FROM WS-AC-NET-AMT
           END-IF.
       5050-EXIT.
           EXIT.
      *
      *****************************************************************
      * 6000-PRINT-GRAND-TOTALS - THE GRAND-TOTAL PAGE, TIED BACK TO   *
      *                           THE SUM OF THE TRAILER-REC AMOUNT    *
      *                           TOTALS READ FROM THE SAME FILE       *
           PERFORM 7100-PRINT-PAGE-HEADING THRU 7100-EXIT.
           MOVE WS-GRAND-HEADING TO PRINT-REC.
           PERFORM 7000-WRITE-PRINT-LINE THRU 7000-EXIT.
           MOVE 0 TO WS-GT-NET-AMT.
           MOVE 0 TO WS-SC-IDX.
           PERFORM 6050-PRINT-ONE-GRAND-CODE THRU 6050-EXIT
               UNTIL WS-SC-IDX >= WS-SC-CNT.
           MOVE WS-GT-NET-AMT     TO GN-AMT.
           MOVE WS-GRAND-NET-LINE TO PRINT-REC.
           PERFORM 7000-WRITE-PRINT-LINE THRU 7000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 6050-PRINT-ONE-GRAND-CODE - ONE CODE'S GRAND TOTAL (AN ACTIVE  *
      *                             CODE ALWAYS, ANY OTHER ONLY WITH   *
      *                             ACTIVITY) AND ITS SHARE OF THE     *
      *                             GRAND NET                          *
      *****************************************************************
       6050-PRINT-ONE-GRAND-CODE.
           ADD  1 TO WS-SC-IDX.
           IF WS-SC-STATUS(WS-SC-IDX) NOT = "A"
                   AND WS-SC-GT-CNT(WS-SC-IDX) = 0
               GO TO 6050-EXIT
           END-IF.
           MOVE WS-SC-CODE(WS-SC-IDX)   TO GL-CODE.
           MOVE WS-SC-GT-AMT(WS-SC-IDX) TO GL-AMT.
           MOVE WS-GRAND-LINE TO PRINT-REC.
           PERFORM 7000-WRITE-PRINT-LINE THRU 7000-EXIT.
           IF WS-SC-SIGN(WS-SC-IDX) = "C"
               ADD WS-SC-GT-AMT(WS-SC-IDX) TO WS-GT-NET-AMT
           END-IF.
           IF WS-SC-SIGN(WS-SC-IDX) = "D"
               SUBTRACT WS-SC-GT-AMT(WS-SC-IDX) FROM WS-GT-NET-AMT
           END-IF.
       6050-EXIT.
           EXIT.
      *
      *****************************************************************
      * 7000-WRITE-PRINT-LINE - WRITE A LINE, PAGE-BREAK WHEN FULL     *
      *****************************************************************
       7000-WRITE-PRINT-LINE.
