       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           BATCH-MONTH-END-ACCRUAL.
       AUTHOR.               R. OKONKWO.
       INSTALLATION.         DATA PROCESSING CENTER.
       DATE-WRITTEN.         10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *-----------------------------------------------------------   *
      * DATE       INIT  DESCRIPTION                                  *
      * 2026-10-15 RO    INITIAL VERSION - CALCULATES EACH OPEN        *
      *                  ACCOUNT'S MONTHLY SERVICE CHARGE (FEE) AND    *
      *                  INTEREST CREDIT (ADJ) FROM THE TIERED RATE    *
      *                  TABLE, WRITES THEM AS A SENDER-CONTROLLED     *
      *                  INPUT FEED FOR BATCH-COMPUTING, PRINTS THE    *
      *                  CALCULATION REGISTER, AND REFUSES A SECOND    *
      *                  GENERATION FOR THE SAME PERIOD                *
      * 2026-10-15 RO    PRICE DORMANT ACCOUNTS FOR INTEREST ONLY - A  *
      *                  SERVICE CHARGE AGAINST A DORMANT ACCOUNT      *
      *                  WOULD ONLY BE REJECTED AT POSTING             *
      *****************************************************************
      *
      *****************************************************************
      * THIS PROGRAM TAKES AN ACCOUNTING PERIOD (YYYYMM) AS ITS ONE    *
      * ARGUMENT AND IS RUN AT MONTH END, BEFORE BATCH-PERIOD-CLOSE.   *
      * EVERY ACCOUNT ON ACCTMAST.DAT THAT IS OPEN OR DORMANT AND WAS  *
      * OPENED BY THE END OF THE PERIOD IS PRICED FROM RATES.DAT: THE  *
      * FEE TIER FOR ITS BALANCE GIVES A FLAT MONTHLY SERVICE CHARGE   *
      * (NONE FOR A DORMANT ACCOUNT, WHICH POSTING WOULD REJECT), AND  *
      * THE INT TIER GIVES AN ANNUAL RATE FROM WHICH ONE MONTH'S       *
      * INTEREST ON A CREDIT BALANCE IS CALCULATED (BALANCE X RATE /   *
      * 1200, ROUNDED TO THE CENT).  A CHARGE IS WRITTEN AS A FEE ROW  *
      * AND INTEREST AS AN ADJ ROW TO ACCRUAL-YYYYMM.TXT BETWEEN A     *
      * FEEDHDR AND A FEEDTRL CONTROL RECORD, SO BATCH-COMPUTING CAN   *
      * POST THE FILE THROUGH ITS MANIFEST AND PROVE ITS CONTROLS LIKE *
      * ANY SENDER'S FEED.  ACCRREG.TXT CARRIES ONE LINE PER ACCOUNT   *
      * PRICED WITH THE TIERS AND AMOUNTS USED, AND THE FEED TOTALS.   *
      * A ROW ON ACCRCTL.DAT RECORDS EACH PERIOD GENERATED; A SECOND   *
      * GENERATION FOR THAT PERIOD IS REFUSED WITH RETURN CODE 8, AS   *
      * IS GENERATION FOR A PERIOD ALREADY CLOSED ON PERCTL.DAT.       *
      * RETURN CODE 16 WHEN THE PERIOD HAS NOT BEGUN, THE RATE TABLE   *
      * OR THE ACCOUNT MASTER CANNOT BE USED, OR THE FEED CANNOT BE    *
      * WRITTEN; 4 WHEN AN ACCOUNT'S INTEREST IS TOO LARGE FOR ONE     *
      * FEED ROW AND WAS LEFT OFF THE FEED.                            *
      *****************************************************************
       ENVIRONMENT           DIVISION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT ACCTMAST-FILE ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO "rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT OPTIONAL PERCTL-FILE ASSIGN TO "perctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERCTL-FILE-STATUS.
           SELECT OPTIONAL ACCRCTL-FILE ASSIGN TO "accrctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRCTL-FILE-STATUS.
           SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "accrreg.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  ACCTMAST-FILE.
           COPY ACCTMAST.
       FD  RATE-FILE.
           COPY RATETIER.
       FD  PERCTL-FILE.
           COPY PERCTL.
       FD  ACCRCTL-FILE.
       01  ACCRCTL-REC.
           02  AC-PERIOD         PIC 9(06).
           02                    PIC X(01).
           02  AC-GEN-DATE       PIC 9(08).
           02                    PIC X(01).
           02  AC-GEN-TIME       PIC X(08).
           02                    PIC X(01).
           02  AC-ROW-CNT        PIC 9(05).
           02                    PIC X(01).
           02  AC-FEE-TOTAL      PIC 9(09)V9(02).
           02                    PIC X(01).
           02  AC-INT-TOTAL      PIC 9(09)V9(02).
           02                    PIC X(01).
           02  AC-FEED-NAME      PIC X(30).
       FD  FEED-FILE.
       01  FEED-DTL-REC.
           02  AF-ACCOUNT        PIC X(10).
           02                    PIC X(01).
           02  AF-TRANCODE       PIC X(03).
           02                    PIC X(01).
           02  AF-AMOUNT         PIC 9(07)V9(02).
       01  FEED-HDR-REC.
           02  FH-TAG            PIC X(07).
           02                    PIC X(01).
           02  FH-SENDER         PIC X(10).
       01  FEED-TRL-REC.
           02  FT-TAG            PIC X(07).
           02                    PIC X(01).
           02  FT-REC-CNT        PIC 9(05).
           02                    PIC X(01).
           02  FT-AMT-TOTAL      PIC 9(09)V9(02).
       FD  PRINT-FILE.
       01  PRINT-REC             PIC X(132).
      *
       WORKING-STORAGE       SECTION.
       01  WS-ACCT-FILE-STATUS    PIC X(02).
       01  WS-RATE-FILE-STATUS    PIC X(02).
       01  WS-PERCTL-FILE-STATUS  PIC X(02).
       01  WS-ACCRCTL-FILE-STATUS PIC X(02).
       01  WS-FEED-FILE-STATUS    PIC X(02).
       01  WS-FEED-FILENAME       PIC X(60).
       01  WS-ACCT-EOF-SW        PIC X(01) VALUE "N".
           88  ACCT-EOF              VALUE "Y".
           88  ACCT-NOT-EOF          VALUE "N".
       01  WS-RATE-EOF-SW        PIC X(01) VALUE "N".
           88  RATE-EOF              VALUE "Y".
           88  RATE-NOT-EOF          VALUE "N".
       01  WS-PER-EOF-SW         PIC X(01) VALUE "N".
           88  PERCTL-EOF            VALUE "Y".
           88  PERCTL-NOT-EOF        VALUE "N".
       01  WS-ACC-EOF-SW         PIC X(01) VALUE "N".
           88  ACCRCTL-EOF           VALUE "Y".
           88  ACCRCTL-NOT-EOF       VALUE "N".
       01  WS-CLOSED-SW          PIC X(01) VALUE "N".
           88  PERIOD-ALREADY-CLOSED VALUE "Y".
           88  PERIOD-STILL-OPEN     VALUE "N".
       01  WS-GENERATED-SW       PIC X(01) VALUE "N".
           88  PERIOD-ALREADY-GENERATED VALUE "Y".
           88  PERIOD-NOT-GENERATED  VALUE "N".
       01  WS-RATE-OK-SW         PIC X(01) VALUE "Y".
           88  RATE-TABLE-OK         VALUE "Y".
           88  RATE-TABLE-BAD        VALUE "N".
       01  WS-FEED-OK-SW         PIC X(01) VALUE "Y".
           88  FEED-COMPLETE         VALUE "Y".
           88  FEED-INCOMPLETE       VALUE "N".
       01  WS-PERIOD-ARG         PIC X(06) VALUE SPACE.
       01  WS-PERIOD             PIC 9(06) VALUE 0.
       01  WS-PERIOD-MM          PIC 9(02) VALUE 0.
       01  WS-PERIOD-YYYY        PIC 9(04) VALUE 0.
       01  WS-RUN-DATE           PIC 9(08).
       01  WS-RUN-PERIOD         PIC 9(06) VALUE 0.
       01  WS-OPEN-PERIOD        PIC 9(06) VALUE 0.
       01  TIME-VARIABLES.
           02  HH                PIC 9(02).
           02  MM                PIC 9(02).
           02  SS                PIC 9(02).
       01  WS-TIME-FMT.
           02  WS-TF-HH          PIC 9(02).
           02  WS-TF-C1          PIC X(01)  VALUE ":".
           02  WS-TF-MM          PIC 9(02).
           02  WS-TF-C2          PIC X(01)  VALUE ":".
           02  WS-TF-SS          PIC 9(02).
      *
      *****************************************************************
      * RATE TIER TABLE - LOADED FROM RATES.DAT                        *
      *****************************************************************
       01  WS-RT-CNT             PIC 9(02) VALUE 0.
       01  WS-RT-IDX             PIC 9(02) VALUE 0.
       01  WS-RT-HIT             PIC 9(02) VALUE 0.
       01  WS-RT-FEE-CNT         PIC 9(02) VALUE 0.
       01  WS-RT-INT-CNT         PIC 9(02) VALUE 0.
       01  WS-RT-BAD-CNT         PIC 9(02) VALUE 0.
       01  WS-RT-TBL.
           02  WS-RT-ENTRY OCCURS 40 TIMES.
               03  WS-RE-TYPE        PIC X(03).
               03  WS-RE-FLOOR       PIC 9(09)V9(02).
               03  WS-RE-FEE-AMT     PIC 9(05)V9(02).
               03  WS-RE-RATE        PIC 9(02)V9(04).
       01  WS-RT-LOOKUP-TYPE     PIC X(03) VALUE SPACE.
       01  WS-TIER-BAL           PIC 9(09)V9(02) VALUE 0.
      *
      *****************************************************************
      * PER-ACCOUNT CALCULATION AND RUN TOTALS                         *
      *****************************************************************
       01  WS-FEE-AMT            PIC 9(05)V9(02) VALUE 0.
       01  WS-FEE-FLOOR          PIC 9(09)V9(02) VALUE 0.
       01  WS-INT-RATE           PIC 9(02)V9(04) VALUE 0.
       01  WS-INT-FLOOR          PIC 9(09)V9(02) VALUE 0.
       01  WS-INT-AMT            PIC 9(09)V9(02) VALUE 0.
       01  WS-ACCT-READ-CNT      PIC 9(07) VALUE 0.
       01  WS-ACCT-PRICED-CNT    PIC 9(07) VALUE 0.
       01  WS-ACCT-SKIP-CNT      PIC 9(07) VALUE 0.
       01  WS-FEE-CNT            PIC 9(05) VALUE 0.
       01  WS-INT-CNT            PIC 9(05) VALUE 0.
       01  WS-INT-OVER-CNT       PIC 9(05) VALUE 0.
       01  WS-FEE-TOTAL          PIC 9(09)V9(02) VALUE 0.
       01  WS-INT-TOTAL          PIC 9(09)V9(02) VALUE 0.
       01  WS-FEED-ROW-CNT       PIC 9(05) VALUE 0.
       01  WS-FEED-AMT-TOTAL     PIC 9(09)V9(02) VALUE 0.
       01  WS-DSP-CNT            PIC Z(4)9.
      *
      *****************************************************************
      * CALCULATION REGISTER LINE LAYOUTS                              *
      *****************************************************************
       01  WS-REG-HEADING.
           02  FILLER            PIC X(38) VALUE
               "MONTH-END CHARGE AND INTEREST REGISTER".
           02  FILLER            PIC X(12) VALUE " FOR PERIOD ".
           02  RH-PERIOD         PIC 9(06).
           02  FILLER            PIC X(10) VALUE "  FEED ".
           02  RH-FEED-NAME      PIC X(30).
       01  WS-REG-COL-HEADING.
           02  FILLER            PIC X(12) VALUE "ACCOUNT".
           02  FILLER            PIC X(16) VALUE "       BALANCE".
           02  FILLER            PIC X(16) VALUE "      FEE TIER".
           02  FILLER            PIC X(11) VALUE "       FEE".
           02  FILLER            PIC X(16) VALUE "      INT TIER".
           02  FILLER            PIC X(09) VALUE "   RATE%".
           02  FILLER            PIC X(14) VALUE "     INTEREST".
           02  FILLER            PIC X(02) VALUE SPACE.
           02  FILLER            PIC X(30) VALUE "NOTE".
       01  WS-REG-DETAIL.
           02  RD-ACCT           PIC X(10).
           02  FILLER            PIC X(02) VALUE SPACE.
           02  RD-BALANCE        PIC -(10)9.9(02).
           02  FILLER            PIC X(01) VALUE SPACE.
           02  RD-FEE-FLOOR      PIC Z(11)9.9(02).
           02  FILLER            PIC X(01) VALUE SPACE.
           02  RD-FEE-AMT        PIC Z(6)9.9(02).
           02  FILLER            PIC X(01) VALUE SPACE.
           02  RD-INT-FLOOR      PIC Z(11)9.9(02).
           02  FILLER            PIC X(01) VALUE SPACE.
           02  RD-INT-RATE       PIC Z(3)9.9(04).
           02  FILLER            PIC X(01) VALUE SPACE.
           02  RD-INT-AMT        PIC Z(9)9.9(02).
           02  FILLER            PIC X(02) VALUE SPACE.
           02  RD-NOTE           PIC X(32).
       01  WS-REG-TOTAL-LINE.
           02  FILLER            PIC X(02) VALUE SPACE.
           02  RT-LABEL          PIC X(34).
           02  RT-CNT            PIC Z(4)9.
           02  FILLER            PIC X(02) VALUE SPACE.
           02  RT-AMT            PIC Z(10)9.9(02).
       01  WS-REG-VERDICT.
           02  FILLER            PIC X(10) VALUE "VERDICT:".
           02  RV-TEXT           PIC X(60).
      *
       PROCEDURE             DIVISION.
      *****************************************************************
      * 0000-MAINLINE - OVERALL GENERATION SEQUENCE                    *
      *****************************************************************
       0000-MAINLINE.
           ACCEPT WS-PERIOD-ARG FROM ARGUMENT-VALUE.
           ACCEPT WS-RUN-DATE   FROM DATE YYYYMMDD.
           PERFORM 1000-CHECK-PERIOD-ARG THRU 1000-EXIT.
           IF RETURN-CODE NOT = 0
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           PERFORM 1100-CHECK-PERIOD-CONTROL THRU 1100-EXIT.
           IF PERIOD-ALREADY-CLOSED
               DISPLAY "PERIOD " WS-PERIOD " IS ALREADY CLOSED - "
                   "ACCRUALS MUST BE GENERATED BEFORE THE CLOSE"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           PERFORM 1200-CHECK-ACCRUAL-CONTROL THRU 1200-EXIT.
           IF PERIOD-ALREADY-GENERATED
               DISPLAY "ACCRUALS FOR PERIOD " WS-PERIOD
                   " ALREADY GENERATED - SECOND GENERATION REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           PERFORM 1300-LOAD-RATE-TIERS THRU 1300-EXIT.
           IF RATE-TABLE-BAD
               MOVE 16 TO RETURN-CODE
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           PERFORM 1500-OPEN-FILES THRU 1500-EXIT.
           IF RETURN-CODE NOT = 0
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           PERFORM 2000-PRICE-ONE-ACCOUNT THRU 2000-EXIT
               UNTIL ACCT-EOF.
           PERFORM 3000-FINISH-FEED THRU 3000-EXIT.
           PERFORM 3500-PRINT-REGISTER-TOTALS THRU 3500-EXIT.
           CLOSE ACCTMAST-FILE.
           CLOSE FEED-FILE.
           CLOSE PRINT-FILE.
           IF FEED-INCOMPLETE
               MOVE 16 TO RETURN-CODE
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           PERFORM 4000-MARK-PERIOD-GENERATED THRU 4000-EXIT.
           IF RETURN-CODE = 0 AND WS-INT-OVER-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9999-PROGRAM-EXIT.
           STOP RUN.
      *
      *****************************************************************
      * 1000-CHECK-PERIOD-ARG - THE PERIOD MUST BE A REAL MONTH THAT   *
      *                         HAS ALREADY BEGUN                      *
      *****************************************************************
       1000-CHECK-PERIOD-ARG.
           IF WS-PERIOD-ARG IS NOT NUMERIC
               DISPLAY "USAGE: SUPPLY AN ACCOUNTING PERIOD AS YYYYMM"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-PERIOD-ARG TO WS-PERIOD.
           DIVIDE WS-PERIOD BY 100
               GIVING WS-PERIOD-YYYY REMAINDER WS-PERIOD-MM.
           IF WS-PERIOD-MM < 01 OR WS-PERIOD-MM > 12
               DISPLAY "PERIOD " WS-PERIOD-ARG " IS NOT A VALID MONTH"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           DIVIDE WS-RUN-DATE BY 100 GIVING WS-RUN-PERIOD.
           IF WS-PERIOD > WS-RUN-PERIOD
               DISPLAY "PERIOD " WS-PERIOD " HAS NOT BEGUN - "
                   "GENERATION REFUSED"
               MOVE 16 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1100-CHECK-PERIOD-CONTROL - HAS BATCH-PERIOD-CLOSE ALREADY     *
      *                             CLOSED THE PERIOD                  *
      *****************************************************************
       1100-CHECK-PERIOD-CONTROL.
           SET  PERIOD-STILL-OPEN TO TRUE.
           SET  PERCTL-NOT-EOF    TO TRUE.
           OPEN INPUT PERCTL-FILE.
           IF WS-PERCTL-FILE-STATUS NOT = "00"
               CLOSE PERCTL-FILE
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1150-MATCH-PERCTL-ROW THRU 1150-EXIT
               UNTIL PERCTL-EOF.
           CLOSE PERCTL-FILE.
       1100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1150-MATCH-PERCTL-ROW - ONE CLOSED-PERIOD CONTROL ROW          *
      *****************************************************************
       1150-MATCH-PERCTL-ROW.
           READ PERCTL-FILE
               AT END
                   SET PERCTL-EOF TO TRUE
                   GO TO 1150-EXIT
           END-READ.
           IF PC-PERIOD IS NUMERIC AND PC-PERIOD = WS-PERIOD
               SET PERIOD-ALREADY-CLOSED TO TRUE
           END-IF.
       1150-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1200-CHECK-ACCRUAL-CONTROL - HAS THE PERIOD ALREADY BEEN       *
      *                              GENERATED                         *
      *****************************************************************
       1200-CHECK-ACCRUAL-CONTROL.
           SET  PERIOD-NOT-GENERATED TO TRUE.
           SET  ACCRCTL-NOT-EOF      TO TRUE.
           OPEN INPUT ACCRCTL-FILE.
           IF WS-ACCRCTL-FILE-STATUS NOT = "00"
               CLOSE ACCRCTL-FILE
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1250-MATCH-ACCRCTL-ROW THRU 1250-EXIT
               UNTIL ACCRCTL-EOF.
           CLOSE ACCRCTL-FILE.
       1200-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1250-MATCH-ACCRCTL-ROW - ONE GENERATED-PERIOD CONTROL ROW; THE *
      *                          EARLIER GENERATION IS SHOWN SO THE    *
      *                          OPERATOR CAN FIND ITS FEED            *
      *****************************************************************
       1250-MATCH-ACCRCTL-ROW.
           READ ACCRCTL-FILE
               AT END
                   SET ACCRCTL-EOF TO TRUE
                   GO TO 1250-EXIT
           END-READ.
           IF AC-PERIOD IS NUMERIC AND AC-PERIOD = WS-PERIOD
               SET  PERIOD-ALREADY-GENERATED TO TRUE
               DISPLAY "PERIOD " WS-PERIOD " GENERATED " AC-GEN-DATE
                   " " AC-GEN-TIME " AS " AC-FEED-NAME
           END-IF.
       1250-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1300-LOAD-RATE-TIERS - THE TIERS FROM RATES.DAT.  THE TABLE    *
      *                        IS REFUSED WHEN IT IS MISSING, EMPTY,   *
      *                        OVERFULL, OR CARRIES A ROW THAT IS NOT  *
      *                        A VALID FEE OR INT TIER - NO ACCOUNT IS *
      *                        PRICED FROM A PARTIAL TABLE             *
      *****************************************************************
       1300-LOAD-RATE-TIERS.
           SET  RATE-TABLE-OK TO TRUE.
           SET  RATE-NOT-EOF  TO TRUE.
           MOVE 0 TO WS-RT-CNT.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-FILE-STATUS NOT = "00"
               DISPLAY "RATE TABLE RATES.DAT NOT FOUND OR UNREADABLE "
                   "- STATUS " WS-RATE-FILE-STATUS
               SET  RATE-TABLE-BAD TO TRUE
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1350-LOAD-ONE-TIER THRU 1350-EXIT
               UNTIL RATE-EOF.
           CLOSE RATE-FILE.
           IF WS-RT-CNT = 0
               DISPLAY "RATE TABLE RATES.DAT HAS NO TIERS"
               SET  RATE-TABLE-BAD TO TRUE
               GO TO 1300-EXIT
           END-IF.
           IF WS-RT-BAD-CNT > 0
               MOVE WS-RT-BAD-CNT TO WS-DSP-CNT
               DISPLAY "RATE TABLE REFUSED - INVALID ROWS: "
                   WS-DSP-CNT
               SET  RATE-TABLE-BAD TO TRUE
           END-IF.
       1300-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1350-LOAD-ONE-TIER - ONE RATE ROW, EDITED BEFORE IT IS TAKEN   *
      *****************************************************************
       1350-LOAD-ONE-TIER.
           READ RATE-FILE
               AT END
                   SET RATE-EOF TO TRUE
                   GO TO 1350-EXIT
           END-READ.
           IF RATE-TIER-REC = SPACE
               GO TO 1350-EXIT
           END-IF.
           IF NOT RT-SERVICE-CHARGE AND NOT RT-INTEREST
                   OR RT-FLOOR-BAL   IS NOT NUMERIC
                   OR RT-FEE-AMT     IS NOT NUMERIC
                   OR RT-ANNUAL-RATE IS NOT NUMERIC
               ADD  1 TO WS-RT-BAD-CNT
               DISPLAY "INVALID RATE ROW: " RATE-TIER-REC
               GO TO 1350-EXIT
           END-IF.
           IF WS-RT-CNT >= 40
               ADD  1 TO WS-RT-BAD-CNT
               DISPLAY "RATE TABLE FULL - ROW NOT LOADED: "
                   RATE-TIER-REC
               GO TO 1350-EXIT
           END-IF.
           ADD  1 TO WS-RT-CNT.
           MOVE RT-CHARGE-TYPE TO WS-RE-TYPE(WS-RT-CNT).
           MOVE RT-FLOOR-BAL   TO WS-RE-FLOOR(WS-RT-CNT).
           MOVE RT-FEE-AMT     TO WS-RE-FEE-AMT(WS-RT-CNT).
           MOVE RT-ANNUAL-RATE TO WS-RE-RATE(WS-RT-CNT).
       1350-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1500-OPEN-FILES - THE ACCOUNT MASTER, THE PERIOD'S FEED WITH   *
      *                   ITS SENDER HEADER, AND THE REGISTER          *
      *****************************************************************
       1500-OPEN-FILES.
           SET  ACCT-NOT-EOF TO TRUE.
           OPEN INPUT ACCTMAST-FILE.
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT FOUND OR UNREADABLE - "
                   "STATUS " WS-ACCT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1500-EXIT
           END-IF.
           MOVE SPACE TO WS-FEED-FILENAME.
           STRING "accrual-"    DELIMITED BY SIZE
                  WS-PERIOD     DELIMITED BY SIZE
                  ".txt"        DELIMITED BY SIZE
               INTO WS-FEED-FILENAME.
           OPEN OUTPUT FEED-FILE.
           IF WS-FEED-FILE-STATUS NOT = "00"
               DISPLAY "ACCRUAL FEED " WS-FEED-FILENAME
                   " NOT WRITTEN - STATUS " WS-FEED-FILE-STATUS
               CLOSE ACCTMAST-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1500-EXIT
           END-IF.
           MOVE  SPACE      TO FEED-HDR-REC
           MOVE  "FEEDHDR"  TO FH-TAG
           MOVE  "MONTHEND" TO FH-SENDER
           WRITE FEED-HDR-REC.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-PERIOD        TO RH-PERIOD.
           MOVE WS-FEED-FILENAME TO RH-FEED-NAME.
           MOVE WS-REG-HEADING TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-REG-COL-HEADING TO PRINT-REC.
           WRITE PRINT-REC.
       1500-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2000-PRICE-ONE-ACCOUNT - ONE MASTER RECORD: A CLOSED ACCOUNT,  *
      *                          OR ONE OPENED AFTER THE PERIOD, IS    *
      *                          PASSED OVER; AN OPEN ONE GETS ITS     *
      *                          FEE AND ADJ ROWS AND A REGISTER LINE, *
      *                          A DORMANT ONE ITS ADJ ROW ONLY        *
      *****************************************************************
       2000-PRICE-ONE-ACCOUNT.
           READ ACCTMAST-FILE
               AT END
                   SET ACCT-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-ACCT-READ-CNT.
           IF NOT ACCOUNT-OPEN AND NOT ACCOUNT-DORMANT
               ADD 1 TO WS-ACCT-SKIP-CNT
               GO TO 2000-EXIT
           END-IF.
           IF AM-OPEN-DATE IS NUMERIC
               DIVIDE AM-OPEN-DATE BY 100 GIVING WS-OPEN-PERIOD
               IF WS-OPEN-PERIOD > WS-PERIOD
                   ADD 1 TO WS-ACCT-SKIP-CNT
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           ADD  1 TO WS-ACCT-PRICED-CNT.
           MOVE SPACE TO WS-REG-DETAIL.
           MOVE AM-ACCT-NO TO RD-ACCT.
           MOVE AM-BALANCE TO RD-BALANCE.
           MOVE 0 TO WS-TIER-BAL.
           IF AM-BALANCE > 0
               MOVE AM-BALANCE TO WS-TIER-BAL
           END-IF.
           IF ACCOUNT-DORMANT
               MOVE "DORMANT - NO SERVICE CHARGE" TO RD-NOTE
           ELSE
               PERFORM 2100-CALCULATE-FEE THRU 2100-EXIT
           END-IF.
           PERFORM 2200-CALCULATE-INTEREST THRU 2200-EXIT.
           MOVE WS-REG-DETAIL TO PRINT-REC.
           WRITE PRINT-REC.
       2000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2100-CALCULATE-FEE - THE SERVICE CHARGE FOR THE ACCOUNT'S FEE  *
      *                      TIER, WRITTEN AS A FEE ROW WHEN NOT ZERO  *
      *****************************************************************
       2100-CALCULATE-FEE.
           MOVE 0 TO WS-FEE-AMT.
           MOVE 0 TO WS-FEE-FLOOR.
           MOVE "FEE" TO WS-RT-LOOKUP-TYPE.
           PERFORM 2500-FIND-TIER THRU 2500-EXIT.
           IF WS-RT-HIT = 0
               MOVE "NO FEE TIER" TO RD-NOTE
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-RE-FEE-AMT(WS-RT-HIT) TO WS-FEE-AMT.
           MOVE WS-RE-FLOOR(WS-RT-HIT)   TO WS-FEE-FLOOR.
           MOVE WS-FEE-FLOOR TO RD-FEE-FLOOR.
           MOVE WS-FEE-AMT   TO RD-FEE-AMT.
           IF WS-FEE-AMT = 0
               GO TO 2100-EXIT
           END-IF.
           MOVE  SPACE      TO FEED-DTL-REC
           MOVE  AM-ACCT-NO TO AF-ACCOUNT
           MOVE  "FEE"      TO AF-TRANCODE
           MOVE  WS-FEE-AMT TO AF-AMOUNT
           PERFORM 2800-WRITE-FEED-ROW THRU 2800-EXIT.
           ADD   1          TO WS-FEE-CNT.
           ADD   WS-FEE-AMT TO WS-FEE-TOTAL.
       2100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2200-CALCULATE-INTEREST - ONE MONTH'S INTEREST ON A CREDIT     *
      *                           BALANCE AT THE ACCOUNT'S INT TIER    *
      *                           RATE, WRITTEN AS AN ADJ ROW WHEN IT  *
      *                           COMES TO A CENT OR MORE.  AN AMOUNT  *
      *                           TOO LARGE FOR ONE FEED ROW IS LEFT   *
      *                           OFF THE FEED AND FLAGGED             *
      *****************************************************************
       2200-CALCULATE-INTEREST.
           MOVE 0 TO WS-INT-AMT.
           MOVE 0 TO WS-INT-RATE.
           MOVE 0 TO WS-INT-FLOOR.
           MOVE "INT" TO WS-RT-LOOKUP-TYPE.
           PERFORM 2500-FIND-TIER THRU 2500-EXIT.
           IF WS-RT-HIT = 0
               IF RD-NOTE = SPACE
                   MOVE "NO INT TIER" TO RD-NOTE
               END-IF
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-RE-RATE(WS-RT-HIT)  TO WS-INT-RATE.
           MOVE WS-RE-FLOOR(WS-RT-HIT) TO WS-INT-FLOOR.
           MOVE WS-INT-FLOOR TO RD-INT-FLOOR.
           MOVE WS-INT-RATE  TO RD-INT-RATE.
           IF AM-BALANCE NOT > 0
               IF RD-NOTE = SPACE
                   MOVE "NO CREDIT BALANCE - NO INTEREST"
                       TO RD-NOTE
               END-IF
               GO TO 2200-EXIT
           END-IF.
           COMPUTE WS-INT-AMT ROUNDED =
               WS-TIER-BAL * WS-INT-RATE / 1200.
           MOVE WS-INT-AMT TO RD-INT-AMT.
           IF WS-INT-AMT = 0
               GO TO 2200-EXIT
           END-IF.
           IF WS-INT-AMT > 9999999.99
               ADD  1 TO WS-INT-OVER-CNT
               MOVE "INTEREST OVER FEED ROW LIMIT" TO RD-NOTE
               DISPLAY "ACCOUNT " AM-ACCT-NO " INTEREST TOO LARGE "
                   "FOR ONE FEED ROW - LEFT OFF THE FEED"
               GO TO 2200-EXIT
           END-IF.
           MOVE  SPACE      TO FEED-DTL-REC
           MOVE  AM-ACCT-NO TO AF-ACCOUNT
           MOVE  "ADJ"      TO AF-TRANCODE
           MOVE  WS-INT-AMT TO AF-AMOUNT
           PERFORM 2800-WRITE-FEED-ROW THRU 2800-EXIT.
           ADD   1          TO WS-INT-CNT.
           ADD   WS-INT-AMT TO WS-INT-TOTAL.
       2200-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2500-FIND-TIER - THE TIER OF TYPE WS-RT-LOOKUP-TYPE WITH THE   *
      *                  HIGHEST FLOOR NOT ABOVE WS-TIER-BAL;          *
      *                  WS-RT-HIT IS ZERO WHEN THERE IS NONE          *
      *****************************************************************
       2500-FIND-TIER.
           MOVE 0 TO WS-RT-HIT.
           MOVE 0 TO WS-RT-IDX.
           PERFORM 2550-MATCH-TIER THRU 2550-EXIT
               UNTIL WS-RT-IDX >= WS-RT-CNT.
       2500-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2550-MATCH-TIER - ONE TABLE ENTRY AGAINST THE BALANCE          *
      *****************************************************************
       2550-MATCH-TIER.
           ADD 1 TO WS-RT-IDX.
           IF WS-RE-TYPE(WS-RT-IDX) NOT = WS-RT-LOOKUP-TYPE
                   OR WS-RE-FLOOR(WS-RT-IDX) > WS-TIER-BAL
               GO TO 2550-EXIT
           END-IF.
           IF WS-RT-HIT = 0
               MOVE WS-RT-IDX TO WS-RT-HIT
               GO TO 2550-EXIT
           END-IF.
           IF WS-RE-FLOOR(WS-RT-IDX) > WS-RE-FLOOR(WS-RT-HIT)
               MOVE WS-RT-IDX TO WS-RT-HIT
           END-IF.
       2550-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2800-WRITE-FEED-ROW - ONE DETAIL ROW TO THE FEED, COUNTED AND  *
      *                       SUMMED FOR THE SENDER TRAILER.  A WRITE  *
      *                       FAILURE LEAVES THE FEED INCOMPLETE AND   *
      *                       THE PERIOD UNMARKED                      *
      *****************************************************************
       2800-WRITE-FEED-ROW.
           IF WS-FEED-ROW-CNT >= 99999
               IF FEED-COMPLETE
                   DISPLAY "ACCRUAL FEED FULL AT ACCOUNT " AF-ACCOUNT
               END-IF
               SET  FEED-INCOMPLETE TO TRUE
               GO TO 2800-EXIT
           END-IF.
           ADD   1         TO WS-FEED-ROW-CNT.
           ADD   AF-AMOUNT TO WS-FEED-AMT-TOTAL.
           WRITE FEED-DTL-REC.
           IF WS-FEED-FILE-STATUS NOT = "00"
               IF FEED-COMPLETE
                   DISPLAY "ACCRUAL FEED WRITE FAILED - STATUS "
                       WS-FEED-FILE-STATUS
               END-IF
               SET  FEED-INCOMPLETE TO TRUE
           END-IF.
       2800-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3000-FINISH-FEED - THE SENDER TRAILER CARRYING THE FEED'S ROW  *
      *                    COUNT AND AMOUNT TOTAL, THE SAME CONTROLS   *
      *                    BATCH-COMPUTING PROVES BEFORE POSTING       *
      *****************************************************************
       3000-FINISH-FEED.
           MOVE  SPACE             TO FEED-TRL-REC
           MOVE  "FEEDTRL"         TO FT-TAG
           MOVE  WS-FEED-ROW-CNT   TO FT-REC-CNT
           MOVE  WS-FEED-AMT-TOTAL TO FT-AMT-TOTAL
           WRITE FEED-TRL-REC.
           IF WS-FEED-FILE-STATUS NOT = "00"
               DISPLAY "ACCRUAL FEED TRAILER NOT WRITTEN - STATUS "
                   WS-FEED-FILE-STATUS
               SET  FEED-INCOMPLETE TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3500-PRINT-REGISTER-TOTALS - ACCOUNTS PRICED, THE CHARGE AND   *
      *                              INTEREST TOTALS, AND THE FEED     *
      *                              CONTROLS                          *
      *****************************************************************
       3500-PRINT-REGISTER-TOTALS.
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO WS-REG-TOTAL-LINE.
           MOVE "ACCOUNTS READ"              TO RT-LABEL.
           MOVE WS-ACCT-READ-CNT             TO RT-CNT.
           MOVE WS-REG-TOTAL-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO WS-REG-TOTAL-LINE.
           MOVE "ACCOUNTS PASSED OVER"       TO RT-LABEL.
           MOVE WS-ACCT-SKIP-CNT             TO RT-CNT.
           MOVE WS-REG-TOTAL-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO WS-REG-TOTAL-LINE.
           MOVE "ACCOUNTS PRICED"            TO RT-LABEL.
           MOVE WS-ACCT-PRICED-CNT           TO RT-CNT.
           MOVE WS-REG-TOTAL-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO WS-REG-TOTAL-LINE.
           MOVE "SERVICE CHARGES (FEE)"      TO RT-LABEL.
           MOVE WS-FEE-CNT                   TO RT-CNT.
           MOVE WS-FEE-TOTAL                 TO RT-AMT.
           MOVE WS-REG-TOTAL-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO WS-REG-TOTAL-LINE.
           MOVE "INTEREST CREDITS (ADJ)"     TO RT-LABEL.
           MOVE WS-INT-CNT                   TO RT-CNT.
           MOVE WS-INT-TOTAL                 TO RT-AMT.
           MOVE WS-REG-TOTAL-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO WS-REG-TOTAL-LINE.
           MOVE "FEED CONTROL (FEEDTRL)"     TO RT-LABEL.
           MOVE WS-FEED-ROW-CNT              TO RT-CNT.
           MOVE WS-FEED-AMT-TOTAL            TO RT-AMT.
           MOVE WS-REG-TOTAL-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           IF FEED-INCOMPLETE
               MOVE "FEED INCOMPLETE - PERIOD NOT MARKED, DO NOT POST"
                   TO RV-TEXT
           ELSE
           IF WS-INT-OVER-CNT > 0
               MOVE "FEED GENERATED - FLAGGED INTEREST LEFT OFF"
                   TO RV-TEXT
           ELSE
               MOVE "FEED GENERATED" TO RV-TEXT
           END-IF
           END-IF.
           MOVE WS-REG-VERDICT TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY "ACCRUALS " WS-PERIOD ": " RV-TEXT.
           MOVE WS-FEED-ROW-CNT TO WS-DSP-CNT.
           DISPLAY "FEED ROWS: " WS-DSP-CNT " IN " WS-FEED-FILENAME.
       3500-EXIT.
           EXIT.
      *
      *****************************************************************
      * 4000-MARK-PERIOD-GENERATED - THE GENERATED-PERIOD CONTROL ROW  *
      *                              THAT REFUSES A SECOND RUN.        *
      *                              WRITTEN ONLY ONCE THE FEED IS     *
      *                              COMPLETE, SO A FAILED GENERATION  *
      *                              CAN SIMPLY BE RUN AGAIN           *
      *****************************************************************
       4000-MARK-PERIOD-GENERATED.
           OPEN EXTEND ACCRCTL-FILE.
           IF WS-ACCRCTL-FILE-STATUS = "35"
               OPEN OUTPUT ACCRCTL-FILE
           END-IF.
           IF WS-ACCRCTL-FILE-STATUS NOT = "00"
                   AND WS-ACCRCTL-FILE-STATUS NOT = "05"
               DISPLAY "ACCRUAL CONTROL NOT WRITTEN - STATUS "
                   WS-ACCRCTL-FILE-STATUS
                   " - PERIOD NOT MARKED GENERATED"
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           ACCEPT TIME-VARIABLES FROM TIME.
           MOVE   HH TO WS-TF-HH
           MOVE   MM TO WS-TF-MM
           MOVE   SS TO WS-TF-SS
           MOVE   SPACE             TO ACCRCTL-REC
           MOVE   WS-PERIOD         TO AC-PERIOD
           MOVE   WS-RUN-DATE       TO AC-GEN-DATE
           MOVE   WS-TIME-FMT       TO AC-GEN-TIME
           MOVE   WS-FEED-ROW-CNT   TO AC-ROW-CNT
           MOVE   WS-FEE-TOTAL      TO AC-FEE-TOTAL
           MOVE   WS-INT-TOTAL      TO AC-INT-TOTAL
           MOVE   WS-FEED-FILENAME  TO AC-FEED-NAME
           WRITE  ACCRCTL-REC.
           CLOSE  ACCRCTL-FILE.
           DISPLAY "PERIOD " WS-PERIOD " MARKED GENERATED".
       4000-EXIT.
           EXIT.
