       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           BATCH-TRANCODE-MAINT.
       AUTHOR.               R. OKONKWO.
       INSTALLATION.         DATA PROCESSING CENTER.
       DATE-WRITTEN.         10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *-----------------------------------------------------------   *
      * DATE       INIT  DESCRIPTION                                  *
      * 2026-10-15 RO    INITIAL VERSION - INTERACTIVE LIST/ADD/       *
      *                  CHANGE/DEACTIVATE/REACTIVATE MAINTENANCE FOR  *
      *                  THE TRANSACTION-CODE CONTROL TABLE, WITH A    *
      *                  BEFORE/AFTER CHANGE ROW (DATE, TIME,          *
      *                  OPERATOR) APPENDED TO THE CODE AUDIT FILE     *
      * 2026-10-15 RO    NO TABLE ON FILE STARTS FROM THE FOUR         *
      *                  STANDING CODES, SO THE FIRST SAVE WRITES THEM *
      *                  TOO                                           *
      * 2026-10-15 RO    CARRY THE CUSTOMER-INITIATED FLAG THAT DRIVES *
      *                  THE HOLD LIMITS, DORMANT REACTIVATION, AND    *
      *                  DORMANCY ACTIVITY; A TABLE SAVED WITHOUT IT   *
      *                  TAKES THE STANDING VALUE AND IS SAVED BACK    *
      *****************************************************************
      *
      *****************************************************************
      * THIS PROGRAM MAINTAINS TRANCODE.DAT, THE TRANSACTION-CODE      *
      * CONTROL TABLE THAT DRIVES THE CODE EDIT, THE OVERDRAFT CHECK,  *
      * AND THE BALANCE SIGN IN BATCH-COMPUTING, THE CORRECTED-CODE    *
      * EDIT IN BATCH-RECYCLE-REPAIR, AND THE PER-CODE SUBTOTALS IN    *
      * BATCH-STATEMENT AND BATCH-TRIAL-BALANCE.  THE                  *
      * CUSTOMER-INITIATED FLAG ALSO DECIDES WHICH DEBITS COUNT AS     *
      * WITHDRAWALS FOR THE HOLD LIMITS, WHICH CREDITS REACTIVATE A    *
      * DORMANT ACCOUNT, AND WHICH POSTINGS BATCH-DORMANCY COUNTS AS   *
      * ACTIVITY.  THE WHOLE TABLE IS LOADED AT START-UP (SAME         *
      * THIRTY-CODE LIMIT AS THE RUNTIME), COMMANDS ARE TAKEN FROM THE *
      * CONSOLE, AND THE FILE IS REWRITTEN ON QUIT.  A CODE CANNOT BE  *
      * SAVED WITHOUT A DESCRIPTION, WITH A SIGN OTHER THAN C/D, AN    *
      * OVERDRAFT FLAG OR CUSTOMER-INITIATED FLAG OTHER THAN Y/N, OR A *
      * NON-NUMERIC MAXIMUM AMOUNT.  A ROW SAVED BEFORE THE CUSTOMER   *
      * FLAG EXISTED LOADS WITH Y FOR DEP/WDR AND N FOR ANY OTHER      *
      * CODE, AND THE TABLE IS WRITTEN BACK ON QUIT WITH THE FLAG      *
      * FILLED IN.  CODES ARE NEVER DELETED: A CODE THAT HAS BEEN      *
      * POSTED MUST STAY ON THE TABLE SO HISTORY STILL SUBTOTALS, SO   *
      * RETIRING ONE MEANS DEACTIVATING IT.  EVERY ADD, CHANGE,        *
      * DEACTIVATE, AND REACTIVATE APPENDS A BEFORE IMAGE AND AN AFTER *
      * IMAGE TO TRANCAUD.TXT STAMPED WITH DATE, TIME, AND OPERATOR.   *
      *****************************************************************
       ENVIRONMENT           DIVISION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANCODE-FILE ASSIGN TO "trancode.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-FILE-STATUS.
           SELECT TRANCAUD-FILE ASSIGN TO "trancaud.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  TRANCODE-FILE.
           COPY TRANCODE.
       FD  TRANCAUD-FILE.
       01  TRANCAUD-REC.
           02  TA-DATE           PIC 9(08).
           02                    PIC X(01).
           02  TA-TIME           PIC X(08).
           02                    PIC X(01).
           02  TA-OPERATOR       PIC X(08).
           02                    PIC X(01).
           02  TA-ACTION         PIC X(10).
           02                    PIC X(01).
           02  TA-IMAGE          PIC X(01).
           02                    PIC X(01).
           02  TA-ENTRY          PIC X(52).
      *
       WORKING-STORAGE       SECTION.
       01  WS-TC-FILE-STATUS     PIC X(02).
       01  WS-AUD-FILE-STATUS    PIC X(02).
       01  WS-TC-EOF-SW          PIC X(01) VALUE "N".
           88  TC-EOF                VALUE "Y".
           88  TC-NOT-EOF            VALUE "N".
       01  WS-QUIT-SW            PIC X(01) VALUE "N".
           88  OPERATOR-QUIT         VALUE "Y".
           88  OPERATOR-ACTIVE       VALUE "N".
       01  WS-OPERATOR           PIC X(08) VALUE SPACE.
       01  WS-COMMAND            PIC X(01) VALUE SPACE.
       01  WS-AUD-ACTION         PIC X(10) VALUE SPACE.
       01  WS-AUD-IMAGE          PIC X(01) VALUE SPACE.
       01  WS-RUN-DATE           PIC 9(08).
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
       01  WS-TC-CNT             PIC 9(02) VALUE 0.
       01  WS-TC-IDX             PIC 9(02) VALUE 0.
       01  WS-FND-IDX            PIC 9(02) VALUE 0.
       01  WS-TC-TBL.
           02  WS-TC-ENTRY OCCURS 30 TIMES.
               03  WS-TE-CODE        PIC X(03).
               03  WS-TE-DESC        PIC X(30).
               03  WS-TE-SIGN        PIC X(01).
               03  WS-TE-OVERDRAFT   PIC X(01).
               03  WS-TE-MAX-AMT     PIC 9(07)V9(02).
               03  WS-TE-STATUS      PIC X(01).
               03  WS-TE-CUSTOMER    PIC X(01).
       01  WS-ED-FIELDS.
           02  WS-ED-CODE        PIC X(03).
           02  WS-ED-DESC        PIC X(30).
           02  WS-ED-SIGN        PIC X(01).
               88  ED-SIGN-CREDIT    VALUE "C".
               88  ED-SIGN-DEBIT     VALUE "D".
           02  WS-ED-OVERDRAFT   PIC X(01).
           02  WS-ED-MAX-IN      PIC X(10).
           02  WS-ED-CUSTOMER    PIC X(01).
       01  WS-ED-MAX-AMT         PIC 9(07)V9(02) VALUE 0.
       01  WS-ED-MAX-CENTS REDEFINES WS-ED-MAX-AMT
                                 PIC 9(09).
       01  WS-IN-CODE.
           02  WS-IC-CH OCCURS 3 TIMES
                                 PIC X(01).
       01  WS-IN-DESC            PIC X(30) VALUE SPACE.
       01  WS-IN-SIGN            PIC X(01) VALUE SPACE.
       01  WS-IN-OVERDRAFT       PIC X(01) VALUE SPACE.
       01  WS-IN-MAX             PIC X(10) VALUE SPACE.
       01  WS-IN-CUSTOMER        PIC X(01) VALUE SPACE.
       01  WS-EDIT-OK-SW         PIC X(01) VALUE "Y".
           88  CODE-EDIT-OK          VALUE "Y".
           88  CODE-EDIT-BAD         VALUE "N".
       01  WS-EDIT-MSG           PIC X(40) VALUE SPACE.
       01  WS-CHANGED-SW         PIC X(01) VALUE "N".
           88  TABLE-CHANGED         VALUE "Y".
           88  TABLE-UNCHANGED       VALUE "N".
       01  WS-PARSE-IN.
           02  WS-PI-CH OCCURS 10 TIMES
                                 PIC X(01).
       01  WS-PARSE-IDX          PIC 9(02) VALUE 0.
       01  WS-PARSE-VAL          PIC 9(10) VALUE 0.
       01  WS-PARSE-DIGITS       PIC 9(02) VALUE 0.
       01  WS-PARSE-DIGIT-X      PIC X(01).
       01  WS-PARSE-DIGIT-9 REDEFINES WS-PARSE-DIGIT-X
                                 PIC 9(01).
       01  WS-PARSE-OK-SW        PIC X(01) VALUE "Y".
           88  PARSE-OK              VALUE "Y".
           88  PARSE-BAD             VALUE "N".
       01  WS-PARSE-ENDED-SW     PIC X(01) VALUE "N".
           88  PARSE-ENDED           VALUE "Y".
           88  PARSE-NOT-ENDED       VALUE "N".
       01  WS-LIST-LINE.
           02  LL-CODE           PIC X(04).
           02  LL-DESC           PIC X(31).
           02  LL-SIGN           PIC X(07).
           02  LL-OVERDRAFT      PIC X(11).
           02  LL-MAX            PIC X(14).
           02  LL-STATUS         PIC X(09).
           02  LL-CUSTOMER       PIC X(08).
       01  WS-DSP-MAX            PIC Z(6)9.9(02).
      *
       PROCEDURE             DIVISION.
      *****************************************************************
      * 0000-MAINLINE - OVERALL MAINTENANCE SEQUENCE                   *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE-SESSION THRU 1000-EXIT.
           IF OPERATOR-QUIT
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           PERFORM 2000-TAKE-ONE-COMMAND THRU 2000-EXIT
               UNTIL OPERATOR-QUIT.
           IF TABLE-CHANGED
               PERFORM 7000-SAVE-CODE-TABLE THRU 7000-EXIT
           END-IF.
           CLOSE TRANCAUD-FILE.
       9999-PROGRAM-EXIT.
           STOP RUN.
      *
      *****************************************************************
      * 1000-INITIALIZE-SESSION - OPERATOR STAMP, AUDIT FILE, AND THE  *
      *                           CODE TABLE LOADED INTO STORAGE       *
      *****************************************************************
       1000-INITIALIZE-SESSION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "OPERATOR ID (UP TO 8 CHARACTERS):".
           ACCEPT WS-OPERATOR.
           IF WS-OPERATOR = SPACE
               DISPLAY "OPERATOR ID REQUIRED - SESSION REFUSED"
               SET  OPERATOR-QUIT TO TRUE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND TRANCAUD-FILE.
           IF WS-AUD-FILE-STATUS = "35"
               OPEN OUTPUT TRANCAUD-FILE
           END-IF.
           IF WS-AUD-FILE-STATUS NOT = "00"
               DISPLAY "CODE AUDIT FILE UNAVAILABLE - STATUS "
                   WS-AUD-FILE-STATUS
               SET  OPERATOR-QUIT TO TRUE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LOAD-CODE-TABLE THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1100-LOAD-CODE-TABLE - EVERY TRANCODE.DAT ROW INTO THE TABLE   *
      *                        (SAME THIRTY-CODE LIMIT THE RUNTIME     *
      *                        LOADS).  NO TABLE ON FILE STARTS FROM   *
      *                        THE STANDING CODES THE RUNTIME FALLS    *
      *                        BACK TO, SO A FIRST SAVE CANNOT LEAVE   *
      *                        A FILE WITHOUT DEP/WDR/FEE/ADJ          *
      *****************************************************************
       1100-LOAD-CODE-TABLE.
           MOVE 0 TO WS-TC-CNT.
           SET  TC-NOT-EOF TO TRUE.
           OPEN INPUT TRANCODE-FILE.
           IF WS-TC-FILE-STATUS = "00"
               PERFORM 1150-READ-CODE-RECORD THRU 1150-EXIT
                   UNTIL TC-EOF OR OPERATOR-QUIT
           END-IF.
           CLOSE TRANCODE-FILE.
           IF WS-TC-CNT = 0 AND OPERATOR-ACTIVE
               DISPLAY "NO CODE TABLE ON FILE - STARTING FROM THE "
                   "STANDING CODES"
               PERFORM 1180-LOAD-STANDING-CODES THRU 1180-EXIT
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1150-READ-CODE-RECORD - ONE CODE; A TABLE PAST THE LIMIT       *
      *                         REFUSES THE SESSION RATHER THAN        *
      *                         REWRITING A TRUNCATED FILE ON QUIT.    *
      *                         A ROW WITH NO CUSTOMER FLAG TAKES THE  *
      *                         STANDING VALUE AND MARKS THE TABLE     *
      *                         CHANGED SO QUIT SAVES THE FLAG         *
      *****************************************************************
       1150-READ-CODE-RECORD.
           READ TRANCODE-FILE
               AT END
                   SET TC-EOF TO TRUE
                   GO TO 1150-EXIT
           END-READ.
           IF TC-CODE = SPACE
               GO TO 1150-EXIT
           END-IF.
           IF WS-TC-CNT >= 30
               DISPLAY "TRANSACTION CODE TABLE TOO LARGE - "
                   "SESSION REFUSED"
               SET  OPERATOR-QUIT TO TRUE
               MOVE 16 TO RETURN-CODE
               GO TO 1150-EXIT
           END-IF.
           ADD  1 TO WS-TC-CNT.
           MOVE TC-CODE      TO WS-TE-CODE(WS-TC-CNT)
           MOVE TC-DESC      TO WS-TE-DESC(WS-TC-CNT)
           MOVE TC-SIGN      TO WS-TE-SIGN(WS-TC-CNT)
           MOVE TC-OVERDRAFT TO WS-TE-OVERDRAFT(WS-TC-CNT)
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
           IF TC-CUSTOMER-CODE OR TC-BANK-CODE
               MOVE TC-CUSTOMER TO WS-TE-CUSTOMER(WS-TC-CNT)
               GO TO 1150-EXIT
           END-IF.
           IF TC-CODE = "DEP" OR TC-CODE = "WDR"
               MOVE "Y" TO WS-TE-CUSTOMER(WS-TC-CNT)
           ELSE
               MOVE "N" TO WS-TE-CUSTOMER(WS-TC-CNT)
           END-IF.
           DISPLAY "CODE " TC-CODE " HAD NO CUSTOMER FLAG - SET TO "
               WS-TE-CUSTOMER(WS-TC-CNT) ", SAVED ON QUIT".
           SET  TABLE-CHANGED TO TRUE.
       1150-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1180-LOAD-STANDING-CODES - DEP/ADJ CREDIT, WDR/FEE DEBIT; ONLY *
      *                            WDR IS HELD TO THE BALANCE; DEP/WDR *
      *                            CUSTOMER-INITIATED, FEE/ADJ BANK;   *
      *                            NO AMOUNT LIMITS; ALL ACTIVE (AS    *
      *                            BATCH-COMPUTING AND BATCH-STATEMENT *
      *                            LOAD THEM WITH NO TABLE ON FILE)    *
      *****************************************************************
       1180-LOAD-STANDING-CODES.
           MOVE "DEP"                  TO WS-TE-CODE(1).
           MOVE "DEPOSIT"              TO WS-TE-DESC(1).
           MOVE "C"                    TO WS-TE-SIGN(1).
           MOVE "Y"                    TO WS-TE-OVERDRAFT(1).
           MOVE "WDR"                  TO WS-TE-CODE(2).
           MOVE "WITHDRAWAL"           TO WS-TE-DESC(2).
           MOVE "D"                    TO WS-TE-SIGN(2).
           MOVE "N"                    TO WS-TE-OVERDRAFT(2).
           MOVE "FEE"                  TO WS-TE-CODE(3).
           MOVE "FEE"                  TO WS-TE-DESC(3).
           MOVE "D"                    TO WS-TE-SIGN(3).
           MOVE "Y"                    TO WS-TE-OVERDRAFT(3).
           MOVE "ADJ"                  TO WS-TE-CODE(4).
           MOVE "ADJUSTMENT"           TO WS-TE-DESC(4).
           MOVE "C"                    TO WS-TE-SIGN(4).
           MOVE "Y"                    TO WS-TE-OVERDRAFT(4).
           MOVE 0      TO WS-TE-MAX-AMT(1) WS-TE-MAX-AMT(2)
                          WS-TE-MAX-AMT(3) WS-TE-MAX-AMT(4).
           MOVE "A"    TO WS-TE-STATUS(1) WS-TE-STATUS(2)
                          WS-TE-STATUS(3) WS-TE-STATUS(4).
           MOVE "Y"    TO WS-TE-CUSTOMER(1) WS-TE-CUSTOMER(2).
           MOVE "N"    TO WS-TE-CUSTOMER(3) WS-TE-CUSTOMER(4).
           MOVE 4      TO WS-TC-CNT.
       1180-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2000-TAKE-ONE-COMMAND - ONE CONSOLE COMMAND                    *
      *****************************************************************
       2000-TAKE-ONE-COMMAND.
           DISPLAY " ".
           DISPLAY "COMMAND - L=LIST, A=ADD, C=CHANGE, "
               "D=DEACTIVATE, R=REACTIVATE, Q=QUIT".
           MOVE  SPACE TO WS-COMMAND.
           ACCEPT WS-COMMAND.
           IF WS-COMMAND = "Q" OR WS-COMMAND = "q"
               SET OPERATOR-QUIT TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF WS-COMMAND = "L" OR WS-COMMAND = "l"
               PERFORM 2100-LIST-CODE-TABLE THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF WS-COMMAND = "A" OR WS-COMMAND = "a"
               PERFORM 3000-ADD-CODE THRU 3000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF WS-COMMAND = "C" OR WS-COMMAND = "c"
               PERFORM 4000-CHANGE-CODE THRU 4000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF WS-COMMAND = "D" OR WS-COMMAND = "d"
               PERFORM 4500-DEACTIVATE-CODE THRU 4500-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF WS-COMMAND = "R" OR WS-COMMAND = "r"
               PERFORM 4600-REACTIVATE-CODE THRU 4600-EXIT
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "COMMAND NOT RECOGNIZED".
       2000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2100-LIST-CODE-TABLE - EVERY CODE ON THE TABLE                 *
      *****************************************************************
       2100-LIST-CODE-TABLE.
           IF WS-TC-CNT = 0
               DISPLAY "CODE TABLE IS EMPTY - THE RUNTIME APPLIES "
                   "DEP/WDR/FEE/ADJ"
               GO TO 2100-EXIT
           END-IF.
           MOVE 0 TO WS-TC-IDX.
           PERFORM 2150-LIST-ONE-CODE THRU 2150-EXIT
               UNTIL WS-TC-IDX >= WS-TC-CNT.
       2100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2150-LIST-ONE-CODE - ONE CODE AS A CONSOLE LINE                *
      *****************************************************************
       2150-LIST-ONE-CODE.
           ADD  1 TO WS-TC-IDX.
           MOVE SPACE TO WS-LIST-LINE.
           MOVE WS-TE-CODE(WS-TC-IDX)  TO LL-CODE.
           MOVE WS-TE-DESC(WS-TC-IDX)  TO LL-DESC.
           IF WS-TE-SIGN(WS-TC-IDX) = "C"
               MOVE "CREDIT" TO LL-SIGN
           ELSE
               MOVE "DEBIT"  TO LL-SIGN
           END-IF.
           IF WS-TE-OVERDRAFT(WS-TC-IDX) = "Y"
               MOVE "OVERDRAFT" TO LL-OVERDRAFT
           ELSE
               MOVE "NO ODRAFT" TO LL-OVERDRAFT
           END-IF.
           IF WS-TE-MAX-AMT(WS-TC-IDX) = 0
               MOVE "NO LIMIT" TO LL-MAX
           ELSE
               MOVE WS-TE-MAX-AMT(WS-TC-IDX) TO WS-DSP-MAX
               MOVE WS-DSP-MAX TO LL-MAX
           END-IF.
           IF WS-TE-STATUS(WS-TC-IDX) = "I"
               MOVE "INACTIVE" TO LL-STATUS
           ELSE
               MOVE "ACTIVE"   TO LL-STATUS
           END-IF.
           IF WS-TE-CUSTOMER(WS-TC-IDX) = "Y"
               MOVE "CUSTOMER" TO LL-CUSTOMER
           ELSE
               MOVE "BANK"     TO LL-CUSTOMER
           END-IF.
           DISPLAY WS-LIST-LINE.
       2150-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2500-FIND-CODE - LOOK WS-IN-CODE UP IN THE TABLE               *
      *****************************************************************
       2500-FIND-CODE.
           MOVE 0 TO WS-FND-IDX.
           MOVE 0 TO WS-TC-IDX.
           PERFORM 2550-MATCH-ONE-CODE THRU 2550-EXIT
               UNTIL WS-FND-IDX > 0 OR WS-TC-IDX >= WS-TC-CNT.
       2500-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2550-MATCH-ONE-CODE - ONE TABLE ENTRY AGAINST THE CODE         *
      *****************************************************************
       2550-MATCH-ONE-CODE.
           ADD 1 TO WS-TC-IDX.
           IF WS-TE-CODE(WS-TC-IDX) = WS-IN-CODE
               MOVE WS-TC-IDX TO WS-FND-IDX
           END-IF.
       2550-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3000-ADD-CODE - NEW TRANSACTION CODE, SAVED ONLY WHEN IT       *
      *                 PASSES THE CODE EDITS                          *
      *****************************************************************
       3000-ADD-CODE.
           IF WS-TC-CNT >= 30
               DISPLAY "CODE TABLE FULL - ADD REFUSED"
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "TRANSACTION CODE (3 CHARACTERS):".
           MOVE  SPACE TO WS-IN-CODE.
           ACCEPT WS-IN-CODE.
           IF WS-IC-CH(1) = SPACE OR WS-IC-CH(2) = SPACE
                   OR WS-IC-CH(3) = SPACE
               DISPLAY "CODE MUST BE 3 CHARACTERS - ADD REFUSED"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2500-FIND-CODE THRU 2500-EXIT.
           IF WS-FND-IDX > 0
               DISPLAY "CODE ALREADY ON TABLE - USE CHANGE"
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACE      TO WS-ED-FIELDS.
           MOVE WS-IN-CODE TO WS-ED-CODE.
           MOVE "N"        TO WS-ED-OVERDRAFT.
           MOVE "0"        TO WS-ED-MAX-IN.
           MOVE "N"        TO WS-ED-CUSTOMER.
           PERFORM 3500-PROMPT-CODE-FIELDS THRU 3500-EXIT.
           PERFORM 5000-EDIT-ONE-CODE THRU 5000-EXIT.
           IF CODE-EDIT-BAD
               DISPLAY WS-EDIT-MSG " - ADD REFUSED"
               GO TO 3000-EXIT
           END-IF.
           ADD  1 TO WS-TC-CNT.
           MOVE WS-TC-CNT TO WS-FND-IDX.
           MOVE SPACE TO WS-TC-ENTRY(WS-FND-IDX).
           MOVE 0     TO WS-TE-MAX-AMT(WS-FND-IDX).
           MOVE "ADD" TO WS-AUD-ACTION.
           PERFORM 6000-WRITE-BEFORE-IMAGE THRU 6000-EXIT.
           PERFORM 6100-STORE-EDITED-CODE  THRU 6100-EXIT.
           MOVE "A" TO WS-TE-STATUS(WS-FND-IDX).
           PERFORM 6200-WRITE-AFTER-IMAGE  THRU 6200-EXIT.
           SET  TABLE-CHANGED TO TRUE.
           DISPLAY "CODE ADDED".
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3500-PROMPT-CODE-FIELDS - TAKE THE CODE'S FIELDS FROM THE      *
      *                           CONSOLE (BLANK KEEPS WHAT IS IN      *
      *                           WS-ED-FIELDS, SO CHANGE PRELOADS     *
      *                           THE CURRENT VALUES)                  *
      *****************************************************************
       3500-PROMPT-CODE-FIELDS.
           DISPLAY "DESCRIPTION (BLANK = KEEP):".
           MOVE  SPACE TO WS-IN-DESC.
           ACCEPT WS-IN-DESC.
           IF WS-IN-DESC NOT = SPACE
               MOVE WS-IN-DESC TO WS-ED-DESC
           END-IF.
           DISPLAY "SIGN C=CREDIT/D=DEBIT (BLANK = KEEP):".
           MOVE  SPACE TO WS-IN-SIGN.
           ACCEPT WS-IN-SIGN.
           IF WS-IN-SIGN NOT = SPACE
               MOVE WS-IN-SIGN TO WS-ED-SIGN
           END-IF.
           DISPLAY "OVERDRAFT ALLOWED Y/N (BLANK = KEEP):".
           MOVE  SPACE TO WS-IN-OVERDRAFT.
           ACCEPT WS-IN-OVERDRAFT.
           IF WS-IN-OVERDRAFT NOT = SPACE
               MOVE WS-IN-OVERDRAFT TO WS-ED-OVERDRAFT
           END-IF.
           DISPLAY "MAXIMUM AMOUNT PER TRANSACTION IN CENTS, UP TO "
               "9 DIGITS, 0 = NO LIMIT (BLANK = KEEP):".
           MOVE  SPACE TO WS-IN-MAX.
           ACCEPT WS-IN-MAX.
           IF WS-IN-MAX NOT = SPACE
               MOVE WS-IN-MAX TO WS-ED-MAX-IN
           END-IF.
           DISPLAY "CUSTOMER-INITIATED Y/N (BLANK = KEEP):".
           MOVE  SPACE TO WS-IN-CUSTOMER.
           ACCEPT WS-IN-CUSTOMER.
           IF WS-IN-CUSTOMER NOT = SPACE
               MOVE WS-IN-CUSTOMER TO WS-ED-CUSTOMER
           END-IF.
       3500-EXIT.
           EXIT.
      *
      *****************************************************************
      * 4000-CHANGE-CODE - REWORK AN EXISTING CODE; THE RESULT MUST    *
      *                    PASS THE FULL EDIT BEFORE IT REPLACES THE   *
      *                    TABLE ENTRY                                 *
      *****************************************************************
       4000-CHANGE-CODE.
           DISPLAY "TRANSACTION CODE:".
           MOVE  SPACE TO WS-IN-CODE.
           ACCEPT WS-IN-CODE.
           PERFORM 2500-FIND-CODE THRU 2500-EXIT.
           IF WS-FND-IDX = 0
               DISPLAY "CODE NOT ON TABLE"
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-FND-IDX TO WS-TC-IDX.
           SUBTRACT 1 FROM WS-TC-IDX.
           PERFORM 2150-LIST-ONE-CODE THRU 2150-EXIT.
           MOVE WS-TE-CODE(WS-FND-IDX)      TO WS-ED-CODE.
           MOVE WS-TE-DESC(WS-FND-IDX)      TO WS-ED-DESC.
           MOVE WS-TE-SIGN(WS-FND-IDX)      TO WS-ED-SIGN.
           MOVE WS-TE-OVERDRAFT(WS-FND-IDX) TO WS-ED-OVERDRAFT.
           MOVE WS-TE-MAX-AMT(WS-FND-IDX)   TO WS-ED-MAX-AMT.
           MOVE WS-ED-MAX-CENTS             TO WS-ED-MAX-IN.
           MOVE WS-TE-CUSTOMER(WS-FND-IDX)  TO WS-ED-CUSTOMER.
           PERFORM 3500-PROMPT-CODE-FIELDS THRU 3500-EXIT.
           PERFORM 5000-EDIT-ONE-CODE THRU 5000-EXIT.
           IF CODE-EDIT-BAD
               DISPLAY WS-EDIT-MSG " - CHANGE REFUSED"
               GO TO 4000-EXIT
           END-IF.
           MOVE "CHANGE" TO WS-AUD-ACTION.
           PERFORM 6000-WRITE-BEFORE-IMAGE THRU 6000-EXIT.
           PERFORM 6100-STORE-EDITED-CODE  THRU 6100-EXIT.
           PERFORM 6200-WRITE-AFTER-IMAGE  THRU 6200-EXIT.
           SET  TABLE-CHANGED TO TRUE.
           DISPLAY "CODE CHANGED".
       4000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 4500-DEACTIVATE-CODE - MARK A CODE INACTIVE (THE RUNTIME       *
      *                        REJECTS IT AS AN INACTIVE CODE); THE    *
      *                        ROW STAYS ON THE FILE FOR HISTORY AND   *
      *                        THE AUDIT TRAIL                         *
      *****************************************************************
       4500-DEACTIVATE-CODE.
           DISPLAY "TRANSACTION CODE:".
           MOVE  SPACE TO WS-IN-CODE.
           ACCEPT WS-IN-CODE.
           PERFORM 2500-FIND-CODE THRU 2500-EXIT.
           IF WS-FND-IDX = 0
               DISPLAY "CODE NOT ON TABLE"
               GO TO 4500-EXIT
           END-IF.
           IF WS-TE-STATUS(WS-FND-IDX) = "I"
               DISPLAY "CODE ALREADY INACTIVE"
               GO TO 4500-EXIT
           END-IF.
           MOVE "DEACTIVATE" TO WS-AUD-ACTION.
           PERFORM 6000-WRITE-BEFORE-IMAGE THRU 6000-EXIT.
           MOVE "I" TO WS-TE-STATUS(WS-FND-IDX).
           PERFORM 6200-WRITE-AFTER-IMAGE  THRU 6200-EXIT.
           SET  TABLE-CHANGED TO TRUE.
           DISPLAY "CODE DEACTIVATED".
       4500-EXIT.
           EXIT.
      *
      *****************************************************************
      * 4600-REACTIVATE-CODE - RETURN AN INACTIVE CODE TO SERVICE      *
      *****************************************************************
       4600-REACTIVATE-CODE.
           DISPLAY "TRANSACTION CODE:".
           MOVE  SPACE TO WS-IN-CODE.
           ACCEPT WS-IN-CODE.
           PERFORM 2500-FIND-CODE THRU 2500-EXIT.
           IF WS-FND-IDX = 0
               DISPLAY "CODE NOT ON TABLE"
               GO TO 4600-EXIT
           END-IF.
           IF WS-TE-STATUS(WS-FND-IDX) NOT = "I"
               DISPLAY "CODE ALREADY ACTIVE"
               GO TO 4600-EXIT
           END-IF.
           MOVE "REACTIVATE" TO WS-AUD-ACTION.
           PERFORM 6000-WRITE-BEFORE-IMAGE THRU 6000-EXIT.
           MOVE "A" TO WS-TE-STATUS(WS-FND-IDX).
           PERFORM 6200-WRITE-AFTER-IMAGE  THRU 6200-EXIT.
           SET  TABLE-CHANGED TO TRUE.
           DISPLAY "CODE REACTIVATED".
       4600-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5000-EDIT-ONE-CODE - DESCRIPTION REQUIRED, SIGN MUST BE C/D,   *
      *                      OVERDRAFT AND CUSTOMER FLAGS MUST BE      *
      *                      Y/N, AND THE MAXIMUM MUST BE A DIGIT      *
      *                      STRING THAT FITS THE 9(07)V9(02) AMOUNT   *
      *                      FIELD                                     *
      *****************************************************************
       5000-EDIT-ONE-CODE.
           SET  CODE-EDIT-OK TO TRUE.
           MOVE SPACE        TO WS-EDIT-MSG.
           IF WS-ED-DESC = SPACE
               MOVE "DESCRIPTION REQUIRED" TO WS-EDIT-MSG
               SET  CODE-EDIT-BAD TO TRUE
               GO TO 5000-EXIT
           END-IF.
           IF NOT ED-SIGN-CREDIT AND NOT ED-SIGN-DEBIT
               MOVE "SIGN MUST BE C OR D" TO WS-EDIT-MSG
               SET  CODE-EDIT-BAD TO TRUE
               GO TO 5000-EXIT
           END-IF.
           IF WS-ED-OVERDRAFT NOT = "Y" AND WS-ED-OVERDRAFT NOT = "N"
               MOVE "OVERDRAFT FLAG MUST BE Y OR N" TO WS-EDIT-MSG
               SET  CODE-EDIT-BAD TO TRUE
               GO TO 5000-EXIT
           END-IF.
           IF WS-ED-CUSTOMER NOT = "Y" AND WS-ED-CUSTOMER NOT = "N"
               MOVE "CUSTOMER FLAG MUST BE Y OR N" TO WS-EDIT-MSG
               SET  CODE-EDIT-BAD TO TRUE
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-ED-MAX-IN TO WS-PARSE-IN.
           PERFORM 5600-PARSE-NUMERIC-TOKEN THRU 5600-EXIT.
           IF PARSE-BAD
               MOVE "MAXIMUM AMOUNT NOT NUMERIC" TO WS-EDIT-MSG
               SET  CODE-EDIT-BAD TO TRUE
               GO TO 5000-EXIT
           END-IF.
           IF WS-PARSE-VAL > 999999999
               MOVE "MAXIMUM AMOUNT OVER 9 DIGITS" TO WS-EDIT-MSG
               SET  CODE-EDIT-BAD TO TRUE
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-PARSE-VAL TO WS-ED-MAX-CENTS.
       5000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5600-PARSE-NUMERIC-TOKEN - A LEFT-JUSTIFIED DIGIT STRING IN    *
      *                            WS-PARSE-IN BECOMES WS-PARSE-VAL    *
      *                            (SAME PARSE THE RUNTIME USES)       *
      *****************************************************************
       5600-PARSE-NUMERIC-TOKEN.
           MOVE 0 TO WS-PARSE-VAL.
           MOVE 0 TO WS-PARSE-IDX.
           MOVE 0 TO WS-PARSE-DIGITS.
           SET  PARSE-OK        TO TRUE.
           SET  PARSE-NOT-ENDED TO TRUE.
           PERFORM 5650-PARSE-ONE-CHAR THRU 5650-EXIT
               UNTIL WS-PARSE-IDX >= 10 OR PARSE-BAD.
           IF WS-PARSE-DIGITS = 0
               SET PARSE-BAD TO TRUE
           END-IF.
       5600-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5650-PARSE-ONE-CHAR - ONE POSITION OF THE TOKEN                *
      *****************************************************************
       5650-PARSE-ONE-CHAR.
           ADD  1 TO WS-PARSE-IDX.
           MOVE WS-PI-CH(WS-PARSE-IDX) TO WS-PARSE-DIGIT-X.
           IF WS-PARSE-DIGIT-X = SPACE
               SET PARSE-ENDED TO TRUE
               GO TO 5650-EXIT
           END-IF.
           IF PARSE-ENDED
               SET PARSE-BAD TO TRUE
               GO TO 5650-EXIT
           END-IF.
           IF WS-PARSE-DIGIT-X IS NOT NUMERIC
               SET PARSE-BAD TO TRUE
               GO TO 5650-EXIT
           END-IF.
           COMPUTE WS-PARSE-VAL =
               (WS-PARSE-VAL * 10) + WS-PARSE-DIGIT-9.
           ADD  1 TO WS-PARSE-DIGITS.
       5650-EXIT.
           EXIT.
      *
      *****************************************************************
      * 6000-WRITE-BEFORE-IMAGE - THE ENTRY AS IT STANDS (BLANK FOR    *
      *                           AN ADD) ONTO THE AUDIT FILE          *
      *****************************************************************
       6000-WRITE-BEFORE-IMAGE.
           PERFORM 6500-BUILD-ENTRY-IMAGE THRU 6500-EXIT.
           MOVE "B" TO WS-AUD-IMAGE.
           PERFORM 6600-WRITE-AUDIT-ROW THRU 6600-EXIT.
       6000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 6100-STORE-EDITED-CODE - THE EDITED FIELDS INTO THE TABLE      *
      *                          ENTRY                                 *
      *****************************************************************
       6100-STORE-EDITED-CODE.
           MOVE WS-ED-CODE      TO WS-TE-CODE(WS-FND-IDX).
           MOVE WS-ED-DESC      TO WS-TE-DESC(WS-FND-IDX).
           MOVE WS-ED-SIGN      TO WS-TE-SIGN(WS-FND-IDX).
           MOVE WS-ED-OVERDRAFT TO WS-TE-OVERDRAFT(WS-FND-IDX).
           MOVE WS-ED-MAX-AMT   TO WS-TE-MAX-AMT(WS-FND-IDX).
           MOVE WS-ED-CUSTOMER  TO WS-TE-CUSTOMER(WS-FND-IDX).
       6100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 6200-WRITE-AFTER-IMAGE - THE ENTRY AS IT NOW STANDS ONTO THE   *
      *                          AUDIT FILE                            *
      *****************************************************************
       6200-WRITE-AFTER-IMAGE.
           PERFORM 6500-BUILD-ENTRY-IMAGE THRU 6500-EXIT.
           MOVE "A" TO WS-AUD-IMAGE.
           PERFORM 6600-WRITE-AUDIT-ROW THRU 6600-EXIT.
       6200-EXIT.
           EXIT.
      *
      *****************************************************************
      * 6500-BUILD-ENTRY-IMAGE - THE TABLE ENTRY IN ITS TRANCODE.DAT   *
      *                          RECORD SHAPE, FOR THE AUDIT ROW AND   *
      *                          THE SAVE                              *
      *****************************************************************
       6500-BUILD-ENTRY-IMAGE.
           MOVE SPACE TO TRANCODE-REC.
           MOVE WS-TE-CODE(WS-FND-IDX)      TO TC-CODE.
           MOVE WS-TE-DESC(WS-FND-IDX)      TO TC-DESC.
           MOVE WS-TE-SIGN(WS-FND-IDX)      TO TC-SIGN.
           MOVE WS-TE-OVERDRAFT(WS-FND-IDX) TO TC-OVERDRAFT.
           MOVE WS-TE-MAX-AMT(WS-FND-IDX)   TO TC-MAX-AMT.
           MOVE WS-TE-STATUS(WS-FND-IDX)    TO TC-STATUS.
           MOVE WS-TE-CUSTOMER(WS-FND-IDX)  TO TC-CUSTOMER.
       6500-EXIT.
           EXIT.
      *
      *****************************************************************
      * 6600-WRITE-AUDIT-ROW - ONE STAMPED IMAGE ROW, REBUILT IN FULL  *
      *                        FROM WORKING STORAGE EACH TIME: AN FD   *
      *                        RECORD AREA IS NOT GUARANTEED TO        *
      *                        SURVIVE A WRITE                         *
      *****************************************************************
       6600-WRITE-AUDIT-ROW.
           ACCEPT TIME-VARIABLES FROM TIME.
           MOVE   HH TO WS-TF-HH
           MOVE   MM TO WS-TF-MM
           MOVE   SS TO WS-TF-SS
           MOVE   SPACE         TO TRANCAUD-REC
           MOVE   WS-RUN-DATE   TO TA-DATE
           MOVE   WS-TIME-FMT   TO TA-TIME
           MOVE   WS-OPERATOR   TO TA-OPERATOR
           MOVE   WS-AUD-ACTION TO TA-ACTION
           MOVE   WS-AUD-IMAGE  TO TA-IMAGE
           MOVE   TRANCODE-REC  TO TA-ENTRY
           WRITE  TRANCAUD-REC.
       6600-EXIT.
           EXIT.
      *
      *****************************************************************
      * 7000-SAVE-CODE-TABLE - REWRITE TRANCODE.DAT FROM THE TABLE     *
      *****************************************************************
       7000-SAVE-CODE-TABLE.
           OPEN OUTPUT TRANCODE-FILE.
           IF WS-TC-FILE-STATUS NOT = "00"
                   AND WS-TC-FILE-STATUS NOT = "05"
               DISPLAY "TRANCODE.DAT NOT REWRITTEN - STATUS "
                   WS-TC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF.
           MOVE 0 TO WS-TC-IDX.
           PERFORM 7100-WRITE-ONE-CODE THRU 7100-EXIT
               UNTIL WS-TC-IDX >= WS-TC-CNT.
           CLOSE TRANCODE-FILE.
           DISPLAY "CODE TABLE SAVED".
       7000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 7100-WRITE-ONE-CODE - ONE TABLE ENTRY BACK TO THE FILE         *
      *****************************************************************
       7100-WRITE-ONE-CODE.
           ADD  1 TO WS-TC-IDX.
           MOVE WS-TC-IDX TO WS-FND-IDX.
           PERFORM 6500-BUILD-ENTRY-IMAGE THRU 6500-EXIT.
           WRITE TRANCODE-REC.
       7100-EXIT.
           EXIT.
