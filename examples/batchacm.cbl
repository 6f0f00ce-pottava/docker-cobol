       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           BATCH-ACCTMAST-MAINT.
       AUTHOR.               R. OKONKWO.
       INSTALLATION.         DATA PROCESSING CENTER.
       DATE-WRITTEN.         10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *-----------------------------------------------------------   *
      * DATE       INIT  DESCRIPTION                                  *
      * 2026-10-15 RO    INITIAL VERSION - INTERACTIVE LIST/INQUIRE/   *
      *                  ADD/CLOSE/REOPEN MAINTENANCE FOR THE KEYED    *
      *                  ACCOUNT MASTER, WITH A BEFORE/AFTER CHANGE    *
      *                  ROW (DATE, TIME, OPERATOR) APPENDED TO THE    *
      *                  ACCOUNT MASTER AUDIT FILE                     *
      * 2026-10-15 RO    SHOW DORMANT ACCOUNTS BY NAME AND TAKE THE    *
      *                  AUDIT ROW LAYOUT FROM THE ACCTAUD COPYBOOK    *
      *                  SHARED WITH THE OTHER PROGRAMS THAT LOG       *
      *                  STATUS CHANGES                                *
      * 2026-10-15 RO    AUDIT ROWS WRITTEN ONLY AFTER THE MASTER      *
      *                  WRITE OR REWRITE SUCCEEDS; AN OPEN DATE WITH  *
      *                  A DAY PAST THE END OF ITS MONTH IS REFUSED    *
      *****************************************************************
      *
      *****************************************************************
      * THIS PROGRAM MAINTAINS ACCTMAST.DAT, THE KEYED ACCOUNT MASTER  *
      * THAT BATCH-COMPUTING POSTS TRANSACTIONS AGAINST.  COMMANDS ARE *
      * TAKEN FROM THE CONSOLE AND APPLIED TO THE MASTER BY KEY AS     *
      * THEY ARE ENTERED.  AN ACCOUNT IS ADDED OPEN WITH A ZERO        *
      * BALANCE AND AN OPEN DATE (TODAY WHEN NONE IS GIVEN); A         *
      * DUPLICATE ACCOUNT NUMBER, OR AN OPEN DATE THAT IS NOT A REAL   *
      * CALENDAR DAY OR IS IN THE FUTURE, IS REFUSED.  AN ACCOUNT      *
      * CANNOT BE CLOSED WHILE ITS BALANCE IS NOT ZERO, AND ONLY A     *
      * CLOSED ACCOUNT CAN BE REOPENED.  BALANCES ARE NEVER KEYED      *
      * HERE - THEY MOVE ONLY THROUGH POSTED TRANSACTIONS.  EVERY ADD, *
      * CLOSE, AND REOPEN THAT REACHES THE MASTER APPENDS A BEFORE     *
      * IMAGE AND AN AFTER IMAGE TO ACCTAUD.TXT STAMPED WITH DATE,     *
      * TIME, AND OPERATOR, SO AUDIT CAN SEE WHO OPENED OR CLOSED      *
      * WHAT; A CHANGE THE MASTER REFUSES LEAVES NO AUDIT ROW.         *
      *****************************************************************
       ENVIRONMENT           DIVISION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT ACCTMAST-FILE ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT ACCTAUD-FILE ASSIGN TO "acctaud.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  ACCTMAST-FILE.
           COPY ACCTMAST.
       FD  ACCTAUD-FILE.
           COPY ACCTAUD.
      *
       WORKING-STORAGE       SECTION.
       01  WS-ACCT-FILE-STATUS   PIC X(02).
       01  WS-AUD-FILE-STATUS    PIC X(02).
       01  WS-ACCT-EOF-SW        PIC X(01) VALUE "N".
           88  ACCT-EOF              VALUE "Y".
           88  ACCT-NOT-EOF          VALUE "N".
       01  WS-QUIT-SW            PIC X(01) VALUE "N".
           88  OPERATOR-QUIT         VALUE "Y".
           88  OPERATOR-ACTIVE       VALUE "N".
       01  WS-FOUND-SW           PIC X(01) VALUE "N".
           88  ACCOUNT-FOUND         VALUE "Y".
           88  ACCOUNT-NOT-FOUND     VALUE "N".
       01  WS-UPDATE-SW          PIC X(01) VALUE "Y".
           88  UPDATE-DONE           VALUE "Y".
           88  UPDATE-FAILED         VALUE "N".
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
       01  WS-IN-ACCT            PIC X(10) VALUE SPACE.
       01  WS-IN-DATE            PIC X(10) VALUE SPACE.
       01  WS-DATE-TOKEN.
           02  WS-DT-D8.
               03  WS-DT-YYYY    PIC X(04).
               03  WS-DT-MM      PIC X(02).
               03  WS-DT-DD      PIC X(02).
           02  WS-DT-TAIL        PIC X(02).
       01  WS-DT-D8-N REDEFINES WS-DATE-TOKEN.
           02  WS-DT-DATE        PIC 9(08).
           02                    PIC X(02).
       01  WS-DT-PARTS-N REDEFINES WS-DATE-TOKEN.
           02  WS-DT-YYYY-N      PIC 9(04).
           02  WS-DT-MM-N        PIC 9(02).
           02  WS-DT-DD-N        PIC 9(02).
           02                    PIC X(02).
       01  WS-DT-MONTH-DAYS      PIC 9(02) VALUE 0.
       01  WS-DT-QUOT            PIC 9(04) VALUE 0.
       01  WS-DT-R4              PIC 9(04) VALUE 0.
       01  WS-DT-R100            PIC 9(04) VALUE 0.
       01  WS-DT-R400            PIC 9(04) VALUE 0.
       01  WS-MONTHDAYS-TBL-V.
           02  FILLER            PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTHDAYS-TBL REDEFINES WS-MONTHDAYS-TBL-V.
           02  WS-MONTHDAYS OCCURS 12 TIMES
                                 PIC 9(02).
       01  WS-LIST-CNT           PIC 9(05) VALUE 0.
       01  WS-LIST-BAL-TOTAL     PIC S9(11)V9(02) VALUE 0.
       01  WS-DSP-CNT            PIC Z(4)9.
       01  WS-DSP-TOTAL          PIC -(11)9.9(02).
      *
      *****************************************************************
      * ACCOUNT IMAGE - THE MASTER RECORD IN PRINTABLE FORM, FOR THE   *
      *                 CONSOLE AND THE AUDIT ROW                      *
      *****************************************************************
       01  WS-ENTRY-IMAGE.
           02  EI-ACCT-NO        PIC X(10).
           02  FILLER            PIC X(01) VALUE SPACE.
           02  EI-STATUS         PIC X(01).
           02  FILLER            PIC X(01) VALUE SPACE.
           02  EI-BALANCE        PIC -(9)9.9(02).
           02  FILLER            PIC X(01) VALUE SPACE.
           02  EI-OPEN-DATE      PIC X(08).
           02  FILLER            PIC X(01) VALUE SPACE.
           02  EI-LAST-RUN-ID    PIC X(12).
       01  WS-BEFORE-IMAGE       PIC X(48) VALUE SPACE.
       01  WS-LIST-HEADING.
           02  FILLER            PIC X(12) VALUE "ACCOUNT".
           02  FILLER            PIC X(08) VALUE "STATUS".
           02  FILLER            PIC X(15) VALUE "       BALANCE".
           02  FILLER            PIC X(02) VALUE SPACE.
           02  FILLER            PIC X(10) VALUE "OPENED".
           02  FILLER            PIC X(12) VALUE "LAST RUN".
       01  WS-LIST-LINE.
           02  LL-ACCT-NO        PIC X(12).
           02  LL-STATUS         PIC X(08).
           02  LL-BALANCE        PIC -(11)9.9(02).
           02  FILLER            PIC X(02) VALUE SPACE.
           02  LL-OPEN-DATE      PIC X(10).
           02  LL-LAST-RUN-ID    PIC X(12).
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
           CLOSE ACCTMAST-FILE.
           CLOSE ACCTAUD-FILE.
       9999-PROGRAM-EXIT.
           STOP RUN.
      *
      *****************************************************************
      * 1000-INITIALIZE-SESSION - OPERATOR STAMP, AUDIT FILE, AND THE  *
      *                           ACCOUNT MASTER OPENED FOR UPDATE     *
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
           OPEN EXTEND ACCTAUD-FILE.
           IF WS-AUD-FILE-STATUS = "35"
               OPEN OUTPUT ACCTAUD-FILE
           END-IF.
           IF WS-AUD-FILE-STATUS NOT = "00"
               DISPLAY "ACCOUNT AUDIT FILE UNAVAILABLE - STATUS "
                   WS-AUD-FILE-STATUS
               SET  OPERATOR-QUIT TO TRUE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-OPEN-ACCOUNT-MASTER THRU 1100-EXIT.
           IF OPERATOR-QUIT
               CLOSE ACCTAUD-FILE
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1100-OPEN-ACCOUNT-MASTER - THE KEYED MASTER FOR UPDATE; A      *
      *                            MASTER THAT DOES NOT EXIST YET IS   *
      *                            CREATED EMPTY SO THE FIRST ACCOUNT  *
      *                            CAN BE ADDED                        *
      *****************************************************************
       1100-OPEN-ACCOUNT-MASTER.
           OPEN I-O ACCTMAST-FILE.
           IF WS-ACCT-FILE-STATUS = "35"
               OPEN OUTPUT ACCTMAST-FILE
               CLOSE ACCTMAST-FILE
               DISPLAY "ACCOUNT MASTER CREATED EMPTY"
               OPEN I-O ACCTMAST-FILE
           END-IF.
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER UNAVAILABLE - STATUS "
                   WS-ACCT-FILE-STATUS
               SET  OPERATOR-QUIT TO TRUE
               MOVE 16 TO RETURN-CODE
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2000-TAKE-ONE-COMMAND - ONE CONSOLE COMMAND                    *
      *****************************************************************
       2000-TAKE-ONE-COMMAND.
           DISPLAY " ".
           DISPLAY "COMMAND - L=LIST, I=INQUIRE, A=ADD, C=CLOSE, "
               "R=REOPEN, Q=QUIT".
           MOVE  SPACE TO WS-COMMAND.
           ACCEPT WS-COMMAND.
           IF WS-COMMAND = "Q" OR WS-COMMAND = "q"
               SET OPERATOR-QUIT TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF WS-COMMAND = "L" OR WS-COMMAND = "l"
               PERFORM 2100-LIST-ACCOUNTS THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF WS-COMMAND = "I" OR WS-COMMAND = "i"
               PERFORM 2200-INQUIRE-ACCOUNT THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF WS-COMMAND = "A" OR WS-COMMAND = "a"
               PERFORM 3000-ADD-ACCOUNT THRU 3000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF WS-COMMAND = "C" OR WS-COMMAND = "c"
               PERFORM 4000-CLOSE-ACCOUNT THRU 4000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF WS-COMMAND = "R" OR WS-COMMAND = "r"
               PERFORM 4500-REOPEN-ACCOUNT THRU 4500-EXIT
               GO TO 2000-EXIT
           END-IF.
           DISPLAY "COMMAND NOT RECOGNIZED".
       2000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2100-LIST-ACCOUNTS - EVERY ACCOUNT IN KEY ORDER, WITH A COUNT  *
      *                      AND THE TOTAL OF ALL BALANCES             *
      *****************************************************************
       2100-LIST-ACCOUNTS.
           MOVE 0 TO WS-LIST-CNT.
           MOVE 0 TO WS-LIST-BAL-TOTAL.
           SET  ACCT-NOT-EOF TO TRUE.
           MOVE LOW-VALUES TO AM-ACCT-NO.
           START ACCTMAST-FILE KEY NOT < AM-ACCT-NO
               INVALID KEY
                   SET ACCT-EOF TO TRUE
           END-START.
           IF ACCT-EOF
               DISPLAY "ACCOUNT MASTER IS EMPTY"
               GO TO 2100-EXIT
           END-IF.
           DISPLAY WS-LIST-HEADING.
           PERFORM 2150-LIST-ONE-ACCOUNT THRU 2150-EXIT
               UNTIL ACCT-EOF.
           MOVE WS-LIST-CNT       TO WS-DSP-CNT.
           MOVE WS-LIST-BAL-TOTAL TO WS-DSP-TOTAL.
           DISPLAY "ACCOUNTS: " WS-DSP-CNT
               "  TOTAL BALANCE: " WS-DSP-TOTAL.
       2100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2150-LIST-ONE-ACCOUNT - ONE MASTER RECORD AS A CONSOLE LINE    *
      *****************************************************************
       2150-LIST-ONE-ACCOUNT.
           READ ACCTMAST-FILE NEXT RECORD
               AT END
                   SET ACCT-EOF TO TRUE
                   GO TO 2150-EXIT
           END-READ.
           ADD  1          TO WS-LIST-CNT.
           ADD  AM-BALANCE TO WS-LIST-BAL-TOTAL.
           PERFORM 2300-BUILD-LIST-LINE THRU 2300-EXIT.
           DISPLAY WS-LIST-LINE.
       2150-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2200-INQUIRE-ACCOUNT - ONE ACCOUNT BY NUMBER                   *
      *****************************************************************
       2200-INQUIRE-ACCOUNT.
           PERFORM 2400-PROMPT-ACCOUNT-NUMBER THRU 2400-EXIT.
           IF WS-IN-ACCT = SPACE
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2500-READ-ACCOUNT THRU 2500-EXIT.
           IF ACCOUNT-NOT-FOUND
               DISPLAY "ACCOUNT NOT ON MASTER FILE"
               GO TO 2200-EXIT
           END-IF.
           DISPLAY WS-LIST-HEADING.
           PERFORM 2300-BUILD-LIST-LINE THRU 2300-EXIT.
           DISPLAY WS-LIST-LINE.
       2200-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2300-BUILD-LIST-LINE - THE CURRENT MASTER RECORD INTO THE      *
      *                        CONSOLE LINE                            *
      *****************************************************************
       2300-BUILD-LIST-LINE.
           MOVE SPACE          TO WS-LIST-LINE.
           MOVE AM-ACCT-NO     TO LL-ACCT-NO.
           IF ACCOUNT-OPEN
               MOVE "OPEN"     TO LL-STATUS
           ELSE
           IF ACCOUNT-CLOSED
               MOVE "CLOSED"   TO LL-STATUS
           ELSE
           IF ACCOUNT-DORMANT
               MOVE "DORMANT"  TO LL-STATUS
           ELSE
               MOVE AM-STATUS  TO LL-STATUS
           END-IF
           END-IF
           END-IF.
           MOVE AM-BALANCE     TO LL-BALANCE.
           MOVE AM-OPEN-DATE   TO LL-OPEN-DATE.
           MOVE AM-LAST-RUN-ID TO LL-LAST-RUN-ID.
       2300-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2400-PROMPT-ACCOUNT-NUMBER - THE ACCOUNT NUMBER FROM THE       *
      *                              CONSOLE INTO WS-IN-ACCT           *
      *****************************************************************
       2400-PROMPT-ACCOUNT-NUMBER.
           DISPLAY "ACCOUNT NUMBER:".
           MOVE  SPACE TO WS-IN-ACCT.
           ACCEPT WS-IN-ACCT.
           IF WS-IN-ACCT = SPACE
               DISPLAY "ACCOUNT NUMBER REQUIRED"
           END-IF.
       2400-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2500-READ-ACCOUNT - DIRECT READ OF WS-IN-ACCT BY KEY           *
      *****************************************************************
       2500-READ-ACCOUNT.
           SET  ACCOUNT-NOT-FOUND TO TRUE.
           MOVE WS-IN-ACCT TO AM-ACCT-NO.
           READ ACCTMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCOUNT-FOUND TO TRUE
           END-READ.
       2500-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3000-ADD-ACCOUNT - NEW OPEN ACCOUNT WITH A ZERO BALANCE; A     *
      *                    NUMBER ALREADY ON THE MASTER, OR AN OPEN    *
      *                    DATE THAT IS NOT A REAL CALENDAR DAY, IS    *
      *                    REFUSED                                     *
      *****************************************************************
       3000-ADD-ACCOUNT.
           PERFORM 2400-PROMPT-ACCOUNT-NUMBER THRU 2400-EXIT.
           IF WS-IN-ACCT = SPACE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2500-READ-ACCOUNT THRU 2500-EXIT.
           IF ACCOUNT-FOUND
               DISPLAY "ACCOUNT ALREADY ON MASTER FILE - ADD REFUSED"
               GO TO 3000-EXIT
           END-IF.
           DISPLAY "OPEN DATE YYYYMMDD (BLANK = TODAY):".
           MOVE  SPACE TO WS-IN-DATE.
           ACCEPT WS-IN-DATE.
           IF WS-IN-DATE = SPACE
               MOVE WS-RUN-DATE TO WS-DT-DATE
               MOVE SPACE       TO WS-DT-TAIL
           ELSE
               MOVE WS-IN-DATE  TO WS-DATE-TOKEN
           END-IF.
           IF WS-DT-D8 IS NOT NUMERIC
                   OR WS-DT-TAIL NOT = SPACE
                   OR WS-DT-MM < "01" OR WS-DT-MM > "12"
                   OR WS-DT-DD < "01" OR WS-DT-DD > "31"
               DISPLAY "OPEN DATE NOT A VALID DATE - ADD REFUSED"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-DAYS-IN-MONTH THRU 3100-EXIT.
           IF WS-DT-DD-N > WS-DT-MONTH-DAYS
               DISPLAY "OPEN DATE NOT A VALID DATE - ADD REFUSED"
               GO TO 3000-EXIT
           END-IF.
           IF WS-DT-DATE > WS-RUN-DATE
               DISPLAY "OPEN DATE IS IN THE FUTURE - ADD REFUSED"
               GO TO 3000-EXIT
           END-IF.
           MOVE "ADD" TO WS-AUD-ACTION.
           MOVE SPACE TO WS-BEFORE-IMAGE.
           MOVE SPACE       TO ACCTMAST-REC.
           MOVE WS-IN-ACCT  TO AM-ACCT-NO.
           SET  ACCOUNT-OPEN TO TRUE.
           MOVE 0           TO AM-BALANCE.
           MOVE WS-DT-DATE  TO AM-OPEN-DATE.
           WRITE ACCTMAST-REC
               INVALID KEY
                   DISPLAY "ACCOUNT MASTER NOT UPDATED - STATUS "
                       WS-ACCT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 3000-EXIT
           END-WRITE.
           PERFORM 6000-WRITE-BEFORE-IMAGE THRU 6000-EXIT.
           PERFORM 6200-WRITE-AFTER-IMAGE THRU 6200-EXIT.
           DISPLAY "ACCOUNT ADDED".
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3100-DAYS-IN-MONTH - THE LAST DAY OF THE OPEN DATE'S MONTH:    *
      *                      FEBRUARY HAS 29 IN A YEAR DIVISIBLE BY 4, *
      *                      EXCEPT A CENTURY YEAR NOT DIVISIBLE BY    *
      *                      400                                       *
      *****************************************************************
       3100-DAYS-IN-MONTH.
           MOVE WS-MONTHDAYS(WS-DT-MM-N) TO WS-DT-MONTH-DAYS.
           IF WS-DT-MM-N NOT = 2
               GO TO 3100-EXIT
           END-IF.
           DIVIDE WS-DT-YYYY-N BY 4   GIVING WS-DT-QUOT
               REMAINDER WS-DT-R4.
           DIVIDE WS-DT-YYYY-N BY 100 GIVING WS-DT-QUOT
               REMAINDER WS-DT-R100.
           DIVIDE WS-DT-YYYY-N BY 400 GIVING WS-DT-QUOT
               REMAINDER WS-DT-R400.
           IF WS-DT-R4 = 0 AND (WS-DT-R100 NOT = 0 OR WS-DT-R400 = 0)
               MOVE 29 TO WS-DT-MONTH-DAYS
           END-IF.
       3100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 4000-CLOSE-ACCOUNT - MARK AN OPEN ACCOUNT CLOSED; REFUSED      *
      *                      WHILE THE BALANCE IS NOT ZERO, SINCE A    *
      *                      CLOSED ACCOUNT TAKES NO FURTHER POSTINGS  *
      *                      TO CLEAR IT                               *
      *****************************************************************
       4000-CLOSE-ACCOUNT.
           PERFORM 2400-PROMPT-ACCOUNT-NUMBER THRU 2400-EXIT.
           IF WS-IN-ACCT = SPACE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 2500-READ-ACCOUNT THRU 2500-EXIT.
           IF ACCOUNT-NOT-FOUND
               DISPLAY "ACCOUNT NOT ON MASTER FILE"
               GO TO 4000-EXIT
           END-IF.
           IF ACCOUNT-CLOSED
               DISPLAY "ACCOUNT ALREADY CLOSED"
               GO TO 4000-EXIT
           END-IF.
           IF AM-BALANCE NOT = 0
               PERFORM 2300-BUILD-LIST-LINE THRU 2300-EXIT
               DISPLAY WS-LIST-LINE
               DISPLAY "ACCOUNT BALANCE NOT ZERO - CLOSE REFUSED"
               GO TO 4000-EXIT
           END-IF.
           MOVE "CLOSE" TO WS-AUD-ACTION.
           PERFORM 6500-BUILD-ENTRY-IMAGE THRU 6500-EXIT.
           MOVE WS-ENTRY-IMAGE TO WS-BEFORE-IMAGE.
           SET  ACCOUNT-CLOSED TO TRUE.
           PERFORM 5000-REWRITE-ACCOUNT THRU 5000-EXIT.
           IF UPDATE-FAILED
               GO TO 4000-EXIT
           END-IF.
           PERFORM 6000-WRITE-BEFORE-IMAGE THRU 6000-EXIT.
           PERFORM 6200-WRITE-AFTER-IMAGE THRU 6200-EXIT.
           DISPLAY "ACCOUNT CLOSED".
       4000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 4500-REOPEN-ACCOUNT - RETURN A CLOSED ACCOUNT TO OPEN STATUS   *
      *****************************************************************
       4500-REOPEN-ACCOUNT.
           PERFORM 2400-PROMPT-ACCOUNT-NUMBER THRU 2400-EXIT.
           IF WS-IN-ACCT = SPACE
               GO TO 4500-EXIT
           END-IF.
           PERFORM 2500-READ-ACCOUNT THRU 2500-EXIT.
           IF ACCOUNT-NOT-FOUND
               DISPLAY "ACCOUNT NOT ON MASTER FILE"
               GO TO 4500-EXIT
           END-IF.
           IF NOT ACCOUNT-CLOSED
               DISPLAY "ACCOUNT IS NOT CLOSED - REOPEN REFUSED"
               GO TO 4500-EXIT
           END-IF.
           MOVE "REOPEN" TO WS-AUD-ACTION.
           PERFORM 6500-BUILD-ENTRY-IMAGE THRU 6500-EXIT.
           MOVE WS-ENTRY-IMAGE TO WS-BEFORE-IMAGE.
           SET  ACCOUNT-OPEN TO TRUE.
           PERFORM 5000-REWRITE-ACCOUNT THRU 5000-EXIT.
           IF UPDATE-FAILED
               GO TO 4500-EXIT
           END-IF.
           PERFORM 6000-WRITE-BEFORE-IMAGE THRU 6000-EXIT.
           PERFORM 6200-WRITE-AFTER-IMAGE THRU 6200-EXIT.
           DISPLAY "ACCOUNT REOPENED".
       4500-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5000-REWRITE-ACCOUNT - THE CHANGED MASTER RECORD BACK BY KEY   *
      *****************************************************************
       5000-REWRITE-ACCOUNT.
           SET  UPDATE-DONE TO TRUE.
           REWRITE ACCTMAST-REC
               INVALID KEY
                   SET  UPDATE-FAILED TO TRUE
                   DISPLAY "ACCOUNT MASTER NOT UPDATED - STATUS "
                       WS-ACCT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.
       5000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 6000-WRITE-BEFORE-IMAGE - THE ACCOUNT AS IT STOOD BEFORE THE   *
      *                           CHANGE (SAVED IN WS-BEFORE-IMAGE,    *
      *                           BLANK FOR AN ADD) ONTO THE AUDIT     *
      *                           FILE, ONCE THE MASTER HOLDS THE      *
      *                           CHANGE                               *
      *****************************************************************
       6000-WRITE-BEFORE-IMAGE.
           MOVE WS-BEFORE-IMAGE TO WS-ENTRY-IMAGE.
           MOVE "B" TO WS-AUD-IMAGE.
           PERFORM 6600-WRITE-AUDIT-ROW THRU 6600-EXIT.
       6000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 6200-WRITE-AFTER-IMAGE - THE ACCOUNT AS IT NOW STANDS ONTO THE *
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
      * 6500-BUILD-ENTRY-IMAGE - THE MASTER RECORD IN PRINTABLE FORM   *
      *                          FOR THE AUDIT ROW                     *
      *****************************************************************
       6500-BUILD-ENTRY-IMAGE.
           MOVE SPACE          TO WS-ENTRY-IMAGE.
           MOVE AM-ACCT-NO     TO EI-ACCT-NO.
           MOVE AM-STATUS      TO EI-STATUS.
           MOVE AM-BALANCE     TO EI-BALANCE.
           MOVE AM-OPEN-DATE   TO EI-OPEN-DATE.
           MOVE AM-LAST-RUN-ID TO EI-LAST-RUN-ID.
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
           MOVE   SPACE          TO ACCTAUD-REC
           MOVE   WS-RUN-DATE    TO AA-DATE
           MOVE   WS-TIME-FMT    TO AA-TIME
           MOVE   WS-OPERATOR    TO AA-OPERATOR
           MOVE   WS-AUD-ACTION  TO AA-ACTION
           MOVE   WS-AUD-IMAGE   TO AA-IMAGE
           MOVE   WS-ENTRY-IMAGE TO AA-ENTRY
           WRITE  ACCTAUD-REC.
       6600-EXIT.
           EXIT.
