       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           BATCH-DORMANCY.
       AUTHOR.               R. OKONKWO.
       INSTALLATION.         DATA PROCESSING CENTER.
       DATE-WRITTEN.         10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *-----------------------------------------------------------   *
      * DATE       INIT  DESCRIPTION                                  *
      * 2026-10-15 RO    INITIAL VERSION - MOVES OPEN ACCOUNTS WITH    *
      *                  NO ACTIVITY FOR THE DORMANCY PERIOD TO        *
      *                  DORMANT STATUS, LOGS EACH CHANGE TO THE       *
      *                  ACCOUNT MASTER AUDIT FILE, AND PRINTS THE     *
      *                  DORMANCY REPORT FOR COMPLIANCE                *
      * 2026-10-15 RO    LAST ACTIVITY IS NOW THE LATEST CUSTOMER-     *
      *                  INITIATED POSTING ON THE ACCOUNT HISTORY, SO  *
      *                  MONTH-END FEES AND INTEREST NO LONGER KEEP AN *
      *                  ACCOUNT ACTIVE; AUDIT ROWS WRITTEN ONLY AFTER *
      *                  THE REWRITE SUCCEEDS; DATES WITH A DAY PAST   *
      *                  THE END OF THE MONTH ARE REJECTED             *
      * 2026-10-15 RO    AN ACCOUNT WITH NO CUSTOMER-INITIATED ROW ON  *
      *                  THE HISTORY NOW FALLS BACK TO ITS FIRST       *
      *                  HISTORY ROW, THEN ITS LAST RUN DATE, BEFORE   *
      *                  ITS OPEN DATE, SO POSTINGS FROM BEFORE THE    *
      *                  HISTORY FILE STILL COUNT                      *
      *****************************************************************
      *
      *****************************************************************
      * THIS PROGRAM TAKES THE DORMANCY PERIOD IN DAYS AS ITS ONE      *
      * ARGUMENT AND SCANS ACCTMAST.DAT IN KEY ORDER.  AN ACCOUNT'S    *
      * LAST ACTIVITY DATE IS THE POST DATE OF ITS LATEST              *
      * CUSTOMER-INITIATED POSTING ON ACCTHIST.DAT - A ROW WHOSE CODE  *
      * CARRIES THE CUSTOMER FLAG ON THE CODE CONTROL TABLE            *
      * (TRANCODE.DAT; DEP AND WDR WITH NO TABLE ON FILE) AND THAT HAS *
      * NOT BEEN ROLLED BACK (HIST).  BANK-INITIATED POSTINGS SUCH AS  *
      * THE MONTH-END SERVICE CHARGE AND INTEREST FEED ARE NOT         *
      * ACTIVITY.  POSTINGS FROM BEFORE THE HISTORY FILE EXISTED ARE   *
      * NOT ON IT, SO AN ACCOUNT WITH NO CUSTOMER-INITIATED ROW FALLS  *
      * BACK - TO THE DATE OF ITS FIRST HISTORY ROW WHEN IT HAS ONLY   *
      * BANK-INITIATED ROWS (FRST), SINCE WHATEVER CAME BEFORE THAT IS *
      * NOT KNOWN; TO THE DATE PART OF AM-LAST-RUN-ID, ITS LAST        *
      * POSTING OF ANY KIND, WHEN IT HAS NO HISTORY ROWS OR THERE IS   *
      * NO HISTORY FILE YET (RUN); AND TO AM-OPEN-DATE WHEN IT HAS     *
      * NEVER POSTED (OPEN).  AN OPEN ACCOUNT WHOSE LAST ACTIVITY IS   *
      * MORE THAN THE DORMANCY PERIOD BEFORE TODAY IS REWRITTEN AS     *
      * DORMANT (D), AND ONCE THE REWRITE SUCCEEDS A BEFORE AND AN     *
      * AFTER IMAGE ARE APPENDED TO ACCTAUD.TXT.  FROM THEN ON         *
      * BATCH-COMPUTING REJECTS DEBIT CODES AGAINST IT AND A POSTED    *
      * CUSTOMER-INITIATED CREDIT RETURNS IT TO OPEN.  DORMANCY.TXT    *
      * LISTS EVERY ACCOUNT MADE DORMANT BY THIS SCAN AND EVERY        *
      * ACCOUNT STILL DORMANT FROM AN EARLIER ONE, WITH ITS BALANCE,   *
      * LAST ACTIVITY AND WHERE IT CAME FROM (HIST, FRST, RUN, OR      *
      * OPEN), DAYS INACTIVE, AND THE TOTALS COMPLIANCE REPORTS ON.    *
      * AN ACCOUNT WITH NO USABLE ACTIVITY OR OPEN DATE IS LISTED FOR  *
      * REVIEW AND LEFT AS IT IS.  RETURN CODE 16 WHEN THE ARGUMENT IS *
      * MISSING OR THE MASTER, THE HISTORY, OR THE AUDIT FILE CANNOT   *
      * BE USED; 4 WHEN ANY ACCOUNT WAS LISTED FOR REVIEW.             *
      *****************************************************************
       ENVIRONMENT           DIVISION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT ACCTMAST-FILE ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT ACCTHIST-FILE ASSIGN TO "accthist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-AHST-FILE-STATUS.
           SELECT OPTIONAL TRANCODE-FILE ASSIGN TO "trancode.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-FILE-STATUS.
           SELECT ACCTAUD-FILE ASSIGN TO "acctaud.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "dormancy.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  ACCTMAST-FILE.
           COPY ACCTMAST.
       FD  ACCTHIST-FILE.
           COPY ACCTHIST.
       FD  TRANCODE-FILE.
           COPY TRANCODE.
       FD  ACCTAUD-FILE.
           COPY ACCTAUD.
       FD  PRINT-FILE.
       01  PRINT-REC             PIC X(132).
      *
       WORKING-STORAGE       SECTION.
       01  WS-ACCT-FILE-STATUS    PIC X(02).
       01  WS-AUD-FILE-STATUS     PIC X(02).
       01  WS-AHST-FILE-STATUS    PIC X(02).
       01  WS-TC-FILE-STATUS      PIC X(02).
       01  WS-ACCT-EOF-SW         PIC X(01) VALUE "N".
           88  ACCT-EOF               VALUE "Y".
           88  ACCT-NOT-EOF           VALUE "N".
       01  WS-AHST-EOF-SW         PIC X(01) VALUE "N".
           88  AHST-EOF               VALUE "Y".
           88  AHST-NOT-EOF           VALUE "N".
       01  WS-AHST-OPEN-SW        PIC X(01) VALUE "N".
           88  AHST-FILE-OPEN         VALUE "Y".
           88  AHST-FILE-SHUT         VALUE "N".
       01  WS-TC-EOF-SW           PIC X(01) VALUE "N".
           88  TC-EOF                 VALUE "Y".
           88  TC-NOT-EOF             VALUE "N".
       01  WS-UPDATE-SW           PIC X(01) VALUE "Y".
           88  UPDATE-DONE            VALUE "Y".
           88  UPDATE-FAILED          VALUE "N".
       01  WS-DORMANT-ARG         PIC X(05) VALUE SPACE.
       01  WS-DORMANT-DAYS        PIC 9(05) VALUE 0.
       01  WS-ARG-IN.
           02  WS-AI-CH OCCURS 5 TIMES
                                  PIC X(01).
       01  WS-ARG-IDX             PIC 9(02) VALUE 0.
       01  WS-ARG-DIGITS          PIC 9(02) VALUE 0.
       01  WS-ARG-DIGIT-X         PIC X(01).
       01  WS-ARG-DIGIT-9 REDEFINES WS-ARG-DIGIT-X
                                  PIC 9(01).
       01  WS-ARG-OK-SW           PIC X(01) VALUE "Y".
           88  ARG-OK                 VALUE "Y".
           88  ARG-BAD                VALUE "N".
       01  WS-ARG-ENDED-SW        PIC X(01) VALUE "N".
           88  ARG-ENDED              VALUE "Y".
           88  ARG-NOT-ENDED          VALUE "N".
       01  WS-OPERATOR            PIC X(08) VALUE "DORMANCY".
       01  WS-AUD-ACTION          PIC X(10) VALUE SPACE.
       01  WS-AUD-IMAGE           PIC X(01) VALUE SPACE.
       01  WS-TODAY-DATE          PIC 9(08) VALUE 0.
       01  WS-TODAY-SERIAL        PIC 9(08) VALUE 0.
       01  TIME-VARIABLES.
           02  HH                 PIC 9(02).
           02  MM                 PIC 9(02).
           02  SS                 PIC 9(02).
       01  WS-TIME-FMT.
           02  WS-TF-HH           PIC 9(02).
           02  WS-TF-C1           PIC X(01)  VALUE ":".
           02  WS-TF-MM           PIC 9(02).
           02  WS-TF-C2           PIC X(01)  VALUE ":".
           02  WS-TF-SS           PIC 9(02).
      *
      *****************************************************************
      * CODE CONTROL TABLE - CODE AND CUSTOMER-INITIATED FLAG, SAME    *
      *                      THIRTY-CODE LIMIT AS THE RUNTIME          *
      *****************************************************************
       01  WS-TC-CNT              PIC 9(02) VALUE 0.
       01  WS-TC-IDX              PIC 9(02) VALUE 0.
       01  WS-TC-HIT              PIC 9(02) VALUE 0.
       01  WS-TC-TBL.
           02  WS-TC-ENTRY OCCURS 30 TIMES.
               03  WS-TE-CODE     PIC X(03).
               03  WS-TE-CUSTOMER PIC X(01).
      *
      *****************************************************************
      * LAST ACTIVITY - THE LATEST CUSTOMER-INITIATED POST DATE ON THE *
      *                 HISTORY, THE ACCOUNT'S FIRST HISTORY ROW, THE  *
      *                 LAST RUN DATE, OR THE OPEN DATE, AS A DAY      *
      *                 SERIAL                                         *
      *****************************************************************
       01  WS-HIST-ACT-DATE       PIC 9(08) VALUE 0.
       01  WS-HIST-FIRST-DATE     PIC 9(08) VALUE 0.
       01  WS-HIST-ROW-CNT        PIC 9(07) VALUE 0.
       01  WS-LAST-RUN-X          PIC X(12) VALUE SPACE.
       01  WS-LAST-RUN-N REDEFINES WS-LAST-RUN-X.
           02  WS-LAST-RUN-DATE   PIC 9(08).
           02  FILLER             PIC X(04).
       01  WS-LAST-ACT-DATE       PIC 9(08) VALUE 0.
       01  WS-LAST-ACT-SOURCE     PIC X(04) VALUE SPACE.
       01  WS-DAYS-INACTIVE       PIC S9(08) VALUE 0.
       01  WS-DS-DATE.
           02  WS-DS-YYYY         PIC 9(04).
           02  WS-DS-MM           PIC 9(02).
           02  WS-DS-DD           PIC 9(02).
       01  WS-DS-SERIAL           PIC 9(08) VALUE 0.
       01  WS-DS-LEAPYEAR         PIC 9(04) VALUE 0.
       01  WS-DS-T4               PIC 9(04) VALUE 0.
       01  WS-DS-T100             PIC 9(04) VALUE 0.
       01  WS-DS-T400             PIC 9(04) VALUE 0.
       01  WS-DS-LEAPDAYS         PIC 9(06) VALUE 0.
       01  WS-DS-QUOT             PIC 9(04) VALUE 0.
       01  WS-DS-R4               PIC 9(04) VALUE 0.
       01  WS-DS-R100             PIC 9(04) VALUE 0.
       01  WS-DS-R400             PIC 9(04) VALUE 0.
       01  WS-DS-MONTH-DAYS       PIC 9(02) VALUE 0.
       01  WS-MONTHDAYS-TBL-V.
           02  FILLER             PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTHDAYS-TBL REDEFINES WS-MONTHDAYS-TBL-V.
           02  WS-MONTHDAYS OCCURS 12 TIMES
                                  PIC 9(02).
       01  WS-CUMDAYS-TBL-V.
           02  FILLER             PIC X(18) VALUE "000031059090120151".
           02  FILLER             PIC X(18) VALUE "181212243273304334".
       01  WS-CUMDAYS-TBL REDEFINES WS-CUMDAYS-TBL-V.
           02  WS-CUMDAYS OCCURS 12 TIMES
                                  PIC 9(03).
      *
      *****************************************************************
      * SCAN TOTALS                                                    *
      *****************************************************************
       01  WS-ACCT-READ-CNT       PIC 9(07) VALUE 0.
       01  WS-ACTIVE-CNT          PIC 9(07) VALUE 0.
       01  WS-CLOSED-CNT          PIC 9(07) VALUE 0.
       01  WS-NEW-DORMANT-CNT     PIC 9(07) VALUE 0.
       01  WS-OLD-DORMANT-CNT     PIC 9(07) VALUE 0.
       01  WS-REVIEW-CNT          PIC 9(07) VALUE 0.
       01  WS-NEW-DORMANT-BAL     PIC S9(11)V9(02) VALUE 0.
       01  WS-OLD-DORMANT-BAL     PIC S9(11)V9(02) VALUE 0.
       01  WS-DSP-CNT             PIC Z(6)9.
      *
      *****************************************************************
      * ACCOUNT IMAGE - THE MASTER RECORD IN PRINTABLE FORM FOR THE    *
      *                 AUDIT ROW (SAME LAYOUT AS THE MAINTENANCE      *
      *                 PROGRAM'S)                                     *
      *****************************************************************
       01  WS-ENTRY-IMAGE.
           02  EI-ACCT-NO         PIC X(10).
           02  FILLER             PIC X(01) VALUE SPACE.
           02  EI-STATUS          PIC X(01).
           02  FILLER             PIC X(01) VALUE SPACE.
           02  EI-BALANCE         PIC -(9)9.9(02).
           02  FILLER             PIC X(01) VALUE SPACE.
           02  EI-OPEN-DATE       PIC X(08).
           02  FILLER             PIC X(01) VALUE SPACE.
           02  EI-LAST-RUN-ID     PIC X(12).
       01  WS-BEFORE-IMAGE        PIC X(48) VALUE SPACE.
      *
      *****************************************************************
      * DORMANCY REPORT LINE LAYOUTS                                   *
      *****************************************************************
       01  WS-DRM-HEADING.
           02  FILLER             PIC X(26) VALUE
               "DORMANT ACCOUNT REPORT AS ".
           02  FILLER             PIC X(03) VALUE "OF ".
           02  DH-DATE            PIC 9(08).
           02  FILLER             PIC X(23) VALUE
               "  - DORMANCY PERIOD ".
           02  DH-DAYS            PIC Z(4)9.
           02  FILLER             PIC X(05) VALUE " DAYS".
       01  WS-DRM-COL-HEADING.
           02  FILLER             PIC X(12) VALUE "ACCOUNT".
           02  FILLER             PIC X(16) VALUE "       BALANCE".
           02  FILLER             PIC X(02) VALUE SPACE.
           02  FILLER             PIC X(10) VALUE "OPENED".
           02  FILLER             PIC X(10) VALUE "LAST ACT".
           02  FILLER             PIC X(06) VALUE "FROM".
           02  FILLER             PIC X(10) VALUE "  DAYS".
           02  FILLER             PIC X(30) VALUE "ACTION".
       01  WS-DRM-DETAIL.
           02  DD-ACCT            PIC X(10).
           02  FILLER             PIC X(02) VALUE SPACE.
           02  DD-BALANCE         PIC -(12)9.9(02).
           02  FILLER             PIC X(02) VALUE SPACE.
           02  DD-OPEN-DATE       PIC X(08).
           02  FILLER             PIC X(02) VALUE SPACE.
           02  DD-LAST-ACT        PIC X(08).
           02  FILLER             PIC X(02) VALUE SPACE.
           02  DD-SOURCE          PIC X(04).
           02  FILLER             PIC X(02) VALUE SPACE.
           02  DD-DAYS            PIC -(5)9.
           02  FILLER             PIC X(04) VALUE SPACE.
           02  DD-ACTION          PIC X(30).
       01  WS-DRM-TOTAL-LINE.
           02  FILLER             PIC X(02) VALUE SPACE.
           02  DT-LABEL           PIC X(34).
           02  DT-CNT             PIC Z(6)9.
           02  FILLER             PIC X(02) VALUE SPACE.
           02  DT-AMT             PIC -(12)9.9(02).
      *
       PROCEDURE             DIVISION.
      *****************************************************************
      * 0000-MAINLINE - OVERALL DORMANCY SCAN                          *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE-SCAN THRU 1000-EXIT.
           IF RETURN-CODE NOT = 0
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           PERFORM 2000-SCAN-ONE-ACCOUNT THRU 2000-EXIT
               UNTIL ACCT-EOF.
           PERFORM 5000-PRINT-REPORT-TOTALS THRU 5000-EXIT.
           CLOSE ACCTMAST-FILE.
           IF AHST-FILE-OPEN
               CLOSE ACCTHIST-FILE
           END-IF.
           CLOSE ACCTAUD-FILE.
           CLOSE PRINT-FILE.
           IF RETURN-CODE = 0 AND WS-REVIEW-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9999-PROGRAM-EXIT.
           STOP RUN.
      *
      *****************************************************************
      * 1000-INITIALIZE-SCAN - DORMANCY PERIOD ARGUMENT, TODAY'S       *
      *                        SERIAL, THE AUDIT FILE, THE CODE TABLE, *
      *                        THE ACCOUNT HISTORY, THE MASTER OPENED  *
      *                        FOR UPDATE, AND THE REPORT HEADINGS.    *
      *                        NO HISTORY FILE YET MEANS EVERY         *
      *                        ACCOUNT IS MEASURED FROM ITS OPEN DATE; *
      *                        AN UNREADABLE ONE STOPS THE SCAN BEFORE *
      *                        ANY STATUS CHANGES                      *
      *****************************************************************
       1000-INITIALIZE-SCAN.
           ACCEPT WS-DORMANT-ARG FROM ARGUMENT-VALUE.
           PERFORM 7700-PARSE-DORMANT-ARG THRU 7700-EXIT.
           IF ARG-BAD OR WS-DORMANT-DAYS = 0
               DISPLAY "USAGE: SUPPLY THE DORMANCY PERIOD IN DAYS"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE   WS-TODAY-DATE TO WS-DS-DATE.
           PERFORM 7600-DATE-TO-SERIAL THRU 7600-EXIT.
           MOVE   WS-DS-SERIAL TO WS-TODAY-SERIAL.
           OPEN EXTEND ACCTAUD-FILE.
           IF WS-AUD-FILE-STATUS = "35"
               OPEN OUTPUT ACCTAUD-FILE
           END-IF.
           IF WS-AUD-FILE-STATUS NOT = "00"
               DISPLAY "ACCOUNT AUDIT FILE UNAVAILABLE - STATUS "
                   WS-AUD-FILE-STATUS " - NO STATUS CHANGED"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-LOAD-TRAN-CODES THRU 1200-EXIT.
           SET  AHST-FILE-SHUT TO TRUE.
           OPEN INPUT ACCTHIST-FILE.
           IF WS-AHST-FILE-STATUS = "00"
               SET  AHST-FILE-OPEN TO TRUE
           END-IF.
           IF WS-AHST-FILE-STATUS = "35"
               DISPLAY "ACCOUNT HISTORY FILE NOT YET CREATED - "
                   "ACTIVITY MEASURED FROM LAST RUN OR OPEN DATES"
           END-IF.
           IF AHST-FILE-SHUT AND WS-AHST-FILE-STATUS NOT = "35"
               DISPLAY "ACCOUNT HISTORY UNREADABLE - STATUS "
                   WS-AHST-FILE-STATUS " - NO STATUS CHANGED"
               CLOSE ACCTAUD-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           SET  ACCT-NOT-EOF TO TRUE.
           OPEN I-O ACCTMAST-FILE.
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT FOUND OR UNREADABLE - "
                   "STATUS " WS-ACCT-FILE-STATUS
               IF AHST-FILE-OPEN
                   CLOSE ACCTHIST-FILE
               END-IF
               CLOSE ACCTAUD-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-TODAY-DATE   TO DH-DATE.
           MOVE WS-DORMANT-DAYS TO DH-DAYS.
           MOVE WS-DRM-HEADING TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-DRM-COL-HEADING TO PRINT-REC.
           WRITE PRINT-REC.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1200-LOAD-TRAN-CODES - CODE AND CUSTOMER FLAG FROM THE         *
      *                        TRANSACTION-CODE CONTROL TABLE; WITH NO *
      *                        TABLE ON FILE THE FOUR STANDING CODES   *
      *                        APPLY                                   *
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
               MOVE "Y"   TO WS-TE-CUSTOMER(1)
               MOVE "WDR" TO WS-TE-CODE(2)
               MOVE "Y"   TO WS-TE-CUSTOMER(2)
               MOVE "FEE" TO WS-TE-CODE(3)
               MOVE "N"   TO WS-TE-CUSTOMER(3)
               MOVE "ADJ" TO WS-TE-CODE(4)
               MOVE "N"   TO WS-TE-CUSTOMER(4)
               MOVE 4     TO WS-TC-CNT
           END-IF.
       1200-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1250-READ-TRAN-CODE-REC - ONE CODE ROW; A ROW WITH NO CUSTOMER *
      *                           FLAG TAKES THE STANDING VALUE        *
      *                           (DEP/WDR Y, ANY OTHER CODE N)        *
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
           IF TC-CUSTOMER-CODE OR TC-BANK-CODE
               MOVE TC-CUSTOMER TO WS-TE-CUSTOMER(WS-TC-CNT)
               GO TO 1250-EXIT
           END-IF.
           IF TC-CODE = "DEP" OR TC-CODE = "WDR"
               MOVE "Y" TO WS-TE-CUSTOMER(WS-TC-CNT)
           ELSE
               MOVE "N" TO WS-TE-CUSTOMER(WS-TC-CNT)
           END-IF.
       1250-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2000-SCAN-ONE-ACCOUNT - ONE MASTER RECORD: CLOSED ACCOUNTS ARE *
      *                         COUNTED ONLY; AN ACCOUNT ALREADY       *
      *                         DORMANT IS LISTED; AN OPEN ACCOUNT     *
      *                         INACTIVE BEYOND THE PERIOD IS MADE     *
      *                         DORMANT AND LISTED                     *
      *****************************************************************
       2000-SCAN-ONE-ACCOUNT.
           READ ACCTMAST-FILE
               AT END
                   SET ACCT-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-ACCT-READ-CNT.
           IF ACCOUNT-CLOSED
               ADD 1 TO WS-CLOSED-CNT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-FIND-LAST-ACTIVITY THRU 2100-EXIT.
           MOVE SPACE          TO WS-DRM-DETAIL.
           MOVE AM-ACCT-NO     TO DD-ACCT.
           MOVE AM-BALANCE     TO DD-BALANCE.
           MOVE AM-OPEN-DATE   TO DD-OPEN-DATE.
           MOVE WS-LAST-ACT-SOURCE TO DD-SOURCE.
           IF WS-LAST-ACT-DATE > 0
               MOVE WS-LAST-ACT-DATE TO DD-LAST-ACT
               MOVE WS-DAYS-INACTIVE TO DD-DAYS
           END-IF.
           IF ACCOUNT-DORMANT
               ADD  1          TO WS-OLD-DORMANT-CNT
               ADD  AM-BALANCE TO WS-OLD-DORMANT-BAL
               MOVE "STILL DORMANT" TO DD-ACTION
               PERFORM 4000-PRINT-DETAIL THRU 4000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF NOT ACCOUNT-OPEN OR WS-LAST-ACT-DATE = 0
               ADD  1 TO WS-REVIEW-CNT
               IF NOT ACCOUNT-OPEN
                   MOVE "UNKNOWN STATUS - REVIEW" TO DD-ACTION
               ELSE
                   MOVE "NO ACTIVITY DATE - REVIEW" TO DD-ACTION
               END-IF
               PERFORM 4000-PRINT-DETAIL THRU 4000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF WS-DAYS-INACTIVE NOT > WS-DORMANT-DAYS
               ADD 1 TO WS-ACTIVE-CNT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 3000-MAKE-ACCOUNT-DORMANT THRU 3000-EXIT.
           IF UPDATE-FAILED
               MOVE "NOT UPDATED - MASTER ERROR" TO DD-ACTION
           ELSE
               ADD  1          TO WS-NEW-DORMANT-CNT
               ADD  AM-BALANCE TO WS-NEW-DORMANT-BAL
               MOVE "MADE DORMANT" TO DD-ACTION
           END-IF.
           PERFORM 4000-PRINT-DETAIL THRU 4000-EXIT.
       2000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2100-FIND-LAST-ACTIVITY - THE LATEST CUSTOMER-INITIATED POST   *
      *                           DATE ON THE ACCOUNT HISTORY (HIST).  *
      *                           WITH ONLY BANK-INITIATED ROWS ON     *
      *                           HISTORY, THE DATE OF THE FIRST ONE   *
      *                           (FRST): WHAT THE CUSTOMER DID BEFORE *
      *                           THE HISTORY BEGAN IS NOT KNOWN.      *
      *                           WITH NO HISTORY ROWS AT ALL, THE     *
      *                           DATE PART OF AM-LAST-RUN-ID (RUN),   *
      *                           THE LAST POSTING BEFORE THE HISTORY  *
      *                           FILE EXISTED; FAILING THAT           *
      *                           AM-OPEN-DATE (OPEN).  THEN THE DAYS  *
      *                           FROM IT TO TODAY.  WS-LAST-ACT-DATE  *
      *                           IS ZERO WHEN NONE IS A USABLE DATE   *
      *****************************************************************
       2100-FIND-LAST-ACTIVITY.
           MOVE 0     TO WS-LAST-ACT-DATE.
           MOVE 0     TO WS-DAYS-INACTIVE.
           MOVE SPACE TO WS-LAST-ACT-SOURCE.
           MOVE 0     TO WS-HIST-ACT-DATE.
           MOVE 0     TO WS-HIST-FIRST-DATE.
           MOVE 0     TO WS-HIST-ROW-CNT.
           IF AHST-FILE-OPEN
               PERFORM 2200-SCAN-ACCOUNT-HISTORY THRU 2200-EXIT
           END-IF.
           IF WS-HIST-ACT-DATE > 0
               MOVE WS-HIST-ACT-DATE TO WS-DS-DATE
               PERFORM 7600-DATE-TO-SERIAL THRU 7600-EXIT
               IF WS-DS-SERIAL > 0
                   MOVE WS-HIST-ACT-DATE TO WS-LAST-ACT-DATE
                   MOVE "HIST"           TO WS-LAST-ACT-SOURCE
               END-IF
           END-IF.
           IF WS-LAST-ACT-DATE = 0 AND WS-HIST-FIRST-DATE > 0
               MOVE WS-HIST-FIRST-DATE TO WS-DS-DATE
               PERFORM 7600-DATE-TO-SERIAL THRU 7600-EXIT
               IF WS-DS-SERIAL > 0
                   MOVE WS-HIST-FIRST-DATE TO WS-LAST-ACT-DATE
                   MOVE "FRST"             TO WS-LAST-ACT-SOURCE
               END-IF
           END-IF.
           MOVE AM-LAST-RUN-ID TO WS-LAST-RUN-X.
           IF WS-LAST-ACT-DATE = 0 AND WS-HIST-ROW-CNT = 0
                   AND WS-LAST-RUN-DATE IS NUMERIC
               MOVE WS-LAST-RUN-DATE TO WS-DS-DATE
               PERFORM 7600-DATE-TO-SERIAL THRU 7600-EXIT
               IF WS-DS-SERIAL > 0
                   MOVE WS-LAST-RUN-DATE TO WS-LAST-ACT-DATE
                   MOVE "RUN"            TO WS-LAST-ACT-SOURCE
               END-IF
           END-IF.
           IF WS-LAST-ACT-DATE = 0 AND AM-OPEN-DATE IS NUMERIC
               MOVE AM-OPEN-DATE TO WS-DS-DATE
               PERFORM 7600-DATE-TO-SERIAL THRU 7600-EXIT
               IF WS-DS-SERIAL > 0
                   MOVE AM-OPEN-DATE TO WS-LAST-ACT-DATE
                   MOVE "OPEN"       TO WS-LAST-ACT-SOURCE
               END-IF
           END-IF.
           IF WS-LAST-ACT-DATE = 0
               GO TO 2100-EXIT
           END-IF.
           COMPUTE WS-DAYS-INACTIVE =
               WS-TODAY-SERIAL - WS-DS-SERIAL.
       2100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2200-SCAN-ACCOUNT-HISTORY - EVERY HISTORY ROW FOR THE ACCOUNT  *
      *                             IN KEY ORDER, KEEPING THE LATEST   *
      *                             CUSTOMER-INITIATED POST DATE IN    *
      *                             WS-HIST-ACT-DATE, AND THE COUNT    *
      *                             AND EARLIEST DATE OF ALL ITS       *
      *                             STANDING ROWS                      *
      *****************************************************************
       2200-SCAN-ACCOUNT-HISTORY.
           MOVE SPACE      TO ACCTHIST-REC.
           MOVE AM-ACCT-NO TO AH-ACCOUNT.
           MOVE LOW-VALUES TO AH-RUN-ID.
           MOVE 0          TO AH-SEQ.
           SET  AHST-NOT-EOF TO TRUE.
           START ACCTHIST-FILE KEY NOT < AH-KEY
               INVALID KEY
                   SET AHST-EOF TO TRUE
           END-START.
           PERFORM 2250-CHECK-ONE-POSTING THRU 2250-EXIT
               UNTIL AHST-EOF.
       2200-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2250-CHECK-ONE-POSTING - ONE HISTORY ROW: A ROLLED-BACK ROW IS *
      *                          IGNORED; A BANK-INITIATED CODE, OR A  *
      *                          CODE NO LONGER ON THE TABLE, COUNTS   *
      *                          TOWARD WHEN THE HISTORY BEGINS BUT IS *
      *                          NOT ACTIVITY                          *
      *****************************************************************
       2250-CHECK-ONE-POSTING.
           READ ACCTHIST-FILE NEXT RECORD
               AT END
                   SET AHST-EOF TO TRUE
                   GO TO 2250-EXIT
           END-READ.
           IF AH-ACCOUNT NOT = AM-ACCT-NO
               SET AHST-EOF TO TRUE
               GO TO 2250-EXIT
           END-IF.
           IF AH-ROLLED-BACK OR AH-POST-DATE IS NOT NUMERIC
               GO TO 2250-EXIT
           END-IF.
           ADD  1 TO WS-HIST-ROW-CNT.
           IF WS-HIST-FIRST-DATE = 0
                   OR AH-POST-DATE < WS-HIST-FIRST-DATE
               MOVE AH-POST-DATE TO WS-HIST-FIRST-DATE
           END-IF.
           PERFORM 2300-FIND-TRAN-CODE THRU 2300-EXIT.
           IF WS-TC-HIT = 0
               GO TO 2250-EXIT
           END-IF.
           IF WS-TE-CUSTOMER(WS-TC-HIT) NOT = "Y"
               GO TO 2250-EXIT
           END-IF.
           IF AH-POST-DATE > WS-HIST-ACT-DATE
               MOVE AH-POST-DATE TO WS-HIST-ACT-DATE
           END-IF.
       2250-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2300-FIND-TRAN-CODE - AH-TRANCODE ON THE CODE TABLE;           *
      *                       WS-TC-HIT IS ZERO WHEN IT IS NOT THERE   *
      *****************************************************************
       2300-FIND-TRAN-CODE.
           MOVE 0 TO WS-TC-HIT.
           MOVE 0 TO WS-TC-IDX.
           PERFORM 2350-MATCH-TRAN-CODE THRU 2350-EXIT
               UNTIL WS-TC-HIT > 0 OR WS-TC-IDX >= WS-TC-CNT.
       2300-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2350-MATCH-TRAN-CODE - ONE TABLE ENTRY AGAINST THE CODE        *
      *****************************************************************
       2350-MATCH-TRAN-CODE.
           ADD 1 TO WS-TC-IDX.
           IF WS-TE-CODE(WS-TC-IDX) = AH-TRANCODE
               MOVE WS-TC-IDX TO WS-TC-HIT
           END-IF.
       2350-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3000-MAKE-ACCOUNT-DORMANT - THE STATUS CHANGE REWRITTEN, THEN  *
      *                             THE BEFORE AND AFTER IMAGES; A     *
      *                             FAILED REWRITE LOGS NOTHING, SO    *
      *                             THE AUDIT FILE NEVER SHOWS A       *
      *                             CHANGE THE MASTER DOES NOT HOLD    *
      *****************************************************************
       3000-MAKE-ACCOUNT-DORMANT.
           SET  UPDATE-DONE TO TRUE.
           MOVE "DORMANT" TO WS-AUD-ACTION.
           PERFORM 6500-BUILD-ENTRY-IMAGE THRU 6500-EXIT.
           MOVE WS-ENTRY-IMAGE TO WS-BEFORE-IMAGE.
           SET  ACCOUNT-DORMANT TO TRUE.
           REWRITE ACCTMAST-REC
               INVALID KEY
                   SET  UPDATE-FAILED TO TRUE
                   DISPLAY "ACCOUNT MASTER NOT UPDATED FOR "
                       AM-ACCT-NO " - STATUS " WS-ACCT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GO TO 3000-EXIT
           END-REWRITE.
           MOVE WS-BEFORE-IMAGE TO WS-ENTRY-IMAGE.
           MOVE "B" TO WS-AUD-IMAGE.
           PERFORM 6600-WRITE-AUDIT-ROW THRU 6600-EXIT.
           PERFORM 6500-BUILD-ENTRY-IMAGE THRU 6500-EXIT.
           MOVE "A" TO WS-AUD-IMAGE.
           PERFORM 6600-WRITE-AUDIT-ROW THRU 6600-EXIT.
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 4000-PRINT-DETAIL - ONE ACCOUNT LINE ON THE REPORT             *
      *****************************************************************
       4000-PRINT-DETAIL.
           MOVE WS-DRM-DETAIL TO PRINT-REC.
           WRITE PRINT-REC.
       4000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5000-PRINT-REPORT-TOTALS - THE SCAN COUNTS AND THE BALANCES    *
      *                            HELD IN DORMANT ACCOUNTS            *
      *****************************************************************
       5000-PRINT-REPORT-TOTALS.
           MOVE SPACE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO WS-DRM-TOTAL-LINE.
           MOVE "ACCOUNTS READ"               TO DT-LABEL.
           MOVE WS-ACCT-READ-CNT              TO DT-CNT.
           MOVE WS-DRM-TOTAL-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO WS-DRM-TOTAL-LINE.
           MOVE "CLOSED ACCOUNTS (NOT SCANNED)" TO DT-LABEL.
           MOVE WS-CLOSED-CNT                 TO DT-CNT.
           MOVE WS-DRM-TOTAL-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO WS-DRM-TOTAL-LINE.
           MOVE "ACTIVE WITHIN THE PERIOD"    TO DT-LABEL.
           MOVE WS-ACTIVE-CNT                 TO DT-CNT.
           MOVE WS-DRM-TOTAL-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO WS-DRM-TOTAL-LINE.
           MOVE "MADE DORMANT BY THIS SCAN"   TO DT-LABEL.
           MOVE WS-NEW-DORMANT-CNT            TO DT-CNT.
           MOVE WS-NEW-DORMANT-BAL            TO DT-AMT.
           MOVE WS-DRM-TOTAL-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO WS-DRM-TOTAL-LINE.
           MOVE "STILL DORMANT FROM EARLIER"  TO DT-LABEL.
           MOVE WS-OLD-DORMANT-CNT            TO DT-CNT.
           MOVE WS-OLD-DORMANT-BAL            TO DT-AMT.
           MOVE WS-DRM-TOTAL-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACE TO WS-DRM-TOTAL-LINE.
           MOVE "LISTED FOR REVIEW"           TO DT-LABEL.
           MOVE WS-REVIEW-CNT                 TO DT-CNT.
           MOVE WS-DRM-TOTAL-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-NEW-DORMANT-CNT TO WS-DSP-CNT.
           DISPLAY "ACCOUNTS MADE DORMANT:  " WS-DSP-CNT.
           MOVE WS-OLD-DORMANT-CNT TO WS-DSP-CNT.
           DISPLAY "ACCOUNTS STILL DORMANT: " WS-DSP-CNT.
           IF WS-REVIEW-CNT > 0
               MOVE WS-REVIEW-CNT TO WS-DSP-CNT
               DISPLAY "ACCOUNTS FOR REVIEW:    " WS-DSP-CNT
           END-IF.
       5000-EXIT.
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
      *                        FROM WORKING STORAGE EACH TIME          *
      *****************************************************************
       6600-WRITE-AUDIT-ROW.
           ACCEPT TIME-VARIABLES FROM TIME.
           MOVE   HH TO WS-TF-HH
           MOVE   MM TO WS-TF-MM
           MOVE   SS TO WS-TF-SS
           MOVE   SPACE          TO ACCTAUD-REC
           MOVE   WS-TODAY-DATE  TO AA-DATE
           MOVE   WS-TIME-FMT    TO AA-TIME
           MOVE   WS-OPERATOR    TO AA-OPERATOR
           MOVE   WS-AUD-ACTION  TO AA-ACTION
           MOVE   WS-AUD-IMAGE   TO AA-IMAGE
           MOVE   WS-ENTRY-IMAGE TO AA-ENTRY
           WRITE  ACCTAUD-REC.
       6600-EXIT.
           EXIT.
      *
      *****************************************************************
      * 7600-DATE-TO-SERIAL - YYYYMMDD IN WS-DS-DATE BECOMES A DAY     *
      *                       SERIAL IN WS-DS-SERIAL (GREGORIAN DAY    *
      *                       COUNT, GOOD FOR DATE ARITHMETIC AND      *
      *                       COMPARISON); ZERO FOR A BAD MONTH, OR A  *
      *                       DAY PAST THE END OF ITS MONTH            *
      *****************************************************************
       7600-DATE-TO-SERIAL.
           IF WS-DS-MM < 01 OR WS-DS-MM > 12 OR WS-DS-DD < 01
               MOVE 0 TO WS-DS-SERIAL
               GO TO 7600-EXIT
           END-IF.
           PERFORM 7650-DAYS-IN-MONTH THRU 7650-EXIT.
           IF WS-DS-DD > WS-DS-MONTH-DAYS
               MOVE 0 TO WS-DS-SERIAL
               GO TO 7600-EXIT
           END-IF.
           MOVE WS-DS-YYYY TO WS-DS-LEAPYEAR.
           IF WS-DS-MM < 3
               SUBTRACT 1 FROM WS-DS-LEAPYEAR
           END-IF.
           DIVIDE WS-DS-LEAPYEAR BY 4   GIVING WS-DS-T4.
           DIVIDE WS-DS-LEAPYEAR BY 100 GIVING WS-DS-T100.
           DIVIDE WS-DS-LEAPYEAR BY 400 GIVING WS-DS-T400.
           COMPUTE WS-DS-LEAPDAYS =
               WS-DS-T4 - WS-DS-T100 + WS-DS-T400.
           COMPUTE WS-DS-SERIAL =
               (WS-DS-YYYY * 365) + WS-DS-LEAPDAYS
               + WS-CUMDAYS(WS-DS-MM) + WS-DS-DD.
       7600-EXIT.
           EXIT.
      *
      *****************************************************************
      * 7650-DAYS-IN-MONTH - THE LAST DAY OF WS-DS-MM IN WS-DS-YYYY:   *
      *                      FEBRUARY HAS 29 IN A YEAR DIVISIBLE BY 4, *
      *                      EXCEPT A CENTURY YEAR NOT DIVISIBLE BY    *
      *                      400                                       *
      *****************************************************************
       7650-DAYS-IN-MONTH.
           MOVE WS-MONTHDAYS(WS-DS-MM) TO WS-DS-MONTH-DAYS.
           IF WS-DS-MM NOT = 2
               GO TO 7650-EXIT
           END-IF.
           DIVIDE WS-DS-YYYY BY 4   GIVING WS-DS-QUOT
               REMAINDER WS-DS-R4.
           DIVIDE WS-DS-YYYY BY 100 GIVING WS-DS-QUOT
               REMAINDER WS-DS-R100.
           DIVIDE WS-DS-YYYY BY 400 GIVING WS-DS-QUOT
               REMAINDER WS-DS-R400.
           IF WS-DS-R4 = 0 AND (WS-DS-R100 NOT = 0 OR WS-DS-R400 = 0)
               MOVE 29 TO WS-DS-MONTH-DAYS
           END-IF.
       7650-EXIT.
           EXIT.
      *
      *****************************************************************
      * 7700-PARSE-DORMANT-ARG - THE DORMANCY PERIOD MUST BE A PLAIN   *
      *                          DIGIT STRING                          *
      *****************************************************************
       7700-PARSE-DORMANT-ARG.
           MOVE 0 TO WS-DORMANT-DAYS.
           MOVE 0 TO WS-ARG-IDX.
           MOVE 0 TO WS-ARG-DIGITS.
           SET  ARG-OK        TO TRUE.
           SET  ARG-NOT-ENDED TO TRUE.
           MOVE WS-DORMANT-ARG TO WS-ARG-IN.
           PERFORM 7710-PARSE-ONE-ARG-CHAR THRU 7710-EXIT
               UNTIL WS-ARG-IDX >= 5 OR ARG-BAD.
           IF WS-ARG-DIGITS = 0
               SET ARG-BAD TO TRUE
           END-IF.
       7700-EXIT.
           EXIT.
      *
      *****************************************************************
      * 7710-PARSE-ONE-ARG-CHAR - ONE POSITION OF THE ARGUMENT         *
      *****************************************************************
       7710-PARSE-ONE-ARG-CHAR.
           ADD  1 TO WS-ARG-IDX.
           MOVE WS-AI-CH(WS-ARG-IDX) TO WS-ARG-DIGIT-X.
           IF WS-ARG-DIGIT-X = SPACE
               SET ARG-ENDED TO TRUE
               GO TO 7710-EXIT
           END-IF.
           IF ARG-ENDED
               SET ARG-BAD TO TRUE
               GO TO 7710-EXIT
           END-IF.
           IF WS-ARG-DIGIT-X IS NOT NUMERIC
               SET ARG-BAD TO TRUE
               GO TO 7710-EXIT
           END-IF.
           COMPUTE WS-DORMANT-DAYS =
               (WS-DORMANT-DAYS * 10) + WS-ARG-DIGIT-9.
           ADD  1 TO WS-ARG-DIGITS.
       7710-EXIT.
           EXIT.
