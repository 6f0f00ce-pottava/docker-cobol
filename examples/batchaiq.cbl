       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           BATCH-ACCTINQ.
       AUTHOR.               R. OKONKWO.
       INSTALLATION.         DATA PROCESSING CENTER.
       DATE-WRITTEN.         10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *-----------------------------------------------------------   *
      * DATE       INIT  DESCRIPTION                                  *
      * 2026-10-15 RO    INITIAL VERSION - LISTS ONE ACCOUNT'S POSTED  *
      *                  TRANSACTIONS FROM THE KEYED ACCOUNT HISTORY   *
      *                  FILE WITH RUNNING BALANCES, IN PLACE OF       *
      *                  RUNNING BATCH-STATEMENT OVER THE WHOLE OF     *
      *                  THE RESULT FILE                               *
      *****************************************************************
      *
      *****************************************************************
      * THIS PROGRAM TAKES AN ACCOUNT NUMBER AS ITS FIRST ARGUMENT     *
      * AND, OPTIONALLY, A FROM DATE AND A TO DATE (YYYYMMDD; A FROM   *
      * DATE ALONE RUNS TO THE LATEST POSTING).  IT SHOWS THE          *
      * ACCOUNT'S CURRENT STATUS AND BALANCE FROM ACCTMAST.DAT ON THE  *
      * CONSOLE, THEN WALKS THE ACCOUNT'S ROWS ON ACCTHIST.DAT IN KEY  *
      * ORDER (RUN ID, THEN POSTING SEQUENCE, SO CHRONOLOGICAL) AND    *
      * WRITES ONE LINE PER POSTING IN THE DATE RANGE - RUN ID, CODE,  *
      * DEBIT OR CREDIT, RUNNING BALANCE, RECYCLE FLAG, SOURCE FEED -  *
      * TO ACCTINQ.TXT WITH TOTALS AT THE BOTTOM.  THE RUNNING         *
      * BALANCE IS THE MASTER BALANCE THE POSTING LEFT BEHIND; WHERE   *
      * THE MASTER WAS NOT UPDATED IT IS CARRIED FORWARD FROM THE      *
      * ROW BEFORE AND MARKED DERIVED.  ROWS OF A RUN BATCH-ROLLBACK   *
      * BACKED OUT ARE LISTED BUT LEFT OUT OF THE BALANCE AND TOTALS.  *
      * THE HISTORY IS KEPT APART FROM RESULT.TXT, SO IT IS UNTOUCHED  *
      * BY BATCH-ARCHIVE.  RETURN CODE 16 WHEN THE ARGUMENTS ARE       *
      * UNUSABLE, THE HISTORY IS UNREADABLE, OR THE ACCOUNT IS ON      *
      * NEITHER FILE; 4 WHEN NO POSTING FALLS IN THE RANGE.            *
      *****************************************************************
       ENVIRONMENT           DIVISION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT ACCTMAST-FILE ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT ACCTHIST-FILE ASSIGN TO "accthist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-AHST-FILE-STATUS.
           SELECT INQUIRY-FILE ASSIGN TO "acctinq.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  ACCTMAST-FILE.
           COPY ACCTMAST.
       FD  ACCTHIST-FILE.
           COPY ACCTHIST.
       FD  INQUIRY-FILE.
       01  INQUIRY-REC            PIC X(132).
      *
       WORKING-STORAGE       SECTION.
       01  WS-ACCT-FILE-STATUS    PIC X(02).
       01  WS-AHST-FILE-STATUS    PIC X(02).
       01  WS-INQ-ACCOUNT         PIC X(10) VALUE SPACE.
       01  WS-FROM-ARG            PIC X(08) VALUE SPACE.
       01  WS-TO-ARG              PIC X(08) VALUE SPACE.
       01  WS-FROM-DATE           PIC 9(08) VALUE 0.
       01  WS-TO-DATE             PIC 9(08) VALUE 99999999.
       01  WS-FOUND-SW            PIC X(01) VALUE "N".
           88  ACCT-FOUND             VALUE "Y".
           88  ACCT-NOT-FOUND         VALUE "N".
       01  WS-AHST-EOF-SW         PIC X(01) VALUE "N".
           88  AHST-EOF               VALUE "Y".
           88  AHST-NOT-EOF           VALUE "N".
       01  WS-RUN-BAL-SW          PIC X(01) VALUE "N".
           88  RUN-BAL-KNOWN          VALUE "Y".
           88  RUN-BAL-UNKNOWN        VALUE "N".
       01  WS-OPEN-BAL-SW         PIC X(01) VALUE "N".
           88  OPEN-BAL-KNOWN         VALUE "Y".
           88  OPEN-BAL-UNKNOWN       VALUE "N".
       01  WS-RUN-BAL             PIC S9(11)V9(02) VALUE 0.
       01  WS-OPEN-BAL            PIC S9(11)V9(02) VALUE 0.
       01  WS-MATCH-CNT           PIC 9(07) VALUE 0.
       01  WS-POSTED-CNT          PIC 9(07) VALUE 0.
       01  WS-ROLLED-CNT          PIC 9(07) VALUE 0.
       01  WS-TOT-CREDIT          PIC 9(11)V9(02) VALUE 0.
       01  WS-TOT-DEBIT           PIC 9(11)V9(02) VALUE 0.
       01  WS-NET-MOVE            PIC S9(11)V9(02) VALUE 0.
       01  WS-DSP-STATUS          PIC X(08) VALUE SPACE.
       01  WS-DSP-BALANCE         PIC -(11)9.9(02).
       01  WS-DSP-CNT             PIC Z(6)9.
      *
      *****************************************************************
      * INQUIRY REPORT LINE LAYOUTS                                    *
      *****************************************************************
       01  WS-INQ-HEADING.
           02  FILLER             PIC X(20) VALUE
               "ACCOUNT HISTORY FOR".
           02  IH-ACCOUNT         PIC X(10).
           02  FILLER             PIC X(07) VALUE "  FROM ".
           02  IH-FROM            PIC 9(08).
           02  FILLER             PIC X(04) VALUE " TO ".
           02  IH-TO              PIC 9(08).
       01  WS-INQ-MASTER-LINE.
           02  FILLER             PIC X(15) VALUE "MASTER STATUS: ".
           02  IM-STATUS          PIC X(08).
           02  FILLER             PIC X(11) VALUE "  BALANCE: ".
           02  IM-BALANCE         PIC -(11)9.9(02).
           02  FILLER             PIC X(10) VALUE "  OPENED: ".
           02  IM-OPEN-DATE       PIC X(08).
           02  FILLER             PIC X(12) VALUE "  LAST RUN: ".
           02  IM-LAST-RUN-ID     PIC X(12).
       01  WS-INQ-COL-HEADING.
           02  FILLER             PIC X(10) VALUE "DATE".
           02  FILLER             PIC X(14) VALUE "RUN ID".
           02  FILLER             PIC X(06) VALUE "SEQ".
           02  FILLER             PIC X(05) VALUE "CODE".
           02  FILLER             PIC X(13) VALUE "       DEBIT".
           02  FILLER             PIC X(13) VALUE "      CREDIT".
           02  FILLER             PIC X(17) VALUE
               "         BALANCE".
           02  FILLER             PIC X(10) VALUE "FLAG".
           02  FILLER             PIC X(44) VALUE "SOURCE / NOTE".
       01  WS-INQ-DETAIL.
           02  ID-POST-DATE       PIC 9(08).
           02  FILLER             PIC X(02) VALUE SPACE.
           02  ID-RUN-ID          PIC X(12).
           02  FILLER             PIC X(02) VALUE SPACE.
           02  ID-SEQ             PIC Z(3)9.
           02  FILLER             PIC X(02) VALUE SPACE.
           02  ID-TRANCODE        PIC X(03).
           02  FILLER             PIC X(02) VALUE SPACE.
           02  ID-DEBIT           PIC Z(8)9.9(02).
           02  FILLER             PIC X(01) VALUE SPACE.
           02  ID-CREDIT          PIC Z(8)9.9(02).
           02  FILLER             PIC X(01) VALUE SPACE.
           02  ID-BALANCE         PIC -(11)9.9(02).
           02  ID-BALANCE-X REDEFINES ID-BALANCE
                                  PIC X(15).
           02  FILLER             PIC X(02) VALUE SPACE.
           02  ID-FLAG            PIC X(08).
           02  FILLER             PIC X(02) VALUE SPACE.
           02  ID-NOTE            PIC X(44).
       01  WS-INQ-TOTAL-LINE.
           02  IT-LABEL           PIC X(28).
           02  IT-AMOUNT          PIC -(11)9.9(02).
           02  IT-AMOUNT-X REDEFINES IT-AMOUNT
                                  PIC X(15).
       01  WS-INQ-COUNT-LINE.
           02  IC-LABEL           PIC X(28).
           02  FILLER             PIC X(08) VALUE SPACE.
           02  IC-COUNT           PIC Z(6)9.
      *
       PROCEDURE             DIVISION.
      *****************************************************************
      * 0000-MAINLINE - THE MASTER RECORD, THEN THE HISTORY LISTING    *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-CHECK-ARGUMENTS THRU 1000-EXIT.
           IF RETURN-CODE NOT = 0
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           PERFORM 2000-READ-ACCOUNT-MASTER THRU 2000-EXIT.
           PERFORM 3000-LIST-ACCOUNT-HISTORY THRU 3000-EXIT.
           IF RETURN-CODE NOT = 0
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           IF WS-MATCH-CNT = 0
               IF ACCT-NOT-FOUND
                   DISPLAY "ACCOUNT " WS-INQ-ACCOUNT
                       " IS NOT ON THE MASTER OR THE HISTORY"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 4  TO RETURN-CODE
               END-IF
           END-IF.
       9999-PROGRAM-EXIT.
           STOP RUN.
      *
      *****************************************************************
      * 1000-CHECK-ARGUMENTS - THE ACCOUNT IS REQUIRED; A FROM DATE    *
      *                        ALONE RUNS TO THE LATEST POSTING        *
      *****************************************************************
       1000-CHECK-ARGUMENTS.
           ACCEPT WS-INQ-ACCOUNT FROM ARGUMENT-VALUE.
           ACCEPT WS-FROM-ARG    FROM ARGUMENT-VALUE.
           ACCEPT WS-TO-ARG      FROM ARGUMENT-VALUE.
           IF WS-INQ-ACCOUNT = SPACE
               DISPLAY "USAGE: SUPPLY AN ACCOUNT NUMBER AND OPTIONALLY "
                   "A FROM AND TO DATE (YYYYMMDD)"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           IF WS-FROM-ARG NOT = SPACE
               IF WS-FROM-ARG IS NOT NUMERIC
                   DISPLAY "FROM DATE MUST BE YYYYMMDD"
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
               MOVE WS-FROM-ARG TO WS-FROM-DATE
           END-IF.
           IF WS-TO-ARG NOT = SPACE
               IF WS-TO-ARG IS NOT NUMERIC
                   DISPLAY "TO DATE MUST BE YYYYMMDD"
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
               MOVE WS-TO-ARG TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "FROM DATE EXCEEDS TO DATE"
               MOVE 16 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2000-READ-ACCOUNT-MASTER - DIRECT READ BY ACCOUNT NUMBER; THE  *
      *                            CURRENT STATUS AND BALANCE TO THE   *
      *                            CONSOLE.  A MISSING MASTER DOES NOT *
      *                            STOP THE HISTORY LISTING            *
      *****************************************************************
       2000-READ-ACCOUNT-MASTER.
           SET  ACCT-NOT-FOUND TO TRUE.
           OPEN INPUT ACCTMAST-FILE.
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT FOUND OR UNREADABLE - "
                   "STATUS " WS-ACCT-FILE-STATUS
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-INQ-ACCOUNT TO AM-ACCT-NO.
           READ ACCTMAST-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT " WS-INQ-ACCOUNT
                       " NOT ON THE ACCOUNT MASTER"
               NOT INVALID KEY
                   SET ACCT-FOUND TO TRUE
           END-READ.
           CLOSE ACCTMAST-FILE.
           IF ACCT-NOT-FOUND
               GO TO 2000-EXIT
           END-IF.
           IF ACCOUNT-OPEN
               MOVE "OPEN"     TO WS-DSP-STATUS
           ELSE
           IF ACCOUNT-CLOSED
               MOVE "CLOSED"   TO WS-DSP-STATUS
           ELSE
           IF ACCOUNT-DORMANT
               MOVE "DORMANT"  TO WS-DSP-STATUS
           ELSE
               MOVE AM-STATUS  TO WS-DSP-STATUS
           END-IF
           END-IF
           END-IF.
           MOVE AM-BALANCE TO WS-DSP-BALANCE.
           DISPLAY "ACCOUNT:    " AM-ACCT-NO.
           DISPLAY "STATUS:     " WS-DSP-STATUS.
           DISPLAY "BALANCE:    " WS-DSP-BALANCE.
           DISPLAY "OPENED:     " AM-OPEN-DATE.
           DISPLAY "LAST RUN:   " AM-LAST-RUN-ID.
       2000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3000-LIST-ACCOUNT-HISTORY - EVERY HISTORY ROW FOR THE ACCOUNT  *
      *                             IN THE DATE RANGE, ONE LINE EACH,  *
      *                             WITH TOTALS AT THE BOTTOM          *
      *****************************************************************
       3000-LIST-ACCOUNT-HISTORY.
           OPEN INPUT ACCTHIST-FILE.
           IF WS-AHST-FILE-STATUS = "35"
               DISPLAY "ACCOUNT HISTORY FILE NOT YET CREATED"
               GO TO 3000-EXIT
           END-IF.
           IF WS-AHST-FILE-STATUS NOT = "00"
               DISPLAY "ACCOUNT HISTORY UNREADABLE - STATUS "
                   WS-AHST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           OPEN OUTPUT INQUIRY-FILE.
           MOVE WS-INQ-ACCOUNT TO IH-ACCOUNT.
           MOVE WS-FROM-DATE   TO IH-FROM.
           MOVE WS-TO-DATE     TO IH-TO.
           MOVE WS-INQ-HEADING TO INQUIRY-REC.
           WRITE INQUIRY-REC.
           IF ACCT-FOUND
               MOVE WS-DSP-STATUS  TO IM-STATUS
               MOVE AM-BALANCE     TO IM-BALANCE
               MOVE AM-OPEN-DATE   TO IM-OPEN-DATE
               MOVE AM-LAST-RUN-ID TO IM-LAST-RUN-ID
               MOVE WS-INQ-MASTER-LINE TO INQUIRY-REC
           ELSE
               MOVE "MASTER STATUS: NOT ON THE ACCOUNT MASTER"
                   TO INQUIRY-REC
           END-IF.
           WRITE INQUIRY-REC.
           MOVE SPACE TO INQUIRY-REC.
           WRITE INQUIRY-REC.
           MOVE WS-INQ-COL-HEADING TO INQUIRY-REC.
           WRITE INQUIRY-REC.
           MOVE SPACE          TO ACCTHIST-REC.
           MOVE WS-INQ-ACCOUNT TO AH-ACCOUNT.
           MOVE LOW-VALUES     TO AH-RUN-ID.
           MOVE 0              TO AH-SEQ.
           SET  AHST-NOT-EOF   TO TRUE.
           START ACCTHIST-FILE KEY NOT < AH-KEY
               INVALID KEY
                   SET AHST-EOF TO TRUE
           END-START.
           PERFORM 3100-LIST-ONE-POSTING THRU 3100-EXIT
               UNTIL AHST-EOF.
           CLOSE ACCTHIST-FILE.
           PERFORM 3500-WRITE-TOTALS THRU 3500-EXIT.
           CLOSE INQUIRY-FILE.
           MOVE WS-MATCH-CNT TO WS-DSP-CNT.
           DISPLAY "HISTORY WRITTEN TO ACCTINQ.TXT - POSTINGS LISTED: "
               WS-DSP-CNT.
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3100-LIST-ONE-POSTING - ONE HISTORY ROW IN KEY ORDER AGAINST   *
      *                         THE DATE RANGE, CARRYING THE RUNNING   *
      *                         BALANCE FORWARD                        *
      *****************************************************************
       3100-LIST-ONE-POSTING.
           READ ACCTHIST-FILE NEXT RECORD
               AT END
                   SET AHST-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF AH-ACCOUNT NOT = WS-INQ-ACCOUNT
               SET AHST-EOF TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF AH-POST-DATE < WS-FROM-DATE
                   OR AH-POST-DATE > WS-TO-DATE
               GO TO 3100-EXIT
           END-IF.
           ADD  1 TO WS-MATCH-CNT.
           MOVE SPACE          TO WS-INQ-DETAIL.
           MOVE AH-POST-DATE   TO ID-POST-DATE.
           MOVE AH-RUN-ID      TO ID-RUN-ID.
           MOVE AH-SEQ         TO ID-SEQ.
           MOVE AH-TRANCODE    TO ID-TRANCODE.
           IF AH-DEBIT
               MOVE AH-AMOUNT  TO ID-DEBIT
           ELSE
               MOVE AH-AMOUNT  TO ID-CREDIT
           END-IF.
           IF AH-RECYCLED
               MOVE "RECYCLED" TO ID-FLAG
           ELSE
           IF AH-RELEASED
               MOVE "RELEASED" TO ID-FLAG
           ELSE
               MOVE "FEED"     TO ID-FLAG
           END-IF
           END-IF.
           MOVE AH-SOURCE      TO ID-NOTE.
           IF AH-ROLLED-BACK
               ADD  1 TO WS-ROLLED-CNT
               MOVE SPACE          TO ID-BALANCE-X
               MOVE "ROLLED BACK - NOT IN BALANCE" TO ID-NOTE
               GO TO 3100-WRITE
           END-IF.
           PERFORM 3200-CARRY-RUNNING-BALANCE THRU 3200-EXIT.
       3100-WRITE.
           MOVE WS-INQ-DETAIL TO INQUIRY-REC.
           WRITE INQUIRY-REC.
       3100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3200-CARRY-RUNNING-BALANCE - A POSTED ROW INTO THE TOTALS AND  *
      *                              THE RUNNING BALANCE: THE MASTER   *
      *                              BALANCE THE ROW LEFT BEHIND, OR   *
      *                              THE BALANCE BEFORE IT MOVED BY    *
      *                              THE AMOUNT WHEN THE MASTER WAS    *
      *                              NOT UPDATED                       *
      *****************************************************************
       3200-CARRY-RUNNING-BALANCE.
           ADD  1 TO WS-POSTED-CNT.
           IF AH-DEBIT
               ADD AH-AMOUNT TO WS-TOT-DEBIT
           ELSE
               ADD AH-AMOUNT TO WS-TOT-CREDIT
           END-IF.
           IF AH-BALANCE-KNOWN
               MOVE AH-BALANCE TO WS-RUN-BAL
               IF WS-POSTED-CNT = 1
                   IF AH-DEBIT
                       COMPUTE WS-OPEN-BAL = AH-BALANCE + AH-AMOUNT
                   ELSE
                       COMPUTE WS-OPEN-BAL = AH-BALANCE - AH-AMOUNT
                   END-IF
                   SET OPEN-BAL-KNOWN TO TRUE
               END-IF
               SET  RUN-BAL-KNOWN TO TRUE
               MOVE WS-RUN-BAL    TO ID-BALANCE
               GO TO 3200-EXIT
           END-IF.
           IF RUN-BAL-UNKNOWN
               MOVE SPACE TO ID-BALANCE-X
               MOVE "BALANCE NOT KNOWN - MASTER NOT UPDATED"
                   TO ID-NOTE
               GO TO 3200-EXIT
           END-IF.
           IF AH-DEBIT
               SUBTRACT AH-AMOUNT FROM WS-RUN-BAL
           ELSE
               ADD      AH-AMOUNT TO   WS-RUN-BAL
           END-IF.
           MOVE WS-RUN-BAL TO ID-BALANCE.
           MOVE "BALANCE DERIVED - MASTER NOT UPDATED" TO ID-NOTE.
       3200-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3500-WRITE-TOTALS - COUNTS, DEBITS, CREDITS, AND THE BALANCE   *
      *                     BEFORE AND AFTER THE LISTED POSTINGS       *
      *****************************************************************
       3500-WRITE-TOTALS.
           MOVE SPACE TO INQUIRY-REC.
           WRITE INQUIRY-REC.
           MOVE SPACE                         TO WS-INQ-COUNT-LINE.
           MOVE "POSTINGS LISTED"             TO IC-LABEL.
           MOVE WS-MATCH-CNT                  TO IC-COUNT.
           MOVE WS-INQ-COUNT-LINE             TO INQUIRY-REC.
           WRITE INQUIRY-REC.
           MOVE "ROLLED BACK (NOT IN TOTALS)" TO IC-LABEL.
           MOVE WS-ROLLED-CNT                 TO IC-COUNT.
           MOVE WS-INQ-COUNT-LINE             TO INQUIRY-REC.
           WRITE INQUIRY-REC.
           MOVE SPACE                         TO WS-INQ-TOTAL-LINE.
           MOVE "TOTAL DEBITS"                TO IT-LABEL.
           MOVE WS-TOT-DEBIT                  TO IT-AMOUNT.
           MOVE WS-INQ-TOTAL-LINE             TO INQUIRY-REC.
           WRITE INQUIRY-REC.
           MOVE "TOTAL CREDITS"               TO IT-LABEL.
           MOVE WS-TOT-CREDIT                 TO IT-AMOUNT.
           MOVE WS-INQ-TOTAL-LINE             TO INQUIRY-REC.
           WRITE INQUIRY-REC.
           COMPUTE WS-NET-MOVE = WS-TOT-CREDIT - WS-TOT-DEBIT.
           MOVE "NET MOVEMENT"                TO IT-LABEL.
           MOVE WS-NET-MOVE                   TO IT-AMOUNT.
           MOVE WS-INQ-TOTAL-LINE             TO INQUIRY-REC.
           WRITE INQUIRY-REC.
           MOVE "BALANCE BEFORE FIRST LISTED" TO IT-LABEL.
           IF OPEN-BAL-KNOWN
               MOVE WS-OPEN-BAL               TO IT-AMOUNT
           ELSE
               MOVE "    NOT KNOWN"           TO IT-AMOUNT-X
           END-IF.
           MOVE WS-INQ-TOTAL-LINE             TO INQUIRY-REC.
           WRITE INQUIRY-REC.
           MOVE "BALANCE AFTER LAST LISTED"   TO IT-LABEL.
           IF RUN-BAL-KNOWN
               MOVE WS-RUN-BAL                TO IT-AMOUNT
           ELSE
               MOVE "    NOT KNOWN"           TO IT-AMOUNT-X
           END-IF.
           MOVE WS-INQ-TOTAL-LINE             TO INQUIRY-REC.
           WRITE INQUIRY-REC.
       3500-EXIT.
           EXIT.
