       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           BATCH-HOLD-REVIEW.
       AUTHOR.               R. OKONKWO.
       INSTALLATION.         DATA PROCESSING CENTER.
       DATE-WRITTEN.         10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *-----------------------------------------------------------   *
      * DATE       INIT  DESCRIPTION                                  *
      * 2026-10-15 RO    INITIAL VERSION - WALKS THE HOLD QUEUE OF     *
      *                  TRANSACTIONS HELD BY BATCH-COMPUTING, LETS    *
      *                  THE SUPERVISOR APPROVE OR DECLINE EACH        *
      *                  PENDING ROW, STAMPS WHO DECIDED AND WHEN, AND *
      *                  REWRITES THE QUEUE IN PLACE THROUGH A WORK    *
      *                  FILE                                          *
      *****************************************************************
      *
      *****************************************************************
      * THIS PROGRAM READS HOLDQ.DAT (WRITTEN BY BATCH-COMPUTING, ONE  *
      * ROW PER TRANSACTION HELD OVER THE HOLD AMOUNT OR THE RUN'S     *
      * PER-ACCOUNT WITHDRAWAL LIMITS, STAMPED WITH RUN ID, SOURCE     *
      * FEED, AND HOLD REASON) AND PROMPTS THE SUPERVISOR ON EVERY     *
      * ROW STILL PENDING (STATUS P).  A ROW MAY BE APPROVED (STATUS   *
      * A), DECLINED WITH A REASON (STATUS X), OR LEFT FOR LATER.      *
      * EVERY DECISION IS STAMPED WITH THE SUPERVISOR'S ID, THE DATE   *
      * AND TIME, AND THE NOTE ENTERED; A DECLINE WITHOUT A REASON IS  *
      * REFUSED.  THE NEXT BATCH-COMPUTING POSTING RUN POSTS APPROVED  *
      * ROWS AHEAD OF ITS RECYCLE FILE AND INPUT FEED, AND WRITES      *
      * DECLINED ROWS TO ITS REJECT.TXT CARRYING THE REVIEWER'S        *
      * REASON.                                                        *
      *****************************************************************
       ENVIRONMENT           DIVISION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT HOLDQ-FILE ASSIGN TO "holdq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-FILE-STATUS.
           SELECT HOLDWORK-FILE ASSIGN TO "holdwork.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLW-FILE-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  HOLDQ-FILE.
           COPY HOLDREC.
       FD  HOLDWORK-FILE.
       01  HOLDWORK-REC          PIC X(250).
      *
       WORKING-STORAGE       SECTION.
       01  WS-HLD-FILE-STATUS    PIC X(02).
       01  WS-HLW-FILE-STATUS    PIC X(02).
       01  WS-HLD-EOF-SW         PIC X(01) VALUE "N".
           88  HLD-EOF               VALUE "Y".
           88  HLD-NOT-EOF           VALUE "N".
       01  WS-HLW-EOF-SW         PIC X(01) VALUE "N".
           88  HLW-EOF               VALUE "Y".
           88  HLW-NOT-EOF           VALUE "N".
       01  WS-QUIT-SW            PIC X(01) VALUE "N".
           88  OPERATOR-QUIT         VALUE "Y".
           88  OPERATOR-ACTIVE       VALUE "N".
       01  WS-OPERATOR           PIC X(08) VALUE SPACE.
       01  WS-ANSWER             PIC X(01) VALUE SPACE.
       01  WS-NOTE               PIC X(40) VALUE SPACE.
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
       01  WS-ROW-CNT            PIC 9(05) VALUE 0.
       01  WS-PEND-CNT           PIC 9(05) VALUE 0.
       01  WS-APPR-CNT           PIC 9(05) VALUE 0.
       01  WS-DECL-CNT           PIC 9(05) VALUE 0.
       01  WS-LEFT-CNT           PIC 9(05) VALUE 0.
       01  WS-DSP-CNT            PIC Z(4)9.
      *
       PROCEDURE             DIVISION.
      *****************************************************************
      * 0000-MAINLINE - OVERALL REVIEW SEQUENCE                        *
      *****************************************************************
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "SUPERVISOR ID (UP TO 8 CHARACTERS):".
           ACCEPT WS-OPERATOR.
           IF WS-OPERATOR = SPACE
               DISPLAY "SUPERVISOR ID REQUIRED - SESSION REFUSED"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT HOLDQ-FILE.
           IF WS-HLD-FILE-STATUS NOT = "00"
               DISPLAY "HOLD QUEUE NOT FOUND OR UNREADABLE - STATUS "
                   WS-HLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT HOLDWORK-FILE.
           SET  HLD-NOT-EOF TO TRUE.
           PERFORM 2000-PROCESS-HOLD-ROW THRU 2000-EXIT
               UNTIL HLD-EOF.
           CLOSE HOLDQ-FILE.
           CLOSE HOLDWORK-FILE.
           PERFORM 7000-REWRITE-HOLD-QUEUE THRU 7000-EXIT.
           PERFORM 8000-DISPLAY-TOTALS     THRU 8000-EXIT.
       9999-PROGRAM-EXIT.
           STOP RUN.
      *
      *****************************************************************
      * 2000-PROCESS-HOLD-ROW - ONE ROW: PROMPT ON PENDING ROWS, CARRY *
      *                         EVERYTHING ELSE TO THE WORK FILE       *
      *                         UNCHANGED                              *
      *****************************************************************
       2000-PROCESS-HOLD-ROW.
           READ HOLDQ-FILE
               AT END
                   SET HLD-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-ROW-CNT.
           IF NOT HQ-PENDING OR OPERATOR-QUIT
               IF HQ-PENDING
                   ADD 1 TO WS-LEFT-CNT
               END-IF
               WRITE HOLDWORK-REC FROM HOLD-REC
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-PEND-CNT.
           PERFORM 3000-PROMPT-ONE-ROW THRU 3000-EXIT.
           IF HQ-APPROVED
               ADD 1 TO WS-APPR-CNT
           ELSE
           IF HQ-DECLINED
               ADD 1 TO WS-DECL-CNT
           ELSE
               ADD 1 TO WS-LEFT-CNT
           END-IF
           END-IF.
           WRITE HOLDWORK-REC FROM HOLD-REC.
       2000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3000-PROMPT-ONE-ROW - SHOW THE HELD ROW AND TAKE THE           *
      *                       SUPERVISOR'S DECISION                    *
      *****************************************************************
       3000-PROMPT-ONE-ROW.
           DISPLAY " ".
           DISPLAY "HELD ROW FROM RUN " HQ-RUN-ID.
           DISPLAY "  SOURCE:  " HQ-SOURCE.
           DISPLAY "  ACCOUNT: " HQ-ACCOUNT "  CODE: " HQ-TRANCODE
               "  AMOUNT: " HQ-AMOUNT.
           DISPLAY "  REASON:  " HQ-REASON.
           DISPLAY "ACTION - A=APPROVE, D=DECLINE, S=SKIP, Q=QUIT".
           MOVE  SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "Q" OR WS-ANSWER = "q"
               SET OPERATOR-QUIT TO TRUE
               GO TO 3000-EXIT
           END-IF.
           IF WS-ANSWER = "A" OR WS-ANSWER = "a"
               DISPLAY "APPROVAL NOTE (OPTIONAL):"
               MOVE  SPACE TO WS-NOTE
               ACCEPT WS-NOTE
               MOVE "A" TO HQ-STATUS
               PERFORM 4000-STAMP-DECISION THRU 4000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF WS-ANSWER = "D" OR WS-ANSWER = "d"
               DISPLAY "REASON FOR DECLINE:"
               MOVE  SPACE TO WS-NOTE
               ACCEPT WS-NOTE
               IF WS-NOTE = SPACE
                   DISPLAY "DECLINE REASON REQUIRED - ROW LEFT PENDING"
                   GO TO 3000-EXIT
               END-IF
               MOVE "X" TO HQ-STATUS
               PERFORM 4000-STAMP-DECISION THRU 4000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 4000-STAMP-DECISION - WHO DECIDED, WHEN, AND THE NOTE          *
      *****************************************************************
       4000-STAMP-DECISION.
           ACCEPT TIME-VARIABLES FROM TIME.
           MOVE   HH TO WS-TF-HH
           MOVE   MM TO WS-TF-MM
           MOVE   SS TO WS-TF-SS
           MOVE   WS-OPERATOR  TO HQ-REVIEWER
           MOVE   WS-RUN-DATE  TO HQ-REVIEW-DATE
           MOVE   WS-TIME-FMT  TO HQ-REVIEW-TIME
           MOVE   WS-NOTE      TO HQ-REVIEW-NOTE.
       4000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 7000-REWRITE-HOLD-QUEUE - COPY THE WORK FILE BACK OVER THE     *
      *                           LIVE HOLD QUEUE (SAME WORK-FILE      *
      *                           REWRITE AS THE RECYCLE REPAIR USES)  *
      *****************************************************************
       7000-REWRITE-HOLD-QUEUE.
           OPEN INPUT  HOLDWORK-FILE.
           OPEN OUTPUT HOLDQ-FILE.
           SET  HLW-NOT-EOF TO TRUE.
           PERFORM 7100-COPY-HOLD-ROW THRU 7100-EXIT
               UNTIL HLW-EOF.
           CLOSE HOLDWORK-FILE.
           CLOSE HOLDQ-FILE.
       7000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 7100-COPY-HOLD-ROW - ONE WORK-FILE ROW BACK TO THE LIVE HOLD   *
      *                      QUEUE                                     *
      *****************************************************************
       7100-COPY-HOLD-ROW.
           READ HOLDWORK-FILE
               AT END
                   SET HLW-EOF TO TRUE
                   GO TO 7100-EXIT
           END-READ.
           WRITE HOLD-REC FROM HOLDWORK-REC.
       7100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8000-DISPLAY-TOTALS - WHAT THE SESSION DID                     *
      *****************************************************************
       8000-DISPLAY-TOTALS.
           MOVE WS-ROW-CNT  TO WS-DSP-CNT.
           DISPLAY "HOLD ROWS READ:         " WS-DSP-CNT.
           MOVE WS-PEND-CNT TO WS-DSP-CNT.
           DISPLAY "ROWS PENDING REVIEW:    " WS-DSP-CNT.
           MOVE WS-APPR-CNT TO WS-DSP-CNT.
           DISPLAY "ROWS APPROVED:          " WS-DSP-CNT.
           MOVE WS-DECL-CNT TO WS-DSP-CNT.
           DISPLAY "ROWS DECLINED:          " WS-DSP-CNT.
           MOVE WS-LEFT-CNT TO WS-DSP-CNT.
           DISPLAY "ROWS LEFT FOR LATER:    " WS-DSP-CNT.
       8000-EXIT.
           EXIT.
