       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           BATCH-ROLLBACK.
       AUTHOR.               R. OKONKWO.
       INSTALLATION.         DATA PROCESSING CENTER.
       DATE-WRITTEN.         10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *-----------------------------------------------------------   *
      * DATE       INIT  DESCRIPTION                                  *
      * 2026-10-15 RO    INITIAL VERSION - RESTORES THE ACCOUNT        *
      *                  MASTER TO A RUN'S PRE-RUN BALANCES FROM THE   *
      *                  POSTING JOURNAL, REFUSING WHEN A LATER RUN    *
      *                  HAS TOUCHED ANY OF THE SAME ACCOUNTS          *
      * 2026-10-15 RO    MARK THE RUN'S ACCOUNT HISTORY ROWS ROLLED    *
      *                  BACK FOR EACH ACCOUNT RESTORED                *
      * 2026-10-15 RO    REFUSE WHEN THE RUN-MASTER EXISTS BUT CANNOT  *
      *                  BE READ; PUT BACK THE PRE-RUN STATUS OF AN    *
      *                  ACCOUNT THE RUN REACTIVATED, WITH BEFORE AND  *
      *                  AFTER IMAGES ON ACCTAUD.TXT                   *
      * 2026-10-15 RO    CLEAR THE RUN'S CHECKPOINT ROWS, REFUSING     *
      *                  WHEN A LATER ATTEMPT CARRIED THEM ON; PUT THE *
      *                  HOLD AND RECYCLE ROWS THE RUN POSTED BACK TO  *
      *                  APPROVED AND REPAIRED AND LIST THE OTHERS IT  *
      *                  TOUCHED; DOCUMENT THE REPOST                  *
      * 2026-10-15 RO    TAKE THE RUN LOCK FOR THE LENGTH OF THE       *
      *                  ROLLBACK AND EMPTY IT AT EVERY EXIT           *
      *****************************************************************
      *
      *****************************************************************
      * THIS PROGRAM TAKES A RUN ID (E.G. 20261015-002) AS ITS ONE     *
      * ARGUMENT AND BACKS THAT RUN'S BALANCE UPDATES OUT OF           *
      * ACCTMAST.DAT, USING THE BEFORE/AFTER ROWS BATCH-COMPUTING      *
      * WROTE TO POSTJRNL.DAT.  IT IS MEANT FOR A RUN THAT POSTED PART *
      * OF ITS FEED AND THEN ABORTED: THE RUN-MASTER MUST SHOW THE RUN *
      * REJECTED, OR NOT SHOW IT AT ALL (A RUN KILLED BEFORE ITS       *
      * SUMMARY WAS WRITTEN).  A SUCCESS OR WARNING RUN HAS ALREADY    *
      * FED THE DOWNSTREAM FILES AND IS REFUSED.                       *
      *                                                                *
      * THE RUN LOCK IS TAKEN FIRST, STAMPED WITH THE ID OF THE RUN    *
      * BEING ROLLED BACK, AND EMPTIED WHEN THE PROGRAM ENDS, SO NO    *
      * BATCH-COMPUTING RUN CAN START WHILE THE ROLLBACK IS UNDER WAY. *
      * EVERY CHECK IS MADE BEFORE ANY ACCOUNT IS TOUCHED.  THE        *
      * ROLLBACK IS REFUSED WHEN -                                     *
      *   - ANOTHER RUN HOLDS THE RUN LOCK;                            *
      *   - THE RUN-MASTER IS ON FILE BUT CANNOT BE READ;              *
      *   - CHECKPOINT.DAT CANNOT BE READ, ENDS IN A RESTART POSITION  *
      *     WITH NO RUN ID, OR HOLDS THE RUN'S ROWS FOLLOWED BY A      *
      *     LATER ATTEMPT'S (ROLL THAT ATTEMPT BACK FIRST);            *
      *   - THE RUN HAS ALREADY BEEN ROLLED BACK (R ROWS ON FILE);     *
      *   - ANY LATER RUN HAS A POSTING AGAINST ONE OF THE RUN'S       *
      *     ACCOUNTS;                                                  *
      *   - AN ACCOUNT'S MASTER RECORD NO LONGER CARRIES THE RUN'S     *
      *     ID AND ENDING BALANCE (IT WAS CHANGED OUTSIDE THE BATCH).  *
      * OTHERWISE EACH ACCOUNT GETS BACK THE BALANCE, LAST RUN ID, AND *
      * STATUS IT HAD BEFORE THE RUN'S FIRST POSTING TO IT (A STATUS   *
      * CHANGE - A DORMANT ACCOUNT THE RUN'S DEPOSIT REOPENED - IS     *
      * LOGGED TO ACCTAUD.TXT AS BEFORE AND AFTER IMAGES), AND ONE     *
      * ROLLBACK ROW (ENTRY TYPE R) IS APPENDED TO THE JOURNAL FOR IT. *
      * THE RUN'S ROWS FOR THE ACCOUNT ON THE KEYED ACCOUNT HISTORY    *
      * (ACCTHIST.DAT) ARE MARKED ROLLED BACK.  ONCE EVERY ACCOUNT IS  *
      * BACK, THE RUN'S ROWS COME OFF CHECKPOINT.DAT (AN EARLIER       *
      * ATTEMPT'S ROWS STAY, ITS POSTINGS STILL STANDING), HOLD ROWS   *
      * THE RUN POSTED (D) GO BACK TO APPROVED (A), AND RECYCLE ROWS   *
      * IT POSTED (D) GO BACK TO REPAIRED (F).  HOLD AND RECYCLE ROWS  *
      * THE RUN REJECTED, MOVED TO HOLD, OR QUEUED ARE LEFT AS THEY    *
      * ARE AND LISTED.  THE ACCOUNT-BY-ACCOUNT RESULT AND THE QUEUE   *
      * ROWS ARE WRITTEN TO ROLLBACK.TXT.  RETURN CODE 16 ON A REFUSAL *
      * OR UNUSABLE INPUT; 4 WHEN THE JOURNAL HOLDS NO POSTINGS FOR    *
      * THE RUN, OR WHEN THE CHECKPOINT OR A QUEUE COULD NOT BE        *
      * SETTLED.                                                       *
      *                                                                *
      * TO REPOST THE RUN, RUN BATCH-COMPUTING AGAIN ON THE SAME FEED  *
      * AND PARAMETERS: THE DUPLICATE-RUN CHECK COUNTS ONLY SUCCESS    *
      * AND WARNING RUNS, SO IT LETS THE REPOST THROUGH, AND THE       *
      * REOPENED HOLD ROWS POST WITH IT.  IF THE RUN WAS A RECYCLE     *
      * RUN, START THE REPOST WITH APP_RECYCLE=Y SO THE REOPENED       *
      * RECYCLE ROWS POST TOO.  A TRANSACTION THE REPOST HOLDS OR      *
      * REJECTS AGAIN IS QUEUED A SECOND TIME: DECLINE THE LISTED HOLD *
      * ROW WITH BATCH-HOLD-REVIEW, AND DO NOT RELEASE THE LISTED      *
      * RECYCLE ROW.                                                   *
      *****************************************************************
       ENVIRONMENT           DIVISION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT RUNMAST-FILE ASSIGN TO "runmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-RUN-ID
               FILE STATUS IS WS-RUNMAST-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO "runlock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT POSTJRNL-FILE ASSIGN TO "postjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
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
           SELECT ACCTAUD-FILE ASSIGN TO "acctaud.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "checkpoint.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT CKPTWORK-FILE ASSIGN TO "ckptwork.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKW-FILE-STATUS.
           SELECT HOLDQ-FILE ASSIGN TO "holdq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-FILE-STATUS.
           SELECT HOLDWORK-FILE ASSIGN TO "holdwork.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLW-FILE-STATUS.
           SELECT RECYCLE-FILE ASSIGN TO "recycle.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCY-FILE-STATUS.
           SELECT RECWORK-FILE ASSIGN TO "recwork.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCW-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "rollback.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  RUNMAST-FILE.
           COPY RUNMAST.
       FD  LOCK-FILE.
       01  LOCK-REC.
           02  LCK-DATE          PIC 9(08).
           02                    PIC X(01).
           02  LCK-TIME          PIC X(08).
           02                    PIC X(01).
           02  LCK-RUN-ID        PIC X(12).
       FD  POSTJRNL-FILE.
           COPY POSTJRNL.
       FD  ACCTMAST-FILE.
           COPY ACCTMAST.
       FD  ACCTHIST-FILE.
           COPY ACCTHIST.
       FD  ACCTAUD-FILE.
           COPY ACCTAUD.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
           02  CKPT-CNT          PIC 9(04).
           02                    PIC X(01).
           02  CKPT-STATUS       PIC X(01).
           02                    PIC X(01).
           02  CKPT-SSSUM        PIC 9(05).
           02                    PIC X(01).
           02  CKPT-AMTSUM       PIC 9(09)V9(02).
           02                    PIC X(01).
           02  CKPT-RCYCNT       PIC 9(05).
           02                    PIC X(01).
           02  CKPT-READCNT      PIC 9(05).
           02                    PIC X(01).
           02  CKPT-HLDCNT       PIC 9(05).
           02                    PIC X(01).
           02  CKPT-RUN-ID       PIC X(12).
           02                    PIC X(01).
           02  CKPT-PHASE        PIC X(01).
           02                    PIC X(01).
           02  CKPT-DISP         PIC X(01).
       FD  CKPTWORK-FILE.
       01  CKPTWORK-REC          PIC X(80).
       FD  HOLDQ-FILE.
           COPY HOLDREC.
       FD  HOLDWORK-FILE.
       01  HOLDWORK-REC          PIC X(250).
       FD  RECYCLE-FILE.
           COPY RECYCREC.
       FD  RECWORK-FILE.
       01  RECWORK-REC           PIC X(160).
       FD  PRINT-FILE.
       01  PRINT-REC             PIC X(132).
      *
       WORKING-STORAGE       SECTION.
       01  WS-RUNMAST-FILE-STATUS PIC X(02).
       01  WS-LOCK-FILE-STATUS   PIC X(02).
       01  WS-JRN-FILE-STATUS    PIC X(02).
       01  WS-ACCT-FILE-STATUS   PIC X(02).
       01  WS-AHST-FILE-STATUS   PIC X(02).
       01  WS-AUD-FILE-STATUS    PIC X(02).
       01  WS-CKPT-FILE-STATUS   PIC X(02).
       01  WS-CKW-FILE-STATUS    PIC X(02).
       01  WS-HLD-FILE-STATUS    PIC X(02).
       01  WS-HLW-FILE-STATUS    PIC X(02).
       01  WS-RCY-FILE-STATUS    PIC X(02).
       01  WS-RCW-FILE-STATUS    PIC X(02).
       01  WS-AHST-OPEN-SW       PIC X(01) VALUE "N".
           88  ACCTHIST-FILE-OPEN    VALUE "Y".
           88  ACCTHIST-FILE-SHUT    VALUE "N".
       01  WS-AHST-EOF-SW        PIC X(01) VALUE "N".
           88  AHST-EOF              VALUE "Y".
           88  AHST-NOT-EOF          VALUE "N".
       01  WS-RBK-RUN-ID         PIC X(12) VALUE SPACE.
       01  WS-LOCK-HELD-SW       PIC X(01) VALUE "N".
           88  LOCK-HELD             VALUE "Y".
           88  LOCK-NOT-TAKEN        VALUE "N".
       01  WS-JRN-EOF-SW         PIC X(01) VALUE "N".
           88  JRN-EOF               VALUE "Y".
           88  JRN-NOT-EOF           VALUE "N".
       01  WS-REFUSE-SW          PIC X(01) VALUE "N".
           88  ROLLBACK-REFUSED      VALUE "Y".
           88  ROLLBACK-ALLOWED      VALUE "N".
       01  WS-ACCT-HIT-SW        PIC X(01) VALUE "N".
           88  ACCT-HIT              VALUE "Y".
           88  ACCT-NO-HIT           VALUE "N".
       01  WS-ACCT-CNT           PIC 9(04) VALUE 0.
       01  WS-ACCT-IDX           PIC 9(04) VALUE 0.
       01  WS-ACCT-HIT-IDX       PIC 9(04) VALUE 0.
       01  WS-ACCT-TBL.
           02  WS-ACCT-ENTRY OCCURS 2000 TIMES.
               03  WS-AE-ACCOUNT     PIC X(10).
               03  WS-AE-BAL-BEFORE  PIC S9(09)V9(02).
               03  WS-AE-BAL-AFTER   PIC S9(09)V9(02).
               03  WS-AE-PRIOR-RUN   PIC X(12).
               03  WS-AE-STATUS-BEFORE PIC X(01).
               03  WS-AE-ROW-CNT     PIC 9(05).
       01  WS-LOOKUP-ACCOUNT     PIC X(10) VALUE SPACE.
       01  WS-POSTING-CNT        PIC 9(07) VALUE 0.
       01  WS-PRIOR-RBK-CNT      PIC 9(05) VALUE 0.
       01  WS-CONFLICT-CNT       PIC 9(05) VALUE 0.
       01  WS-RESTORED-CNT       PIC 9(05) VALUE 0.
       01  WS-HIST-MARK-CNT      PIC 9(07) VALUE 0.
       01  WS-CUR-BALANCE        PIC S9(09)V9(02) VALUE 0.
       01  WS-CUR-STATUS         PIC X(01) VALUE SPACE.
       01  WS-STATUS-SW          PIC X(01) VALUE "N".
           88  STATUS-RESTORED       VALUE "Y".
           88  STATUS-UNCHANGED      VALUE "N".
       01  WS-OPERATOR           PIC X(08) VALUE "ROLLBACK".
       01  WS-AUD-ACTION         PIC X(10) VALUE "ROLLBACK".
       01  WS-AUD-IMAGE          PIC X(01) VALUE SPACE.
       01  WS-BEFORE-IMAGE       PIC X(60) VALUE SPACE.
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
       01  WS-NET-REVERSED       PIC S9(11)V9(02) VALUE 0.
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
       01  WS-DSP-CNT            PIC Z(4)9.
      *
      *****************************************************************
      * CHECKPOINT AND QUEUE SETTLEMENT - THE RUN'S OWN CHECKPOINT     *
      *                                   ROWS, AND THE HOLD AND       *
      *                                   RECYCLE ROWS IT POSTED,      *
      *                                   DECIDED, OR QUEUED           *
      *****************************************************************
       01  WS-CKPT-EOF-SW        PIC X(01) VALUE "N".
           88  CKPT-EOF              VALUE "Y".
           88  CKPT-NOT-EOF          VALUE "N".
       01  WS-QUEUE-EOF-SW       PIC X(01) VALUE "N".
           88  QUEUE-EOF             VALUE "Y".
           88  QUEUE-NOT-EOF         VALUE "N".
       01  WS-QUEUE-SW           PIC X(01) VALUE "N".
           88  QUEUES-INCOMPLETE     VALUE "Y".
           88  QUEUES-SETTLED        VALUE "N".
       01  WS-CKPT-ROW-CNT       PIC 9(05) VALUE 0.
       01  WS-CKPT-OWN-CNT       PIC 9(05) VALUE 0.
       01  WS-CKPT-OTHER-CNT     PIC 9(05) VALUE 0.
       01  WS-CKPT-LAST-RUN      PIC X(12) VALUE SPACE.
       01  WS-CKPT-RESULT        PIC X(10) VALUE "UNCHANGED".
       01  WS-HOLD-REOPEN-CNT    PIC 9(05) VALUE 0.
       01  WS-RCY-REOPEN-CNT     PIC 9(05) VALUE 0.
       01  WS-QUEUE-LIST-CNT     PIC 9(05) VALUE 0.
      *
      *****************************************************************
      * ROLLBACK REPORT LINE LAYOUTS                                   *
      *****************************************************************
       01  WS-RBK-HEADING.
           02  FILLER            PIC X(22) VALUE
               "ROLLBACK OF RUN".
           02  RH-RUN-ID         PIC X(12).
           02  FILLER            PIC X(06) VALUE "  ON ".
           02  RH-DATE           PIC 9(08).
           02  FILLER            PIC X(01) VALUE SPACE.
           02  RH-TIME           PIC X(08).
       01  WS-RBK-COL-HEADING.
           02  FILLER            PIC X(12) VALUE "ACCOUNT".
           02  FILLER            PIC X(07) VALUE " ROWS".
           02  FILLER            PIC X(17) VALUE "    BALANCE NOW".
           02  FILLER            PIC X(17) VALUE "   RESTORED TO".
           02  FILLER            PIC X(02) VALUE SPACE.
           02  FILLER            PIC X(14) VALUE "LAST RUN".
           02  FILLER            PIC X(40) VALUE "RESULT".
       01  WS-RBK-DETAIL.
           02  RD-ACCOUNT        PIC X(10).
           02  FILLER            PIC X(02) VALUE SPACE.
           02  RD-ROW-CNT        PIC Z(4)9.
           02  FILLER            PIC X(02) VALUE SPACE.
           02  RD-BAL-NOW        PIC -(11)9.9(02).
           02  FILLER            PIC X(02) VALUE SPACE.
           02  RD-BAL-RESTORED   PIC -(11)9.9(02).
           02  FILLER            PIC X(02) VALUE SPACE.
           02  RD-PRIOR-RUN      PIC X(12).
           02  FILLER            PIC X(02) VALUE SPACE.
           02  RD-RESULT         PIC X(40).
       01  WS-RBK-SUMMARY.
           02  FILLER            PIC X(10) VALUE "ACCOUNTS:".
           02  RS-ACCT-CNT       PIC Z(4)9.
           02  FILLER            PIC X(12) VALUE "  POSTINGS:".
           02  RS-POSTING-CNT    PIC Z(6)9.
           02  FILLER            PIC X(12) VALUE "  RESTORED:".
           02  RS-RESTORED-CNT   PIC Z(4)9.
           02  FILLER            PIC X(13) VALUE "  CONFLICTS:".
           02  RS-CONFLICT-CNT   PIC Z(4)9.
           02  FILLER            PIC X(16) VALUE "  NET REVERSED:".
           02  RS-NET-REVERSED   PIC -(11)9.9(02).
       01  WS-QUEUE-HEADING.
           02  FILLER            PIC X(10) VALUE "QUEUE".
           02  FILLER            PIC X(12) VALUE "ACCOUNT".
           02  FILLER            PIC X(06) VALUE "CODE".
           02  FILLER            PIC X(11) VALUE "AMOUNT".
           02  FILLER            PIC X(05) VALUE "WAS".
           02  FILLER            PIC X(05) VALUE "NOW".
           02  FILLER            PIC X(50) VALUE "RESULT".
       01  WS-QUEUE-DETAIL.
           02  QD-QUEUE          PIC X(08).
           02  FILLER            PIC X(02) VALUE SPACE.
           02  QD-ACCOUNT        PIC X(10).
           02  FILLER            PIC X(02) VALUE SPACE.
           02  QD-TRANCODE       PIC X(03).
           02  FILLER            PIC X(03) VALUE SPACE.
           02  QD-AMOUNT         PIC X(09).
           02  FILLER            PIC X(02) VALUE SPACE.
           02  QD-WAS            PIC X(01).
           02  FILLER            PIC X(04) VALUE SPACE.
           02  QD-NOW            PIC X(01).
           02  FILLER            PIC X(04) VALUE SPACE.
           02  QD-RESULT         PIC X(50).
       01  WS-QUEUE-SUMMARY.
           02  FILLER            PIC X(16) VALUE "HOLD REOPENED:".
           02  QS-HOLD-CNT       PIC Z(4)9.
           02  FILLER            PIC X(21) VALUE
               "  RECYCLE REOPENED:".
           02  QS-RCY-CNT        PIC Z(4)9.
           02  FILLER            PIC X(10) VALUE "  LISTED:".
           02  QS-LIST-CNT       PIC Z(4)9.
           02  FILLER            PIC X(14) VALUE "  CHECKPOINT:".
           02  QS-CKPT-RESULT    PIC X(10).
       01  WS-RBK-VERDICT.
           02  FILLER            PIC X(10) VALUE "VERDICT:".
           02  RV-TEXT           PIC X(60).
      *
       PROCEDURE             DIVISION.
      *****************************************************************
      * 0000-MAINLINE - CHECK EVERYTHING, THEN RESTORE EVERYTHING      *
      *****************************************************************
       0000-MAINLINE.
           ACCEPT WS-RBK-RUN-ID FROM ARGUMENT-VALUE.
           IF WS-RBK-RUN-ID = SPACE
               DISPLAY "USAGE: SUPPLY THE RUN ID TO ROLL BACK "
                   "(E.G. 20261015-002)"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           ACCEPT WS-RUN-DATE    FROM DATE YYYYMMDD.
           ACCEPT TIME-VARIABLES FROM TIME.
           MOVE   HH TO WS-TF-HH
           MOVE   MM TO WS-TF-MM
           MOVE   SS TO WS-TF-SS
           PERFORM 1000-CHECK-RUN-LOCK   THRU 1000-EXIT.
           IF ROLLBACK-REFUSED
               MOVE 16 TO RETURN-CODE
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           PERFORM 1100-CHECK-RUN-MASTER THRU 1100-EXIT.
           IF ROLLBACK-REFUSED
               MOVE 16 TO RETURN-CODE
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           PERFORM 1200-CHECK-CHECKPOINT THRU 1200-EXIT.
           IF ROLLBACK-REFUSED
               MOVE 16 TO RETURN-CODE
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           PERFORM 2000-COLLECT-RUN-POSTINGS THRU 2000-EXIT.
           IF ROLLBACK-REFUSED
               MOVE 16 TO RETURN-CODE
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           IF WS-ACCT-CNT = 0
               DISPLAY "NO POSTINGS JOURNALED FOR RUN " WS-RBK-RUN-ID
                   " - NOTHING TO ROLL BACK"
               MOVE 4 TO RETURN-CODE
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           IF WS-PRIOR-RBK-CNT > 0
               DISPLAY "RUN " WS-RBK-RUN-ID
                   " HAS ALREADY BEEN ROLLED BACK - REFUSED"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           OPEN I-O ACCTMAST-FILE.
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT FOUND OR UNREADABLE - "
                   "STATUS " WS-ACCT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-RBK-RUN-ID TO RH-RUN-ID.
           MOVE WS-RUN-DATE   TO RH-DATE.
           MOVE WS-TIME-FMT   TO RH-TIME.
           MOVE WS-RBK-HEADING TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-RBK-COL-HEADING TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM 3000-CHECK-LATER-POSTINGS THRU 3000-EXIT.
           MOVE 0 TO WS-ACCT-IDX.
           PERFORM 4000-VERIFY-ONE-ACCOUNT THRU 4000-EXIT
               UNTIL WS-ACCT-IDX >= WS-ACCT-CNT.
           IF ROLLBACK-ALLOWED
               PERFORM 5000-APPLY-ROLLBACK THRU 5000-EXIT
           END-IF.
           IF ROLLBACK-ALLOWED
               PERFORM 5300-SETTLE-RUN-QUEUES THRU 5300-EXIT
           END-IF.
           CLOSE ACCTMAST-FILE.
           PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
           CLOSE PRINT-FILE.
           IF ROLLBACK-REFUSED
               MOVE 16 TO RETURN-CODE
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           IF QUEUES-INCOMPLETE
               MOVE 4 TO RETURN-CODE
           END-IF.
       9999-PROGRAM-EXIT.
           IF LOCK-HELD
               PERFORM 8600-RELEASE-RUN-LOCK THRU 8600-EXIT
           END-IF.
           STOP RUN.
      *
      *****************************************************************
      * 1000-CHECK-RUN-LOCK - A HELD LOCK BELONGING TO ANY OTHER RUN   *
      *                       MEANS BATCH-COMPUTING IS POSTING NOW.    *
      *                       A LOCK LEFT BY THE RUN BEING ROLLED      *
      *                       BACK IS THE ABORT ITSELF AND IS ALLOWED. *
      *                       A FREE OR ALLOWED LOCK IS THEN TAKEN FOR *
      *                       THE ROLLBACK, SO NO RUN CAN START WHILE  *
      *                       THE MASTER, QUEUES, AND CHECKPOINT ARE   *
      *                       BEING PUT BACK                           *
      *****************************************************************
       1000-CHECK-RUN-LOCK.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-FILE-STATUS = "35"
               PERFORM 1015-WRITE-RUN-LOCK THRU 1015-EXIT
               GO TO 1000-EXIT
           END-IF.
           IF WS-LOCK-FILE-STATUS NOT = "00"
               DISPLAY "RUN LOCK UNREADABLE - STATUS "
                   WS-LOCK-FILE-STATUS " - ROLLBACK REFUSED"
               SET ROLLBACK-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF.
           READ LOCK-FILE
               AT END
                   MOVE SPACE TO LOCK-REC
           END-READ.
           CLOSE LOCK-FILE.
           IF LOCK-REC = SPACE OR LCK-RUN-ID = WS-RBK-RUN-ID
               PERFORM 1015-WRITE-RUN-LOCK THRU 1015-EXIT
               GO TO 1000-EXIT
           END-IF.
           DISPLAY "RUN IN PROGRESS - LOCK HELD BY " LCK-RUN-ID
               " SINCE " LCK-TIME " - ROLLBACK REFUSED".
           SET ROLLBACK-REFUSED TO TRUE.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1015-WRITE-RUN-LOCK - STAMP THE ROLLBACK'S START ON THE LOCK,  *
      *                       CARRYING THE ID OF THE RUN BEING ROLLED  *
      *                       BACK, THE SAME LAYOUT BATCH-COMPUTING    *
      *                       WRITES; A LOCK THAT CANNOT BE WRITTEN    *
      *                       REFUSES THE ROLLBACK                     *
      *****************************************************************
       1015-WRITE-RUN-LOCK.
           OPEN OUTPUT LOCK-FILE.
           IF WS-LOCK-FILE-STATUS NOT = "00"
               DISPLAY "RUN LOCK NOT WRITABLE - STATUS "
                   WS-LOCK-FILE-STATUS " - ROLLBACK REFUSED"
               SET ROLLBACK-REFUSED TO TRUE
               GO TO 1015-EXIT
           END-IF.
           MOVE  SPACE         TO LOCK-REC
           MOVE  WS-RUN-DATE   TO LCK-DATE
           MOVE  WS-TIME-FMT   TO LCK-TIME
           MOVE  WS-RBK-RUN-ID TO LCK-RUN-ID
           WRITE LOCK-REC.
           CLOSE LOCK-FILE.
           SET   LOCK-HELD TO TRUE.
       1015-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1100-CHECK-RUN-MASTER - ONLY A REJECTED RUN, OR ONE THAT NEVER *
      *                         REACHED ITS RUN-MASTER SUMMARY, MAY    *
      *                         BE ROLLED BACK.  NO RUN-MASTER AT ALL  *
      *                         IS THE SECOND CASE; ONE THAT CANNOT BE *
      *                         READ MIGHT HIDE A SUCCESS OR WARNING   *
      *                         RUN AND REFUSES THE ROLLBACK           *
      *****************************************************************
       1100-CHECK-RUN-MASTER.
           OPEN INPUT RUNMAST-FILE.
           IF WS-RUNMAST-FILE-STATUS = "35"
               DISPLAY "NO RUN-MASTER ON FILE"
                   " - RUN TREATED AS ABORTED BEFORE ITS SUMMARY"
               GO TO 1100-EXIT
           END-IF.
           IF WS-RUNMAST-FILE-STATUS NOT = "00"
               DISPLAY "RUN-MASTER NOT READABLE - STATUS "
                   WS-RUNMAST-FILE-STATUS " - ROLLBACK REFUSED"
               SET ROLLBACK-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF.
           MOVE WS-RBK-RUN-ID TO RM-RUN-ID.
           READ RUNMAST-FILE
               INVALID KEY
                   MOVE SPACE TO RM-STATUS
           END-READ.
           CLOSE RUNMAST-FILE.
           IF WS-RUNMAST-FILE-STATUS NOT = "00"
                   AND WS-RUNMAST-FILE-STATUS NOT = "23"
               DISPLAY "RUN-MASTER NOT READABLE - STATUS "
                   WS-RUNMAST-FILE-STATUS " - ROLLBACK REFUSED"
               SET ROLLBACK-REFUSED TO TRUE
               GO TO 1100-EXIT
           END-IF.
           IF RM-STATUS = SPACE OR RM-STATUS = "REJECTED"
               GO TO 1100-EXIT
           END-IF.
           DISPLAY "RUN " WS-RBK-RUN-ID " ENDED " RM-STATUS
               " - ONLY AN ABORTED RUN CAN BE ROLLED BACK".
           SET ROLLBACK-REFUSED TO TRUE.
       1100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1200-CHECK-CHECKPOINT - A RESTART POSITION LEFT BY THE RUN     *
      *                         MUST GO WITH ITS POSTINGS, OR THE NEXT *
      *                         BATCH-COMPUTING RUN WOULD SKIP THE     *
      *                         INPUT THE ROLLBACK HAS JUST UNPOSTED.  *
      *                         THE RUN'S ROWS CAN ONLY BE TAKEN OFF   *
      *                         WHEN THEY ARE THE LAST ON FILE; A      *
      *                         LATER ATTEMPT THAT CARRIED THEM ON, OR *
      *                         A POSITION WITH NO RUN ID ON IT, MAY   *
      *                         HOLD THE RUN'S PROGRESS AND REFUSES    *
      *                         THE ROLLBACK.  ANOTHER RUN'S           *
      *                         CHECKPOINT IS LEFT ALONE               *
      *****************************************************************
       1200-CHECK-CHECKPOINT.
           MOVE 0     TO WS-CKPT-ROW-CNT.
           MOVE 0     TO WS-CKPT-OWN-CNT.
           MOVE 0     TO WS-CKPT-OTHER-CNT.
           MOVE SPACE TO WS-CKPT-LAST-RUN.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-FILE-STATUS = "35"
               GO TO 1200-EXIT
           END-IF.
           IF WS-CKPT-FILE-STATUS NOT = "00"
               DISPLAY "CHECKPOINT UNREADABLE - STATUS "
                   WS-CKPT-FILE-STATUS " - ROLLBACK REFUSED"
               SET ROLLBACK-REFUSED TO TRUE
               GO TO 1200-EXIT
           END-IF.
           SET  CKPT-NOT-EOF TO TRUE.
           PERFORM 1210-READ-CHECKPOINT-ROW THRU 1210-EXIT
               UNTIL CKPT-EOF.
           CLOSE CHECKPOINT-FILE.
           IF WS-CKPT-ROW-CNT = 0
               GO TO 1200-EXIT
           END-IF.
           IF WS-CKPT-LAST-RUN = SPACE
               DISPLAY "CHECKPOINT HOLDS A RESTART POSITION WITH NO "
                   "RUN ID - ROLLBACK REFUSED"
               SET ROLLBACK-REFUSED TO TRUE
               GO TO 1200-EXIT
           END-IF.
           IF WS-CKPT-LAST-RUN = WS-RBK-RUN-ID
               GO TO 1200-EXIT
           END-IF.
           IF WS-CKPT-OWN-CNT > 0
               DISPLAY "CHECKPOINT CARRIED ON BY RUN " WS-CKPT-LAST-RUN
                   " - ROLL THAT RUN BACK FIRST - ROLLBACK REFUSED"
               SET ROLLBACK-REFUSED TO TRUE
               GO TO 1200-EXIT
           END-IF.
           DISPLAY "CHECKPOINT BELONGS TO RUN " WS-CKPT-LAST-RUN
               " - LEFT AS IT IS".
       1200-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1210-READ-CHECKPOINT-ROW - ONE COMMITTED CHECKPOINT ROW,       *
      *                            COUNTED AS THE RUN'S OR ANOTHER'S   *
      *****************************************************************
       1210-READ-CHECKPOINT-ROW.
           READ CHECKPOINT-FILE
               AT END
                   SET CKPT-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           IF CKPT-STATUS NOT = "C"
               GO TO 1210-EXIT
           END-IF.
           ADD  1 TO WS-CKPT-ROW-CNT.
           MOVE CKPT-RUN-ID TO WS-CKPT-LAST-RUN.
           IF CKPT-RUN-ID = WS-RBK-RUN-ID
               ADD 1 TO WS-CKPT-OWN-CNT
           ELSE
               ADD 1 TO WS-CKPT-OTHER-CNT
           END-IF.
       1210-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2000-COLLECT-RUN-POSTINGS - ONE PASS OVER THE JOURNAL GATHERS  *
      *                             THE RUN'S ACCOUNTS: THE BALANCE    *
      *                             LAST RUN ID, AND STATUS BEFORE     *
      *                             ITS FIRST POSTING, THE BALANCE     *
      *                             AFTER ITS                          *
      *                             LAST, AND ANY EARLIER ROLLBACK     *
      *****************************************************************
       2000-COLLECT-RUN-POSTINGS.
           MOVE 0 TO WS-ACCT-CNT.
           SET  JRN-NOT-EOF TO TRUE.
           OPEN INPUT POSTJRNL-FILE.
           IF WS-JRN-FILE-STATUS NOT = "00"
               DISPLAY "POSTING JOURNAL NOT FOUND OR UNREADABLE - "
                   "STATUS " WS-JRN-FILE-STATUS
               SET ROLLBACK-REFUSED TO TRUE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-READ-RUN-POSTING THRU 2100-EXIT
               UNTIL JRN-EOF OR ROLLBACK-REFUSED.
           CLOSE POSTJRNL-FILE.
       2000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2100-READ-RUN-POSTING - ONE JOURNAL ROW; ONLY THE RUN'S OWN    *
      *                         ROWS ARE KEPT                          *
      *****************************************************************
       2100-READ-RUN-POSTING.
           READ POSTJRNL-FILE
               AT END
                   SET JRN-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF PJ-RUN-ID NOT = WS-RBK-RUN-ID
               GO TO 2100-EXIT
           END-IF.
           IF PJ-ROLLBACK
               ADD 1 TO WS-PRIOR-RBK-CNT
               GO TO 2100-EXIT
           END-IF.
           ADD  1 TO WS-POSTING-CNT.
           MOVE PJ-ACCOUNT TO WS-LOOKUP-ACCOUNT.
           PERFORM 2200-FIND-ACCOUNT THRU 2200-EXIT.
           IF ACCT-HIT
               MOVE PJ-BAL-AFTER TO WS-AE-BAL-AFTER(WS-ACCT-HIT-IDX)
               ADD  1            TO WS-AE-ROW-CNT(WS-ACCT-HIT-IDX)
               GO TO 2100-EXIT
           END-IF.
           IF WS-ACCT-CNT >= 2000
               DISPLAY "ROLLBACK ACCOUNT TABLE FULL AT " PJ-ACCOUNT
                   " - ROLLBACK REFUSED"
               SET ROLLBACK-REFUSED TO TRUE
               GO TO 2100-EXIT
           END-IF.
           ADD  1 TO WS-ACCT-CNT.
           MOVE PJ-ACCOUNT      TO WS-AE-ACCOUNT(WS-ACCT-CNT).
           MOVE PJ-BAL-BEFORE   TO WS-AE-BAL-BEFORE(WS-ACCT-CNT).
           MOVE PJ-BAL-AFTER    TO WS-AE-BAL-AFTER(WS-ACCT-CNT).
           MOVE PJ-PRIOR-RUN-ID TO WS-AE-PRIOR-RUN(WS-ACCT-CNT).
           MOVE PJ-STATUS-BEFORE TO WS-AE-STATUS-BEFORE(WS-ACCT-CNT).
           MOVE 1               TO WS-AE-ROW-CNT(WS-ACCT-CNT).
       2100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2200-FIND-ACCOUNT - WS-LOOKUP-ACCOUNT IN THE TABLE             *
      *****************************************************************
       2200-FIND-ACCOUNT.
           SET  ACCT-NO-HIT TO TRUE.
           MOVE 0 TO WS-ACCT-IDX.
           PERFORM 2250-MATCH-ACCOUNT THRU 2250-EXIT
               UNTIL ACCT-HIT OR WS-ACCT-IDX >= WS-ACCT-CNT.
       2200-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2250-MATCH-ACCOUNT - ONE TABLE ENTRY AGAINST THE LOOKUP        *
      *****************************************************************
       2250-MATCH-ACCOUNT.
           ADD 1 TO WS-ACCT-IDX.
           IF WS-AE-ACCOUNT(WS-ACCT-IDX) = WS-LOOKUP-ACCOUNT
               SET  ACCT-HIT TO TRUE
               MOVE WS-ACCT-IDX TO WS-ACCT-HIT-IDX
           END-IF.
       2250-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3000-CHECK-LATER-POSTINGS - A SECOND PASS OVER THE JOURNAL FOR *
      *                             ANY POSTING BY A LATER RUN (RUN    *
      *                             IDS SORT BY DATE AND SEQUENCE)     *
      *                             AGAINST ONE OF THE RUN'S ACCOUNTS  *
      *****************************************************************
       3000-CHECK-LATER-POSTINGS.
           SET  JRN-NOT-EOF TO TRUE.
           OPEN INPUT POSTJRNL-FILE.
           PERFORM 3100-CHECK-ONE-POSTING THRU 3100-EXIT
               UNTIL JRN-EOF.
           CLOSE POSTJRNL-FILE.
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3100-CHECK-ONE-POSTING - ONE LATER-RUN ROW AGAINST THE TABLE   *
      *****************************************************************
       3100-CHECK-ONE-POSTING.
           READ POSTJRNL-FILE
               AT END
                   SET JRN-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF PJ-RUN-ID NOT > WS-RBK-RUN-ID OR NOT PJ-POSTING
               GO TO 3100-EXIT
           END-IF.
           MOVE PJ-ACCOUNT TO WS-LOOKUP-ACCOUNT.
           PERFORM 2200-FIND-ACCOUNT THRU 2200-EXIT.
           IF ACCT-NO-HIT
               GO TO 3100-EXIT
           END-IF.
           ADD  1 TO WS-CONFLICT-CNT.
           SET  ROLLBACK-REFUSED TO TRUE.
           MOVE SPACE       TO WS-RBK-DETAIL.
           MOVE PJ-ACCOUNT  TO RD-ACCOUNT.
           MOVE PJ-BAL-AFTER TO RD-BAL-NOW.
           MOVE WS-AE-BAL-BEFORE(WS-ACCT-HIT-IDX) TO RD-BAL-RESTORED.
           MOVE PJ-RUN-ID   TO RD-PRIOR-RUN.
           MOVE "POSTED AGAIN BY THIS LATER RUN" TO RD-RESULT.
           MOVE WS-RBK-DETAIL TO PRINT-REC.
           WRITE PRINT-REC.
       3100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 4000-VERIFY-ONE-ACCOUNT - THE MASTER RECORD MUST STILL SHOW    *
      *                           THE RUN AS ITS LAST UPDATE AND THE   *
      *                           BALANCE THE RUN LEFT BEHIND          *
      *****************************************************************
       4000-VERIFY-ONE-ACCOUNT.
           ADD  1 TO WS-ACCT-IDX.
           MOVE WS-AE-ACCOUNT(WS-ACCT-IDX) TO AM-ACCT-NO.
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE SPACE TO AM-LAST-RUN-ID
                   MOVE 0     TO AM-BALANCE
                   MOVE "ACCOUNT NO LONGER ON MASTER FILE"
                       TO RD-RESULT
                   GO TO 4000-REFUSE
           END-READ.
           IF AM-LAST-RUN-ID NOT = WS-RBK-RUN-ID
               MOVE "MASTER LAST UPDATED BY ANOTHER RUN" TO RD-RESULT
               GO TO 4000-REFUSE
           END-IF.
           IF AM-BALANCE NOT = WS-AE-BAL-AFTER(WS-ACCT-IDX)
               MOVE "BALANCE CHANGED SINCE THE RUN POSTED"
                   TO RD-RESULT
               GO TO 4000-REFUSE
           END-IF.
           GO TO 4000-EXIT.
       4000-REFUSE.
           ADD  1 TO WS-CONFLICT-CNT.
           SET  ROLLBACK-REFUSED TO TRUE.
           MOVE WS-AE-ACCOUNT(WS-ACCT-IDX)    TO RD-ACCOUNT.
           MOVE WS-AE-ROW-CNT(WS-ACCT-IDX)    TO RD-ROW-CNT.
           MOVE AM-BALANCE                    TO RD-BAL-NOW.
           MOVE WS-AE-BAL-BEFORE(WS-ACCT-IDX) TO RD-BAL-RESTORED.
           MOVE AM-LAST-RUN-ID                TO RD-PRIOR-RUN.
           MOVE WS-RBK-DETAIL TO PRINT-REC.
           WRITE PRINT-REC.
       4000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5000-APPLY-ROLLBACK - EVERY ACCOUNT PASSED, SO RESTORE EACH    *
      *                       ONE AND JOURNAL THE ROLLBACK.  THE       *
      *                       ACCOUNT HISTORY IS MARKED WHEN IT CAN    *
      *                       BE OPENED; THE JOURNAL, NOT THE HISTORY, *
      *                       IS THE ROLLBACK'S RECORD                 *
      *****************************************************************
       5000-APPLY-ROLLBACK.
           OPEN EXTEND POSTJRNL-FILE.
           IF WS-JRN-FILE-STATUS NOT = "00"
               DISPLAY "POSTING JOURNAL NOT WRITABLE - STATUS "
                   WS-JRN-FILE-STATUS " - ROLLBACK REFUSED"
               SET ROLLBACK-REFUSED TO TRUE
               GO TO 5000-EXIT
           END-IF.
           OPEN EXTEND ACCTAUD-FILE.
           IF WS-AUD-FILE-STATUS = "35"
               OPEN OUTPUT ACCTAUD-FILE
           END-IF.
           IF WS-AUD-FILE-STATUS NOT = "00"
               DISPLAY "ACCOUNT AUDIT FILE UNAVAILABLE - STATUS "
                   WS-AUD-FILE-STATUS " - ROLLBACK REFUSED"
               CLOSE POSTJRNL-FILE
               SET ROLLBACK-REFUSED TO TRUE
               GO TO 5000-EXIT
           END-IF.
           SET  ACCTHIST-FILE-SHUT TO TRUE.
           OPEN I-O ACCTHIST-FILE.
           IF WS-AHST-FILE-STATUS = "00"
               SET  ACCTHIST-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "ACCOUNT HISTORY NOT MARKED - STATUS "
                   WS-AHST-FILE-STATUS
           END-IF.
           MOVE 0 TO WS-ACCT-IDX.
           PERFORM 5100-RESTORE-ONE-ACCOUNT THRU 5100-EXIT
               UNTIL WS-ACCT-IDX >= WS-ACCT-CNT.
           CLOSE POSTJRNL-FILE.
           CLOSE ACCTAUD-FILE.
           IF ACCTHIST-FILE-OPEN
               CLOSE ACCTHIST-FILE
               SET   ACCTHIST-FILE-SHUT TO TRUE
           END-IF.
       5000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5100-RESTORE-ONE-ACCOUNT - PRE-RUN BALANCE, LAST RUN ID, AND   *
      *                            STATUS (WHEN THE JOURNAL CARRIES    *
      *                            IT) BACK ON THE MASTER, A BEFORE/   *
      *                            AFTER PAIR ON THE CHANGE LOG WHEN   *
      *                            THE STATUS MOVES, ONE R ROW ON      *
      *                            THE JOURNAL, AND THE RUN'S HISTORY  *
      *                            ROWS FOR THE ACCOUNT MARKED         *
      *****************************************************************
       5100-RESTORE-ONE-ACCOUNT.
           ADD  1 TO WS-ACCT-IDX.
           MOVE SPACE TO WS-RBK-DETAIL.
           MOVE WS-AE-ACCOUNT(WS-ACCT-IDX)    TO RD-ACCOUNT.
           MOVE WS-AE-ROW-CNT(WS-ACCT-IDX)    TO RD-ROW-CNT.
           MOVE WS-AE-BAL-BEFORE(WS-ACCT-IDX) TO RD-BAL-RESTORED.
           MOVE WS-AE-PRIOR-RUN(WS-ACCT-IDX)  TO RD-PRIOR-RUN.
           MOVE WS-AE-ACCOUNT(WS-ACCT-IDX)    TO AM-ACCT-NO.
           READ ACCTMAST-FILE
               INVALID KEY
                   MOVE "NOT RESTORED - READ FAILED" TO RD-RESULT
                   GO TO 5100-PRINT
           END-READ.
           MOVE AM-BALANCE TO WS-CUR-BALANCE.
           MOVE AM-BALANCE TO RD-BAL-NOW.
           MOVE AM-STATUS  TO WS-CUR-STATUS.
           PERFORM 6500-BUILD-ENTRY-IMAGE THRU 6500-EXIT.
           MOVE WS-ENTRY-IMAGE TO WS-BEFORE-IMAGE.
           SET  STATUS-UNCHANGED TO TRUE.
           IF WS-AE-STATUS-BEFORE(WS-ACCT-IDX) NOT = SPACE
                   AND WS-AE-STATUS-BEFORE(WS-ACCT-IDX)
                       NOT = AM-STATUS
               MOVE WS-AE-STATUS-BEFORE(WS-ACCT-IDX) TO AM-STATUS
               SET  STATUS-RESTORED TO TRUE
           END-IF.
           MOVE WS-AE-BAL-BEFORE(WS-ACCT-IDX) TO AM-BALANCE.
           MOVE WS-AE-PRIOR-RUN(WS-ACCT-IDX)  TO AM-LAST-RUN-ID.
           REWRITE ACCTMAST-REC
               INVALID KEY
                   MOVE "NOT RESTORED - REWRITE FAILED" TO RD-RESULT
                   GO TO 5100-PRINT
           END-REWRITE.
           ADD  1 TO WS-RESTORED-CNT.
           COMPUTE WS-NET-REVERSED =
               WS-NET-REVERSED + WS-CUR-BALANCE - AM-BALANCE.
           MOVE "RESTORED" TO RD-RESULT.
           IF STATUS-RESTORED
               MOVE "RESTORED, STATUS PUT BACK" TO RD-RESULT
               PERFORM 5150-LOG-STATUS-RESTORE THRU 5150-EXIT
           END-IF.
           MOVE SPACE                TO POSTJRNL-REC
           MOVE WS-RBK-RUN-ID        TO PJ-RUN-ID
           SET  PJ-ROLLBACK          TO TRUE
           MOVE AM-ACCT-NO           TO PJ-ACCOUNT
           MOVE 0                    TO PJ-AMOUNT
           MOVE WS-CUR-BALANCE       TO PJ-BAL-BEFORE
           MOVE AM-BALANCE           TO PJ-BAL-AFTER
           MOVE AM-LAST-RUN-ID       TO PJ-PRIOR-RUN-ID
           MOVE WS-RUN-DATE          TO PJ-POST-DATE
           MOVE WS-TIME-FMT          TO PJ-POST-TIME
           MOVE WS-CUR-STATUS        TO PJ-STATUS-BEFORE
           WRITE POSTJRNL-REC.
           IF ACCTHIST-FILE-OPEN
               PERFORM 5200-MARK-ACCOUNT-HISTORY THRU 5200-EXIT
           END-IF.
       5100-PRINT.
           MOVE WS-RBK-DETAIL TO PRINT-REC.
           WRITE PRINT-REC.
       5100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5150-LOG-STATUS-RESTORE - THE BEFORE AND AFTER IMAGES OF AN    *
      *                           ACCOUNT WHOSE PRE-RUN STATUS HAS     *
      *                           JUST BEEN PUT BACK                   *
      *****************************************************************
       5150-LOG-STATUS-RESTORE.
           MOVE WS-BEFORE-IMAGE TO WS-ENTRY-IMAGE.
           MOVE "B" TO WS-AUD-IMAGE.
           PERFORM 6600-WRITE-AUDIT-ROW THRU 6600-EXIT.
           PERFORM 6500-BUILD-ENTRY-IMAGE THRU 6500-EXIT.
           MOVE "A" TO WS-AUD-IMAGE.
           PERFORM 6600-WRITE-AUDIT-ROW THRU 6600-EXIT.
           DISPLAY "ACCOUNT " AM-ACCT-NO " STATUS PUT BACK TO "
               AM-STATUS.
       5150-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5200-MARK-ACCOUNT-HISTORY - POSITION ON THE ACCOUNT'S FIRST    *
      *                             HISTORY ROW FOR THE RUN            *
      *****************************************************************
       5200-MARK-ACCOUNT-HISTORY.
           MOVE AM-ACCT-NO    TO AH-ACCOUNT.
           MOVE WS-RBK-RUN-ID TO AH-RUN-ID.
           MOVE 0             TO AH-SEQ.
           SET  AHST-NOT-EOF  TO TRUE.
           START ACCTHIST-FILE KEY NOT < AH-KEY
               INVALID KEY
                   SET AHST-EOF TO TRUE
           END-START.
           PERFORM 5250-MARK-ONE-HISTORY-ROW THRU 5250-EXIT
               UNTIL AHST-EOF.
       5200-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5250-MARK-ONE-HISTORY-ROW - ONE ROW IN KEY ORDER, UNTIL THE    *
      *                             ACCOUNT OR THE RUN CHANGES         *
      *****************************************************************
       5250-MARK-ONE-HISTORY-ROW.
           READ ACCTHIST-FILE NEXT RECORD
               AT END
                   SET AHST-EOF TO TRUE
                   GO TO 5250-EXIT
           END-READ.
           IF AH-ACCOUNT NOT = AM-ACCT-NO
                   OR AH-RUN-ID NOT = WS-RBK-RUN-ID
               SET AHST-EOF TO TRUE
               GO TO 5250-EXIT
           END-IF.
           SET  AH-ROLLED-BACK TO TRUE.
           REWRITE ACCTHIST-REC
               INVALID KEY
                   DISPLAY "ACCOUNT HISTORY NOT MARKED FOR "
                       AH-ACCOUNT " - STATUS " WS-AHST-FILE-STATUS
                   GO TO 5250-EXIT
           END-REWRITE.
           ADD  1 TO WS-HIST-MARK-CNT.
       5250-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5300-SETTLE-RUN-QUEUES - WITH EVERY ACCOUNT BACK, TAKE THE     *
      *                          RUN'S ROWS OFF THE CHECKPOINT AND     *
      *                          REOPEN THE HOLD AND RECYCLE ROWS IT   *
      *                          POSTED.  AFTER A PARTIAL RESTORE      *
      *                          THEY ARE LEFT FOR THE OPERATOR        *
      *****************************************************************
       5300-SETTLE-RUN-QUEUES.
           IF WS-RESTORED-CNT NOT = WS-ACCT-CNT
               DISPLAY "ROLLBACK INCOMPLETE - CHECKPOINT AND QUEUES "
                   "LEFT AS THEY ARE"
               SET QUEUES-INCOMPLETE TO TRUE
               GO TO 5300-EXIT
           END-IF.
           MOVE WS-QUEUE-HEADING TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM 5350-RELEASE-CHECKPOINT THRU 5350-EXIT.
           PERFORM 5400-REOPEN-HOLD-ROWS   THRU 5400-EXIT.
           PERFORM 5500-REOPEN-RECYCLE-ROWS THRU 5500-EXIT.
       5300-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5350-RELEASE-CHECKPOINT - CLEAR THE CHECKPOINT WHEN ONLY THE   *
      *                           RUN IS ON IT; OTHERWISE COPY THE     *
      *                           EARLIER ATTEMPTS' ROWS THROUGH A     *
      *                           WORK FILE SO THE NEXT RUN RESUMES    *
      *                           WHERE THEY LEFT OFF                  *
      *****************************************************************
       5350-RELEASE-CHECKPOINT.
           IF WS-CKPT-OWN-CNT = 0
               GO TO 5350-EXIT
           END-IF.
           IF WS-CKPT-OTHER-CNT = 0
               OPEN  OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
               MOVE  "CLEARED" TO WS-CKPT-RESULT
               DISPLAY "CHECKPOINT CLEARED OF RUN " WS-RBK-RUN-ID
               GO TO 5350-EXIT
           END-IF.
           OPEN INPUT  CHECKPOINT-FILE.
           OPEN OUTPUT CKPTWORK-FILE.
           IF WS-CKPT-FILE-STATUS NOT = "00"
                   OR WS-CKW-FILE-STATUS NOT = "00"
               DISPLAY "CHECKPOINT NOT RELEASED - STATUS "
                   WS-CKPT-FILE-STATUS "/" WS-CKW-FILE-STATUS
               CLOSE CHECKPOINT-FILE
               CLOSE CKPTWORK-FILE
               MOVE  "NOT SET" TO WS-CKPT-RESULT
               SET   QUEUES-INCOMPLETE TO TRUE
               GO TO 5350-EXIT
           END-IF.
           SET  CKPT-NOT-EOF TO TRUE.
           PERFORM 5360-KEEP-OTHER-CKPT-ROW THRU 5360-EXIT
               UNTIL CKPT-EOF.
           CLOSE CHECKPOINT-FILE.
           CLOSE CKPTWORK-FILE.
           OPEN INPUT  CKPTWORK-FILE.
           OPEN OUTPUT CHECKPOINT-FILE.
           SET  CKPT-NOT-EOF TO TRUE.
           PERFORM 5370-COPY-BACK-CKPT-ROW THRU 5370-EXIT
               UNTIL CKPT-EOF.
           CLOSE CKPTWORK-FILE.
           CLOSE CHECKPOINT-FILE.
           MOVE "TRIMMED" TO WS-CKPT-RESULT.
           DISPLAY "CHECKPOINT ROWS OF RUN " WS-RBK-RUN-ID
               " REMOVED - EARLIER ATTEMPTS KEPT".
       5350-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5360-KEEP-OTHER-CKPT-ROW - ONE CHECKPOINT ROW TO THE WORK FILE *
      *                            UNLESS THE RUN WROTE IT             *
      *****************************************************************
       5360-KEEP-OTHER-CKPT-ROW.
           READ CHECKPOINT-FILE
               AT END
                   SET CKPT-EOF TO TRUE
                   GO TO 5360-EXIT
           END-READ.
           IF CKPT-RUN-ID = WS-RBK-RUN-ID
               GO TO 5360-EXIT
           END-IF.
           WRITE CKPTWORK-REC FROM CHECKPOINT-REC.
       5360-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5370-COPY-BACK-CKPT-ROW - ONE WORK-FILE ROW BACK TO THE LIVE   *
      *                           CHECKPOINT                           *
      *****************************************************************
       5370-COPY-BACK-CKPT-ROW.
           READ CKPTWORK-FILE
               AT END
                   SET CKPT-EOF TO TRUE
                   GO TO 5370-EXIT
           END-READ.
           WRITE CHECKPOINT-REC FROM CKPTWORK-REC.
       5370-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5400-REOPEN-HOLD-ROWS - THE HOLD QUEUE THROUGH A WORK FILE:    *
      *                         ROWS THE RUN POSTED GO BACK TO         *
      *                         APPROVED FOR THE NEXT RUN TO POST, AND *
      *                         ROWS IT REJECTED OR HELD ARE LISTED    *
      *****************************************************************
       5400-REOPEN-HOLD-ROWS.
           OPEN INPUT HOLDQ-FILE.
           IF WS-HLD-FILE-STATUS = "35"
               GO TO 5400-EXIT
           END-IF.
           OPEN OUTPUT HOLDWORK-FILE.
           IF WS-HLD-FILE-STATUS NOT = "00"
                   OR WS-HLW-FILE-STATUS NOT = "00"
               DISPLAY "HOLD QUEUE NOT REOPENED - STATUS "
                   WS-HLD-FILE-STATUS "/" WS-HLW-FILE-STATUS
               CLOSE HOLDQ-FILE
               CLOSE HOLDWORK-FILE
               SET   QUEUES-INCOMPLETE TO TRUE
               GO TO 5400-EXIT
           END-IF.
           SET  QUEUE-NOT-EOF TO TRUE.
           PERFORM 5410-REOPEN-ONE-HOLD-ROW THRU 5410-EXIT
               UNTIL QUEUE-EOF.
           CLOSE HOLDQ-FILE.
           CLOSE HOLDWORK-FILE.
           OPEN INPUT  HOLDWORK-FILE.
           OPEN OUTPUT HOLDQ-FILE.
           SET  QUEUE-NOT-EOF TO TRUE.
           PERFORM 5420-COPY-BACK-HOLD-ROW THRU 5420-EXIT
               UNTIL QUEUE-EOF.
           CLOSE HOLDWORK-FILE.
           CLOSE HOLDQ-FILE.
       5400-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5410-REOPEN-ONE-HOLD-ROW - ONE HOLD ROW: POSTED BY THE RUN (D) *
      *                            BACK TO APPROVED (A); REJECTED BY   *
      *                            THE RUN (J) OR HELD BY IT LISTED    *
      *                            AND CARRIED UNCHANGED               *
      *****************************************************************
       5410-REOPEN-ONE-HOLD-ROW.
           READ HOLDQ-FILE
               AT END
                   SET QUEUE-EOF TO TRUE
                   GO TO 5410-EXIT
           END-READ.
           MOVE SPACE       TO WS-QUEUE-DETAIL.
           MOVE "HOLD"      TO QD-QUEUE.
           MOVE HQ-ACCOUNT  TO QD-ACCOUNT.
           MOVE HQ-TRANCODE TO QD-TRANCODE.
           MOVE HQ-AMOUNT   TO QD-AMOUNT.
           MOVE HQ-STATUS   TO QD-WAS.
           IF HQ-RELEASED AND HQ-DISP-RUN-ID = WS-RBK-RUN-ID
               SET  HQ-APPROVED TO TRUE
               MOVE SPACE       TO HQ-DISP-RUN-ID
               ADD  1 TO WS-HOLD-REOPEN-CNT
               MOVE "REOPENED - APPROVED, POSTS ON THE NEXT RUN"
                   TO QD-RESULT
               GO TO 5410-LIST
           END-IF.
           IF HQ-DISP-RUN-ID = WS-RBK-RUN-ID
               MOVE "REJECTED BY THE RUN - LEFT AS IT IS"
                   TO QD-RESULT
               GO TO 5410-LIST
           END-IF.
           IF HQ-RUN-ID = WS-RBK-RUN-ID
               MOVE "HELD BY THE RUN - DECLINE IF REPOST HOLDS IT"
                   TO QD-RESULT
               GO TO 5410-LIST
           END-IF.
           GO TO 5410-WRITE.
       5410-LIST.
           MOVE HQ-STATUS TO QD-NOW.
           PERFORM 5600-PRINT-QUEUE-ROW THRU 5600-EXIT.
       5410-WRITE.
           WRITE HOLDWORK-REC FROM HOLD-REC.
       5410-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5420-COPY-BACK-HOLD-ROW - ONE WORK-FILE ROW BACK TO THE LIVE   *
      *                           HOLD QUEUE                           *
      *****************************************************************
       5420-COPY-BACK-HOLD-ROW.
           READ HOLDWORK-FILE
               AT END
                   SET QUEUE-EOF TO TRUE
                   GO TO 5420-EXIT
           END-READ.
           WRITE HOLD-REC FROM HOLDWORK-REC.
       5420-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5500-REOPEN-RECYCLE-ROWS - THE RECYCLE FILE THROUGH A WORK     *
      *                            FILE: ROWS THE RUN POSTED GO BACK   *
      *                            TO REPAIRED FOR THE NEXT RECYCLE    *
      *                            RUN TO POST, AND ROWS IT REJECTED   *
      *                            OR MOVED TO HOLD ARE LISTED         *
      *****************************************************************
       5500-REOPEN-RECYCLE-ROWS.
           OPEN INPUT RECYCLE-FILE.
           IF WS-RCY-FILE-STATUS = "35"
               GO TO 5500-EXIT
           END-IF.
           OPEN OUTPUT RECWORK-FILE.
           IF WS-RCY-FILE-STATUS NOT = "00"
                   OR WS-RCW-FILE-STATUS NOT = "00"
               DISPLAY "RECYCLE FILE NOT REOPENED - STATUS "
                   WS-RCY-FILE-STATUS "/" WS-RCW-FILE-STATUS
               CLOSE RECYCLE-FILE
               CLOSE RECWORK-FILE
               SET   QUEUES-INCOMPLETE TO TRUE
               GO TO 5500-EXIT
           END-IF.
           SET  QUEUE-NOT-EOF TO TRUE.
           PERFORM 5510-REOPEN-ONE-RECYCLE-ROW THRU 5510-EXIT
               UNTIL QUEUE-EOF.
           CLOSE RECYCLE-FILE.
           CLOSE RECWORK-FILE.
           OPEN INPUT  RECWORK-FILE.
           OPEN OUTPUT RECYCLE-FILE.
           SET  QUEUE-NOT-EOF TO TRUE.
           PERFORM 5520-COPY-BACK-RECYCLE-ROW THRU 5520-EXIT
               UNTIL QUEUE-EOF.
           CLOSE RECWORK-FILE.
           CLOSE RECYCLE-FILE.
       5500-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5510-REOPEN-ONE-RECYCLE-ROW - ONE RECYCLE ROW: POSTED BY THE   *
      *                               RUN (D) BACK TO REPAIRED (F);    *
      *                               REJECTED AGAIN (R) OR MOVED TO   *
      *                               HOLD (H) BY THE RUN, OR FIRST    *
      *                               REJECTED BY IT, LISTED AND       *
      *                               CARRIED UNCHANGED                *
      *****************************************************************
       5510-REOPEN-ONE-RECYCLE-ROW.
           READ RECYCLE-FILE
               AT END
                   SET QUEUE-EOF TO TRUE
                   GO TO 5510-EXIT
           END-READ.
           MOVE SPACE        TO WS-QUEUE-DETAIL.
           MOVE "RECYCLE"    TO QD-QUEUE.
           MOVE RCY-ACCOUNT  TO QD-ACCOUNT.
           MOVE RCY-TRANCODE TO QD-TRANCODE.
           MOVE RCY-AMOUNT   TO QD-AMOUNT.
           MOVE RCY-STATUS   TO QD-WAS.
           IF RCY-DONE AND RCY-DISP-RUN-ID = WS-RBK-RUN-ID
               SET  RCY-REPAIRED TO TRUE
               MOVE SPACE        TO RCY-DISP-RUN-ID
               ADD  1 TO WS-RCY-REOPEN-CNT
               MOVE "REOPENED - REPAIRED, POSTS ON NEXT RECYCLE RUN"
                   TO QD-RESULT
               GO TO 5510-LIST
           END-IF.
           IF RCY-HELD AND RCY-DISP-RUN-ID = WS-RBK-RUN-ID
               MOVE "MOVED TO HOLD BY THE RUN - LEFT AS IT IS"
                   TO QD-RESULT
               GO TO 5510-LIST
           END-IF.
           IF RCY-DISP-RUN-ID = WS-RBK-RUN-ID
               MOVE "REJECTED AGAIN BY THE RUN - LEFT AS IT IS"
                   TO QD-RESULT
               GO TO 5510-LIST
           END-IF.
           IF RCY-RUN-ID = WS-RBK-RUN-ID
               MOVE "REJECTED BY THE RUN - LEAVE IF REPOST REJECTS IT"
                   TO QD-RESULT
               GO TO 5510-LIST
           END-IF.
           GO TO 5510-WRITE.
       5510-LIST.
           MOVE RCY-STATUS TO QD-NOW.
           PERFORM 5600-PRINT-QUEUE-ROW THRU 5600-EXIT.
       5510-WRITE.
           WRITE RECWORK-REC FROM RECYCLE-REC.
       5510-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5520-COPY-BACK-RECYCLE-ROW - ONE WORK-FILE ROW BACK TO THE     *
      *                              LIVE RECYCLE FILE                 *
      *****************************************************************
       5520-COPY-BACK-RECYCLE-ROW.
           READ RECWORK-FILE
               AT END
                   SET QUEUE-EOF TO TRUE
                   GO TO 5520-EXIT
           END-READ.
           WRITE RECYCLE-REC FROM RECWORK-REC.
       5520-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5600-PRINT-QUEUE-ROW - ONE QUEUE ROW ON ROLLBACK.TXT           *
      *****************************************************************
       5600-PRINT-QUEUE-ROW.
           ADD  1 TO WS-QUEUE-LIST-CNT.
           MOVE WS-QUEUE-DETAIL TO PRINT-REC.
           WRITE PRINT-REC.
       5600-EXIT.
           EXIT.
      *
      *****************************************************************
      * 6000-WRITE-SUMMARY - COUNTS AND THE VERDICT, ON THE REPORT     *
      *                      AND THE CONSOLE                           *
      *****************************************************************
       6000-WRITE-SUMMARY.
           MOVE WS-ACCT-CNT     TO RS-ACCT-CNT.
           MOVE WS-POSTING-CNT  TO RS-POSTING-CNT.
           MOVE WS-RESTORED-CNT TO RS-RESTORED-CNT.
           MOVE WS-CONFLICT-CNT TO RS-CONFLICT-CNT.
           MOVE WS-NET-REVERSED TO RS-NET-REVERSED.
           MOVE WS-RBK-SUMMARY TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-HOLD-REOPEN-CNT TO QS-HOLD-CNT.
           MOVE WS-RCY-REOPEN-CNT  TO QS-RCY-CNT.
           MOVE WS-QUEUE-LIST-CNT  TO QS-LIST-CNT.
           MOVE WS-CKPT-RESULT     TO QS-CKPT-RESULT.
           MOVE WS-QUEUE-SUMMARY TO PRINT-REC.
           WRITE PRINT-REC.
           IF ROLLBACK-REFUSED
               MOVE "ROLLBACK REFUSED - NO ACCOUNT WAS CHANGED"
                   TO RV-TEXT
           ELSE
               IF WS-RESTORED-CNT = WS-ACCT-CNT
                   MOVE "ROLLBACK COMPLETE - PRE-RUN BALANCES BACK"
                       TO RV-TEXT
               ELSE
                   MOVE "ROLLBACK INCOMPLETE - SEE NOT RESTORED"
                       TO RV-TEXT
                   SET ROLLBACK-REFUSED TO TRUE
               END-IF
           END-IF.
           MOVE WS-RBK-VERDICT TO PRINT-REC.
           WRITE PRINT-REC.
           DISPLAY "RUN " WS-RBK-RUN-ID " " RV-TEXT.
           MOVE WS-RESTORED-CNT TO WS-DSP-CNT.
           DISPLAY "ACCOUNTS RESTORED: " WS-DSP-CNT.
           MOVE WS-HIST-MARK-CNT TO WS-DSP-CNT.
           DISPLAY "HISTORY ROWS MARKED ROLLED BACK: " WS-DSP-CNT.
           MOVE WS-HOLD-REOPEN-CNT TO WS-DSP-CNT.
           DISPLAY "HOLD ROWS REOPENED: " WS-DSP-CNT.
           MOVE WS-RCY-REOPEN-CNT TO WS-DSP-CNT.
           DISPLAY "RECYCLE ROWS REOPENED: " WS-DSP-CNT.
           MOVE WS-QUEUE-LIST-CNT TO WS-DSP-CNT.
           DISPLAY "QUEUE ROWS LISTED: " WS-DSP-CNT.
       6000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 6500-BUILD-ENTRY-IMAGE - THE MASTER RECORD IN PRINTABLE FORM   *
      *                          FOR THE AUDIT ROW (THE SAME LAYOUT    *
      *                          THE MAINTENANCE PROGRAM WRITES)       *
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
           MOVE   WS-RUN-DATE    TO AA-DATE
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
      * 8600-RELEASE-RUN-LOCK - AN EMPTY LOCK FILE MEANS FREE; ONLY    *
      *                         WHEN THIS ROLLBACK TOOK THE LOCK       *
      *****************************************************************
       8600-RELEASE-RUN-LOCK.
           OPEN  OUTPUT LOCK-FILE.
           CLOSE LOCK-FILE.
           SET   LOCK-NOT-TAKEN TO TRUE.
       8600-EXIT.
           EXIT.
