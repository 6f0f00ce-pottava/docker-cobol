      *                  BY BATCH-PERIOD-CLOSE (PERCTL.DAT) WITH WARNING   *
      *                  STATUS AND RETURN CODE 4 INSTEAD OF SILENTLY      *
      *                  ABSORBING IT                                      *
      * 2026-10-15 RO    JOURNAL EVERY ACCOUNT-MASTER BALANCE UPDATE TO    *
      *                  THE POSTING JOURNAL (POSTJRNL.DAT) WITH RUN ID,   *
      *                  ACCOUNT, CODE, AMOUNT, AND THE BALANCE BEFORE     *
      *                  AND AFTER, SO BATCH-ROLLBACK CAN RESTORE A        *
      *                  HALF-POSTED RUN'S PRE-RUN BALANCES                *
      * 2026-10-15 RO    SNAPSHOT EVERY ACCOUNT-MASTER BALANCE TO          *
      *                  ACCTSNAP.DAT WHEN THE MASTER IS OPENED FOR        *
      *                  POSTING AND AGAIN AS IT IS CLOSED, FOR THE        *
      *                  BATCH-TRIAL-BALANCE PROOF                         *
      * 2026-10-15 RO    DRIVE THE TRANSACTION-CODE EDIT, THE OVERDRAFT    *
      *                  CHECK, AND THE BALANCE SIGN FROM THE CODE         *
      *                  CONTROL TABLE (TRANCODE.DAT) INSTEAD OF FIXED     *
      *                  DEP/WDR/FEE/ADJ; AN INACTIVE CODE AND AN AMOUNT   *
      *                  OVER THE CODE'S MAXIMUM REJECT WITH THEIR OWN     *
      *                  REASONS                                           *
      * 2026-10-15 RO    APPEND A BALANCED DOUBLE-ENTRY GL JOURNAL         *
      *                  (GLJRNL.TXT), SUMMARIZED BY TRANSACTION CODE      *
      *                  AND MAPPED TO GL ACCOUNTS THROUGH GLMAP.DAT, FOR  *
      *                  EVERY RUN THAT POSTS; A JOURNAL THAT DOES NOT     *
      *                  BALANCE TO THE TRAILER AMOUNT IS NOT SENT AND     *
      *                  THE RUN IS FLAGGED WARNING ON AUDIT.LOG           *
      * 2026-10-15 RO    HOLD A VALID TRANSACTION OVER APP_HOLD_AMOUNT,    *
      *                  OR A WITHDRAWAL THAT TAKES ITS ACCOUNT OVER       *
      *                  APP_HOLD_WDR_COUNT OR APP_HOLD_WDR_TOTAL FOR THE  *
      *                  RUN, ON THE PENDING-APPROVAL QUEUE (HOLDQ.DAT)    *
      *                  INSTEAD OF POSTING IT; THE NEXT POSTING RUN       *
      *                  POSTS SUPERVISOR-APPROVED HOLDS AHEAD OF THE      *
      *                  RECYCLE FILE AND SENDS DECLINED ONES TO           *
      *                  REJECT.TXT.  HELD AND RELEASED COUNTS GO ON THE   *
      *                  AUDIT AND RUN-MASTER RECORDS                      *
      * 2026-10-15 RO    REJECT A DEBIT CODE (WDR, FEE) AGAINST A          *
      *                  DORMANT ACCOUNT WITH ITS OWN REASON; A POSTED     *
      *                  DEP RETURNS THE ACCOUNT TO OPEN, LOGGED WITH      *
      *                  BEFORE AND AFTER IMAGES ON ACCTAUD.TXT            *
      * 2026-10-15 RO    WRITE EVERY POSTED TRANSACTION TO THE KEYED       *
      *                  ACCOUNT HISTORY FILE WITH ITS SOURCE FEED,        *
      *                  RECYCLE FLAG, AND RESULTING BALANCE               *
      * 2026-10-15 RO    CARRY THE ACCOUNT'S PRE-POSTING STATUS ON THE     *
      *                  POSTING JOURNAL SO A ROLLBACK CAN UNDO A          *
      *                  REACTIVATION; A DUPLICATE HISTORY KEY IS NOW      *
      *                  REPORTED, NOT OVERWRITTEN                         *
      * 2026-10-15 RO    TAKE THE CUSTOMER-INITIATED TEST FOR HOLD LIMITS, *
      *                  THE WITHDRAWAL TALLY, AND REACTIVATION FROM THE   *
      *                  CODE TABLE'S NEW FLAG (STANDING VALUE WHEN A ROW  *
      *                  HAS NONE); CHECKPOINT EACH HOLD AND RECYCLE ROW'S *
      *                  NEW STATUS WITH THE RUN ID AND MARK A RESTART'S   *
      *                  PREFIX FROM IT, STAMPING THE DISPOSING RUN ON THE *
      *                  ROW                                               *
      * 2026-10-15 RO    LEAVE THE ACCOUNT MASTER UNOPENED FOR UPDATE WHEN *
      *                  THE ACCOUNT HISTORY CANNOT BE OPENED, AND REOPEN  *
      *                  THE HOLD QUEUE AND RECYCLE FILE AFTER A RESTART'S *
      *                  PREFIX THROUGH THEIR CHECKED OPENS                *
      *****************************************************************
      *
       ENVIRONMENT           DIVISION.
           SELECT RECWORK-FILE ASSIGN TO "recwork.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCW-FILE-STATUS.
           SELECT OPTIONAL HOLDQ-FILE ASSIGN TO "holdq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-FILE-STATUS.
           SELECT HOLDWORK-FILE ASSIGN TO "holdwork.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLW-FILE-STATUS.
           SELECT ACCTMAST-FILE ASSIGN TO "acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT POSTJRNL-FILE ASSIGN TO "postjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.
           SELECT ACCTHIST-FILE ASSIGN TO "accthist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-AHST-FILE-STATUS.
           SELECT ACCTAUD-FILE ASSIGN TO "acctaud.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AAU-FILE-STATUS.
           SELECT ACCTSNAP-FILE ASSIGN TO "acctsnap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.
           SELECT OPTIONAL TRANCODE-FILE ASSIGN TO "trancode.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-FILE-STATUS.
           SELECT OPTIONAL GLMAP-FILE ASSIGN TO "glmap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLM-FILE-STATUS.
           SELECT GLJRNL-FILE ASSIGN TO "gljrnl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJ-FILE-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
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
       FD  ALT-FILE.
       01  ALT-REC               PIC X(200).
       FD  PARM-FILE.
           COPY RUNMAST.
       FD  ACCTMAST-FILE.
           COPY ACCTMAST.
       FD  POSTJRNL-FILE.
           COPY POSTJRNL.
       FD  ACCTHIST-FILE.
           COPY ACCTHIST.
       FD  ACCTAUD-FILE.
           COPY ACCTAUD.
       FD  ACCTSNAP-FILE.
           COPY ACCTSNAP.
       FD  TRANCODE-FILE.
           COPY TRANCODE.
       FD  GLMAP-FILE.
           COPY GLMAP.
       FD  GLJRNL-FILE.
           COPY GLJRNL.
       FD  PERCTL-FILE.
           COPY PERCTL.
       FD  BUSCAL-FILE.
       FD  RECYCLE-FILE.
           COPY RECYCREC.
       FD  RECWORK-FILE.
       01  RECWORK-REC           PIC X(160).
       FD  HOLDQ-FILE.
           COPY HOLDREC.
       FD  HOLDWORK-FILE.
       01  HOLDWORK-REC          PIC X(250).
       FD  TRANS-FILE.
       01  TRANS-IN-REC.
           02  TI-ACCOUNT        PIC X(10).
           02                    PIC X(01).
           02  TI-TRANCODE       PIC X(03).
           02                    PIC X(01).
           02  TI-AMOUNT         PIC X(09).
           02  TI-AMOUNT-N REDEFINES TI-AMOUNT
       01  WS-RCY-READ-CNT       PIC 9(05) VALUE 0.
       01  WS-RESTART-RCY-CNT    PIC 9(05) VALUE 0.
       01  WS-TXN-SRC-FLAG       PIC X(01) VALUE SPACE.
       01  WS-HLD-FILE-STATUS    PIC X(02).
       01  WS-HLW-FILE-STATUS    PIC X(02).
       01  WS-HLDF-OPEN-SW       PIC X(01) VALUE "N".
           88  HOLD-FILE-OPEN        VALUE "Y".
           88  HOLD-FILE-SHUT        VALUE "N".
       01  WS-HLD-PHASE-SW       PIC X(01) VALUE "N".
           88  HOLD-PHASE            VALUE "Y".
           88  HOLD-PHASE-OFF        VALUE "N".
       01  WS-HLD-EOF-SW         PIC X(01) VALUE "N".
           88  HLD-EOF               VALUE "Y".
           88  HLD-NOT-EOF           VALUE "N".
       01  WS-HLW-EOF-SW         PIC X(01) VALUE "N".
           88  HLW-EOF               VALUE "Y".
           88  HLW-NOT-EOF           VALUE "N".
       01  WS-HOLD-SW            PIC X(01) VALUE "N".
           88  TRAN-HELD             VALUE "Y".
           88  TRAN-NOT-HELD         VALUE "N".
       01  WS-HOLD-REASON        PIC X(40) VALUE SPACE.
       01  WS-HLD-READ-CNT       PIC 9(05) VALUE 0.
       01  WS-RESTART-HLD-CNT    PIC 9(05) VALUE 0.
      *
      *****************************************************************
      * RESTART DISPOSITIONS - WHAT THE INTERRUPTED ATTEMPT DID WITH   *
      *                        EACH HOLD (H) AND RECYCLE (R) ROW IT    *
      *                        CHECKPOINTED, BY READ POSITION, AND     *
      *                        WHICH RUN DID IT                        *
      *****************************************************************
       01  WS-RD-CNT             PIC 9(04) VALUE 0.
       01  WS-RD-IDX             PIC 9(04) VALUE 0.
       01  WS-RD-HIT             PIC 9(04) VALUE 0.
       01  WS-RD-FIND-PHASE      PIC X(01) VALUE SPACE.
       01  WS-RD-FIND-POS        PIC 9(05) VALUE 0.
       01  WS-RD-FULL-SW         PIC X(01) VALUE "N".
           88  RESTART-DISP-FULL     VALUE "Y".
           88  RESTART-DISP-ROOM     VALUE "N".
       01  WS-CKPT-LEGACY-SW     PIC X(01) VALUE "N".
           88  CKPT-LEGACY           VALUE "Y".
           88  CKPT-CURRENT          VALUE "N".
       01  WS-RD-TBL.
           02  WS-RD-ENTRY OCCURS 9999 TIMES.
               03  WS-RD-PHASE       PIC X(01).
               03  WS-RD-POS         PIC 9(05).
               03  WS-RD-DISP        PIC X(01).
               03  WS-RD-RUN-ID      PIC X(12).
       01  WS-HELD-CNT           PIC 9(05) VALUE 0.
       01  WS-RELEASED-CNT       PIC 9(05) VALUE 0.
       01  ENV-HOLD-AMOUNT       PIC X(07) JUSTIFIED RIGHT
                                           VALUE SPACE.
       01  ENV-HOLD-WDR-COUNT    PIC X(03) JUSTIFIED RIGHT
                                           VALUE SPACE.
       01  ENV-HOLD-WDR-TOTAL    PIC X(07) JUSTIFIED RIGHT
                                           VALUE SPACE.
       01  WS-HOLD-AMT-LIMIT     PIC 9(07)V9(02) VALUE 0.
       01  WS-HOLD-WDR-CNT-LIMIT PIC 9(03) VALUE 0.
       01  WS-HOLD-WDR-TOT-LIMIT PIC 9(09)V9(02) VALUE 0.
       01  WS-WA-CNT             PIC 9(04) VALUE 0.
       01  WS-WA-IDX             PIC 9(04) VALUE 0.
       01  WS-WA-HIT             PIC 9(04) VALUE 0.
       01  WS-WA-TEST-CNT        PIC 9(05) VALUE 0.
       01  WS-WA-TEST-AMT        PIC 9(11)V9(02) VALUE 0.
       01  WS-WA-TBL.
           02  WS-WA-ENTRY OCCURS 9999 TIMES.
               03  WS-WA-ACCOUNT     PIC X(10).
               03  WS-WA-WDR-CNT     PIC 9(04).
               03  WS-WA-WDR-AMT     PIC 9(09)V9(02).
       01  WS-ACCT-FILE-STATUS   PIC X(02).
       01  WS-ACCT-OPEN-SW       PIC X(01) VALUE "N".
           88  ACCT-FILE-OPEN        VALUE "Y".
           88  ACCT-FILE-ABSENT      VALUE "N".
       01  WS-ACCT-NEW-BAL       PIC S9(10)V9(02) VALUE 0.
       01  WS-JRN-FILE-STATUS    PIC X(02).
       01  WS-JRN-OPEN-SW        PIC X(01) VALUE "N".
           88  JOURNAL-FILE-OPEN     VALUE "Y".
           88  JOURNAL-FILE-SHUT     VALUE "N".
       01  WS-ACCT-UPD-SW        PIC X(01) VALUE "N".
           88  ACCT-UPDATED          VALUE "Y".
           88  ACCT-NOT-UPDATED      VALUE "N".
       01  WS-JRN-BAL-BEFORE     PIC S9(09)V9(02) VALUE 0.
       01  WS-JRN-PRIOR-RUN-ID   PIC X(12) VALUE SPACE.
       01  WS-JRN-STATUS-BEFORE  PIC X(01) VALUE SPACE.
       01  WS-AHST-FILE-STATUS   PIC X(02).
       01  WS-AHST-OPEN-SW       PIC X(01) VALUE "N".
           88  ACCTHIST-FILE-OPEN    VALUE "Y".
           88  ACCTHIST-FILE-SHUT    VALUE "N".
       01  WS-AAU-FILE-STATUS    PIC X(02).
       01  WS-AAU-OPEN-SW        PIC X(01) VALUE "N".
           88  ACCTAUD-FILE-OPEN     VALUE "Y".
           88  ACCTAUD-FILE-SHUT     VALUE "N".
       01  WS-REACT-SW           PIC X(01) VALUE "N".
           88  ACCT-REACTIVATED      VALUE "Y".
           88  ACCT-NOT-REACTIVATED  VALUE "N".
       01  WS-AAU-IMAGE          PIC X(01) VALUE SPACE.
       01  WS-AAU-BEFORE-IMAGE   PIC X(60) VALUE SPACE.
       01  WS-AAU-ENTRY-IMAGE.
           02  EI-ACCT-NO        PIC X(10).
           02  FILLER            PIC X(01) VALUE SPACE.
           02  EI-STATUS         PIC X(01).
           02  FILLER            PIC X(01) VALUE SPACE.
           02  EI-BALANCE        PIC -(9)9.9(02).
           02  FILLER            PIC X(01) VALUE SPACE.
           02  EI-OPEN-DATE      PIC X(08).
           02  FILLER            PIC X(01) VALUE SPACE.
           02  EI-LAST-RUN-ID    PIC X(12).
       01  WS-SNAP-FILE-STATUS   PIC X(02).
       01  WS-SNAP-POINT         PIC X(01) VALUE SPACE.
       01  WS-SNAP-CNT           PIC 9(07) VALUE 0.
       01  WS-SNAP-SW            PIC X(01) VALUE "N".
           88  OPENING-SNAP-TAKEN    VALUE "Y".
           88  OPENING-SNAP-NONE     VALUE "N".
       01  WS-SNAP-EOF-SW        PIC X(01) VALUE "N".
           88  SNAP-EOF              VALUE "Y".
           88  SNAP-NOT-EOF          VALUE "N".
       01  WS-TC-FILE-STATUS     PIC X(02).
       01  WS-TC-EOF-SW          PIC X(01) VALUE "N".
           88  TC-EOF                VALUE "Y".
           88  TC-NOT-EOF            VALUE "N".
       01  WS-TC-HIT-SW          PIC X(01) VALUE "N".
           88  TC-HIT                VALUE "Y".
           88  TC-NO-HIT             VALUE "N".
       01  WS-TC-CNT             PIC 9(02) VALUE 0.
       01  WS-TC-IDX             PIC 9(02) VALUE 0.
       01  WS-TC-HIT             PIC 9(02) VALUE 0.
       01  WS-TC-TBL.
           02  WS-TC-ENTRY OCCURS 30 TIMES.
               03  WS-TE-CODE        PIC X(03).
               03  WS-TE-SIGN        PIC X(01).
               03  WS-TE-OVERDRAFT   PIC X(01).
               03  WS-TE-MAX-AMT     PIC 9(07)V9(02).
               03  WS-TE-STATUS      PIC X(01).
               03  WS-TE-CUSTOMER    PIC X(01).
               03  WS-TE-LIAB-GL     PIC X(12).
               03  WS-TE-CASH-GL     PIC X(12).
               03  WS-TE-GL-CNT      PIC 9(05).
               03  WS-TE-GL-AMT      PIC 9(09)V9(02).
       01  WS-GLM-FILE-STATUS    PIC X(02).
       01  WS-GLJ-FILE-STATUS    PIC X(02).
       01  WS-GLM-EOF-SW         PIC X(01) VALUE "N".
           88  GLM-EOF               VALUE "Y".
           88  GLM-NOT-EOF           VALUE "N".
       01  WS-GL-STATUS          PIC X(08) VALUE SPACE.
       01  WS-GL-TXN-CNT         PIC 9(05) VALUE 0.
       01  WS-GL-LINE-CNT        PIC 9(04) VALUE 0.
       01  WS-GL-DR-TOTAL        PIC 9(09)V9(02) VALUE 0.
       01  WS-GL-CR-TOTAL        PIC 9(09)V9(02) VALUE 0.
       01  WS-GL-LINE-ACCT       PIC X(12) VALUE SPACE.
       01  WS-GL-LINE-DRCR       PIC X(01) VALUE SPACE.
       01  WS-GL-DR-ED           PIC Z(8)9.9(02).
       01  WS-GL-CR-ED           PIC Z(8)9.9(02).
       01  WS-GL-CTL-ED          PIC Z(8)9.9(02).
       01  WS-TRANS-OPEN-SW      PIC X(01) VALUE "N".
           88  TRANS-FILE-OPEN       VALUE "Y".
       01  WS-CAP-SW             PIC X(01) VALUE "N".
           PERFORM 1070-LOAD-PARM-DICTIONARY THRU 1070-EXIT.
           PERFORM 1080-VALIDATE-PARAMETERS THRU 1080-EXIT.
           PERFORM 1100-CONFIGURE-ALT-OUTPUT THRU 1100-EXIT.
           PERFORM 1120-LOAD-TRAN-CODES      THRU 1120-EXIT.
           OPEN EXTEND CHECKPOINT-FILE.
           IF WS-CKPT-FILE-STATUS = "35"
               OPEN OUTPUT CHECKPOINT-FILE
           IF DUPLICATE-RUN
               GO TO 9300-DUPLICATE-RUN
           END-IF.
           IF RESTART-DISP-FULL
               DISPLAY "CHECKPOINT HOLDS MORE THAN 9999 HOLD/RECYCLE "
                   "DISPOSITIONS - RESTART STOPPED"
               MOVE "RESTART DISPOSITIONS EXCEED 9999 ROWS"
                   TO WS-REJECT-REASON
               GO TO 9000-REJECT-RUN
           END-IF.
           PERFORM 2000-WRITE-HEADERS      THRU 2000-EXIT.
           PERFORM 2050-WRITE-ALT-HEADERS  THRU 2050-EXIT.
           PERFORM 2100-WRITE-PARM-RECORDS THRU 2100-EXIT.
           PERFORM 5100-RESET-CHECKPOINT      THRU 5100-EXIT.
           PERFORM 6000-CHECK-VOLUME-ANOMALY THRU 6000-EXIT.
           PERFORM 6600-FLAG-CLOSED-PERIOD THRU 6600-EXIT.
           PERFORM 8100-WRITE-GL-JOURNAL   THRU 8100-EXIT.
           PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
           PERFORM 8200-WRITE-RUN-MASTER   THRU 8200-EXIT.
           PERFORM 8300-WRITE-INTERFACE-EXTRACT THRU 8300-EXIT.
           IF ENV-RECYCLE = "Y"
               SET RECYCLE-MODE TO TRUE
           END-IF.
           DISPLAY "APP_HOLD_AMOUNT" UPON ENVIRONMENT-NAME
           ACCEPT  ENV-HOLD-AMOUNT     FROM ENVIRONMENT-VALUE.
           INSPECT ENV-HOLD-AMOUNT REPLACING LEADING SPACE BY ZERO.
           IF ENV-HOLD-AMOUNT IS NUMERIC
               MOVE ENV-HOLD-AMOUNT TO WS-HOLD-AMT-LIMIT
           END-IF.
           DISPLAY "APP_HOLD_WDR_COUNT" UPON ENVIRONMENT-NAME
           ACCEPT  ENV-HOLD-WDR-COUNT  FROM ENVIRONMENT-VALUE.
           INSPECT ENV-HOLD-WDR-COUNT REPLACING LEADING SPACE BY ZERO.
           IF ENV-HOLD-WDR-COUNT IS NUMERIC
               MOVE ENV-HOLD-WDR-COUNT TO WS-HOLD-WDR-CNT-LIMIT
           END-IF.
           DISPLAY "APP_HOLD_WDR_TOTAL" UPON ENVIRONMENT-NAME
           ACCEPT  ENV-HOLD-WDR-TOTAL  FROM ENVIRONMENT-VALUE.
           INSPECT ENV-HOLD-WDR-TOTAL REPLACING LEADING SPACE BY ZERO.
           IF ENV-HOLD-WDR-TOTAL IS NUMERIC
               MOVE ENV-HOLD-WDR-TOTAL TO WS-HOLD-WDR-TOT-LIMIT
           END-IF.
       0500-EXIT.
           EXIT.
      *
           IF WS-RESTART-CNT > 0
                   OR WS-RESTART-READ-CNT > 0
                   OR WS-RESTART-RCY-CNT > 0
                   OR WS-RESTART-HLD-CNT > 0
               OPEN EXTEND REJECT-FILE
           ELSE
               OPEN OUTPUT REJECT-FILE
           END-IF.
           IF TRANS-MODE OR RECYCLE-MODE
               PERFORM 1043-OPEN-ACCOUNT-HISTORY THRU 1043-EXIT
               PERFORM 1045-OPEN-ACCOUNT-MASTER THRU 1045-EXIT
               PERFORM 1048-OPEN-RECYCLE-FILE   THRU 1048-EXIT
               PERFORM 1049-OPEN-HOLD-QUEUE     THRU 1049-EXIT
           END-IF.
       1040-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1043-OPEN-ACCOUNT-HISTORY - THE KEYED HISTORY OF EVERY POSTED  *
      *                             TRANSACTION, CREATED BY THE FIRST  *
      *                             RUN THAT POSTS, AND OPENED AHEAD   *
      *                             OF THE ACCOUNT MASTER.  WITHOUT IT *
      *                             THE MASTER IS TREATED AS ABSENT,   *
      *                             AS FOR A POSTING JOURNAL THAT      *
      *                             CANNOT BE OPENED: NO BALANCE OR    *
      *                             STATUS MOVES THAT THE HISTORY      *
      *                             WOULD NOT SHOW                     *
      *****************************************************************
       1043-OPEN-ACCOUNT-HISTORY.
           SET  ACCTHIST-FILE-SHUT TO TRUE.
           OPEN I-O ACCTHIST-FILE.
           IF WS-AHST-FILE-STATUS = "35"
               OPEN OUTPUT ACCTHIST-FILE
           END-IF.
           IF WS-AHST-FILE-STATUS = "00"
               SET  ACCTHIST-FILE-OPEN TO TRUE
               GO TO 1043-EXIT
           END-IF.
           DISPLAY "ACCOUNT HISTORY NOT AVAILABLE - STATUS "
               WS-AHST-FILE-STATUS " - ACCOUNT MASTER NOT UPDATED".
       1043-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1045-OPEN-ACCOUNT-MASTER - THE KEYED ACCOUNT MASTER, OPENED    *
      *                            FOR UPDATE ONLY WHEN THE RUN POSTS  *
      *                            AN INPUT TRANSACTION FILE.  WHEN    *
      *                            THE MASTER IS ABSENT NO ACCOUNT     *
      *                            EDITS OR BALANCE UPDATES ARE        *
      *                            APPLIED (SAME CONVENTION AS THE     *
      *                            PARAMETER DICTIONARY).  NO BALANCE  *
      *                            MOVES UNJOURNALED: A MASTER WHOSE   *
      *                            POSTING JOURNAL CANNOT BE OPENED,   *
      *                            OR THAT ARRIVES WITH NO ACCOUNT     *
      *                            HISTORY OPEN, IS TREATED AS ABSENT  *
      *****************************************************************
       1045-OPEN-ACCOUNT-MASTER.
           SET  ACCT-FILE-ABSENT TO TRUE.
           IF ACCTHIST-FILE-SHUT
               GO TO 1045-EXIT
           END-IF.
           OPEN I-O ACCTMAST-FILE.
           IF WS-ACCT-FILE-STATUS = "00"
               SET ACCT-FILE-OPEN TO TRUE
               PERFORM 1046-OPEN-POSTING-JOURNAL THRU 1046-EXIT
               GO TO 1045-EXIT
           END-IF.
           IF WS-ACCT-FILE-STATUS NOT = "35"
           EXIT.
      *
      *****************************************************************
      * 1046-OPEN-POSTING-JOURNAL - THE BALANCE-UPDATE JOURNAL,        *
      *                             APPENDED TO SO EVERY EARLIER RUN'S *
      *                             ROWS STAY AVAILABLE TO ROLLBACK    *
      *****************************************************************
       1046-OPEN-POSTING-JOURNAL.
           SET  JOURNAL-FILE-SHUT TO TRUE.
           OPEN EXTEND POSTJRNL-FILE.
           IF WS-JRN-FILE-STATUS = "35"
               OPEN OUTPUT POSTJRNL-FILE
           END-IF.
           IF WS-JRN-FILE-STATUS = "00"
               SET  JOURNAL-FILE-OPEN TO TRUE
               MOVE "O" TO WS-SNAP-POINT
               PERFORM 8450-SNAPSHOT-ACCOUNT-MASTER THRU 8450-EXIT
               PERFORM 1047-OPEN-ACCOUNT-AUDIT THRU 1047-EXIT
               GO TO 1046-EXIT
           END-IF.
           DISPLAY "POSTING JOURNAL NOT AVAILABLE - STATUS "
               WS-JRN-FILE-STATUS " - ACCOUNT MASTER NOT UPDATED".
           CLOSE ACCTMAST-FILE.
           SET  ACCT-FILE-ABSENT TO TRUE.
       1046-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1047-OPEN-ACCOUNT-AUDIT - THE ACCOUNT MASTER CHANGE LOG, FOR A *
      *                           DORMANT ACCOUNT REACTIVATED BY A     *
      *                           CUSTOMER CREDIT.  WITHOUT IT THE     *
      *                           CREDIT STILL POSTS BUT THE ACCOUNT   *
      *                           STAYS DORMANT - NO STATUS CHANGES    *
      *                           UNLOGGED                             *
      *****************************************************************
       1047-OPEN-ACCOUNT-AUDIT.
           SET  ACCTAUD-FILE-SHUT TO TRUE.
           OPEN EXTEND ACCTAUD-FILE.
           IF WS-AAU-FILE-STATUS = "35"
               OPEN OUTPUT ACCTAUD-FILE
           END-IF.
           IF WS-AAU-FILE-STATUS = "00"
               SET  ACCTAUD-FILE-OPEN TO TRUE
               GO TO 1047-EXIT
           END-IF.
           DISPLAY "ACCOUNT AUDIT FILE NOT AVAILABLE - STATUS "
               WS-AAU-FILE-STATUS " - DORMANT ACCOUNTS NOT REACTIVATED".
       1047-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1048-OPEN-RECYCLE-FILE - THE RECYCLE FILE COLLECTS EVERY       *
      *                          REJECTED TRANSACTION FOR OPERATOR     *
      *                          REPAIR; APPENDED TO SO EARLIER RUNS'  *
           EXIT.
      *
      *****************************************************************
      * 1049-OPEN-HOLD-QUEUE - THE PENDING-APPROVAL QUEUE, APPENDED TO *
      *                        LIKE THE RECYCLE FILE SO EARLIER RUNS'  *
      *                        UNREVIEWED HOLDS ARE NEVER LOST.  WHEN  *
      *                        IT CANNOT BE OPENED A TRANSACTION THAT  *
      *                        WOULD BE HELD IS REJECTED INSTEAD       *
      *****************************************************************
       1049-OPEN-HOLD-QUEUE.
           SET  HOLD-FILE-SHUT TO TRUE.
           OPEN EXTEND HOLDQ-FILE.
           IF WS-HLD-FILE-STATUS = "35"
               OPEN OUTPUT HOLDQ-FILE
           END-IF.
           IF WS-HLD-FILE-STATUS = "00" OR WS-HLD-FILE-STATUS = "05"
               SET HOLD-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "HOLD QUEUE NOT AVAILABLE - STATUS "
                   WS-HLD-FILE-STATUS
           END-IF.
       1049-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1050-READ-PARAMETER-FILE - NAMED PARAMETERS FROM PARMS.DAT,    *
      *                            WHEN PRESENT, OVERRIDE ARG-CNT AND   *
      *                            ARRIVE AS PARM-REC ROWS              *
           EXIT.
      *
      *****************************************************************
      * 1120-LOAD-TRAN-CODES - THE TRANSACTION-CODE CONTROL TABLE,     *
      *                        INACTIVE CODES INCLUDED SO THEY REJECT  *
      *                        WITH THEIR OWN REASON.  WITH NO TABLE   *
      *                        ON FILE THE FOUR STANDING CODES APPLY   *
      *                        AS THEY ALWAYS HAVE                     *
      *****************************************************************
       1120-LOAD-TRAN-CODES.
           MOVE 0 TO WS-TC-CNT.
           SET  TC-NOT-EOF TO TRUE.
           OPEN INPUT TRANCODE-FILE.
           IF WS-TC-FILE-STATUS = "00"
               PERFORM 1125-READ-TRAN-CODE-REC THRU 1125-EXIT
                   UNTIL TC-EOF
           END-IF.
           CLOSE TRANCODE-FILE.
           IF WS-TC-CNT = 0
               PERFORM 1128-LOAD-STANDING-CODES THRU 1128-EXIT
           END-IF.
       1120-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1125-READ-TRAN-CODE-REC - ONE CODE ROW; A CODE PAST THE TABLE  *
      *                           LIMIT IS NOT LOADED AND REJECTS AS   *
      *                           AN INVALID CODE.  A ROW WITH NO      *
      *                           CUSTOMER FLAG TAKES THE STANDING     *
      *                           VALUE (DEP/WDR Y, ANY OTHER CODE N)  *
      *****************************************************************
       1125-READ-TRAN-CODE-REC.
           READ TRANCODE-FILE
               AT END
                   SET TC-EOF TO TRUE
                   GO TO 1125-EXIT
           END-READ.
           IF TC-CODE = SPACE
               GO TO 1125-EXIT
           END-IF.
           IF WS-TC-CNT >= 30
               DISPLAY "TRANSACTION CODE TABLE FULL - CODE "
                   TC-CODE " NOT LOADED"
               GO TO 1125-EXIT
           END-IF.
           ADD  1 TO WS-TC-CNT.
           MOVE TC-CODE      TO WS-TE-CODE(WS-TC-CNT)
           MOVE TC-SIGN      TO WS-TE-SIGN(WS-TC-CNT)
           MOVE TC-OVERDRAFT TO WS-TE-OVERDRAFT(WS-TC-CNT)
           MOVE SPACE        TO WS-TE-LIAB-GL(WS-TC-CNT)
                                WS-TE-CASH-GL(WS-TC-CNT)
           MOVE 0            TO WS-TE-GL-CNT(WS-TC-CNT)
                                WS-TE-GL-AMT(WS-TC-CNT)
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
               GO TO 1125-EXIT
           END-IF.
           IF TC-CODE = "DEP" OR TC-CODE = "WDR"
               MOVE "Y" TO WS-TE-CUSTOMER(WS-TC-CNT)
           ELSE
               MOVE "N" TO WS-TE-CUSTOMER(WS-TC-CNT)
           END-IF.
           DISPLAY "CODE " TC-CODE " CARRIES NO CUSTOMER FLAG - "
               "STANDING VALUE " WS-TE-CUSTOMER(WS-TC-CNT) " APPLIED".
       1125-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1128-LOAD-STANDING-CODES - DEP/ADJ CREDIT, WDR/FEE DEBIT; ONLY *
      *                            WDR IS HELD TO THE BALANCE; NO      *
      *                            AMOUNT LIMITS; DEP/WDR CUSTOMER,    *
      *                            FEE/ADJ BANK-INITIATED              *
      *****************************************************************
       1128-LOAD-STANDING-CODES.
           MOVE "DEP"  TO WS-TE-CODE(1).
           MOVE "C"    TO WS-TE-SIGN(1).
           MOVE "Y"    TO WS-TE-OVERDRAFT(1).
           MOVE "WDR"  TO WS-TE-CODE(2).
           MOVE "D"    TO WS-TE-SIGN(2).
           MOVE "N"    TO WS-TE-OVERDRAFT(2).
           MOVE "FEE"  TO WS-TE-CODE(3).
           MOVE "D"    TO WS-TE-SIGN(3).
           MOVE "Y"    TO WS-TE-OVERDRAFT(3).
           MOVE "ADJ"  TO WS-TE-CODE(4).
           MOVE "C"    TO WS-TE-SIGN(4).
           MOVE "Y"    TO WS-TE-OVERDRAFT(4).
           MOVE 0      TO WS-TE-MAX-AMT(1) WS-TE-MAX-AMT(2)
                          WS-TE-MAX-AMT(3) WS-TE-MAX-AMT(4).
           MOVE "A"    TO WS-TE-STATUS(1)  WS-TE-STATUS(2)
                          WS-TE-STATUS(3)  WS-TE-STATUS(4).
           MOVE "Y"    TO WS-TE-CUSTOMER(1) WS-TE-CUSTOMER(2).
           MOVE "N"    TO WS-TE-CUSTOMER(3) WS-TE-CUSTOMER(4).
           MOVE SPACE  TO WS-TE-LIAB-GL(1) WS-TE-LIAB-GL(2)
                          WS-TE-LIAB-GL(3) WS-TE-LIAB-GL(4)
                          WS-TE-CASH-GL(1) WS-TE-CASH-GL(2)
                          WS-TE-CASH-GL(3) WS-TE-CASH-GL(4).
           MOVE 0      TO WS-TE-GL-CNT(1)  WS-TE-GL-CNT(2)
                          WS-TE-GL-CNT(3)  WS-TE-GL-CNT(4)
                          WS-TE-GL-AMT(1)  WS-TE-GL-AMT(2)
                          WS-TE-GL-AMT(3)  WS-TE-GL-AMT(4).
           MOVE 4      TO WS-TC-CNT.
       1128-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1200-READ-CHECKPOINT - RESUME AT LAST COMMITTED CNT, IF ANY    *
      *****************************************************************
       1200-READ-CHECKPOINT.
           MOVE 0 TO WS-BLOCK-AMTSUM.
           MOVE 0 TO WS-RESTART-RCY-CNT.
           MOVE 0 TO WS-RESTART-READ-CNT.
           MOVE 0 TO WS-RESTART-HLD-CNT.
           MOVE 0 TO WS-RD-CNT.
           SET  RESTART-DISP-ROOM TO TRUE.
           SET  CKPT-CURRENT      TO TRUE.
           SET  CKPT-NOT-EOF TO TRUE.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-FILE-STATUS = "00"
                       ELSE
                           MOVE 0            TO WS-RESTART-READ-CNT
                       END-IF
                       IF CKPT-HLDCNT IS NUMERIC
                           MOVE CKPT-HLDCNT TO WS-RESTART-HLD-CNT
                       ELSE
                           MOVE 0           TO WS-RESTART-HLD-CNT
                       END-IF
                       PERFORM 1220-RECORD-RESTART-DISP THRU 1220-EXIT
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1220-RECORD-RESTART-DISP - A HOLD- OR RECYCLE-PHASE CHECKPOINT *
      *                            ROW'S DISPOSITION INTO THE RESTART  *
      *                            TABLE.  A ROW WITH NO RUN ID WAS    *
      *                            WRITTEN BEFORE DISPOSITIONS WERE    *
      *                            CHECKPOINTED; ITS PREFIX FALLS BACK *
      *                            TO THE STATUS-BASED MARKING         *
      *****************************************************************
       1220-RECORD-RESTART-DISP.
           IF CKPT-RUN-ID = SPACE
               SET  CKPT-LEGACY TO TRUE
               GO TO 1220-EXIT
           END-IF.
           IF CKPT-PHASE NOT = "H" AND CKPT-PHASE NOT = "R"
               GO TO 1220-EXIT
           END-IF.
           IF CKPT-DISP = SPACE
               GO TO 1220-EXIT
           END-IF.
           IF WS-RD-CNT >= 9999
               SET  RESTART-DISP-FULL TO TRUE
               GO TO 1220-EXIT
           END-IF.
           ADD  1 TO WS-RD-CNT.
           MOVE CKPT-PHASE  TO WS-RD-PHASE(WS-RD-CNT).
           IF CKPT-PHASE = "H"
               MOVE WS-RESTART-HLD-CNT TO WS-RD-POS(WS-RD-CNT)
           ELSE
               MOVE WS-RESTART-RCY-CNT TO WS-RD-POS(WS-RD-CNT)
           END-IF.
           MOVE CKPT-DISP   TO WS-RD-DISP(WS-RD-CNT).
           MOVE CKPT-RUN-ID TO WS-RD-RUN-ID(WS-RD-CNT).
       1220-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1500-VALIDATE-ARGUMENTS - REJECT A FAT-FINGERED INVOCATION     *
      *****************************************************************
       1500-VALIDATE-ARGUMENTS.
           EXIT.
      *
      *****************************************************************
      * 3000-PROCESS-DATA - DETAIL ROWS FOR THE RUN: SUPERVISOR        *
      *                     DECISIONS ON THE HOLD QUEUE FIRST IN A     *
      *                     POSTING RUN, REPAIRED RECYCLE ROWS NEXT    *
      *                     WHEN APP_RECYCLE=Y, THEN                   *
      *                     TRANSACTIONS FROM THE INPUT FILE WHEN      *
      *                     APP_INPUT_FILE IS SET, CLOCK-DRIVEN        *
      *                     DATA-REC ROWS OTHERWISE (A RECYCLE-ONLY    *
      *                     RUN GENERATES NO CLOCK ROWS)               *
      *****************************************************************
       3000-PROCESS-DATA.
           IF HOLD-FILE-OPEN
               PERFORM 3400-PROCESS-HOLD-QUEUE THRU 3400-EXIT
           END-IF.
           IF CAPACITY-EXCEEDED
               GO TO 3000-EXIT
           END-IF.
           IF RECYCLE-MODE AND RECYCLE-FILE-OPEN
               PERFORM 3450-PROCESS-RECYCLE-FILE THRU 3450-EXIT
           END-IF.
      *                            VALIDATION, INSTEAD OF RE-DERIVING    *
      *                            ACCEPT/REJECT DECISIONS AGAINST A     *
      *                            MASTER FILE THE PREFIX HAS ALREADY    *
      *                            UPDATED.  IN THE HOLD AND RECYCLE     *
      *                            PHASES THE ROW'S NEW STATUS AND THE   *
      *                            RUN ID GO WITH IT, SO THE RESTART     *
      *                            MARKS EACH PREFIX ROW WITH WHAT WAS   *
      *                            ACTUALLY DONE TO IT                   *
      *****************************************************************
       3200-WRITE-CHECKPOINT.
           MOVE   SPACE      TO CHECKPOINT-REC
           MOVE   WS-AMT-SUM TO CKPT-AMTSUM
           MOVE   WS-RCY-READ-CNT  TO CKPT-RCYCNT
           MOVE   WS-FEED-READ-CNT TO CKPT-READCNT
           MOVE   WS-HLD-READ-CNT  TO CKPT-HLDCNT
           MOVE   WS-RUN-ID  TO CKPT-RUN-ID
           IF HOLD-PHASE
               MOVE "H"       TO CKPT-PHASE
               MOVE HQ-STATUS TO CKPT-DISP
           END-IF
           IF RECYCLE-PHASE
               MOVE "R"        TO CKPT-PHASE
               MOVE RCY-STATUS TO CKPT-DISP
           END-IF
           MOVE   "C"        TO CKPT-STATUS
           WRITE  CHECKPOINT-REC.
       3200-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3400-PROCESS-HOLD-QUEUE - SUPERVISOR DECISIONS ON THE HOLD     *
      *                           QUEUE, AHEAD OF THE RECYCLE FILE:    *
      *                           APPROVED ROWS GO BACK THROUGH THE    *
      *                           FULL EDITS AND POST, DECLINED ROWS   *
      *                           GO TO REJECT.TXT WITH THE REVIEWER'S *
      *                           REASON, AND THE QUEUE IS REWRITTEN   *
      *                           THROUGH A WORK FILE.  ON A           *
      *                           CHECKPOINT RESTART THE FIRST         *
      *                           CKPT-HLDCNT ROWS WERE ALREADY        *
      *                           DISPOSED OF AND ARE MARKED OFF       *
      *                           WITHOUT A SECOND POSTING, EACH WITH  *
      *                           THE STATUS ITS CHECKPOINT RECORDED   *
      *                           (D POSTED, J REJECTED).  THE QUEUE   *
      *                           IS THEN REOPENED FOR THE RUN'S NEW   *
      *                           HOLDS BY 1049, SO A REOPEN THAT      *
      *                           FAILS LEAVES IT SHUT AND A           *
      *                           TRANSACTION THAT WOULD BE HELD IS    *
      *                           REJECTED INSTEAD                     *
      *****************************************************************
       3400-PROCESS-HOLD-QUEUE.
           SET  HOLD-PHASE TO TRUE.
           MOVE 0   TO WS-HLD-READ-CNT.
           MOVE "H" TO WS-TXN-SRC-FLAG.
           CLOSE HOLDQ-FILE.
           OPEN INPUT HOLDQ-FILE.
           IF WS-HLD-FILE-STATUS NOT = "00"
               DISPLAY "HOLD QUEUE UNREADABLE - STATUS "
                   WS-HLD-FILE-STATUS
               SET HOLD-FILE-SHUT TO TRUE
               GO TO 3400-DONE
           END-IF.
           OPEN OUTPUT HOLDWORK-FILE.
           SET  HLD-NOT-EOF TO TRUE.
           PERFORM 3410-PROCESS-HOLD-ROW THRU 3410-EXIT
               UNTIL HLD-EOF.
           CLOSE HOLDQ-FILE.
           CLOSE HOLDWORK-FILE.
           PERFORM 3420-REWRITE-HOLD-QUEUE THRU 3420-EXIT.
           PERFORM 1049-OPEN-HOLD-QUEUE    THRU 1049-EXIT.
       3400-DONE.
           SET  HOLD-PHASE-OFF TO TRUE.
           MOVE SPACE TO WS-TXN-SRC-FLAG.
       3400-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3410-PROCESS-HOLD-ROW - ONE HOLD ROW: AN APPROVED ROW POSTS    *
      *                         (STATUS D) UNLESS IT NOW FAILS AN      *
      *                         EDIT, A DECLINED ROW IS REJECTED       *
      *                         (STATUS J), AND EVERY OTHER ROW IS     *
      *                         CARRIED TO THE WORK FILE UNCHANGED.    *
      *                         AN APPROVED ROW IS NOT HELD AGAIN.     *
      *                         A ROW MARKED D OR J CARRIES THIS RUN   *
      *                         AS ITS DISPOSING RUN                   *
      *****************************************************************
       3410-PROCESS-HOLD-ROW.
           READ HOLDQ-FILE
               AT END
                   SET HLD-EOF TO TRUE
                   GO TO 3410-EXIT
           END-READ.
           ADD  1 TO WS-HLD-READ-CNT.
           IF WS-HLD-READ-CNT <= WS-RESTART-HLD-CNT
               PERFORM 3412-RESTORE-HOLD-DISP THRU 3412-EXIT
               WRITE HOLDWORK-REC FROM HOLD-REC
               GO TO 3410-EXIT
           END-IF.
           IF HQ-DECLINED
               PERFORM 3415-REJECT-DECLINED-HOLD THRU 3415-EXIT
               GO TO 3410-EXIT
           END-IF.
           IF NOT HQ-APPROVED
               WRITE HOLDWORK-REC FROM HOLD-REC
               GO TO 3410-EXIT
           END-IF.
           IF CAPACITY-EXCEEDED
               WRITE HOLDWORK-REC FROM HOLD-REC
               GO TO 3410-EXIT
           END-IF.
           ADD  1 TO WS-TRAN-READ-CNT.
           MOVE HQ-ACCOUNT  TO TI-ACCOUNT.
           MOVE HQ-TRANCODE TO TI-TRANCODE.
           MOVE HQ-AMOUNT   TO TI-AMOUNT.
           MOVE HQ-SOURCE   TO WS-CUR-SOURCE.
           PERFORM 3700-VALIDATE-TRANSACTION THRU 3700-EXIT.
           IF TRAN-INVALID
               PERFORM 3750-REJECT-TRANSACTION THRU 3750-EXIT
               GO TO 3410-EXIT
           END-IF.
           PERFORM 3650-CHECK-RUN-CAPACITY THRU 3650-EXIT.
           IF CAPACITY-EXCEEDED
               WRITE HOLDWORK-REC FROM HOLD-REC
               GO TO 3410-EXIT
           END-IF.
           MOVE "D"       TO HQ-STATUS.
           MOVE WS-RUN-ID TO HQ-DISP-RUN-ID.
           PERFORM 3800-POST-TRANSACTION THRU 3800-EXIT.
           ADD  1 TO WS-RELEASED-CNT.
           WRITE HOLDWORK-REC FROM HOLD-REC.
       3410-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3412-RESTORE-HOLD-DISP - A HOLD ROW IN THE RESTART PREFIX TAKES *
      *                          THE STATUS AND DISPOSING RUN ITS       *
      *                          CHECKPOINT RECORDED; A ROW WITH NO     *
      *                          CHECKPOINT WAS NOT DISPOSED OF AND     *
      *                          STAYS AS IT IS.  A CHECKPOINT FROM     *
      *                          BEFORE DISPOSITIONS WERE RECORDED      *
      *                          FALLS BACK TO APPROVED D, DECLINED J   *
      *****************************************************************
       3412-RESTORE-HOLD-DISP.
           MOVE "H"             TO WS-RD-FIND-PHASE.
           MOVE WS-HLD-READ-CNT TO WS-RD-FIND-POS.
           PERFORM 3430-FIND-RESTART-DISP THRU 3430-EXIT.
           IF WS-RD-HIT > 0
               MOVE WS-RD-DISP(WS-RD-HIT)   TO HQ-STATUS
               MOVE WS-RD-RUN-ID(WS-RD-HIT) TO HQ-DISP-RUN-ID
               GO TO 3412-EXIT
           END-IF.
           IF CKPT-CURRENT
               GO TO 3412-EXIT
           END-IF.
           IF HQ-APPROVED
               MOVE "D" TO HQ-STATUS
           END-IF.
           IF HQ-DECLINED
               MOVE "J" TO HQ-STATUS
           END-IF.
       3412-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3415-REJECT-DECLINED-HOLD - ONE REJECT.TXT ROW CARRYING THE    *
      *                             REVIEWER'S REASON.  A DECLINED     *
      *                             TRANSACTION IS NOT RECYCLED: THE   *
      *                             SUPERVISOR HAS ALREADY RULED ON IT *
      *****************************************************************
       3415-REJECT-DECLINED-HOLD.
           ADD    1 TO WS-TRAN-READ-CNT.
           ADD    1 TO WS-TRAN-REJ-CNT.
           MOVE   SPACE          TO REJECT-TRANS-REC
           MOVE   HQ-ACCOUNT     TO RJT-ACCOUNT
           MOVE   HQ-TRANCODE    TO RJT-TRANCODE
           MOVE   HQ-AMOUNT      TO RJT-AMOUNT
           MOVE   HQ-REVIEW-NOTE TO RJT-REASON
           MOVE   HQ-SOURCE      TO RJT-SOURCE
           WRITE  REJECT-TRANS-REC.
           MOVE   "J"       TO HQ-STATUS.
           MOVE   WS-RUN-ID TO HQ-DISP-RUN-ID.
           WRITE  HOLDWORK-REC FROM HOLD-REC.
           PERFORM 3200-WRITE-CHECKPOINT THRU 3200-EXIT.
       3415-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3420-REWRITE-HOLD-QUEUE - COPY THE WORK FILE BACK OVER THE     *
      *                           LIVE HOLD QUEUE                      *
      *****************************************************************
       3420-REWRITE-HOLD-QUEUE.
           OPEN INPUT  HOLDWORK-FILE.
           OPEN OUTPUT HOLDQ-FILE.
           SET  HLW-NOT-EOF TO TRUE.
           PERFORM 3425-COPY-HOLD-ROW THRU 3425-EXIT
               UNTIL HLW-EOF.
           CLOSE HOLDWORK-FILE.
           CLOSE HOLDQ-FILE.
       3420-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3425-COPY-HOLD-ROW - ONE WORK-FILE ROW BACK TO THE LIVE HOLD   *
      *                      QUEUE                                     *
      *****************************************************************
       3425-COPY-HOLD-ROW.
           READ HOLDWORK-FILE
               AT END
                   SET HLW-EOF TO TRUE
                   GO TO 3425-EXIT
           END-READ.
           WRITE HOLD-REC FROM HOLDWORK-REC.
       3425-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3430-FIND-RESTART-DISP - THE RESTART TABLE ENTRY FOR THE PHASE *
      *                          AND READ POSITION, SEARCHED FROM THE  *
      *                          NEWEST SO A LATER ATTEMPT'S ENTRY     *
      *                          WINS; WS-RD-HIT IS ZERO WHEN THERE    *
      *                          IS NONE                               *
      *****************************************************************
       3430-FIND-RESTART-DISP.
           MOVE 0         TO WS-RD-HIT.
           MOVE WS-RD-CNT TO WS-RD-IDX.
           PERFORM 3435-MATCH-RESTART-DISP THRU 3435-EXIT
               UNTIL WS-RD-HIT > 0 OR WS-RD-IDX = 0.
       3430-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3435-MATCH-RESTART-DISP - ONE TABLE ENTRY AGAINST THE PHASE    *
      *                           AND POSITION                         *
      *****************************************************************
       3435-MATCH-RESTART-DISP.
           IF WS-RD-PHASE(WS-RD-IDX) = WS-RD-FIND-PHASE
                   AND WS-RD-POS(WS-RD-IDX) = WS-RD-FIND-POS
               MOVE WS-RD-IDX TO WS-RD-HIT
           END-IF.
           SUBTRACT 1 FROM WS-RD-IDX.
       3435-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3450-PROCESS-RECYCLE-FILE - POST OPERATOR-REPAIRED ROWS        *
      *                             (STATUS F) AHEAD OF THE NORMAL     *
      *                             INPUT FEED.  THE WHOLE FILE IS     *
      *                             COPIED THROUGH A WORK FILE: POSTED *
      *                             ROWS COME BACK AS D, RE-REJECTED   *
      *                             ROWS AS R WITH THE NEW REASON,     *
      *                             EVERYTHING ELSE UNCHANGED.  ON A   *
      *                             CHECKPOINT RESTART THE FIRST       *
      *                             CKPT-RCYCNT ROWS READ BY THE       *
      *                             INTERRUPTED RUN ARE PASSED OVER BY *
      *                             POSITION, BEFORE ANY VALIDATION,   *
      *                             EACH TAKING THE STATUS ITS         *
      *                             CHECKPOINT RECORDED (D POSTED, R   *
      *                             RE-REJECTED - ITS REJECT.TXT ROW,  *
      *                             PRESERVED BY THE RESTART'S EXTEND  *
      *                             OPEN, CARRIES THE NEW REASON - OR  *
      *                             H MOVED TO HOLD).  THE FILE IS     *
      *                             THEN REOPENED FOR THE RUN'S NEW    *
      *                             REJECTS BY 1048, SO A REOPEN THAT  *
      *                             FAILS LEAVES IT SHUT RATHER THAN   *
      *                             WRITING TO A CLOSED FILE           *
      *****************************************************************
       3450-PROCESS-RECYCLE-FILE.
           SET  RECYCLE-PHASE TO TRUE.
           CLOSE RECYCLE-FILE.
           CLOSE RECWORK-FILE.
           PERFORM 3480-REWRITE-RECYCLE-FILE THRU 3480-EXIT.
           PERFORM 1048-OPEN-RECYCLE-FILE    THRU 1048-EXIT.
       3450-DONE.
           SET  RECYCLE-PHASE-OFF TO TRUE.
           MOVE SPACE TO WS-TXN-SRC-FLAG.
      *                            BACK THROUGH THE FULL FIELD AND     *
      *                            ACCOUNT-MASTER EDITS BEFORE THEY    *
      *                            POST; EVERY OTHER ROW IS CARRIED    *
      *                            TO THE WORK FILE UNCHANGED.  A ROW  *
      *                            MARKED D, R, OR H CARRIES THIS RUN  *
      *                            AS ITS DISPOSING RUN                *
      *****************************************************************
       3460-PROCESS-RECYCLE-ROW.
           READ RECYCLE-FILE
           END-READ.
           ADD  1 TO WS-RCY-READ-CNT.
           IF WS-RCY-READ-CNT <= WS-RESTART-RCY-CNT
               PERFORM 3462-RESTORE-RECYCLE-DISP THRU 3462-EXIT
               WRITE RECWORK-REC FROM RECYCLE-REC
               GO TO 3460-EXIT
           END-IF.
               PERFORM 3750-REJECT-TRANSACTION THRU 3750-EXIT
               GO TO 3460-EXIT
           END-IF.
           PERFORM 3760-CHECK-HOLD-LIMITS THRU 3760-EXIT.
           IF TRAN-HELD
               PERFORM 3770-HOLD-TRANSACTION THRU 3770-EXIT
               GO TO 3460-EXIT
           END-IF.
           PERFORM 3650-CHECK-RUN-CAPACITY THRU 3650-EXIT.
           IF CAPACITY-EXCEEDED
               WRITE RECWORK-REC FROM RECYCLE-REC
               GO TO 3460-EXIT
           END-IF.
           MOVE "D"       TO RCY-STATUS.
           MOVE WS-RUN-ID TO RCY-DISP-RUN-ID.
           PERFORM 3800-POST-TRANSACTION THRU 3800-EXIT.
           WRITE RECWORK-REC FROM RECYCLE-REC.
       3460-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3462-RESTORE-RECYCLE-DISP - A RECYCLE ROW IN THE RESTART       *
      *                             PREFIX TAKES THE STATUS AND        *
      *                             DISPOSING RUN ITS CHECKPOINT       *
      *                             RECORDED (A RE-REJECT ALSO TAKES   *
      *                             THAT RUN AS ITS REJECTING RUN); A  *
      *                             ROW WITH NO CHECKPOINT STAYS AS IT *
      *                             IS.  A CHECKPOINT FROM BEFORE      *
      *                             DISPOSITIONS WERE RECORDED FALLS   *
      *                             BACK TO REPAIRED D                 *
      *****************************************************************
       3462-RESTORE-RECYCLE-DISP.
           MOVE "R"             TO WS-RD-FIND-PHASE.
           MOVE WS-RCY-READ-CNT TO WS-RD-FIND-POS.
           PERFORM 3430-FIND-RESTART-DISP THRU 3430-EXIT.
           IF WS-RD-HIT > 0
               MOVE WS-RD-DISP(WS-RD-HIT)   TO RCY-STATUS
               MOVE WS-RD-RUN-ID(WS-RD-HIT) TO RCY-DISP-RUN-ID
               IF RCY-AWAITING-REPAIR
                   MOVE WS-RD-RUN-ID(WS-RD-HIT) TO RCY-RUN-ID
               END-IF
               GO TO 3462-EXIT
           END-IF.
           IF CKPT-CURRENT
               GO TO 3462-EXIT
           END-IF.
           IF RCY-REPAIRED
               MOVE "D" TO RCY-STATUS
           END-IF.
       3462-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3480-REWRITE-RECYCLE-FILE - COPY THE WORK FILE BACK OVER THE   *
      *                             LIVE RECYCLE FILE (SAME WORK-FILE  *
      *                             REWRITE AS THE ARCHIVE JOB USES)   *
               PERFORM 3750-REJECT-TRANSACTION THRU 3750-EXIT
               GO TO 3600-EXIT
           END-IF.
           PERFORM 3760-CHECK-HOLD-LIMITS THRU 3760-EXIT.
           IF TRAN-HELD
               PERFORM 3770-HOLD-TRANSACTION THRU 3770-EXIT
               GO TO 3600-EXIT
           END-IF.
           PERFORM 3650-CHECK-RUN-CAPACITY THRU 3650-EXIT.
           IF CAPACITY-EXCEEDED
               SET TRANS-EOF TO TRUE
               MOVE "ACCOUNT NUMBER MISSING" TO WS-TRAN-REASON
               GO TO 3700-EXIT
           END-IF.
           PERFORM 3710-FIND-TRAN-CODE THRU 3710-EXIT.
           IF TC-NO-HIT
               SET  TRAN-INVALID TO TRUE
               MOVE "INVALID TRANSACTION CODE" TO WS-TRAN-REASON
               GO TO 3700-EXIT
           END-IF.
           IF WS-TE-STATUS(WS-TC-HIT) = "I"
               SET  TRAN-INVALID TO TRUE
               MOVE "TRANSACTION CODE INACTIVE" TO WS-TRAN-REASON
               GO TO 3700-EXIT
           END-IF.
           IF TI-AMOUNT IS NOT NUMERIC
               SET  TRAN-INVALID TO TRUE
               MOVE "AMOUNT NOT NUMERIC" TO WS-TRAN-REASON
               MOVE "AMOUNT NOT GREATER THAN ZERO" TO WS-TRAN-REASON
               GO TO 3700-EXIT
           END-IF.
           IF WS-TE-MAX-AMT(WS-TC-HIT) > 0
                   AND TI-AMOUNT-N > WS-TE-MAX-AMT(WS-TC-HIT)
               SET  TRAN-INVALID TO TRUE
               MOVE "AMOUNT EXCEEDS CODE MAXIMUM" TO WS-TRAN-REASON
               GO TO 3700-EXIT
           END-IF.
           IF ACCT-FILE-OPEN
               PERFORM 3720-CHECK-ACCOUNT-MASTER THRU 3720-EXIT
           END-IF.
           EXIT.
      *
      *****************************************************************
      * 3710-FIND-TRAN-CODE - TI-TRANCODE ON THE CODE TABLE; WS-TC-HIT *
      *                       STAYS ON THE ENTRY FOR THE ACCOUNT EDIT  *
      *                       AND THE BALANCE UPDATE                   *
      *****************************************************************
       3710-FIND-TRAN-CODE.
           SET  TC-NO-HIT TO TRUE.
           MOVE 0 TO WS-TC-HIT.
           MOVE 0 TO WS-TC-IDX.
           PERFORM 3715-MATCH-TRAN-CODE THRU 3715-EXIT
               UNTIL TC-HIT OR WS-TC-IDX >= WS-TC-CNT.
       3710-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3715-MATCH-TRAN-CODE - ONE TABLE ENTRY AGAINST THE CODE        *
      *****************************************************************
       3715-MATCH-TRAN-CODE.
           ADD 1 TO WS-TC-IDX.
           IF WS-TE-CODE(WS-TC-IDX) = TI-TRANCODE
               SET  TC-HIT    TO TRUE
               MOVE WS-TC-IDX TO WS-TC-HIT
           END-IF.
       3715-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3720-CHECK-ACCOUNT-MASTER - THE TRANSACTION'S ACCOUNT MUST BE  *
      *                             ON THE MASTER AND OPEN (A DORMANT  *
      *                             ACCOUNT TAKES CREDITS ONLY), AND A *
      *                             DEBIT WHOSE CODE DOES NOT ALLOW    *
      *                             OVERDRAFT MAY NOT DRIVE THE        *
      *                             RUNNING BALANCE NEGATIVE.  A       *
      *                             PHANTOM ACCOUNT IS CAUGHT HERE,    *
      *                             NOT BY THE DOWNSTREAM LEDGER A     *
               MOVE "ACCOUNT IS CLOSED" TO WS-TRAN-REASON
               GO TO 3720-EXIT
           END-IF.
           IF ACCOUNT-DORMANT AND WS-TE-SIGN(WS-TC-HIT) = "D"
               SET  TRAN-INVALID TO TRUE
               MOVE "ACCOUNT IS DORMANT" TO WS-TRAN-REASON
               GO TO 3720-EXIT
           END-IF.
           IF WS-TE-SIGN(WS-TC-HIT) = "D"
                   AND WS-TE-OVERDRAFT(WS-TC-HIT) NOT = "Y"
               COMPUTE WS-ACCT-NEW-BAL = AM-BALANCE - TI-AMOUNT-N
               IF WS-ACCT-NEW-BAL < 0
                   SET  TRAN-INVALID TO TRUE
      *                           RESUBMIT IT WITHOUT RE-KEYING.  A    *
      *                           ROW THAT FAILS AGAIN DURING THE      *
      *                           RECYCLE PHASE GOES BACK TO THE WORK  *
      *                           FILE AS AWAITING REPAIR WITH THE NEW *
      *                           REASON; AN APPROVED HOLD THAT FAILS  *
      *                           IS MARKED REJECTED ON THE HOLD QUEUE *
      *                           AND RECYCLED.  EITHER ROW CARRIES    *
      *                           THIS RUN AS ITS DISPOSING RUN.       *
      *                           EVERY REJECT, A RECYCLE-PHASE ONE    *
      *                           INCLUDED, ALSO CHECKPOINTS, SO THE   *
      *                           DURABLE READ POSITION MOVES PAST IT  *
      *                           AND A RESTART CANNOT REPLAY IT INTO  *
      *                           A SECOND REJECT AND RECYCLE ROW      *
      *****************************************************************
       3750-REJECT-TRANSACTION.
           ADD    1 TO WS-TRAN-REJ-CNT.
           IF RECYCLE-PHASE
               MOVE  "R"            TO RCY-STATUS
               MOVE  WS-RUN-ID      TO RCY-RUN-ID
               MOVE  WS-RUN-ID      TO RCY-DISP-RUN-ID
               MOVE  WS-TRAN-REASON TO RCY-REASON
               WRITE RECWORK-REC FROM RECYCLE-REC
               PERFORM 3200-WRITE-CHECKPOINT THRU 3200-EXIT
               GO TO 3750-EXIT
           END-IF.
           IF HOLD-PHASE
               MOVE  "J"       TO HQ-STATUS
               MOVE  WS-RUN-ID TO HQ-DISP-RUN-ID
               WRITE HOLDWORK-REC FROM HOLD-REC
           END-IF.
           IF RECYCLE-FILE-OPEN
               MOVE  SPACE             TO RECYCLE-REC
               MOVE  "R"               TO RCY-STATUS
           EXIT.
      *
      *****************************************************************
      * 3760-CHECK-HOLD-LIMITS - A VALID TRANSACTION OVER THE HOLD     *
      *                          AMOUNT, OR A WITHDRAWAL THAT WOULD    *
      *                          TAKE ITS ACCOUNT PAST THE RUN'S       *
      *                          WITHDRAWAL COUNT OR TOTAL, IS HELD    *
      *                          FOR SUPERVISOR APPROVAL.  A           *
      *                          WITHDRAWAL IS ANY DEBIT CODE THE      *
      *                          CODE TABLE MARKS CUSTOMER-INITIATED.  *
      *                          A ZERO LIMIT IS NOT CHECKED.  THE     *
      *                          RUNNING COUNT AND TOTAL ARE OF        *
      *                          WITHDRAWALS THIS RUN INSTANCE HAS     *
      *                          POSTED; A CHECKPOINT RESTART STARTS   *
      *                          THEM AFRESH                           *
      *****************************************************************
       3760-CHECK-HOLD-LIMITS.
           SET  TRAN-NOT-HELD TO TRUE.
           MOVE SPACE TO WS-HOLD-REASON.
           IF WS-HOLD-AMT-LIMIT > 0
                   AND TI-AMOUNT-N > WS-HOLD-AMT-LIMIT
               SET  TRAN-HELD TO TRUE
               MOVE "AMOUNT OVER HOLD LIMIT" TO WS-HOLD-REASON
               GO TO 3760-EXIT
           END-IF.
           IF WS-TE-SIGN(WS-TC-HIT) NOT = "D"
                   OR WS-TE-CUSTOMER(WS-TC-HIT) NOT = "Y"
               GO TO 3760-EXIT
           END-IF.
           IF WS-HOLD-WDR-CNT-LIMIT = 0 AND WS-HOLD-WDR-TOT-LIMIT = 0
               GO TO 3760-EXIT
           END-IF.
           PERFORM 3765-FIND-WDR-ACCOUNT THRU 3765-EXIT.
           IF WS-WA-HIT = 0
               MOVE 1           TO WS-WA-TEST-CNT
               MOVE TI-AMOUNT-N TO WS-WA-TEST-AMT
           ELSE
               COMPUTE WS-WA-TEST-CNT = WS-WA-WDR-CNT(WS-WA-HIT) + 1
               COMPUTE WS-WA-TEST-AMT =
                   WS-WA-WDR-AMT(WS-WA-HIT) + TI-AMOUNT-N
           END-IF.
           IF WS-HOLD-WDR-CNT-LIMIT > 0
                   AND WS-WA-TEST-CNT > WS-HOLD-WDR-CNT-LIMIT
               SET  TRAN-HELD TO TRUE
               MOVE "WITHDRAWAL COUNT OVER RUN LIMIT"
                   TO WS-HOLD-REASON
               GO TO 3760-EXIT
           END-IF.
           IF WS-HOLD-WDR-TOT-LIMIT > 0
                   AND WS-WA-TEST-AMT > WS-HOLD-WDR-TOT-LIMIT
               SET  TRAN-HELD TO TRUE
               MOVE "WITHDRAWAL TOTAL OVER RUN LIMIT"
                   TO WS-HOLD-REASON
           END-IF.
       3760-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3765-FIND-WDR-ACCOUNT - TI-ACCOUNT ON THE RUN'S WITHDRAWAL     *
      *                         TALLY; WS-WA-HIT IS ZERO WHEN IT HAS   *
      *                         NOT WITHDRAWN YET THIS RUN             *
      *****************************************************************
       3765-FIND-WDR-ACCOUNT.
           MOVE 0 TO WS-WA-HIT.
           MOVE 0 TO WS-WA-IDX.
           PERFORM 3767-MATCH-WDR-ACCOUNT THRU 3767-EXIT
               UNTIL WS-WA-HIT > 0 OR WS-WA-IDX >= WS-WA-CNT.
       3765-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3767-MATCH-WDR-ACCOUNT - ONE TALLY ENTRY AGAINST THE ACCOUNT   *
      *****************************************************************
       3767-MATCH-WDR-ACCOUNT.
           ADD 1 TO WS-WA-IDX.
           IF WS-WA-ACCOUNT(WS-WA-IDX) = TI-ACCOUNT
               MOVE WS-WA-IDX TO WS-WA-HIT
           END-IF.
       3767-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3770-HOLD-TRANSACTION - ONE PENDING ROW ON THE HOLD QUEUE IN   *
      *                         PLACE OF THE POSTING.  A REPAIRED      *
      *                         RECYCLE ROW LEAVES THE RECYCLE FILE    *
      *                         AS MOVED TO HOLD (STATUS H).  WITH NO  *
      *                         HOLD QUEUE THE TRANSACTION IS REJECTED *
      *                         WITH THE HOLD REASON, NEVER POSTED     *
      *****************************************************************
       3770-HOLD-TRANSACTION.
           IF HOLD-FILE-SHUT
               MOVE WS-HOLD-REASON TO WS-TRAN-REASON
               PERFORM 3750-REJECT-TRANSACTION THRU 3750-EXIT
               GO TO 3770-EXIT
           END-IF.
           ADD    1 TO WS-HELD-CNT.
           MOVE   SPACE          TO HOLD-REC
           MOVE   "P"            TO HQ-STATUS
           MOVE   WS-RUN-ID      TO HQ-RUN-ID
           IF RECYCLE-PHASE
               MOVE RCY-SOURCE    TO HQ-SOURCE
           ELSE
               MOVE WS-CUR-SOURCE TO HQ-SOURCE
           END-IF.
           MOVE   TI-ACCOUNT     TO HQ-ACCOUNT
           MOVE   TI-TRANCODE    TO HQ-TRANCODE
           MOVE   TI-AMOUNT      TO HQ-AMOUNT
           MOVE   WS-HOLD-REASON TO HQ-REASON
           WRITE  HOLD-REC.
           IF RECYCLE-PHASE
               MOVE  "H"       TO RCY-STATUS
               MOVE  WS-RUN-ID TO RCY-DISP-RUN-ID
               WRITE RECWORK-REC FROM RECYCLE-REC
           END-IF.
           PERFORM 3200-WRITE-CHECKPOINT THRU 3200-EXIT.
       3770-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3800-POST-TRANSACTION - ONE TXN-REC DETAIL ROW, ITS CONTROL    *
      *                         TOTALS (RUN, PER-CODE GL, AND THE      *
      *                         ACCOUNT'S WITHDRAWAL TALLY), ITS       *
      *                         ACCOUNT HISTORY ROW, AND ITS           *
      *                         CHECKPOINT                             *
      *****************************************************************
       3800-POST-TRANSACTION.
           ADD    1 TO CNT
           MOVE   WS-TXN-SRC-FLAG TO COL-TXN-SRC
           WRITE  TXN-REC
           ADD    TI-AMOUNT-N  TO WS-AMT-SUM
           ADD    TI-AMOUNT-N  TO WS-BLOCK-AMTSUM
           ADD    1            TO WS-TE-GL-CNT(WS-TC-HIT)
           ADD    TI-AMOUNT-N  TO WS-TE-GL-AMT(WS-TC-HIT).
           IF WS-TE-SIGN(WS-TC-HIT) = "D"
                   AND WS-TE-CUSTOMER(WS-TC-HIT) = "Y"
               PERFORM 3860-TALLY-WITHDRAWAL THRU 3860-EXIT
           END-IF.
           IF ACCT-FILE-OPEN
               PERFORM 3820-UPDATE-ACCOUNT-BALANCE THRU 3820-EXIT
           END-IF.
           IF ACCTHIST-FILE-OPEN
               PERFORM 3870-WRITE-ACCOUNT-HISTORY THRU 3870-EXIT
           END-IF.
           IF ALT-FILE-OPEN
               PERFORM 3850-WRITE-ALT-TXN-RECORD THRU 3850-EXIT
           END-IF.
      *****************************************************************
      * 3820-UPDATE-ACCOUNT-BALANCE - MOVE THE RUNNING BALANCE ON THE  *
      *                               MASTER RECORD READ IN 3720:      *
      *                               CREDIT CODES ADD, DEBIT CODES    *
      *                               SUBTRACT (CODE TABLE SIGN).      *
      *                               THE RECORD IS REWRITTEN AS EACH  *
      *                               TRANSACTION POSTS, SO A LATER    *
      *                               WDR IN THE SAME RUN SEES THE     *
      *                               BALANCE IT LEFT BEHIND.  EVERY   *
      *                               UPDATE THAT LANDS IS JOURNALED   *
      *                               WITH THE BALANCE BEFORE AND      *
      *                               AFTER.  A CUSTOMER-INITIATED     *
      *                               CREDIT (A DEPOSIT, NOT A BANK    *
      *                               INTEREST OR CORRECTION ENTRY)    *
      *                               TO A DORMANT ACCOUNT RETURNS IT  *
      *                               TO OPEN IN THE SAME REWRITE      *
      *****************************************************************
       3820-UPDATE-ACCOUNT-BALANCE.
           MOVE    AM-BALANCE     TO WS-JRN-BAL-BEFORE.
           MOVE    AM-LAST-RUN-ID TO WS-JRN-PRIOR-RUN-ID.
           MOVE    AM-STATUS      TO WS-JRN-STATUS-BEFORE.
           SET     ACCT-NOT-REACTIVATED TO TRUE.
           IF ACCOUNT-DORMANT AND WS-TE-SIGN(WS-TC-HIT) = "C"
                   AND WS-TE-CUSTOMER(WS-TC-HIT) = "Y"
                   AND ACCTAUD-FILE-OPEN
               PERFORM 3845-BUILD-ACCOUNT-IMAGE THRU 3845-EXIT
               MOVE WS-AAU-ENTRY-IMAGE TO WS-AAU-BEFORE-IMAGE
               SET  ACCOUNT-OPEN       TO TRUE
               SET  ACCT-REACTIVATED   TO TRUE
           END-IF.
           IF WS-TE-SIGN(WS-TC-HIT) = "C"
               ADD      TI-AMOUNT-N TO AM-BALANCE
           ELSE
               SUBTRACT TI-AMOUNT-N FROM AM-BALANCE
           END-IF.
           MOVE    WS-RUN-ID TO AM-LAST-RUN-ID.
           SET     ACCT-UPDATED TO TRUE.
           REWRITE ACCTMAST-REC
               INVALID KEY
                   SET ACCT-NOT-UPDATED TO TRUE
                   DISPLAY "ACCOUNT MASTER NOT UPDATED FOR "
                       TI-ACCOUNT
           END-REWRITE.
           IF ACCT-UPDATED
               PERFORM 3830-WRITE-POSTING-JOURNAL THRU 3830-EXIT
           END-IF.
           IF ACCT-UPDATED AND ACCT-REACTIVATED
               PERFORM 3840-LOG-REACTIVATION THRU 3840-EXIT
           END-IF.
       3820-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3830-WRITE-POSTING-JOURNAL - ONE JOURNAL ROW FOR THE BALANCE   *
      *                              UPDATE JUST REWRITTEN             *
      *****************************************************************
       3830-WRITE-POSTING-JOURNAL.
           ACCEPT TIME-VARIABLES FROM TIME.
           MOVE   HH TO WS-TF-HH
           MOVE   MM TO WS-TF-MM
           MOVE   SS TO WS-TF-SS
           MOVE   SPACE               TO POSTJRNL-REC
           MOVE   WS-RUN-ID           TO PJ-RUN-ID
           SET    PJ-POSTING          TO TRUE
           MOVE   TI-ACCOUNT          TO PJ-ACCOUNT
           MOVE   TI-TRANCODE         TO PJ-TRANCODE
           MOVE   TI-AMOUNT-N         TO PJ-AMOUNT
           MOVE   WS-JRN-BAL-BEFORE   TO PJ-BAL-BEFORE
           MOVE   AM-BALANCE          TO PJ-BAL-AFTER
           MOVE   WS-JRN-PRIOR-RUN-ID TO PJ-PRIOR-RUN-ID
           MOVE   WS-RUN-DATE         TO PJ-POST-DATE
           MOVE   WS-TIME-FMT         TO PJ-POST-TIME
           MOVE   WS-JRN-STATUS-BEFORE TO PJ-STATUS-BEFORE
           WRITE  POSTJRNL-REC.
       3830-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3840-LOG-REACTIVATION - THE BEFORE AND AFTER IMAGES OF A       *
      *                         DORMANT ACCOUNT A CUSTOMER CREDIT HAS  *
      *                         JUST RETURNED TO OPEN                  *
      *****************************************************************
       3840-LOG-REACTIVATION.
           ACCEPT TIME-VARIABLES FROM TIME.
           MOVE   HH TO WS-TF-HH
           MOVE   MM TO WS-TF-MM
           MOVE   SS TO WS-TF-SS
           MOVE   SPACE               TO ACCTAUD-REC
           MOVE   WS-RUN-DATE         TO AA-DATE
           MOVE   WS-TIME-FMT         TO AA-TIME
           MOVE   "POSTING"           TO AA-OPERATOR
           MOVE   "REACTIVATE"        TO AA-ACTION
           MOVE   "B"                 TO AA-IMAGE
           MOVE   WS-AAU-BEFORE-IMAGE TO AA-ENTRY
           WRITE  ACCTAUD-REC.
           PERFORM 3845-BUILD-ACCOUNT-IMAGE THRU 3845-EXIT.
           MOVE   SPACE               TO ACCTAUD-REC
           MOVE   WS-RUN-DATE         TO AA-DATE
           MOVE   WS-TIME-FMT         TO AA-TIME
           MOVE   "POSTING"           TO AA-OPERATOR
           MOVE   "REACTIVATE"        TO AA-ACTION
           MOVE   "A"                 TO AA-IMAGE
           MOVE   WS-AAU-ENTRY-IMAGE  TO AA-ENTRY
           WRITE  ACCTAUD-REC.
           DISPLAY "DORMANT ACCOUNT " TI-ACCOUNT
               " REACTIVATED BY " TI-TRANCODE.
       3840-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3845-BUILD-ACCOUNT-IMAGE - THE MASTER RECORD IN PRINTABLE      *
      *                            FORM FOR THE CHANGE LOG (THE SAME   *
      *                            LAYOUT THE MAINTENANCE PROGRAM      *
      *                            WRITES)                             *
      *****************************************************************
       3845-BUILD-ACCOUNT-IMAGE.
           MOVE SPACE          TO WS-AAU-ENTRY-IMAGE.
           MOVE AM-ACCT-NO     TO EI-ACCT-NO.
           MOVE AM-STATUS      TO EI-STATUS.
           MOVE AM-BALANCE     TO EI-BALANCE.
           MOVE AM-OPEN-DATE   TO EI-OPEN-DATE.
           MOVE AM-LAST-RUN-ID TO EI-LAST-RUN-ID.
       3845-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3850-WRITE-ALT-TXN-RECORD - ONE TXN ROW IN THE ALT FORMAT      *
      *****************************************************************
       3850-WRITE-ALT-TXN-RECORD.
           EXIT.
      *
      *****************************************************************
      * 3860-TALLY-WITHDRAWAL - ONE POSTED WITHDRAWAL ONTO ITS         *
      *                         ACCOUNT'S RUN COUNT AND TOTAL FOR THE  *
      *                         HOLD LIMITS (THE TABLE HOLDS AS MANY   *
      *                         ACCOUNTS AS A RUN CAN POST ROWS)       *
      *****************************************************************
       3860-TALLY-WITHDRAWAL.
           PERFORM 3765-FIND-WDR-ACCOUNT THRU 3765-EXIT.
           IF WS-WA-HIT = 0
               IF WS-WA-CNT >= 9999
                   GO TO 3860-EXIT
               END-IF
               ADD  1 TO WS-WA-CNT
               MOVE WS-WA-CNT  TO WS-WA-HIT
               MOVE TI-ACCOUNT TO WS-WA-ACCOUNT(WS-WA-HIT)
               MOVE 0          TO WS-WA-WDR-CNT(WS-WA-HIT)
                                  WS-WA-WDR-AMT(WS-WA-HIT)
           END-IF.
           ADD 1           TO WS-WA-WDR-CNT(WS-WA-HIT).
           ADD TI-AMOUNT-N TO WS-WA-WDR-AMT(WS-WA-HIT).
       3860-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3870-WRITE-ACCOUNT-HISTORY - ONE KEYED HISTORY ROW FOR THE     *
      *                              TRANSACTION JUST POSTED, WITH     *
      *                              THE MASTER BALANCE IT LEFT        *
      *                              BEHIND WHEN THE MASTER WAS        *
      *                              UPDATED.  EVERY ATTEMPT, A        *
      *                              RESTART INCLUDED, POSTS UNDER ITS *
      *                              OWN RUN ID, SO A KEY ALREADY ON   *
      *                              FILE IS AN ERROR; IT IS REPORTED  *
      *                              AND THE ROW ON FILE IS LEFT AS IT *
      *                              STANDS                            *
      *****************************************************************
       3870-WRITE-ACCOUNT-HISTORY.
           ACCEPT TIME-VARIABLES FROM TIME.
           MOVE   HH TO WS-TF-HH
           MOVE   MM TO WS-TF-MM
           MOVE   SS TO WS-TF-SS
           MOVE   SPACE          TO ACCTHIST-REC
           MOVE   TI-ACCOUNT     TO AH-ACCOUNT
           MOVE   WS-RUN-ID      TO AH-RUN-ID
           MOVE   CNT            TO AH-SEQ
           MOVE   TI-TRANCODE    TO AH-TRANCODE
           MOVE   WS-TE-SIGN(WS-TC-HIT) TO AH-SIGN
           MOVE   TI-AMOUNT-N    TO AH-AMOUNT
           IF RECYCLE-PHASE
               MOVE RCY-SOURCE    TO AH-SOURCE
           ELSE
               MOVE WS-CUR-SOURCE TO AH-SOURCE
           END-IF.
           MOVE   WS-TXN-SRC-FLAG TO AH-RECYCLE-FLAG
           IF ACCT-FILE-OPEN AND ACCT-UPDATED
               SET  AH-BALANCE-KNOWN   TO TRUE
               MOVE AM-BALANCE         TO AH-BALANCE
           ELSE
               SET  AH-BALANCE-UNKNOWN TO TRUE
               MOVE 0                  TO AH-BALANCE
           END-IF.
           MOVE   WS-RUN-DATE    TO AH-POST-DATE
           MOVE   WS-TIME-FMT    TO AH-POST-TIME
           SET    AH-POSTED      TO TRUE
           WRITE  ACCTHIST-REC
               INVALID KEY
                   DISPLAY "ACCOUNT HISTORY NOT WRITTEN FOR "
                       AH-ACCOUNT " " AH-RUN-ID " " AH-SEQ
                       " - STATUS " WS-AHST-FILE-STATUS
           END-WRITE.
       3870-EXIT.
           EXIT.
      *
      *****************************************************************
      * 5000-WRITE-TRAILER-RECORD - CONTROL TOTALS FOR RECONCILIATION  *
      *                             (ROWS SINCE THIS RUN'S OWN ARGS-REC,*
      *                             NOT THE CHECKPOINT-WIDE TOTAL, SO   *
           MOVE   WS-ELAPSED-FMT TO AUD-ELAPSED
           MOVE   WS-RUN-ID    TO AUD-RUN-ID
           MOVE   WS-PARM-CHK  TO AUD-PARM-CHK
           MOVE   WS-GL-STATUS TO AUD-GL-STATUS
           MOVE   WS-HELD-CNT  TO AUD-HELD-CNT
           MOVE   WS-RELEASED-CNT TO AUD-RELEASED-CNT
           WRITE  AUDIT-REC.
       8000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8100-WRITE-GL-JOURNAL - ONE BALANCED DOUBLE-ENTRY JOURNAL PER  *
      *                         RUN THAT POSTED, SUMMARIZED BY CODE    *
      *                         AND MAPPED THROUGH GLMAP.DAT.  DEBITS  *
      *                         AND CREDITS MUST EACH EQUAL THE        *
      *                         TRAILER AMOUNT TOTAL; A JOURNAL THAT   *
      *                         DOES NOT IS NEVER SENT, THE RUN GOES   *
      *                         TO WARNING, AND AUDIT.LOG CARRIES THE  *
      *                         GL STATUS                              *
      *****************************************************************
       8100-WRITE-GL-JOURNAL.
           MOVE SPACE TO WS-GL-STATUS.
           MOVE 0 TO WS-GL-TXN-CNT.
           MOVE 0 TO WS-GL-DR-TOTAL.
           MOVE 0 TO WS-GL-CR-TOTAL.
           PERFORM 8110-LOAD-GL-MAP THRU 8110-EXIT.
           MOVE 0 TO WS-TC-IDX.
           PERFORM 8120-TOTAL-ONE-CODE THRU 8120-EXIT
               UNTIL WS-TC-IDX >= WS-TC-CNT.
           IF WS-GL-TXN-CNT = 0
               GO TO 8100-EXIT
           END-IF.
           IF WS-GL-DR-TOTAL NOT = WS-BLOCK-AMTSUM
                   OR WS-GL-CR-TOTAL NOT = WS-BLOCK-AMTSUM
               MOVE WS-GL-DR-TOTAL  TO WS-GL-DR-ED
               MOVE WS-GL-CR-TOTAL  TO WS-GL-CR-ED
               MOVE WS-BLOCK-AMTSUM TO WS-GL-CTL-ED
               DISPLAY "GL JOURNAL OUT OF BALANCE - NOT SENT"
               DISPLAY "  DEBITS " WS-GL-DR-ED
                   " CREDITS " WS-GL-CR-ED
                   " CONTROL " WS-GL-CTL-ED
               MOVE "UNBALNCD" TO WS-GL-STATUS
               PERFORM 8190-FLAG-GL-WARNING THRU 8190-EXIT
               GO TO 8100-EXIT
           END-IF.
           OPEN EXTEND GLJRNL-FILE.
           IF WS-GLJ-FILE-STATUS = "35"
               OPEN OUTPUT GLJRNL-FILE
           END-IF.
           IF WS-GLJ-FILE-STATUS NOT = "00"
               DISPLAY "GL JOURNAL NOT WRITTEN - STATUS "
                   WS-GLJ-FILE-STATUS
               MOVE "NOTSENT" TO WS-GL-STATUS
               PERFORM 8190-FLAG-GL-WARNING THRU 8190-EXIT
               GO TO 8100-EXIT
           END-IF.
           PERFORM 7900-COMPUTE-ELAPSED-TIME THRU 7900-EXIT.
           MOVE   SPACE          TO GL-HDR-REC
           MOVE   "GLHDR"        TO GLH-TAG
           MOVE   WS-RUN-ID      TO GLH-RUN-ID
           MOVE   WS-RUN-DATE    TO GLH-RUN-DATE
           MOVE   WS-END-HH      TO WS-TF-HH
           MOVE   WS-END-MM      TO WS-TF-MM
           MOVE   WS-END-SS      TO WS-TF-SS
           MOVE   WS-TIME-FMT    TO GLH-CREATE-TIME
           WRITE  GL-HDR-REC.
           MOVE 0 TO WS-GL-LINE-CNT.
           MOVE 0 TO WS-TC-IDX.
           PERFORM 8130-WRITE-CODE-LINES THRU 8130-EXIT
               UNTIL WS-TC-IDX >= WS-TC-CNT.
           MOVE   SPACE           TO GL-TRL-REC
           MOVE   "GLTRL"         TO GLT-TAG
           MOVE   WS-RUN-ID       TO GLT-RUN-ID
           MOVE   WS-GL-LINE-CNT  TO GLT-LINE-CNT
           MOVE   WS-GL-DR-TOTAL  TO GLT-DR-TOTAL
           MOVE   WS-GL-CR-TOTAL  TO GLT-CR-TOTAL
           MOVE   WS-BLOCK-AMTSUM TO GLT-CTL-AMTSUM
           WRITE  GL-TRL-REC.
           CLOSE  GLJRNL-FILE.
           MOVE "BALANCED" TO WS-GL-STATUS.
       8100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8110-LOAD-GL-MAP - GL ACCOUNTS FOR EACH CODE ON THE TABLE;     *
      *                    WITH NO MAP ON FILE EVERY LEG IS UNMAPPED   *
      *****************************************************************
       8110-LOAD-GL-MAP.
           SET  GLM-NOT-EOF TO TRUE.
           OPEN INPUT GLMAP-FILE.
           IF WS-GLM-FILE-STATUS = "00"
               PERFORM 8115-READ-GL-MAP-REC THRU 8115-EXIT
                   UNTIL GLM-EOF
           END-IF.
           CLOSE GLMAP-FILE.
       8110-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8115-READ-GL-MAP-REC - ONE MAPPING ROW ONTO ITS CODE; A ROW    *
      *                        FOR A CODE NOT ON THE TABLE IS IGNORED  *
      *****************************************************************
       8115-READ-GL-MAP-REC.
           READ GLMAP-FILE
               AT END
                   SET GLM-EOF TO TRUE
                   GO TO 8115-EXIT
           END-READ.
           SET  TC-NO-HIT TO TRUE.
           MOVE 0 TO WS-TC-HIT.
           MOVE 0 TO WS-TC-IDX.
           PERFORM 8117-MATCH-GL-CODE THRU 8117-EXIT
               UNTIL TC-HIT OR WS-TC-IDX >= WS-TC-CNT.
           IF TC-HIT
               MOVE GM-LIAB-ACCT TO WS-TE-LIAB-GL(WS-TC-HIT)
               MOVE GM-CASH-ACCT TO WS-TE-CASH-GL(WS-TC-HIT)
           END-IF.
       8115-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8117-MATCH-GL-CODE - ONE TABLE ENTRY AGAINST THE MAPPING CODE  *
      *****************************************************************
       8117-MATCH-GL-CODE.
           ADD 1 TO WS-TC-IDX.
           IF WS-TE-CODE(WS-TC-IDX) = GM-TRANCODE
               SET  TC-HIT    TO TRUE
               MOVE WS-TC-IDX TO WS-TC-HIT
           END-IF.
       8117-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8120-TOTAL-ONE-CODE - ONE CODE'S POSTED AMOUNT ONTO EACH SIDE  *
      *                       IT HAS A GL ACCOUNT FOR.  A CREDIT CODE  *
      *                       DEBITS CASH AND CREDITS THE CUSTOMER     *
      *                       LIABILITY; A DEBIT CODE THE REVERSE.  AN *
      *                       UNMAPPED LEG ADDS NOTHING, SO IT SHOWS   *
      *                       AS AN IMBALANCE                          *
      *****************************************************************
       8120-TOTAL-ONE-CODE.
           ADD 1 TO WS-TC-IDX.
           IF WS-TE-GL-CNT(WS-TC-IDX) = 0
               GO TO 8120-EXIT
           END-IF.
           ADD WS-TE-GL-CNT(WS-TC-IDX) TO WS-GL-TXN-CNT.
           IF WS-TE-SIGN(WS-TC-IDX) = "C"
               IF WS-TE-CASH-GL(WS-TC-IDX) NOT = SPACE
                   ADD WS-TE-GL-AMT(WS-TC-IDX) TO WS-GL-DR-TOTAL
               END-IF
               IF WS-TE-LIAB-GL(WS-TC-IDX) NOT = SPACE
                   ADD WS-TE-GL-AMT(WS-TC-IDX) TO WS-GL-CR-TOTAL
               END-IF
           ELSE
               IF WS-TE-LIAB-GL(WS-TC-IDX) NOT = SPACE
                   ADD WS-TE-GL-AMT(WS-TC-IDX) TO WS-GL-DR-TOTAL
               END-IF
               IF WS-TE-CASH-GL(WS-TC-IDX) NOT = SPACE
                   ADD WS-TE-GL-AMT(WS-TC-IDX) TO WS-GL-CR-TOTAL
               END-IF
           END-IF.
       8120-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8130-WRITE-CODE-LINES - THE DEBIT LEG AND THE CREDIT LEG FOR   *
      *                         ONE CODE THAT POSTED                   *
      *****************************************************************
       8130-WRITE-CODE-LINES.
           ADD 1 TO WS-TC-IDX.
           IF WS-TE-GL-CNT(WS-TC-IDX) = 0
               GO TO 8130-EXIT
           END-IF.
           IF WS-TE-SIGN(WS-TC-IDX) = "C"
               MOVE WS-TE-CASH-GL(WS-TC-IDX) TO WS-GL-LINE-ACCT
           ELSE
               MOVE WS-TE-LIAB-GL(WS-TC-IDX) TO WS-GL-LINE-ACCT
           END-IF.
           MOVE "D" TO WS-GL-LINE-DRCR.
           PERFORM 8140-WRITE-GL-LINE THRU 8140-EXIT.
           IF WS-TE-SIGN(WS-TC-IDX) = "C"
               MOVE WS-TE-LIAB-GL(WS-TC-IDX) TO WS-GL-LINE-ACCT
           ELSE
               MOVE WS-TE-CASH-GL(WS-TC-IDX) TO WS-GL-LINE-ACCT
           END-IF.
           MOVE "C" TO WS-GL-LINE-DRCR.
           PERFORM 8140-WRITE-GL-LINE THRU 8140-EXIT.
       8130-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8140-WRITE-GL-LINE - ONE GLDTL ROW                             *
      *****************************************************************
       8140-WRITE-GL-LINE.
           MOVE   SPACE           TO GL-DTL-REC
           MOVE   "GLDTL"         TO GLD-TAG
           MOVE   WS-RUN-ID       TO GLD-RUN-ID
           MOVE   WS-GL-LINE-ACCT TO GLD-GL-ACCT
           MOVE   WS-GL-LINE-DRCR TO GLD-DR-CR
           MOVE   WS-TE-GL-AMT(WS-TC-IDX) TO GLD-AMOUNT
           MOVE   WS-TE-CODE(WS-TC-IDX)   TO GLD-TRANCODE
           MOVE   WS-TE-GL-CNT(WS-TC-IDX) TO GLD-TXN-CNT
           WRITE  GL-DTL-REC.
           ADD    1 TO WS-GL-LINE-CNT.
       8140-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8190-FLAG-GL-WARNING - A JOURNAL NOT SENT LEAVES THE RUN IN    *
      *                        WARNING WITH RETURN CODE 4 SO FINANCE   *
      *                        IS NOT SILENTLY SHORT A DAY             *
      *****************************************************************
       8190-FLAG-GL-WARNING.
           MOVE "WARNING" TO WS-RUN-STATUS.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       8190-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8200-WRITE-RUN-MASTER - ONE KEYED SUMMARY RECORD PER RUN SO    *
      *                         BATCH-RUNINQ CAN RETRIEVE A SINGLE     *
      *                         RUN BY ITS ID WITHOUT SCANNING THE     *
           MOVE   WS-BLOCK-SSSUM  TO RM-SS-SUM
           MOVE   WS-BLOCK-AMTSUM TO RM-AMT-SUM
           MOVE   WS-TRAN-REJ-CNT TO RM-REJ-CNT
           MOVE   WS-HELD-CNT     TO RM-HELD-CNT
           MOVE   WS-RELEASED-CNT TO RM-RELEASED-CNT
           WRITE  RUNMAST-REC
               INVALID KEY
                   DISPLAY "RUN-MASTER DUPLICATE RUN ID " WS-RUN-ID
           EXIT.
      *
      *****************************************************************
      * 8450-SNAPSHOT-ACCOUNT-MASTER - EVERY ACCOUNT'S STATUS AND      *
      *                                BALANCE, IN KEY ORDER, TO THE   *
      *                                SNAPSHOT FILE UNDER THE RUN ID  *
      *                                AT THE POINT IN WS-SNAP-POINT   *
      *                                (O OPENING, C CLOSING)          *
      *****************************************************************
       8450-SNAPSHOT-ACCOUNT-MASTER.
           OPEN EXTEND ACCTSNAP-FILE.
           IF WS-SNAP-FILE-STATUS = "35"
               OPEN OUTPUT ACCTSNAP-FILE
           END-IF.
           IF WS-SNAP-FILE-STATUS NOT = "00"
               DISPLAY "ACCOUNT SNAPSHOT NOT WRITTEN - STATUS "
                   WS-SNAP-FILE-STATUS
               GO TO 8450-EXIT
           END-IF.
           ACCEPT TIME-VARIABLES FROM TIME.
           MOVE   HH TO WS-TF-HH
           MOVE   MM TO WS-TF-MM
           MOVE   SS TO WS-TF-SS
           MOVE   0  TO WS-SNAP-CNT.
           SET    SNAP-NOT-EOF TO TRUE.
           MOVE   LOW-VALUES TO AM-ACCT-NO.
           START  ACCTMAST-FILE KEY IS NOT < AM-ACCT-NO
               INVALID KEY
                   SET SNAP-EOF TO TRUE
           END-START.
           PERFORM 8460-SNAPSHOT-ONE-ACCOUNT THRU 8460-EXIT
               UNTIL SNAP-EOF.
           CLOSE  ACCTSNAP-FILE.
           IF WS-SNAP-POINT = "O"
               SET OPENING-SNAP-TAKEN TO TRUE
           END-IF.
       8450-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8460-SNAPSHOT-ONE-ACCOUNT - ONE MASTER RECORD, ONE SNAPSHOT    *
      *                             ROW                                *
      *****************************************************************
       8460-SNAPSHOT-ONE-ACCOUNT.
           READ ACCTMAST-FILE NEXT RECORD
               AT END
                   SET SNAP-EOF TO TRUE
                   GO TO 8460-EXIT
           END-READ.
           ADD    1 TO WS-SNAP-CNT.
           MOVE   SPACE          TO ACCTSNAP-REC
           MOVE   WS-RUN-ID      TO SN-RUN-ID
           MOVE   WS-SNAP-POINT  TO SN-POINT
           MOVE   AM-ACCT-NO     TO SN-ACCT-NO
           MOVE   AM-STATUS      TO SN-STATUS
           MOVE   AM-BALANCE     TO SN-BALANCE
           MOVE   WS-RUN-DATE    TO SN-SNAP-DATE
           MOVE   WS-TIME-FMT    TO SN-SNAP-TIME
           WRITE  ACCTSNAP-REC.
       8460-EXIT.
           EXIT.
      *
      *****************************************************************
      * 8500-FINALIZE-RUN - CLOSE FILES.  A MASTER THAT WAS            *
      *                     SNAPSHOTTED AT OPEN IS SNAPSHOTTED AGAIN   *
      *                     BEFORE IT IS CLOSED                        *
      *****************************************************************
       8500-FINALIZE-RUN.
           CLOSE  OUT-FILE.
           IF TRANS-FILE-OPEN
               CLOSE  TRANS-FILE
           END-IF.
           IF ACCT-FILE-OPEN AND OPENING-SNAP-TAKEN
               MOVE   "C" TO WS-SNAP-POINT
               PERFORM 8450-SNAPSHOT-ACCOUNT-MASTER THRU 8450-EXIT
           END-IF.
           IF ACCT-FILE-OPEN
               CLOSE  ACCTMAST-FILE
               SET    ACCT-FILE-ABSENT TO TRUE
           END-IF.
           IF JOURNAL-FILE-OPEN
               CLOSE  POSTJRNL-FILE
               SET    JOURNAL-FILE-SHUT TO TRUE
           END-IF.
           IF ACCTHIST-FILE-OPEN
               CLOSE  ACCTHIST-FILE
               SET    ACCTHIST-FILE-SHUT TO TRUE
           END-IF.
           IF ACCTAUD-FILE-OPEN
               CLOSE  ACCTAUD-FILE
               SET    ACCTAUD-FILE-SHUT TO TRUE
           END-IF.
           IF RECYCLE-FILE-OPEN
               CLOSE  RECYCLE-FILE
               SET    RECYCLE-FILE-SHUT TO TRUE
           END-IF.
           IF HOLD-FILE-OPEN
               CLOSE  HOLDQ-FILE
               SET    HOLD-FILE-SHUT TO TRUE
           END-IF.
           IF ALT-FILE-OPEN
               CLOSE  ALT-FILE
           END-IF.
