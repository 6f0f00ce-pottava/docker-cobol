       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           BATCH-JOBSTREAM.
       AUTHOR.               R. OKONKWO.
       INSTALLATION.         DATA PROCESSING CENTER.
       DATE-WRITTEN.         10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *-----------------------------------------------------------   *
      * DATE       INIT  DESCRIPTION                                  *
      * 2026-10-15 RO    INITIAL VERSION - RUNS THE END-OF-DAY STREAM  *
      *                  FROM A STEP-DEFINITION FILE, JUDGES EACH      *
      *                  STEP'S RETURN CODE BY ITS CONTINUE / REPLY /  *
      *                  STOP LISTS, LOGS EVERY STEP UNDER THE STREAM  *
      *                  RUN ID, AND RESUMES A STOPPED STREAM AT THE   *
      *                  STEP THAT STOPPED IT                          *
      * 2026-10-15 RO    STAMP THE STEP LOG WITH THE POSTING RUN ID    *
      *                  BATCH-COMPUTING ASSIGNED (READ BACK FROM      *
      *                  RUNSEQ.DAT), SO A STREAM TIES TO AUDIT.LOG,   *
      *                  RUNMAST.DAT, AND RESULT.TXT                   *
      * 2026-10-15 RO    ON RESUME, ASK THE OPERATOR AGAIN ABOUT A     *
      *                  STEP STOPPED ON ITS REPLY LIST RATHER THAN    *
      *                  RERUN IT; APP_STREAM_SKIP_STEP=Y PASSES OVER  *
      *                  THE STEP THE STREAM STOPPED AT                *
      *****************************************************************
      *
      *****************************************************************
      * THIS PROGRAM RUNS THE NIGHTLY SEQUENCE IN PLACE OF THE         *
      * OPERATOR STARTING EACH PROGRAM BY HAND.  THE STEPS COME FROM   *
      * JOBSTRM.DAT (JOBSTEP COPYBOOK) IN STEP-NUMBER ORDER; WITH NO   *
      * DEFINITION ON FILE THE STANDING STREAM IS RUN - BATCH-         *
      * COMPUTING (GIVEN THIS PROGRAM'S OWN ONE OR TWO ARGUMENTS),     *
      * BATCH-RECONCILE, BATCH-REPORT, BATCH-STATEMENT, BATCH-         *
      * INTERFACE-CONTROL ACK, AND BATCH-RUNMAST-UNLOAD.  A            *
      * DEFINITION WITH ANY BAD ROW IS REFUSED WHOLE.                  *
      *                                                                *
      * EACH STEP'S RETURN CODE IS LOOKED UP ON ITS CONTINUE, REPLY,   *
      * AND STOP LISTS.  CONTINUE RUNS THE NEXT STEP; REPLY WAITS FOR  *
      * THE OPERATOR TO ANSWER C (CONTINUE) OR S (STOP); STOP - OR A   *
      * CODE ON NO LIST - STOPS THE STREAM THERE, SO A WARNING OR AN   *
      * OUT-OF-BALANCE RECONCILIATION CANNOT GO UNNOTICED WHILE THE    *
      * LATER STEPS RUN.  EVERY STEP'S START, END, RETURN CODE, AND    *
      * DISPOSITION GO TO STEPLOG.DAT (STEPLOG COPYBOOK) UNDER THE     *
      * STREAM'S RUN ID (RUN DATE PLUS THE CONTROLLER'S OWN DAILY      *
      * SEQUENCE - NOT A POSTING RUN ID).  A STEP THAT TAKES A NEW     *
      * POSTING RUN ID FROM RUNSEQ.DAT (BATCH-COMPUTING) HAS IT        *
      * STAMPED ON ITS END ROW AND ON EVERY LATER ROW OF THE STREAM,   *
      * SO THE STREAM CAN BE FOUND ON AUDIT.LOG, RUNMAST.DAT, AND      *
      * RESULT.TXT.                                                    *
      *                                                                *
      * WHEN THE LAST STREAM ON THE LOG DID NOT FINISH, THE NEXT RUN   *
      * TAKES UP THE SAME RUN ID AT THE FIRST STEP THAT HAS NOT ENDED  *
      * IN A CONTINUE - THE STEP THAT STOPPED IT, OR THE ONE THAT WAS  *
      * RUNNING WHEN IT DIED.  A STEP STOPPED ON A RETURN CODE FROM    *
      * ITS REPLY LIST (AN OPERATOR'S S, OR NO USABLE REPLY) HAS       *
      * ALREADY DONE ITS WORK, SO IT IS NOT RERUN - THE OPERATOR IS    *
      * ASKED AGAIN, C CONTINUING AT THE NEXT STEP AND S STOPPING THE  *
      * STREAM THERE ONCE MORE.  ANY OTHER STEP IS RERUN, UNLESS       *
      * APP_STREAM_SKIP_STEP=Y, WHICH LOGS IT AS PASSED OVER           *
      * (OPR-SKIP) AND RESUMES AT THE NEXT STEP - FOR A STEP THAT      *
      * FINISHED BEFORE THE CONTROLLER DIED, OR WHOSE STOP HAS BEEN    *
      * DEALT WITH BY HAND.  APP_STREAM_FROM_TOP=Y, WHICH OVERRIDES    *
      * IT, ABANDONS THE UNFINISHED STREAM ON THE LOG AND STARTS A NEW *
      * ONE FROM THE FIRST STEP, RERUNNING EVERY STEP WITH             *
      * BATCH-COMPUTING AMONG THEM, SO IT IS MEANT FOR A DAY THAT      *
      * BATCH-ROLLBACK HAS BACKED OUT.  RETURN CODE 16 WHEN THE STREAM *
      * STOPS OR CANNOT START; OTHERWISE THE HIGHEST RETURN CODE OF    *
      * THE STEPS THAT RAN.                                            *
      *****************************************************************
       ENVIRONMENT           DIVISION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STEPDEF-FILE ASSIGN TO "jobstrm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-FILE-STATUS.
           SELECT STEPLOG-FILE ASSIGN TO "steplog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT OPTIONAL RUNSEQ-FILE ASSIGN TO "runseq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSQ-FILE-STATUS.
      *
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  STEPDEF-FILE.
           COPY JOBSTEP.
       FD  STEPLOG-FILE.
           COPY STEPLOG.
       FD  RUNSEQ-FILE.
       01  RUNSEQ-REC.
           02  RSQ-DATE          PIC 9(08).
           02                    PIC X(01).
           02  RSQ-SEQ           PIC 9(03).
      *
       WORKING-STORAGE       SECTION.
       01  WS-DEF-FILE-STATUS    PIC X(02).
       01  WS-LOG-FILE-STATUS    PIC X(02).
       01  WS-RSQ-FILE-STATUS    PIC X(02).
       01  WS-DEF-EOF-SW         PIC X(01) VALUE "N".
           88  DEF-EOF               VALUE "Y".
           88  DEF-NOT-EOF           VALUE "N".
       01  WS-LOG-EOF-SW         PIC X(01) VALUE "N".
           88  LOG-EOF               VALUE "Y".
           88  LOG-NOT-EOF           VALUE "N".
       01  WS-DEF-ERR-SW         PIC X(01) VALUE "N".
           88  DEF-IN-ERROR          VALUE "Y".
           88  DEF-CLEAN             VALUE "N".
       01  WS-STREAM-SW          PIC X(01) VALUE "R".
           88  STREAM-RUNNING        VALUE "R".
           88  STREAM-STOPPED        VALUE "S".
       01  WS-LAST-STATE-SW      PIC X(01) VALUE "C".
           88  LAST-STREAM-OPEN      VALUE "O".
           88  LAST-STREAM-CLOSED    VALUE "C".
       01  WS-BATCH-ARG01        PIC X(15) VALUE SPACE.
       01  WS-BATCH-ARG02        PIC X(15) VALUE SPACE.
       01  ENV-STREAM-FROM-TOP   PIC X(01) VALUE SPACE.
       01  ENV-STREAM-SKIP-STEP  PIC X(01) VALUE SPACE.
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
      *
      *****************************************************************
      * THE STREAM'S STEPS, FROM THE DEFINITION FILE OR STANDING       *
      *****************************************************************
       01  WS-DEF-ROW-CNT        PIC 9(03) VALUE 0.
       01  WS-STEP-CNT           PIC 9(02) VALUE 0.
       01  WS-STEP-IDX           PIC 9(02) VALUE 0.
       01  WS-PREV-STEP-NO       PIC 9(02) VALUE 0.
       01  WS-STEP-TBL.
           02  WS-STEP-ENTRY OCCURS 20 TIMES.
               03  WS-SE-STEP-NO     PIC 9(02).
               03  WS-SE-NAME        PIC X(24).
               03  WS-SE-COMMAND     PIC X(60).
               03  WS-SE-CONT-RCS    PIC X(32).
               03  WS-SE-REPLY-RCS   PIC X(32).
               03  WS-SE-STOP-RCS    PIC X(32).
      *
      *****************************************************************
      * THE STREAM RUN ID AND WHERE THE LAST STREAM ON THE LOG LEFT    *
      * OFF                                                            *
      *****************************************************************
       01  WS-STREAM-ID.
           02  WS-SID-DATE       PIC 9(08).
           02  WS-SID-DASH       PIC X(01) VALUE "-".
           02  WS-SID-SEQ        PIC 9(03).
       01  WS-LOG-STREAM-ID.
           02  WS-LSID-DATE      PIC X(08).
           02  WS-LSID-DASH      PIC X(01).
           02  WS-LSID-SEQ       PIC X(03).
           02  WS-LSID-SEQ-N REDEFINES WS-LSID-SEQ
                                 PIC 9(03).
       01  WS-RUN-DATE-X         PIC X(08).
       01  WS-TODAY-SEQ          PIC 9(03) VALUE 0.
       01  WS-LAST-STREAM-ID     PIC X(12) VALUE SPACE.
       01  WS-LAST-DONE-STEP     PIC 9(02) VALUE 0.
       01  WS-LAST-MAX-RC        PIC 9(03) VALUE 0.
       01  WS-RESUME-IDX         PIC 9(02) VALUE 0.
       01  WS-LAST-POST-RUN-ID   PIC X(12) VALUE SPACE.
       01  WS-LAST-START-STEP    PIC 9(02) VALUE 0.
       01  WS-LAST-END-STEP      PIC 9(02) VALUE 0.
       01  WS-LAST-END-RC        PIC 9(03) VALUE 0.
       01  WS-LAST-END-ACTION    PIC X(08) VALUE SPACE.
           88  LAST-END-STOPPED      VALUE "STOP" "OPR-STOP".
       01  WS-REASK-SW           PIC X(01) VALUE "N".
           88  REASK-PENDING         VALUE "Y".
           88  REASK-NOT-PENDING     VALUE "N".
      *
      *****************************************************************
      * THE POSTING RUN ID TAKEN WITHIN THE STREAM, FROM RUNSEQ.DAT    *
      * BEFORE AND AFTER EACH STEP                                     *
      *****************************************************************
       01  WS-POSTING-RUN-ID     PIC X(12) VALUE SPACE.
       01  WS-RSQ-BEFORE         PIC X(12) VALUE SPACE.
       01  WS-RSQ-CURRENT        PIC X(12) VALUE SPACE.
       01  WS-RSQ-RUN-ID.
           02  WS-RSQ-ID-DATE    PIC 9(08).
           02  WS-RSQ-ID-DASH    PIC X(01) VALUE "-".
           02  WS-RSQ-ID-SEQ     PIC 9(03).
      *
      *****************************************************************
      * ONE STEP'S EXECUTION AND ITS DISPOSITION                       *
      *****************************************************************
       01  WS-COMMAND-LINE       PIC X(60) VALUE SPACE.
       01  WS-SYS-STATUS         PIC S9(09) VALUE 0.
       01  WS-SYS-EXIT           PIC S9(09) VALUE 0.
       01  WS-SYS-SIGNAL         PIC S9(09) VALUE 0.
       01  WS-STEP-RC-X          PIC X(03) VALUE "000".
       01  WS-STEP-RC REDEFINES WS-STEP-RC-X
                                 PIC 9(03).
       01  WS-MAX-RC             PIC 9(03) VALUE 0.
       01  WS-DISPOSITION        PIC X(01) VALUE SPACE.
           88  RC-CONTINUES          VALUE "C".
           88  RC-NEEDS-REPLY        VALUE "R".
           88  RC-STOPS              VALUE "S".
           88  RC-UNLISTED           VALUE "U".
       01  WS-ACTION             PIC X(08) VALUE SPACE.
           88  ACTION-CONTINUES      VALUE "CONTINUE" "OPR-CONT"
                                           "OPR-SKIP".
       01  WS-RC-LIST            PIC X(32) VALUE SPACE.
       01  WS-RC-LIST-R REDEFINES WS-RC-LIST.
           02  WS-RL-ENTRY OCCURS 8 TIMES.
               03  WS-RL-RC          PIC X(03).
               03  FILLER            PIC X(01).
       01  WS-RL-IDX             PIC 9(02) VALUE 0.
       01  WS-RL-HIT-SW          PIC X(01) VALUE "N".
           88  RC-ON-LIST            VALUE "Y".
           88  RC-NOT-ON-LIST        VALUE "N".
       01  WS-REPLY              PIC X(01) VALUE SPACE.
           88  REPLY-CONTINUE        VALUE "C".
           88  REPLY-STOP            VALUE "S".
       01  WS-ASK-CNT            PIC 9(02) VALUE 0.
      *
       PROCEDURE             DIVISION.
      *****************************************************************
      * 0000-MAINLINE - LOAD THE STEPS, FIND WHERE TO START, RUN THEM  *
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE           THRU 1000-EXIT.
           PERFORM 1100-LOAD-STEP-DEFINITIONS THRU 1100-EXIT.
           IF DEF-IN-ERROR
               DISPLAY "STREAM DEFINITION REFUSED - NO STEP RUN"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           PERFORM 1300-FIND-RESTART-POINT   THRU 1300-EXIT.
           IF RETURN-CODE NOT = 0
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           PERFORM 1400-OPEN-STEP-LOG        THRU 1400-EXIT.
           IF RETURN-CODE NOT = 0
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           PERFORM 1500-ASSIGN-STREAM-ID     THRU 1500-EXIT.
           IF RETURN-CODE NOT = 0
               CLOSE STEPLOG-FILE
               GO TO 9999-PROGRAM-EXIT
           END-IF.
           SET  STREAM-RUNNING TO TRUE.
           MOVE 0 TO WS-STEP-IDX.
           PERFORM 2000-RUN-ONE-STEP         THRU 2000-EXIT
               UNTIL WS-STEP-IDX >= WS-STEP-CNT
                  OR STREAM-STOPPED.
           PERFORM 3000-FINISH-STREAM        THRU 3000-EXIT.
           CLOSE STEPLOG-FILE.
       9999-PROGRAM-EXIT.
           STOP RUN.
      *
      *****************************************************************
      * 1000-INITIALIZE - ARGUMENTS FOR BATCH-COMPUTING, RUN DATE,     *
      *                   AND THE FROM-THE-TOP SWITCH                  *
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-BATCH-ARG01 FROM ARGUMENT-VALUE.
           ACCEPT WS-BATCH-ARG02 FROM ARGUMENT-VALUE.
           ACCEPT WS-RUN-DATE    FROM DATE YYYYMMDD.
           MOVE   WS-RUN-DATE    TO WS-RUN-DATE-X.
           DISPLAY "APP_STREAM_FROM_TOP" UPON ENVIRONMENT-NAME
           ACCEPT  ENV-STREAM-FROM-TOP   FROM ENVIRONMENT-VALUE.
           DISPLAY "APP_STREAM_SKIP_STEP" UPON ENVIRONMENT-NAME
           ACCEPT  ENV-STREAM-SKIP-STEP  FROM ENVIRONMENT-VALUE.
           MOVE 0 TO RETURN-CODE.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1100-LOAD-STEP-DEFINITIONS - THE STEP TABLE FROM JOBSTRM.DAT,  *
      *                              OR THE STANDING STREAM WHEN THE   *
      *                              FILE IS ABSENT OR EMPTY           *
      *****************************************************************
       1100-LOAD-STEP-DEFINITIONS.
           MOVE 0 TO WS-STEP-CNT.
           MOVE 0 TO WS-PREV-STEP-NO.
           SET  DEF-CLEAN   TO TRUE.
           SET  DEF-NOT-EOF TO TRUE.
           OPEN INPUT STEPDEF-FILE.
           IF WS-DEF-FILE-STATUS NOT = "00"
                   AND WS-DEF-FILE-STATUS NOT = "05"
               DISPLAY "STREAM DEFINITION UNREADABLE - STATUS "
                   WS-DEF-FILE-STATUS
               SET DEF-IN-ERROR TO TRUE
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1150-READ-STEP-DEF-REC THRU 1150-EXIT
               UNTIL DEF-EOF.
           CLOSE STEPDEF-FILE.
           IF WS-STEP-CNT = 0 AND DEF-CLEAN
               DISPLAY "NO STREAM DEFINITION ON FILE - RUNNING THE "
                   "STANDING STREAM"
               PERFORM 1180-LOAD-STANDING-STREAM THRU 1180-EXIT
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1150-READ-STEP-DEF-REC - ONE DEFINITION ROW.  BLANK ROWS AND   *
      *                          ROWS STARTING * ARE PASSED OVER; A    *
      *                          ROW WITH NO NAME OR COMMAND, OR A     *
      *                          STEP NUMBER NOT ABOVE THE ONE BEFORE  *
      *                          IT, REFUSES THE DEFINITION            *
      *****************************************************************
       1150-READ-STEP-DEF-REC.
           READ STEPDEF-FILE
               AT END
                   SET DEF-EOF TO TRUE
                   GO TO 1150-EXIT
           END-READ.
           ADD  1 TO WS-DEF-ROW-CNT.
           IF JOBSTEP-REC = SPACE
                   OR JS-STEP-NO(1:1) = "*"
               GO TO 1150-EXIT
           END-IF.
           IF JS-STEP-NO IS NOT NUMERIC
               DISPLAY "STREAM DEFINITION ROW " WS-DEF-ROW-CNT
                   " - STEP NUMBER NOT NUMERIC"
               SET DEF-IN-ERROR TO TRUE
               GO TO 1150-EXIT
           END-IF.
           IF JS-STEP-NO-N NOT > WS-PREV-STEP-NO
               DISPLAY "STREAM DEFINITION ROW " WS-DEF-ROW-CNT
                   " - STEP " JS-STEP-NO " OUT OF ORDER"
               SET DEF-IN-ERROR TO TRUE
               GO TO 1150-EXIT
           END-IF.
           MOVE JS-STEP-NO-N TO WS-PREV-STEP-NO.
           IF JS-STEP-NAME = SPACE OR JS-COMMAND = SPACE
               DISPLAY "STREAM DEFINITION ROW " WS-DEF-ROW-CNT
                   " - STEP " JS-STEP-NO " HAS NO NAME OR COMMAND"
               SET DEF-IN-ERROR TO TRUE
               GO TO 1150-EXIT
           END-IF.
           IF WS-STEP-CNT >= 20
               DISPLAY "STREAM DEFINITION ROW " WS-DEF-ROW-CNT
                   " - MORE THAN 20 STEPS"
               SET DEF-IN-ERROR TO TRUE
               GO TO 1150-EXIT
           END-IF.
           ADD  1 TO WS-STEP-CNT.
           MOVE JS-STEP-NO-N    TO WS-SE-STEP-NO(WS-STEP-CNT).
           MOVE JS-STEP-NAME    TO WS-SE-NAME(WS-STEP-CNT).
           MOVE JS-COMMAND      TO WS-SE-COMMAND(WS-STEP-CNT).
           MOVE JS-CONTINUE-RCS TO WS-SE-CONT-RCS(WS-STEP-CNT).
           MOVE JS-REPLY-RCS    TO WS-SE-REPLY-RCS(WS-STEP-CNT).
           MOVE JS-STOP-RCS     TO WS-SE-STOP-RCS(WS-STEP-CNT).
       1150-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1180-LOAD-STANDING-STREAM - THE SEQUENCE THE OPERATORS RUN BY  *
      *                             HAND.  A WARNING FROM POSTING OR   *
      *                             AN UNKNOWN ACKNOWLEDGMENT WAITS    *
      *                             FOR A REPLY; AN OUT-OF-BALANCE     *
      *                             RECONCILIATION OR STATEMENT, A     *
      *                             DUPLICATE, OR A REJECT STOPS       *
      *****************************************************************
       1180-LOAD-STANDING-STREAM.
           MOVE SPACE TO WS-STEP-TBL.
           MOVE 1                         TO WS-SE-STEP-NO(1).
           MOVE "BATCH-COMPUTING"         TO WS-SE-NAME(1).
           STRING "./batch "              DELIMITED BY SIZE
                  WS-BATCH-ARG01          DELIMITED BY SPACE
                  " "                     DELIMITED BY SIZE
                  WS-BATCH-ARG02          DELIMITED BY SPACE
               INTO WS-SE-COMMAND(1).
           MOVE "000"                     TO WS-SE-CONT-RCS(1).
           MOVE "004"                     TO WS-SE-REPLY-RCS(1).
           MOVE "008 010 012 016"         TO WS-SE-STOP-RCS(1).
           MOVE 2                         TO WS-SE-STEP-NO(2).
           MOVE "BATCH-RECONCILE"         TO WS-SE-NAME(2).
           MOVE "./batchrcn"              TO WS-SE-COMMAND(2).
           MOVE "000"                     TO WS-SE-CONT-RCS(2).
           MOVE "008 016"                 TO WS-SE-STOP-RCS(2).
           MOVE 3                         TO WS-SE-STEP-NO(3).
           MOVE "BATCH-REPORT"            TO WS-SE-NAME(3).
           MOVE "./batchrpt"              TO WS-SE-COMMAND(3).
           MOVE "000 004"                 TO WS-SE-CONT-RCS(3).
           MOVE "008 016"                 TO WS-SE-STOP-RCS(3).
           MOVE 4                         TO WS-SE-STEP-NO(4).
           MOVE "BATCH-STATEMENT"         TO WS-SE-NAME(4).
           MOVE "./batchstm"              TO WS-SE-COMMAND(4).
           MOVE "000 004"                 TO WS-SE-CONT-RCS(4).
           MOVE "008 016"                 TO WS-SE-STOP-RCS(4).
           MOVE 5                         TO WS-SE-STEP-NO(5).
           MOVE "BATCH-INTERFACE-CONTROL" TO WS-SE-NAME(5).
           MOVE "./batchifc ACK"          TO WS-SE-COMMAND(5).
           MOVE "000"                     TO WS-SE-CONT-RCS(5).
           MOVE "004"                     TO WS-SE-REPLY-RCS(5).
           MOVE "016"                     TO WS-SE-STOP-RCS(5).
           MOVE 6                         TO WS-SE-STEP-NO(6).
           MOVE "BATCH-RUNMAST-UNLOAD"    TO WS-SE-NAME(6).
           MOVE "./batchrmu"              TO WS-SE-COMMAND(6).
           MOVE "000"                     TO WS-SE-CONT-RCS(6).
           MOVE "008"                     TO WS-SE-REPLY-RCS(6).
           MOVE "016"                     TO WS-SE-STOP-RCS(6).
           MOVE 6                         TO WS-STEP-CNT.
       1180-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1300-FIND-RESTART-POINT - READ THE STEP LOG FOR TODAY'S        *
      *                           HIGHEST STREAM SEQUENCE AND FOR      *
      *                           WHERE THE LAST STREAM LEFT OFF.  NO  *
      *                           LOG YET MEANS A FIRST STREAM         *
      *****************************************************************
       1300-FIND-RESTART-POINT.
           MOVE SPACE TO WS-LAST-STREAM-ID.
           SET  LAST-STREAM-CLOSED TO TRUE.
           SET  LOG-NOT-EOF TO TRUE.
           OPEN INPUT STEPLOG-FILE.
           IF WS-LOG-FILE-STATUS = "35"
               GO TO 1300-EXIT
           END-IF.
           IF WS-LOG-FILE-STATUS NOT = "00"
               DISPLAY "STEP LOG UNREADABLE - STATUS "
                   WS-LOG-FILE-STATUS " - STREAM NOT STARTED"
               MOVE 16 TO RETURN-CODE
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1350-READ-STEP-LOG-REC THRU 1350-EXIT
               UNTIL LOG-EOF.
           CLOSE STEPLOG-FILE.
       1300-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1350-READ-STEP-LOG-REC - ONE LOG ROW.  A NEW RUN ID STARTS A   *
      *                          NEW STREAM; A CONTINUED STEP END      *
      *                          MOVES ITS HIGH-WATER STEP; THE LAST   *
      *                          STEP STARTED, THE LAST STEP END WITH  *
      *                          ITS RETURN CODE AND ACTION, AND THE   *
      *                          LAST POSTING RUN ID STAMPED ARE KEPT; *
      *                          A C OR A ROW CLOSES IT                *
      *****************************************************************
       1350-READ-STEP-LOG-REC.
           READ STEPLOG-FILE
               AT END
                   SET LOG-EOF TO TRUE
                   GO TO 1350-EXIT
           END-READ.
           IF SL-STREAM-ID = SPACE
               GO TO 1350-EXIT
           END-IF.
           MOVE SL-STREAM-ID TO WS-LOG-STREAM-ID.
           IF WS-LSID-DATE = WS-RUN-DATE-X
                   AND WS-LSID-SEQ IS NUMERIC
                   AND WS-LSID-SEQ-N > WS-TODAY-SEQ
               MOVE WS-LSID-SEQ-N TO WS-TODAY-SEQ
           END-IF.
           IF SL-STREAM-ID NOT = WS-LAST-STREAM-ID
               MOVE SL-STREAM-ID TO WS-LAST-STREAM-ID
               SET  LAST-STREAM-OPEN TO TRUE
               MOVE 0 TO WS-LAST-DONE-STEP
               MOVE 0 TO WS-LAST-MAX-RC
               MOVE SPACE TO WS-LAST-POST-RUN-ID
               MOVE 0     TO WS-LAST-START-STEP
               MOVE 0     TO WS-LAST-END-STEP
               MOVE SPACE TO WS-LAST-END-ACTION
           END-IF.
           IF SL-RUN-ID NOT = SPACE
               MOVE SL-RUN-ID TO WS-LAST-POST-RUN-ID
           END-IF.
           IF SL-STREAM-COMPLETE OR SL-STREAM-ABANDONED
               SET LAST-STREAM-CLOSED TO TRUE
               GO TO 1350-EXIT
           END-IF.
           IF SL-STEP-START
               MOVE SL-STEP-NO TO WS-LAST-START-STEP
               MOVE 0          TO WS-LAST-END-STEP
               MOVE SPACE      TO WS-LAST-END-ACTION
           END-IF.
           IF SL-STEP-END
               MOVE SL-STEP-NO TO WS-LAST-END-STEP
               MOVE SL-RC      TO WS-LAST-END-RC
               MOVE SL-ACTION  TO WS-LAST-END-ACTION
           END-IF.
           IF SL-STEP-END AND SL-CONTINUED
               MOVE SL-STEP-NO TO WS-LAST-DONE-STEP
               IF SL-RC > WS-LAST-MAX-RC
                   MOVE SL-RC TO WS-LAST-MAX-RC
               END-IF
           END-IF.
       1350-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1400-OPEN-STEP-LOG - APPENDED TO, SO EVERY EARLIER STREAM'S    *
      *                      ROWS STAY ON FILE FOR RESTART             *
      *****************************************************************
       1400-OPEN-STEP-LOG.
           OPEN EXTEND STEPLOG-FILE.
           IF WS-LOG-FILE-STATUS = "35"
               OPEN OUTPUT STEPLOG-FILE
           END-IF.
           IF WS-LOG-FILE-STATUS NOT = "00"
               DISPLAY "STEP LOG NOT WRITABLE - STATUS "
                   WS-LOG-FILE-STATUS " - STREAM NOT STARTED"
               MOVE 16 TO RETURN-CODE
           END-IF.
       1400-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1500-ASSIGN-STREAM-ID - TAKE UP THE UNFINISHED STREAM UNDER    *
      *                         ITS OWN RUN ID AT THE STEP IT STOPPED  *
      *                         AT, OR (WITH NONE, OR                  *
      *                         APP_STREAM_FROM_TOP=Y) START TODAY'S   *
      *                         NEXT ONE FROM THE FIRST STEP           *
      *****************************************************************
       1500-ASSIGN-STREAM-ID.
           MOVE 0 TO WS-MAX-RC.
           IF WS-LAST-STREAM-ID = SPACE OR LAST-STREAM-CLOSED
               GO TO 1500-NEW-STREAM
           END-IF.
           IF ENV-STREAM-FROM-TOP = "Y"
               MOVE WS-LAST-POST-RUN-ID TO WS-POSTING-RUN-ID
               MOVE SPACE             TO STEPLOG-REC
               MOVE WS-LAST-STREAM-ID TO SL-STREAM-ID
               MOVE WS-LAST-DONE-STEP TO SL-STEP-NO
               SET  SL-STREAM-ABANDONED TO TRUE
               MOVE 0                 TO SL-RC
               MOVE "ABANDON"         TO SL-ACTION
               PERFORM 6000-WRITE-STEP-LOG-ROW THRU 6000-EXIT
               MOVE SPACE             TO WS-POSTING-RUN-ID
               DISPLAY "UNFINISHED STREAM " WS-LAST-STREAM-ID
                   " ABANDONED - STARTING FROM THE FIRST STEP"
               GO TO 1500-NEW-STREAM
           END-IF.
           MOVE WS-LAST-STREAM-ID TO WS-STREAM-ID.
           MOVE WS-LAST-MAX-RC    TO WS-MAX-RC.
           MOVE WS-LAST-POST-RUN-ID TO WS-POSTING-RUN-ID.
           MOVE 0 TO WS-RESUME-IDX.
           PERFORM 1550-MATCH-RESUME-STEP THRU 1550-EXIT
               UNTIL WS-RESUME-IDX >= WS-STEP-CNT
                  OR WS-SE-STEP-NO(WS-RESUME-IDX + 1)
                         > WS-LAST-DONE-STEP.
           MOVE SPACE        TO STEPLOG-REC
           MOVE WS-STREAM-ID TO SL-STREAM-ID
           IF WS-RESUME-IDX < WS-STEP-CNT
               MOVE WS-SE-STEP-NO(WS-RESUME-IDX + 1) TO SL-STEP-NO
               MOVE WS-SE-NAME(WS-RESUME-IDX + 1)    TO SL-STEP-NAME
           ELSE
               MOVE 0                                TO SL-STEP-NO
           END-IF.
           SET  SL-STREAM-RESUMED TO TRUE
           MOVE 0                 TO SL-RC
           MOVE "RESUME"          TO SL-ACTION
           PERFORM 6000-WRITE-STEP-LOG-ROW THRU 6000-EXIT.
           DISPLAY "RESUMING STREAM " WS-STREAM-ID " AT STEP "
               SL-STEP-NO " " SL-STEP-NAME.
           IF WS-RESUME-IDX < WS-STEP-CNT
               PERFORM 1600-SETTLE-RESUME-STEP THRU 1600-EXIT
           END-IF.
           GO TO 1500-EXIT.
       1500-NEW-STREAM.
           MOVE 0 TO WS-LAST-DONE-STEP.
           IF WS-TODAY-SEQ >= 999
               DISPLAY "DAILY STREAM SEQUENCE EXHAUSTED - STREAM NOT "
                   "STARTED"
               MOVE 16 TO RETURN-CODE
               GO TO 1500-EXIT
           END-IF.
           ADD  1            TO WS-TODAY-SEQ.
           MOVE WS-RUN-DATE  TO WS-SID-DATE.
           MOVE "-"          TO WS-SID-DASH.
           MOVE WS-TODAY-SEQ TO WS-SID-SEQ.
           DISPLAY "STREAM " WS-STREAM-ID " STARTED - "
               WS-STEP-CNT " STEPS".
       1500-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1550-MATCH-RESUME-STEP - PASS OVER ONE STEP THAT ENDED IN A    *
      *                          CONTINUE ON THE EARLIER ATTEMPT       *
      *****************************************************************
       1550-MATCH-RESUME-STEP.
           ADD 1 TO WS-RESUME-IDX.
       1550-EXIT.
           EXIT.
      *
      *****************************************************************
      * 1600-SETTLE-RESUME-STEP - HOW A RESUMED STREAM TAKES UP THE    *
      *                           STEP THAT STOPPED IT.  A STEP THAT   *
      *                           ENDED ON ITS REPLY LIST AND WAS      *
      *                           STOPPED THERE HAS DONE ITS WORK, SO  *
      *                           THE OPERATOR IS ASKED AGAIN INSTEAD  *
      *                           OF THE STEP BEING RERUN.  WITH       *
      *                           APP_STREAM_SKIP_STEP=Y THE STEP -    *
      *                           STOPPED, OR RUNNING WHEN THE EARLIER *
      *                           ATTEMPT DIED - IS PASSED OVER WITH   *
      *                           AN OPR-SKIP END ROW AND THE STREAM   *
      *                           RESUMES AT THE NEXT STEP.  ANY OTHER *
      *                           STEP IS RERUN                        *
      *****************************************************************
       1600-SETTLE-RESUME-STEP.
           SET  REASK-NOT-PENDING TO TRUE.
           MOVE WS-RESUME-IDX TO WS-STEP-IDX.
           ADD  1             TO WS-STEP-IDX.
           IF WS-SE-STEP-NO(WS-STEP-IDX) = WS-LAST-END-STEP
               MOVE WS-LAST-END-RC TO WS-STEP-RC
               DISPLAY "STEP " WS-SE-STEP-NO(WS-STEP-IDX)
                   " ENDED RC " WS-STEP-RC-X " - "
                   WS-LAST-END-ACTION " ON THE EARLIER ATTEMPT"
           ELSE
               MOVE 0 TO WS-STEP-RC
               IF WS-SE-STEP-NO(WS-STEP-IDX) = WS-LAST-START-STEP
                   DISPLAY "STEP " WS-SE-STEP-NO(WS-STEP-IDX)
                       " WAS RUNNING WHEN THE EARLIER ATTEMPT ENDED"
                       " - NO RETURN CODE LOGGED"
               END-IF
           END-IF.
           IF ENV-STREAM-SKIP-STEP = "Y"
               MOVE SPACE                      TO STEPLOG-REC
               MOVE WS-STREAM-ID               TO SL-STREAM-ID
               MOVE WS-SE-STEP-NO(WS-STEP-IDX) TO SL-STEP-NO
               MOVE WS-SE-NAME(WS-STEP-IDX)    TO SL-STEP-NAME
               SET  SL-STEP-END                TO TRUE
               MOVE WS-STEP-RC                 TO SL-RC
               MOVE "OPR-SKIP"                 TO SL-ACTION
               PERFORM 6000-WRITE-STEP-LOG-ROW THRU 6000-EXIT
               MOVE WS-SE-STEP-NO(WS-STEP-IDX) TO WS-LAST-DONE-STEP
               IF WS-STEP-RC > WS-MAX-RC
                   MOVE WS-STEP-RC TO WS-MAX-RC
               END-IF
               DISPLAY "STEP " SL-STEP-NO " " SL-STEP-NAME
                   " PASSED OVER - RESUMING AT THE NEXT STEP"
               GO TO 1600-EXIT
           END-IF.
           IF WS-SE-STEP-NO(WS-STEP-IDX) NOT = WS-LAST-END-STEP
                   OR NOT LAST-END-STOPPED
               GO TO 1600-EXIT
           END-IF.
           PERFORM 2300-CLASSIFY-RETURN-CODE THRU 2300-EXIT.
           IF RC-NEEDS-REPLY
               SET REASK-PENDING TO TRUE
           END-IF.
       1600-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2000-RUN-ONE-STEP - START ROW, RUN THE COMMAND, JUDGE ITS      *
      *                     RETURN CODE (ASKING THE OPERATOR WHEN THE  *
      *                     DEFINITION SAYS SO), END ROW.  A STEP      *
      *                     ALREADY CONTINUED PAST BY THE EARLIER      *
      *                     ATTEMPT OF A RESUMED STREAM IS NOT RERUN,  *
      *                     NOR IS ONE THAT ATTEMPT STOPPED ON A       *
      *                     REPLY-LIST RETURN CODE - THE OPERATOR IS   *
      *                     ASKED ABOUT THAT ONE AGAIN.  A NEW POSTING *
      *                     RUN ID ON RUNSEQ.DAT AFTER THE STEP IS     *
      *                     STAMPED FROM ITS END ROW ON EVERY LATER    *
      *                     ROW                                        *
      *****************************************************************
       2000-RUN-ONE-STEP.
           ADD  1 TO WS-STEP-IDX.
           IF WS-SE-STEP-NO(WS-STEP-IDX) NOT > WS-LAST-DONE-STEP
               GO TO 2000-EXIT
           END-IF.
           IF REASK-PENDING
               PERFORM 2100-REASK-STOPPED-STEP THRU 2100-EXIT
               GO TO 2000-END-STEP
           END-IF.
           MOVE SPACE                      TO STEPLOG-REC
           MOVE WS-STREAM-ID               TO SL-STREAM-ID
           MOVE WS-SE-STEP-NO(WS-STEP-IDX) TO SL-STEP-NO
           MOVE WS-SE-NAME(WS-STEP-IDX)    TO SL-STEP-NAME
           SET  SL-STEP-START              TO TRUE
           MOVE 0                          TO SL-RC
           PERFORM 6000-WRITE-STEP-LOG-ROW THRU 6000-EXIT.
           DISPLAY "STEP " SL-STEP-NO " " SL-STEP-NAME
               " STARTED " SL-TIME.
           PERFORM 2150-READ-RUN-SEQUENCE  THRU 2150-EXIT.
           MOVE WS-RSQ-CURRENT TO WS-RSQ-BEFORE.
           PERFORM 2200-EXECUTE-STEP       THRU 2200-EXIT.
           PERFORM 2150-READ-RUN-SEQUENCE  THRU 2150-EXIT.
           IF WS-RSQ-CURRENT NOT = SPACE
                   AND WS-RSQ-CURRENT NOT = WS-RSQ-BEFORE
               MOVE WS-RSQ-CURRENT TO WS-POSTING-RUN-ID
               DISPLAY "STEP " WS-SE-STEP-NO(WS-STEP-IDX)
                   " TOOK POSTING RUN ID " WS-POSTING-RUN-ID
           END-IF.
           PERFORM 2300-CLASSIFY-RETURN-CODE THRU 2300-EXIT.
           IF RC-CONTINUES
               MOVE "CONTINUE" TO WS-ACTION
           ELSE
           IF RC-NEEDS-REPLY
               PERFORM 2400-GET-OPERATOR-REPLY THRU 2400-EXIT
           ELSE
               MOVE "STOP"     TO WS-ACTION
           END-IF
           END-IF.
           IF RC-UNLISTED
               DISPLAY "RETURN CODE " WS-STEP-RC-X
                   " IS ON NO LIST FOR THE STEP - STOPPING"
           END-IF.
       2000-END-STEP.
           MOVE SPACE                      TO STEPLOG-REC
           MOVE WS-STREAM-ID               TO SL-STREAM-ID
           MOVE WS-SE-STEP-NO(WS-STEP-IDX) TO SL-STEP-NO
           MOVE WS-SE-NAME(WS-STEP-IDX)    TO SL-STEP-NAME
           SET  SL-STEP-END                TO TRUE
           MOVE WS-STEP-RC                 TO SL-RC
           MOVE WS-ACTION                  TO SL-ACTION
           PERFORM 6000-WRITE-STEP-LOG-ROW THRU 6000-EXIT.
           DISPLAY "STEP " SL-STEP-NO " " SL-STEP-NAME
               " ENDED " SL-TIME " RC " SL-RC " - " SL-ACTION.
           IF NOT ACTION-CONTINUES
               SET STREAM-STOPPED TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF WS-STEP-RC > WS-MAX-RC
               MOVE WS-STEP-RC TO WS-MAX-RC
           END-IF.
       2000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2100-REASK-STOPPED-STEP - THE STEP THAT STOPPED THE EARLIER    *
      *                           ATTEMPT ON A REPLY-LIST RETURN CODE  *
      *                           IS NOT RERUN; THE OPERATOR ANSWERS C *
      *                           OR S AGAIN AGAINST THE RETURN CODE   *
      *                           IT ENDED WITH                        *
      *****************************************************************
       2100-REASK-STOPPED-STEP.
           SET  REASK-NOT-PENDING TO TRUE.
           MOVE WS-LAST-END-RC TO WS-STEP-RC.
           DISPLAY "STEP " WS-SE-STEP-NO(WS-STEP-IDX) " "
               WS-SE-NAME(WS-STEP-IDX) " NOT RERUN - ITS WORK IS DONE".
           PERFORM 2400-GET-OPERATOR-REPLY THRU 2400-EXIT.
       2100-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2150-READ-RUN-SEQUENCE - THE LAST POSTING RUN ID BATCH-        *
      *                          COMPUTING ASSIGNED, AS IT WOULD BUILD *
      *                          IT FROM RUNSEQ.DAT; BLANK WITH NO     *
      *                          USABLE ROW ON FILE                    *
      *****************************************************************
       2150-READ-RUN-SEQUENCE.
           MOVE SPACE TO WS-RSQ-CURRENT.
           OPEN INPUT RUNSEQ-FILE.
           IF WS-RSQ-FILE-STATUS NOT = "00"
               CLOSE RUNSEQ-FILE
               GO TO 2150-EXIT
           END-IF.
           READ RUNSEQ-FILE
               AT END
                   MOVE SPACE TO RUNSEQ-REC
           END-READ.
           CLOSE RUNSEQ-FILE.
           IF RSQ-DATE IS NUMERIC AND RSQ-SEQ IS NUMERIC
               MOVE RSQ-DATE      TO WS-RSQ-ID-DATE
               MOVE "-"           TO WS-RSQ-ID-DASH
               MOVE RSQ-SEQ       TO WS-RSQ-ID-SEQ
               MOVE WS-RSQ-RUN-ID TO WS-RSQ-CURRENT
           END-IF.
       2150-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2200-EXECUTE-STEP - RUN THE STEP'S COMMAND AND WAIT FOR IT.    *
      *                     THE ENDING STATUS COMES BACK AS THE EXIT   *
      *                     CODE TIMES 256 PLUS ANY SIGNAL THAT ENDED  *
      *                     IT; A STEP KILLED BY A SIGNAL, OR A        *
      *                     COMMAND THAT COULD NOT BE STARTED, IS      *
      *                     GIVEN RETURN CODE 999                      *
      *****************************************************************
       2200-EXECUTE-STEP.
           MOVE WS-SE-COMMAND(WS-STEP-IDX) TO WS-COMMAND-LINE.
           CALL "SYSTEM" USING WS-COMMAND-LINE.
           MOVE RETURN-CODE TO WS-SYS-STATUS.
           MOVE 0           TO RETURN-CODE.
           IF WS-SYS-STATUS < 0
               MOVE 999 TO WS-STEP-RC
               GO TO 2200-EXIT
           END-IF.
           DIVIDE WS-SYS-STATUS BY 256
               GIVING WS-SYS-EXIT REMAINDER WS-SYS-SIGNAL.
           IF WS-SYS-SIGNAL NOT = 0 OR WS-SYS-EXIT > 255
               MOVE 999 TO WS-STEP-RC
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-SYS-EXIT TO WS-STEP-RC.
       2200-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2300-CLASSIFY-RETURN-CODE - CONTINUE LIST FIRST, THEN REPLY,   *
      *                             THEN STOP; ON NO LIST IS A STOP    *
      *****************************************************************
       2300-CLASSIFY-RETURN-CODE.
           MOVE WS-SE-CONT-RCS(WS-STEP-IDX) TO WS-RC-LIST.
           PERFORM 2350-FIND-RC-ON-LIST THRU 2350-EXIT.
           IF RC-ON-LIST
               SET RC-CONTINUES TO TRUE
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-SE-REPLY-RCS(WS-STEP-IDX) TO WS-RC-LIST.
           PERFORM 2350-FIND-RC-ON-LIST THRU 2350-EXIT.
           IF RC-ON-LIST
               SET RC-NEEDS-REPLY TO TRUE
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-SE-STOP-RCS(WS-STEP-IDX) TO WS-RC-LIST.
           PERFORM 2350-FIND-RC-ON-LIST THRU 2350-EXIT.
           IF RC-ON-LIST
               SET RC-STOPS TO TRUE
           ELSE
               SET RC-UNLISTED TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2350-FIND-RC-ON-LIST - THE STEP'S RETURN CODE AGAINST THE      *
      *                        EIGHT ENTRIES OF ONE LIST               *
      *****************************************************************
       2350-FIND-RC-ON-LIST.
           SET  RC-NOT-ON-LIST TO TRUE.
           MOVE 0 TO WS-RL-IDX.
           PERFORM 2370-MATCH-RC-ENTRY THRU 2370-EXIT
               UNTIL RC-ON-LIST OR WS-RL-IDX >= 8.
       2350-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2370-MATCH-RC-ENTRY - ONE LIST ENTRY AGAINST THE RETURN CODE   *
      *****************************************************************
       2370-MATCH-RC-ENTRY.
           ADD 1 TO WS-RL-IDX.
           IF WS-RL-RC(WS-RL-IDX) = WS-STEP-RC-X
               SET RC-ON-LIST TO TRUE
           END-IF.
       2370-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2400-GET-OPERATOR-REPLY - C CONTINUES THE STREAM, S STOPS IT.  *
      *                           THREE ANSWERS THAT ARE NEITHER (OR   *
      *                           NO CONSOLE AT ALL) STOP IT           *
      *****************************************************************
       2400-GET-OPERATOR-REPLY.
           MOVE SPACE TO WS-REPLY.
           MOVE 0     TO WS-ASK-CNT.
           PERFORM 2450-ASK-OPERATOR THRU 2450-EXIT
               UNTIL REPLY-CONTINUE OR REPLY-STOP
                  OR WS-ASK-CNT >= 3.
           IF REPLY-CONTINUE
               MOVE "OPR-CONT" TO WS-ACTION
               GO TO 2400-EXIT
           END-IF.
           IF REPLY-STOP
               MOVE "OPR-STOP" TO WS-ACTION
               GO TO 2400-EXIT
           END-IF.
           DISPLAY "NO USABLE REPLY - STREAM STOPPED".
           MOVE "STOP" TO WS-ACTION.
       2400-EXIT.
           EXIT.
      *
      *****************************************************************
      * 2450-ASK-OPERATOR - ONE PROMPT AND ONE ANSWER                  *
      *****************************************************************
       2450-ASK-OPERATOR.
           ADD 1 TO WS-ASK-CNT.
           DISPLAY "STEP " WS-SE-STEP-NO(WS-STEP-IDX) " "
               WS-SE-NAME(WS-STEP-IDX) " ENDED RC " WS-STEP-RC-X.
           DISPLAY "REPLY C TO CONTINUE THE STREAM OR S TO STOP IT".
           MOVE SPACE TO WS-REPLY.
           ACCEPT WS-REPLY.
       2450-EXIT.
           EXIT.
      *
      *****************************************************************
      * 3000-FINISH-STREAM - A STREAM RUN TO THE END GETS ITS C ROW    *
      *                      AND ENDS WITH THE HIGHEST STEP RETURN     *
      *                      CODE; A STOPPED ONE IS LEFT OPEN FOR THE  *
      *                      RERUN AND ENDS WITH 16                    *
      *****************************************************************
       3000-FINISH-STREAM.
           IF STREAM-STOPPED
               DISPLAY "STREAM " WS-STREAM-ID " STOPPED AT STEP "
                   WS-SE-STEP-NO(WS-STEP-IDX)
                   " - RERUN TO RESUME AT THIS STEP"
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACE        TO STEPLOG-REC
           MOVE WS-STREAM-ID TO SL-STREAM-ID
           MOVE 0            TO SL-STEP-NO
           SET  SL-STREAM-COMPLETE TO TRUE
           MOVE WS-MAX-RC    TO SL-RC
           MOVE "COMPLETE"   TO SL-ACTION
           PERFORM 6000-WRITE-STEP-LOG-ROW THRU 6000-EXIT.
           DISPLAY "STREAM " WS-STREAM-ID " COMPLETE - HIGHEST STEP "
               "RC " SL-RC.
           IF WS-POSTING-RUN-ID NOT = SPACE
               DISPLAY "POSTING RUN ID " WS-POSTING-RUN-ID
           END-IF.
           MOVE WS-MAX-RC TO RETURN-CODE.
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      * 6000-WRITE-STEP-LOG-ROW - STAMP THE ROW BUILT BY THE CALLER    *
      *                           WITH TODAY'S DATE, THE TIME, AND THE *
      *                           POSTING RUN ID SO FAR, AND APPEND IT *
      *****************************************************************
       6000-WRITE-STEP-LOG-ROW.
           ACCEPT TIME-VARIABLES FROM TIME.
           MOVE   HH TO WS-TF-HH
           MOVE   MM TO WS-TF-MM
           MOVE   SS TO WS-TF-SS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE   WS-RUN-DATE TO SL-DATE
           MOVE   WS-TIME-FMT TO SL-TIME
           MOVE   WS-POSTING-RUN-ID TO SL-RUN-ID
           WRITE  STEPLOG-REC.
       6000-EXIT.
           EXIT.
