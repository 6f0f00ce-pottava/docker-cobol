      *****************************************************************
      * STEPLOG - ONE-ROW-PER-EVENT END-OF-DAY STREAM LOG, APPENDED BY *
      *           BATCH-JOBSTREAM.  SL-STREAM-ID IS THE STREAM'S OWN   *
      *           RUN ID (RUN DATE PLUS THE CONTROLLER'S DAILY         *
      *           SEQUENCE, E.G. 20261015-001); IT IS NOT A POSTING    *
      *           RUN ID AND DOES NOT MATCH AUDIT.LOG, RUNMAST.DAT, OR *
      *           RESULT.TXT.  SL-RUN-ID IS THE POSTING RUN ID         *
      *           BATCH-COMPUTING ASSIGNED WITHIN THE STREAM (THE KEY  *
      *           TO THOSE FILES), CARRIED FROM THE END ROW OF THE     *
      *           STEP THAT RAN IT ONWARD AND BLANK BEFORE THAT.  EACH *
      *           STEP WRITES A START ROW (S) AND AN END ROW (E)       *
      *           CARRYING ITS RETURN CODE AND WHAT WAS DONE ABOUT IT  *
      *           (CONTINUE, STOP, THE OPERATOR'S OPR-CONT / OPR-STOP, *
      *           OR OPR-SKIP FOR A STEP PASSED OVER ON RESUME WITH NO *
      *           START ROW OF ITS OWN).  STREAM ROWS (STEP 00 OR THE  *
      *           STEP CONCERNED) MARK A RERUN RESUMING AT A STEP (R), *
      *           AN UNFINISHED STREAM ABANDONED FOR A FRESH START     *
      *           (A), AND A STREAM RUN TO THE END (C).  A STREAM      *
      *           WHOSE LAST ROWS SHOW NO C OR A ROW IS UNFINISHED,    *
      *           AND THE NEXT RUN OF THE CONTROLLER RESUMES IT.       *
      *****************************************************************
       01  STEPLOG-REC.
           02  SL-STREAM-ID      PIC X(12).
           02                    PIC X(01).
           02  SL-STEP-NO        PIC 9(02).
           02                    PIC X(01).
           02  SL-STEP-NAME      PIC X(24).
           02                    PIC X(01).
           02  SL-EVENT          PIC X(01).
               88  SL-STEP-START       VALUE "S".
               88  SL-STEP-END         VALUE "E".
               88  SL-STREAM-RESUMED   VALUE "R".
               88  SL-STREAM-ABANDONED VALUE "A".
               88  SL-STREAM-COMPLETE  VALUE "C".
           02                    PIC X(01).
           02  SL-DATE           PIC 9(08).
           02                    PIC X(01).
           02  SL-TIME           PIC X(08).
           02                    PIC X(01).
           02  SL-RC             PIC 9(03).
           02                    PIC X(01).
           02  SL-ACTION         PIC X(08).
               88  SL-CONTINUED        VALUE "CONTINUE" "OPR-CONT"
                                             "OPR-SKIP".
               88  SL-STOPPED          VALUE "STOP" "OPR-STOP".
           02                    PIC X(01).
           02  SL-RUN-ID         PIC X(12).
