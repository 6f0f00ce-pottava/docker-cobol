      *****************************************************************
      * JOBSTEP - ONE-ROW-PER-STEP END-OF-DAY STREAM DEFINITION, IN    *
      *           RUN ORDER BY ASCENDING STEP NUMBER.  READ BY         *
      *           BATCH-JOBSTREAM.  JS-COMMAND IS THE COMMAND LINE     *
      *           THAT RUNS THE STEP.  EACH RETURN-CODE LIST HOLDS UP  *
      *           TO EIGHT THREE-DIGIT CODES (E.G. "000 004"), EACH    *
      *           FOLLOWED BY A SPACE: A CODE ON THE CONTINUE LIST     *
      *           RUNS THE NEXT STEP, A CODE ON THE REPLY LIST WAITS   *
      *           FOR THE OPERATOR TO ANSWER CONTINUE OR STOP, AND A   *
      *           CODE ON THE STOP LIST - OR ON NO LIST AT ALL -       *
      *           STOPS THE STREAM AT THAT STEP.  WITH NO DEFINITION   *
      *           ON FILE THE STANDING STREAM IS RUN: BATCH-COMPUTING, *
      *           BATCH-RECONCILE, BATCH-REPORT, BATCH-STATEMENT,      *
      *           BATCH-INTERFACE-CONTROL ACK, BATCH-RUNMAST-UNLOAD.   *
      *****************************************************************
       01  JOBSTEP-REC.
           02  JS-STEP-NO        PIC X(02).
           02  JS-STEP-NO-N REDEFINES JS-STEP-NO
                                 PIC 9(02).
           02                    PIC X(01).
           02  JS-STEP-NAME      PIC X(24).
           02                    PIC X(01).
           02  JS-COMMAND        PIC X(60).
           02                    PIC X(01).
           02  JS-CONTINUE-RCS   PIC X(32).
           02                    PIC X(01).
           02  JS-REPLY-RCS      PIC X(32).
           02                    PIC X(01).
           02  JS-STOP-RCS       PIC X(32).
