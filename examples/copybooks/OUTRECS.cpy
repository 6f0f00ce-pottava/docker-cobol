      * TRANSACTION FILE (APP_INPUT_FILE) RATHER THAN THE SYSTEM CLOCK;  *
      * ITS AMOUNTS ROLL UP INTO COL-TRL-AMTSUM ON TRAILER-REC, WHICH    *
      * IS ZERO FOR A CLOCK-DRIVEN RUN.  COL-TXN-SRC MARKS A ROW          *
      * POSTED FROM THE REPAIRED RECYCLE FILE (R) OR RELEASED FROM THE    *
      * HOLD QUEUE AFTER SUPERVISOR APPROVAL (H) AS OPPOSED TO            *
      * FIRST-PASS INPUT-FEED DETAIL (SPACE), SO BATCH-REPORT AND THE     *
      * RECONCILIATION CAN TELL RESUBMITTED DETAIL APART.                 *
      *****************************************************************
           02                    PIC X(01).
           02  COL-TXN-SRC       PIC X(01).
               88  TXN-RECYCLED      VALUE "R".
               88  TXN-RELEASED      VALUE "H".
       01  TRAILER-REC.
           02  COL-TRL-TAG       PIC X(07).
           02                    PIC X(01).
