      *           BY BATCH-COMPUTING AT END OF EVERY RUN (SUCCESS OR   *
      *           REJECT) AND READ DIRECTLY BY BATCH-RUNINQ, SO A      *
      *           SINGLE RUN CAN BE RETRIEVED WITHOUT SCANNING THE     *
      *           APPEND-ONLY RESULT AND AUDIT FILES.  RM-HELD-CNT     *
      *           AND RM-RELEASED-CNT ARE THE TRANSACTIONS PUT ON      *
      *           HOLD AND THE APPROVED HOLDS POSTED BY THE RUN.       *
      *****************************************************************
       01  RUNMAST-REC.
           02  RM-RUN-ID         PIC X(12).
           02  RM-SS-SUM         PIC 9(05).
           02  RM-AMT-SUM        PIC 9(09)V9(02).
           02  RM-REJ-CNT        PIC 9(05).
           02  RM-HELD-CNT       PIC 9(05).
           02  RM-RELEASED-CNT   PIC 9(05).
