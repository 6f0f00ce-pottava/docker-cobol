      *                  LINE PER MATCHING RUN WITH TOTALS AT THE      *
      *                  BOTTOM, WRITTEN TO RUNBROWSE.TXT FOR THE     *
      *                  MORNING HAND-OFF                              *
      * 2026-10-15 RO    SHOW THE RUN'S HELD AND RELEASED HOLD-QUEUE   *
      *                  COUNTS ON THE SINGLE-RUN SUMMARY              *
      *****************************************************************
      *
      *****************************************************************
       01  WS-DSP-SS-SUM          PIC Z(4)9.
       01  WS-DSP-AMT-SUM         PIC Z(8)9.9(02).
       01  WS-DSP-REJ-CNT         PIC Z(4)9.
       01  WS-DSP-HELD-CNT        PIC Z(4)9.
       01  WS-DSP-REL-CNT         PIC Z(4)9.
       01  WS-FROM-ARG            PIC X(08) VALUE SPACE.
       01  WS-TO-ARG              PIC X(08) VALUE SPACE.
       01  WS-STATUS-ARG          PIC X(08) VALUE SPACE.
           MOVE RM-SS-SUM  TO WS-DSP-SS-SUM.
           MOVE RM-AMT-SUM TO WS-DSP-AMT-SUM.
           MOVE RM-REJ-CNT TO WS-DSP-REJ-CNT.
           MOVE RM-HELD-CNT     TO WS-DSP-HELD-CNT.
           MOVE RM-RELEASED-CNT TO WS-DSP-REL-CNT.
           DISPLAY "RUN ID:     " RM-RUN-ID.
           DISPLAY "STATUS:     " RM-STATUS.
           DISPLAY "RUN DATE:   " RM-RUN-DATE.
           DISPLAY "SS TOTAL:   " WS-DSP-SS-SUM.
           DISPLAY "AMT TOTAL:  " WS-DSP-AMT-SUM.
           DISPLAY "REJECTS:    " WS-DSP-REJ-CNT.
           DISPLAY "HELD:       " WS-DSP-HELD-CNT.
           DISPLAY "RELEASED:   " WS-DSP-REL-CNT.
       2000-EXIT.
           EXIT.
      *
