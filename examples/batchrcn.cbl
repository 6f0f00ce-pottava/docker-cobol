      *                  RECYCLE FILE (COL-TXN-SRC) PER GROUP SO      *
      *                  FIRST-PASS AND RESUBMITTED DETAIL CAN BE     *
      *                  TOLD APART ON THE BALANCE REPORT             *
      * 2026-10-15 RO    COUNT TXN DETAIL RELEASED FROM THE HOLD      *
      *                  QUEUE (COL-TXN-SRC H) PER GROUP BESIDE THE   *
      *                  RECYCLED COUNT                               *
      *****************************************************************
      *
      *****************************************************************
       01  WS-NOTRL-CNT              PIC 9(05) VALUE 0.
       01  WS-GRP-ROW-CNT            PIC 9(04) VALUE 0.
       01  WS-GRP-RCY-CNT            PIC 9(04) VALUE 0.
       01  WS-GRP-RLS-CNT            PIC 9(04) VALUE 0.
       01  WS-GRP-SS-SUM             PIC 9(05) VALUE 0.
       01  WS-GRP-AMT-SUM            PIC 9(09)V9(02) VALUE 0.
       01  WS-TXN-AMT                PIC 9(07)V9(02) VALUE 0.
           02  FILLER                PIC X(14) VALUE "TRL AMT".
           02  FILLER                PIC X(14) VALUE "ACT AMT".
           02  FILLER                PIC X(06) VALUE "RCY".
           02  FILLER                PIC X(06) VALUE "RLS".
           02  FILLER                PIC X(14) VALUE "VERDICT".
       01  WS-BAL-DETAIL.
           02  BD-RUN-NO             PIC Z(4)9.
           02  FILLER                PIC X(02) VALUE SPACE.
           02  BD-RCY-CNT            PIC Z(3)9.
           02  FILLER                PIC X(02) VALUE SPACE.
           02  BD-RLS-CNT            PIC Z(3)9.
           02  FILLER                PIC X(02) VALUE SPACE.
           02  BD-VERDICT            PIC X(14).
       01  WS-BAL-SUMMARY.
           02  FILLER                PIC X(12) VALUE "RUNS READ:".
           ADD    1 TO WS-RUN-CNT.
           MOVE   0 TO WS-GRP-ROW-CNT.
           MOVE   0 TO WS-GRP-RCY-CNT.
           MOVE   0 TO WS-GRP-RLS-CNT.
           MOVE   0 TO WS-GRP-SS-SUM.
           MOVE   0 TO WS-GRP-AMT-SUM.
           MOVE   COL-ARG01  TO WS-GRP-ARG01.
           IF TXN-RECYCLED
               ADD 1 TO WS-GRP-RCY-CNT
           END-IF.
           IF TXN-RELEASED
               ADD 1 TO WS-GRP-RLS-CNT
           END-IF.
           MOVE   COL-TXN-AMT TO WS-TXN-AMT.
           ADD    WS-TXN-AMT  TO WS-GRP-AMT-SUM.
       3350-EXIT.
           MOVE   WS-TRL-AMTSUM     TO BD-TRL-AMT.
           MOVE   WS-GRP-AMT-SUM    TO BD-ACT-AMT.
           MOVE   WS-GRP-RCY-CNT    TO BD-RCY-CNT.
           MOVE   WS-GRP-RLS-CNT    TO BD-RLS-CNT.
           IF WS-TRL-CNT = WS-GRP-ROW-CNT
                   AND WS-TRL-SSSUM = WS-GRP-SS-SUM
                   AND WS-TRL-AMTSUM = WS-GRP-AMT-SUM
           MOVE   WS-GRP-SS-SUM  TO BD-ACT-SSSUM.
           MOVE   WS-GRP-AMT-SUM TO BD-ACT-AMT.
           MOVE   WS-GRP-RCY-CNT TO BD-RCY-CNT.
           MOVE   WS-GRP-RLS-CNT TO BD-RLS-CNT.
           MOVE   "NO TRAILER"   TO BD-VERDICT.
           MOVE   WS-BAL-DETAIL  TO BALANCE-REC.
           WRITE  BALANCE-REC.
