      * 2026-09-01 RO    MARK TXN DETAIL POSTED FROM THE REPAIRED       *
      *                  RECYCLE FILE (COL-TXN-SRC) SO RESUBMITTED      *
      *                  ROWS READ APART FROM FIRST-PASS DETAIL         *
      * 2026-10-15 RO    MARK TXN DETAIL RELEASED FROM THE HOLD QUEUE *
      *                  (COL-TXN-SRC H) THE SAME WAY                 *
      *****************************************************************
      *
      *****************************************************************
           IF TXN-RECYCLED
               MOVE "RECYCLED" TO XL-SRC
           END-IF.
           IF TXN-RELEASED
               MOVE "RELEASED" TO XL-SRC
           END-IF.
           MOVE   WS-TXN-LINE   TO PRINT-REC.
           PERFORM 6000-WRITE-PRINT-LINE THRU 6000-EXIT.
       3350-EXIT.
