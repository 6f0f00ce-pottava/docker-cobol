      *                  BATCH-RUNMAST-UNLOAD, OR IN RECOVERY MODE     *
      *                  RECONSTRUCTS RECORDS FROM AUDIT.LOG ROWS      *
      *                  WHEN THE IMAGE IS STALE OR LOST               *
      * 2026-10-15 RO    CARRY THE HELD AND RELEASED COUNTS: FROM THE  *
      *                  AUDIT ROW IN RECOVERY MODE, AND AS ZERO FROM  *
      *                  AN IMAGE UNLOADED UNDER THE SHORTER LAYOUT,   *
      *                  SO AN UNLOAD AND RELOAD CONVERTS THE FILE     *
      *****************************************************************
      *
      *****************************************************************
      * IMAGE) IT LOADS EVERY RECORD FROM THE FLAT IMAGE RUNMAST.SEQ   *
      * UNCHANGED.  WITH THE ARGUMENT RECOVER IT RECONSTRUCTS ONE      *
      * RECORD PER AUDIT.LOG ROW THAT CARRIES A RUN ID, TAKING THE     *
      * STATUS, RUN DATE, START TIME, AND ELAPSED TIME FROM THE AUDIT  *
      * ROW, WITH THE HELD AND RELEASED COUNTS WHEN THE ROW CARRIES    *
      * THEM; ROW COUNTS AND TOTALS ARE NOT ON AUDIT.LOG AND ARE       *
      * REBUILT AS ZERO, WHICH THE OPERATOR IS TOLD.  AN IMAGE ROW     *
      * WITHOUT THE HELD AND RELEASED COUNTS (UNLOADED BEFORE THEY     *
      * WERE CARRIED) LOADS THEM AS ZERO.  IN EITHER MODE THE EXISTING *
      * RUN-MASTER IS REPLACED, A DUPLICATE RUN ID ON THE SOURCE KEEPS *
      * ITS FIRST RECORD, AND THE PROGRAM ENDS WITH RETURN CODE 16     *
      * WHEN THE SOURCE CANNOT BE READ.                                *
      *****************************************************************
       ENVIRONMENT           DIVISION.
       INPUT-OUTPUT          SECTION.
      *****************************************************************
      * 1100-LOAD-ONE-IMAGE-ROW - ONE IMAGE RECORD INTO THE KEYED      *
      *                           FILE; A REPEATED KEY KEEPS ITS       *
      *                           FIRST RECORD.  HELD AND RELEASED     *
      *                           COUNTS MISSING FROM AN OLDER IMAGE   *
      *                           LOAD AS ZERO                         *
      *****************************************************************
       1100-LOAD-ONE-IMAGE-ROW.
           READ IMAGE-FILE
               GO TO 1100-EXIT
           END-IF.
           MOVE  IMAGE-REC TO RUNMAST-REC.
           IF RM-HELD-CNT IS NOT NUMERIC
               MOVE 0 TO RM-HELD-CNT
           END-IF.
           IF RM-RELEASED-CNT IS NOT NUMERIC
               MOVE 0 TO RM-RELEASED-CNT
           END-IF.
           WRITE RUNMAST-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-CNT
      *****************************************************************
      * 2100-RECOVER-ONE-AUDIT-ROW - ONE AUDIT ROW INTO A SUMMARY      *
      *                              RECORD; BLANK RUN IDS (LOCKED     *
      *                              STARTS) ARE PASSED OVER.  HELD    *
      *                              AND RELEASED COUNTS ARE BLANK ON  *
      *                              ROWS WRITTEN BEFORE THEY WERE     *
      *                              CARRIED AND REBUILD AS ZERO       *
      *****************************************************************
       2100-RECOVER-ONE-AUDIT-ROW.
           READ AUDIT-FILE
           MOVE  0            TO RM-SS-SUM.
           MOVE  0            TO RM-AMT-SUM.
           MOVE  0            TO RM-REJ-CNT.
           IF AUD-HELD-CNT IS NUMERIC
               MOVE AUD-HELD-CNT     TO RM-HELD-CNT
           ELSE
               MOVE 0                TO RM-HELD-CNT
           END-IF.
           IF AUD-RELEASED-CNT IS NUMERIC
               MOVE AUD-RELEASED-CNT TO RM-RELEASED-CNT
           ELSE
               MOVE 0                TO RM-RELEASED-CNT
           END-IF.
           WRITE RUNMAST-REC
               INVALID KEY
                   ADD 1 TO WS-DUP-CNT
