      * AUDITREC - ONE-ROW-PER-RUN AUDIT LOG RECORD WRITTEN BY         *
      *            BATCH-COMPUTING TO AUDIT.LOG AND READ BY THE        *
      *            BATCH-SLA-REPORT COMPANION PROGRAM.                 *
      *            AUD-GL-STATUS IS THE RUN'S GL JOURNAL OUTCOME:      *
      *            BALANCED, UNBALNCD (OUT OF BALANCE, NOT SENT),      *
      *            NOTSENT (JOURNAL FILE ERROR), OR BLANK WHEN THE     *
      *            RUN POSTED NOTHING.  AUD-HELD-CNT AND               *
      *            AUD-RELEASED-CNT ARE THE TRANSACTIONS PUT ON HOLD   *
      *            AND THE APPROVED HOLDS POSTED BY THE RUN.           *
      *****************************************************************
       01  AUDIT-REC.
           02  AUD-RUN-DATE      PIC 9(08).
           02  AUD-RUN-ID        PIC X(12).
           02                    PIC X(01).
           02  AUD-PARM-CHK      PIC 9(08).
           02                    PIC X(01).
           02  AUD-GL-STATUS     PIC X(08).
           02                    PIC X(01).
           02  AUD-HELD-CNT      PIC 9(05).
           02                    PIC X(01).
           02  AUD-RELEASED-CNT  PIC 9(05).
