      *****************************************************************
      * ACCTSNAP - ACCOUNT-MASTER BALANCE SNAPSHOT.  BATCH-COMPUTING   *
      *            APPENDS ONE ROW PER ACCOUNT ON THE MASTER WHEN IT   *
      *            OPENS THE MASTER FOR POSTING (SN-POINT O, OPENING)  *
      *            AND AGAIN AS IT CLOSES IT (SN-POINT C, CLOSING),    *
      *            UNDER THE RUN ID, SO BATCH-TRIAL-BALANCE CAN PROVE  *
      *            THAT EACH BALANCE MOVED BY EXACTLY THE RUN'S        *
      *            POSTED DETAIL.                                      *
      *****************************************************************
       01  ACCTSNAP-REC.
           02  SN-RUN-ID         PIC X(12).
           02                    PIC X(01).
           02  SN-POINT          PIC X(01).
               88  SNAP-OPENING      VALUE "O".
               88  SNAP-CLOSING      VALUE "C".
           02                    PIC X(01).
           02  SN-ACCT-NO        PIC X(10).
           02                    PIC X(01).
           02  SN-STATUS         PIC X(01).
           02                    PIC X(01).
           02  SN-BALANCE        PIC S9(09)V9(02).
           02                    PIC X(01).
           02  SN-SNAP-DATE      PIC 9(08).
           02                    PIC X(01).
           02  SN-SNAP-TIME      PIC X(08).
