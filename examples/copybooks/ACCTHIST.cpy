      *****************************************************************
      * ACCTHIST - ONE-RECORD-PER-POSTING ACCOUNT HISTORY KEYED BY     *
      *            ACCOUNT, RUN ID, AND THE POSTING'S SEQUENCE IN THE  *
      *            RUN (THE RUN'S DETAIL ROW COUNT, WHICH A RESTART    *
      *            PICKS UP FROM THE CHECKPOINT).  WRITTEN BY          *
      *            BATCH-COMPUTING FOR EVERY TRANSACTION IT POSTS,     *
      *            WITH THE CODE, ITS SIGN, THE AMOUNT, THE FEED IT    *
      *            CAME FROM, THE RECYCLE FLAG (R REPAIRED RECYCLE     *
      *            ROW, H RELEASED HOLD, SPACE STRAIGHT FROM THE       *
      *            FEED), AND THE ACCOUNT-MASTER BALANCE IT LEFT       *
      *            BEHIND (AH-BALANCE-UNKNOWN WHEN THE MASTER WAS NOT  *
      *            UPDATED).  BATCH-ROLLBACK MARKS A BACKED-OUT RUN'S  *
      *            ROWS ROLLED BACK.  READ BY BATCH-ACCTINQ, AND BY    *
      *            BATCH-DORMANCY FOR THE LATEST CUSTOMER-INITIATED    *
      *            POSTING AND WHERE THE ACCOUNT'S HISTORY BEGINS.     *
      *            KEPT APART FROM RESULT.TXT, SO BATCH-ARCHIVE        *
      *            ROLLING OLD RUN GROUPS OUT LEAVES THE HISTORY IN    *
      *            PLACE.                                              *
      *****************************************************************
       01  ACCTHIST-REC.
           02  AH-KEY.
               03  AH-ACCOUNT    PIC X(10).
               03  AH-RUN-ID     PIC X(12).
               03  AH-SEQ        PIC 9(04).
           02  AH-TRANCODE       PIC X(03).
           02  AH-SIGN           PIC X(01).
               88  AH-CREDIT         VALUE "C".
               88  AH-DEBIT          VALUE "D".
           02  AH-AMOUNT         PIC 9(07)V9(02).
           02  AH-SOURCE         PIC X(60).
           02  AH-RECYCLE-FLAG   PIC X(01).
               88  AH-FROM-FEED      VALUE SPACE.
               88  AH-RECYCLED       VALUE "R".
               88  AH-RELEASED       VALUE "H".
           02  AH-BAL-SW         PIC X(01).
               88  AH-BALANCE-KNOWN   VALUE "Y".
               88  AH-BALANCE-UNKNOWN VALUE "N".
           02  AH-BALANCE        PIC S9(09)V9(02).
           02  AH-POST-DATE      PIC 9(08).
           02  AH-POST-TIME      PIC X(08).
           02  AH-ENTRY-STATUS   PIC X(01).
               88  AH-POSTED         VALUE "P".
               88  AH-ROLLED-BACK    VALUE "R".
