      *****************************************************************
      * HOLDREC - ONE-ROW-PER-HELD-TRANSACTION PENDING-APPROVAL        *
      *           RECORD.  WRITTEN BY BATCH-COMPUTING WHEN A VALID     *
      *           TRANSACTION IS OVER THE HOLD AMOUNT OR TAKES ITS     *
      *           ACCOUNT OVER THE RUN'S WITHDRAWAL COUNT OR TOTAL     *
      *           LIMIT, STAMPED WITH THE RUN ID, SOURCE FEED, AND     *
      *           HOLD REASON.  A SUPERVISOR APPROVES (A) OR DECLINES  *
      *           (X) EACH PENDING ROW (P) WITH BATCH-HOLD-REVIEW,     *
      *           WHICH STAMPS WHO DECIDED, WHEN, AND WHY.  THE NEXT   *
      *           POSTING RUN OF BATCH-COMPUTING POSTS APPROVED ROWS   *
      *           (STATUS D) AND SENDS DECLINED ROWS TO REJECT.TXT     *
      *           WITH THE REVIEWER'S REASON (STATUS J); AN APPROVED   *
      *           ROW THAT NO LONGER PASSES THE EDITS IS REJECTED AND  *
      *           RECYCLED LIKE ANY OTHER (ALSO STATUS J).             *
      *           HQ-DISP-RUN-ID IS THE RUN THAT MARKED THE ROW D OR   *
      *           J, SO BATCH-ROLLBACK CAN RETURN THAT RUN'S POSTED    *
      *           ROWS TO APPROVED.                                    *
      *****************************************************************
       01  HOLD-REC.
           02  HQ-STATUS         PIC X(01).
               88  HQ-PENDING        VALUE "P".
               88  HQ-APPROVED       VALUE "A".
               88  HQ-DECLINED       VALUE "X".
               88  HQ-RELEASED       VALUE "D".
               88  HQ-REJECTED       VALUE "J".
           02                    PIC X(01).
           02  HQ-RUN-ID         PIC X(12).
           02                    PIC X(01).
           02  HQ-SOURCE         PIC X(60).
           02                    PIC X(01).
           02  HQ-ACCOUNT        PIC X(10).
           02                    PIC X(01).
           02  HQ-TRANCODE       PIC X(03).
           02                    PIC X(01).
           02  HQ-AMOUNT         PIC X(09).
           02                    PIC X(01).
           02  HQ-REASON         PIC X(40).
           02                    PIC X(01).
           02  HQ-REVIEWER       PIC X(08).
           02                    PIC X(01).
           02  HQ-REVIEW-DATE    PIC X(08).
           02                    PIC X(01).
           02  HQ-REVIEW-TIME    PIC X(08).
           02                    PIC X(01).
           02  HQ-REVIEW-NOTE    PIC X(40).
           02                    PIC X(01).
           02  HQ-DISP-RUN-ID    PIC X(12).
