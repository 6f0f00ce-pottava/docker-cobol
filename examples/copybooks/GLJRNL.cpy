      *****************************************************************
      * GLJRNL - GENERAL LEDGER JOURNAL TRANSMISSION FOR THE FINANCE   *
      *          SYSTEM.  APPENDED BY BATCH-COMPUTING FOR EVERY        *
      *          SUCCESS OR WARNING RUN THAT POSTED TRANSACTIONS: ONE  *
      *          GLHDR, ONE GLDTL PER GL ACCOUNT LEG PER TRANSACTION   *
      *          CODE (DOUBLE ENTRY, SUMMARIZED BY CODE), AND ONE      *
      *          GLTRL CARRYING THE DEBIT AND CREDIT TOTALS AND THE    *
      *          RUN'S TRAILER-REC AMOUNT TOTAL (COL-TRL-AMTSUM) THEY  *
      *          MUST BOTH EQUAL.  A RUN WHOSE JOURNAL DOES NOT        *
      *          BALANCE IS NOT WRITTEN HERE; IT IS FLAGGED ON         *
      *          AUDIT.LOG (AUD-GL-STATUS) INSTEAD.                    *
      *****************************************************************
       01  GL-HDR-REC.
           02  GLH-TAG           PIC X(05).
           02                    PIC X(01).
           02  GLH-RUN-ID        PIC X(12).
           02                    PIC X(01).
           02  GLH-RUN-DATE      PIC 9(08).
           02                    PIC X(01).
           02  GLH-CREATE-TIME   PIC X(08).
       01  GL-DTL-REC.
           02  GLD-TAG           PIC X(05).
           02                    PIC X(01).
           02  GLD-RUN-ID        PIC X(12).
           02                    PIC X(01).
           02  GLD-GL-ACCT       PIC X(12).
           02                    PIC X(01).
           02  GLD-DR-CR         PIC X(01).
               88  GLD-DEBIT         VALUE "D".
               88  GLD-CREDIT        VALUE "C".
           02                    PIC X(01).
           02  GLD-AMOUNT        PIC 9(09)V9(02).
           02                    PIC X(01).
           02  GLD-TRANCODE      PIC X(03).
           02                    PIC X(01).
           02  GLD-TXN-CNT       PIC 9(05).
       01  GL-TRL-REC.
           02  GLT-TAG           PIC X(05).
           02                    PIC X(01).
           02  GLT-RUN-ID        PIC X(12).
           02                    PIC X(01).
           02  GLT-LINE-CNT      PIC 9(04).
           02                    PIC X(01).
           02  GLT-DR-TOTAL      PIC 9(09)V9(02).
           02                    PIC X(01).
           02  GLT-CR-TOTAL      PIC 9(09)V9(02).
           02                    PIC X(01).
           02  GLT-CTL-AMTSUM    PIC 9(09)V9(02).
