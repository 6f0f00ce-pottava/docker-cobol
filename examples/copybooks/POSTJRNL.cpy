      *****************************************************************
      * POSTJRNL - ONE-ROW-PER-BALANCE-UPDATE POSTING JOURNAL.         *
      *            APPENDED BY BATCH-COMPUTING EVERY TIME A POSTED     *
      *            TRANSACTION MOVES AN ACCOUNT-MASTER BALANCE,        *
      *            CARRYING THE RUN ID, ACCOUNT, CODE, AMOUNT, THE     *
      *            BALANCE BEFORE AND AFTER, AND THE ACCOUNT'S LAST    *
      *            RUN ID AND STATUS BEFORE THE UPDATE (STATUS BLANK   *
      *            ON ROWS JOURNALED BEFORE IT WAS CARRIED).           *
      *            BATCH-ROLLBACK READS IT TO RESTORE A RUN'S PRE-RUN  *
      *            BALANCES AND STATUSES AND APPENDS ONE ROLLBACK ROW  *
      *            (PJ-ENTRY-TYPE R) PER ACCOUNT IT RESTORES, SO THE   *
      *            SAME RUN CANNOT BE BACKED OUT TWICE.                *
      *****************************************************************
       01  POSTJRNL-REC.
           02  PJ-RUN-ID         PIC X(12).
           02                    PIC X(01).
           02  PJ-ENTRY-TYPE     PIC X(01).
               88  PJ-POSTING        VALUE "P".
               88  PJ-ROLLBACK       VALUE "R".
           02                    PIC X(01).
           02  PJ-ACCOUNT        PIC X(10).
           02                    PIC X(01).
           02  PJ-TRANCODE       PIC X(03).
           02                    PIC X(01).
           02  PJ-AMOUNT         PIC 9(07)V9(02).
           02                    PIC X(01).
           02  PJ-BAL-BEFORE     PIC S9(09)V9(02).
           02                    PIC X(01).
           02  PJ-BAL-AFTER      PIC S9(09)V9(02).
           02                    PIC X(01).
           02  PJ-PRIOR-RUN-ID   PIC X(12).
           02                    PIC X(01).
           02  PJ-POST-DATE      PIC 9(08).
           02                    PIC X(01).
           02  PJ-POST-TIME      PIC X(08).
           02                    PIC X(01).
           02  PJ-STATUS-BEFORE  PIC X(01).
