      *            FILE: A TRANSACTION FOR AN ACCOUNT NOT ON THE       *
      *            MASTER (OR FOR A CLOSED ACCOUNT) IS REJECTED, AND   *
      *            ACCEPTED TRANSACTIONS MOVE THE RUNNING BALANCE      *
      *            (CREDIT CODES ADD, DEBIT CODES SUBTRACT).  ACCOUNTS *
      *            ARE ADDED, CLOSED, AND REOPENED BY THE              *
      *            BATCH-ACCTMAST-MAINT PROGRAM, WHICH LOGS EVERY      *
      *            CHANGE.  BATCH-DORMANCY MOVES AN OPEN ACCOUNT WITH  *
      *            NO CUSTOMER-INITIATED ACTIVITY FOR THE DORMANCY     *
      *            PERIOD TO DORMANT (D): A DORMANT ACCOUNT REJECTS    *
      *            DEBIT CODES AND POSTS CREDIT CODES, AND A POSTED    *
      *            CUSTOMER-INITIATED CREDIT RETURNS IT TO OPEN.       *
      *            AM-LAST-RUN-ID IS THE LAST RUN THAT POSTED TO THE   *
      *            ACCOUNT, OF ANY KIND; BATCH-ROLLBACK CHECKS IT FOR  *
      *            LATER POSTINGS, AND BATCH-DORMANCY FALLS BACK ON    *
      *            ITS DATE FOR AN ACCOUNT WITH NO ACCOUNT HISTORY     *
      *            ROWS.  EVERY STATUS CHANGE IS LOGGED TO ACCTAUD.TXT *
      *            (ACCTAUD COPYBOOK).                                 *
      *****************************************************************
       01  ACCTMAST-REC.
           02  AM-ACCT-NO        PIC X(10).
           02  AM-STATUS         PIC X(01).
               88  ACCOUNT-OPEN      VALUE "O".
               88  ACCOUNT-CLOSED    VALUE "C".
               88  ACCOUNT-DORMANT   VALUE "D".
           02  AM-BALANCE        PIC S9(09)V9(02).
           02  AM-OPEN-DATE      PIC 9(08).
           02  AM-LAST-RUN-ID    PIC X(12).
