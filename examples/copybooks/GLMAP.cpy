      *****************************************************************
      * GLMAP - ONE-ROW-PER-CODE TRANSACTION-CODE TO GENERAL LEDGER    *
      *         MAPPING, MAINTAINED BY FINANCE.  GM-LIAB-ACCT IS THE   *
      *         CUSTOMER-LIABILITY ACCOUNT AND GM-CASH-ACCT THE        *
      *         CASH, SUSPENSE, OR INCOME ACCOUNT ON THE OTHER SIDE.   *
      *         BATCH-COMPUTING READS IT TO BUILD EACH RUN'S GL        *
      *         JOURNAL: A CREDIT CODE DEBITS GM-CASH-ACCT AND         *
      *         CREDITS GM-LIAB-ACCT, A DEBIT CODE THE REVERSE.  A     *
      *         POSTED CODE WITH NO ROW (OR A BLANK ACCOUNT) LEAVES    *
      *         THE JOURNAL OUT OF BALANCE AND IT IS NOT SENT.         *
      *****************************************************************
       01  GLMAP-REC.
           02  GM-TRANCODE       PIC X(03).
           02                    PIC X(01).
           02  GM-LIAB-ACCT      PIC X(12).
           02                    PIC X(01).
           02  GM-CASH-ACCT      PIC X(12).
