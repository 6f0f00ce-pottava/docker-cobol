      *****************************************************************
      * TRANCODE - ONE-ROW-PER-CODE TRANSACTION-CODE CONTROL TABLE.    *
      *            READ BY BATCH-COMPUTING (POSTING EDITS, BALANCE     *
      *            SIGN, HOLD LIMITS, AND DORMANT REACTIVATION),       *
      *            BATCH-RECYCLE-REPAIR (CORRECTED-CODE EDIT),         *
      *            BATCH-STATEMENT (PER-CODE SUBTOTALS),               *
      *            BATCH-TRIAL-BALANCE, AND BATCH-DORMANCY (CUSTOMER   *
      *            ACTIVITY), AND MAINTAINED BY THE                    *
      *            BATCH-TRANCODE-MAINT PROGRAM, WHICH LOGS EVERY      *
      *            CHANGE.  TC-SIGN C CREDITS THE BALANCE, D DEBITS    *
      *            IT.  TC-OVERDRAFT Y LETS A DEBIT DRIVE THE BALANCE  *
      *            NEGATIVE.  TC-MAX-AMT IS THE LARGEST AMOUNT ONE     *
      *            TRANSACTION MAY CARRY (ZERO FOR NO LIMIT).          *
      *            TC-STATUS I MARKS AN INACTIVE CODE (SPACE OR A IS   *
      *            ACTIVE).  TC-CUSTOMER Y MARKS A CODE THE CUSTOMER   *
      *            INITIATES: A CUSTOMER DEBIT IS A WITHDRAWAL FOR THE *
      *            HOLD LIMITS, A CUSTOMER CREDIT RETURNS A DORMANT    *
      *            ACCOUNT TO OPEN, AND ONLY CUSTOMER CODES COUNT AS   *
      *            ACTIVITY FOR DORMANCY; N MARKS A CODE THE BANK      *
      *            INITIATES (FEES, INTEREST, CORRECTIONS).  WITH NO   *
      *            TABLE ON FILE THE PROGRAMS FALL BACK TO DEP/ADJ     *
      *            CREDIT AND WDR/FEE DEBIT, WDR NOT OVERDRAWING,      *
      *            DEP/WDR CUSTOMER AND FEE/ADJ BANK, AND A ROW SAVED  *
      *            WITHOUT A CUSTOMER FLAG TAKES THE SAME STANDING     *
      *            VALUE.                                              *
      *****************************************************************
       01  TRANCODE-REC.
           02  TC-CODE           PIC X(03).
           02                    PIC X(01).
           02  TC-DESC           PIC X(30).
           02                    PIC X(01).
           02  TC-SIGN           PIC X(01).
               88  TC-CREDIT         VALUE "C".
               88  TC-DEBIT          VALUE "D".
           02                    PIC X(01).
           02  TC-OVERDRAFT      PIC X(01).
               88  TC-OVERDRAFT-OK   VALUE "Y".
           02                    PIC X(01).
           02  TC-MAX-AMT        PIC 9(07)V9(02).
           02                    PIC X(01).
           02  TC-STATUS         PIC X(01).
               88  TC-CODE-INACTIVE  VALUE "I".
           02                    PIC X(01).
           02  TC-CUSTOMER       PIC X(01).
               88  TC-CUSTOMER-CODE  VALUE "Y".
               88  TC-BANK-CODE      VALUE "N".
