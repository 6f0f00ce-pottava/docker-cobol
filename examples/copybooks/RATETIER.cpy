      *****************************************************************
      * RATETIER - ONE-ROW-PER-TIER MONTH-END RATE TABLE, MAINTAINED   *
      *            BY FINANCE.  A FEE ROW GIVES THE MONTHLY SERVICE    *
      *            CHARGE FOR BALANCES AT OR ABOVE ITS FLOOR; AN INT   *
      *            ROW GIVES THE ANNUAL INTEREST RATE (PERCENT) FOR    *
      *            BALANCES AT OR ABOVE ITS FLOOR.  AN ACCOUNT FALLS   *
      *            IN THE TIER OF EACH TYPE WITH THE HIGHEST FLOOR     *
      *            NOT ABOVE ITS BALANCE; A NEGATIVE BALANCE FALLS IN  *
      *            THE ZERO-FLOOR TIER AND EARNS NO INTEREST.  READ BY *
      *            BATCH-MONTH-END-ACCRUAL TO GENERATE THE PERIOD'S    *
      *            FEE AND ADJ POSTING FEED.                           *
      *****************************************************************
       01  RATE-TIER-REC.
           02  RT-CHARGE-TYPE    PIC X(03).
               88  RT-SERVICE-CHARGE VALUE "FEE".
               88  RT-INTEREST       VALUE "INT".
           02                    PIC X(01).
           02  RT-FLOOR-BAL      PIC 9(09)V9(02).
           02                    PIC X(01).
           02  RT-FEE-AMT        PIC 9(05)V9(02).
           02                    PIC X(01).
           02  RT-ANNUAL-RATE    PIC 9(02)V9(04).
