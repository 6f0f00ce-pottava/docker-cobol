      *****************************************************************
      * ACCTAUD - ACCOUNT MASTER CHANGE LOG (ACCTAUD.TXT), APPENDED BY *
      *           EVERY PROGRAM THAT CHANGES AN ACCOUNT'S STATUS: A    *
      *           BEFORE IMAGE (B) AND AN AFTER IMAGE (A) OF THE       *
      *           MASTER RECORD PER CHANGE, STAMPED WITH DATE, TIME,   *
      *           WHO MADE IT (THE OPERATOR AT THE CONSOLE, DORMANCY   *
      *           FOR THE DORMANCY SCAN, POSTING FOR A REACTIVATION    *
      *           BY BATCH-COMPUTING, ROLLBACK FOR A STATUS PUT BACK   *
      *           BY BATCH-ROLLBACK), AND THE ACTION (ADD, CLOSE,      *
      *           REOPEN, DORMANT, REACTIVATE, ROLLBACK).              *
      *****************************************************************
       01  ACCTAUD-REC.
           02  AA-DATE           PIC 9(08).
           02                    PIC X(01).
           02  AA-TIME           PIC X(08).
           02                    PIC X(01).
           02  AA-OPERATOR       PIC X(08).
           02                    PIC X(01).
           02  AA-ACTION         PIC X(10).
           02                    PIC X(01).
           02  AA-IMAGE          PIC X(01).
           02                    PIC X(01).
           02  AA-ENTRY          PIC X(60).
