      *  A DEDUCTION ON CBMER01C'S SETTLEMENT SUMMARY) OR AGAINST THE
      *  CARDHOLDER (A RE-DEBIT IS RAISED).  OPEN DISPUTES ARE AGED
      *  DAILY BY CBDSP01C SO THE REGULATORY CLOCK IS VISIBLE.
      *  DISP-ACCT-ID IS AN ALTERNATE KEY (WITH DUPLICATES) SO THE
      *  MONTHLY BUREAU EXTRACT, CBCRB01C, CAN FIND AN ACCOUNT'S
      *  DISPUTES WITHOUT SWEEPING THE FILE.
      *****************************************************************
       01  DISPUTE-RECORD.
           05  DISP-TRAN-ID                      PIC X(16).
