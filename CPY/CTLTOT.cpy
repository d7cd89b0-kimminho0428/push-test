      *  TOTALS (RECORDS READ/POSTED/REJECTED, TOTAL DEBITS, TOTAL
      *  CREDITS).  WRITTEN AT FINALIZE BY EACH FINANCIAL BATCH AND
      *  READ BY CBBAL01C TO PROVE THE MONEY POSTED EQUALS THE MONEY
      *  THAT MOVED.  CTL-TOTAL-RECOVERIES IS THE PART OF
      *  CTL-TOTAL-CREDITS THAT WAS POSTED AS RECOVERIES ON CHARGED-
      *  OFF ACCOUNTS - MONEY THAT REACHED THE LEDGER BUT DID NOT
      *  MOVE ACCT-CURR-BAL.  IT WAS CARVED OUT OF FILLER, SO A
      *  RECORD WRITTEN BEFORE IT EXISTED (OR BY A JOB THAT NEVER
      *  POSTS RECOVERIES) MAY HOLD NON-NUMERIC DATA THERE.
      *
      *  THE INTAKE RUN, CBTIN01C, WRITES A RECORD OF ITS OWN THAT
      *  MOVES NO MONEY AND IS LEFT OUT OF THE POSTING PROOFS.  ITS
      *  RECORDS READ ARE THE DETAIL RECORDS RECEIVED FROM THE
      *  PROCESSOR, POSTED THOSE LOADED TO TRANFILE FOR CBTRN02C, AND
      *  REJECTED THOSE SENT TO SUSPFILE.  ITS DEBITS AND CREDITS ARE
      *  THE AMOUNTS LOADED, AND CTL-TOTAL-RECEIVED IS THE NET AMOUNT
      *  RECEIVED, AS PROVED AGAINST THE FILE TRAILER.  CBBAL01C
      *  PROVES RECEIVED = LOADED + SUSPENDED FROM IT AND THE DAY'S
      *  INTAKE REJECTS ON SUSPFILE.  LIKE CTL-TOTAL-RECOVERIES,
      *  CTL-TOTAL-RECEIVED WAS CARVED OUT OF FILLER - IT TAKES THE
      *  LAST SEVEN BYTES, SO IT HOLDS 11 INTEGER DIGITS AND CBTIN01C
      *  REFUSES A FILE WHOSE NET AMOUNT WILL NOT FIT.  IT IS ONLY
      *  MEANINGFUL ON THE INTAKE RECORD; THE POSTING JOBS ZERO IT.
      *****************************************************************
       01  CONTROL-TOTALS-RECORD.
           05  CTL-KEY.
           05  CTL-RECORDS-REJECTED              PIC 9(09).
           05  CTL-TOTAL-DEBITS                  PIC S9(13)V99 COMP-3.
           05  CTL-TOTAL-CREDITS                 PIC S9(13)V99 COMP-3.
           05  CTL-TOTAL-RECOVERIES              PIC S9(13)V99 COMP-3.
           05  CTL-TOTAL-RECEIVED                PIC S9(11)V99 COMP-3.
