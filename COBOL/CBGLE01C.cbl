      *                   RE-POST DATE, SO PROC DATE MEANS 'THE DAY
      *                   THE MONEY MOVED' FOR EVERYTHING THE
      *                   EXTRACT SELECTS.
      *  10/15/2026 AWS   THE INTAKE RUN'S CONTROL RECORD (CBTIN01C)
      *                   IS LEFT OUT OF THE PROOF - ITS DEBITS AND
      *                   CREDITS ARE WHAT IT LOADED TO TRANFILE FOR
      *                   CBTRN02C, NOT MONEY THAT MOVED, AND WOULD
      *                   OTHERWISE BE COUNTED TWICE.
      *****************************************************************
      *  THIS PROGRAM RUNS AFTER CBTRN02C AND BUILDS THE GL INTERFACE
      *  FILE FINANCE USED TO RE-KEY BY HAND FROM THE POSTING SYSOUT.
      *  MOVED MONEY THAT DAY): THE TOTAL OF THE DEBIT LINES MUST
      *  EQUAL THE POSTED DEBITS PLUS POSTED CREDITS THOSE JOBS
      *  REPORTED (EVERY POSTED TRANSACTION, EITHER SIGN, YIELDS
      *  EXACTLY ONE DEBIT LINE).  THE INTAKE RUN'S RECORD MOVES NO
      *  MONEY AND IS NOT PART OF THE PROOF.  AN OUT-OF-PROOF RUN
      *  ENDS WITH RETURN CODE 8 SO THE SCHEDULER CAN HOLD THE
      *  TRANSMISSION TO THE LEDGER.  THE PROOF HOLDS BECAUSE PROC
      *  DATE MEANS 'THE DAY THE MONEY MOVED': CBACT04C STAMPS ITS
      *  FINANCE CHARGES WITH THE DAY IT POSTS THEM, THE DEFERRED
      *  GENERATORS (CBDLQ01C, CBEFT01C, CBEFT02C) STAMP THE NEXT
      *  BUSINESS DATE CBTRN02C POSTS ON, AND CBSUS01C RESTAMPS
      *  RE-POSTED SUSPENSE ITEMS TO THEIR RE-POST DATE.
      *
      *  THE RUN DATE (YYYYMMDD) IS SUPPLIED AS AN 8-BYTE PARAMETER
      *  CARD ON SYSIN AND DEFAULTS TO TODAY, AS FOR CBBAL01C.
      *  MUST EQUAL THE POSTED DEBITS PLUS POSTED CREDITS ACROSS
      *  EVERY CONTROL-TOTALS-RECORD FOR THE RUN DATE, SUMMED THE
      *  WAY CBBAL01C SUMS THEM.  ANY DIFFERENCE FLAGS THE RUN OUT
      *  OF PROOF AND HOLDS THE RELEASE.  THE INTAKE RUN'S RECORD IS
      *  PASSED OVER.
      *****************************************************************
       3000-PROVE-TOTALS.
           READ CONTROL-FILE
           END-READ.
           PERFORM UNTIL CTL-FILE-STATUS-EOF
               IF CTL-RUN-DATE = RUN-DATE-YYYYMMDD
                  AND CTL-JOB-NAME NOT = 'CBTIN01C'
                   ADD 1 TO CTL-RECORDS-SELECTED
                   ADD CTL-TOTAL-DEBITS  TO CTL-EXPECTED-TOTAL
                   ADD CTL-TOTAL-CREDITS TO CTL-EXPECTED-TOTAL
