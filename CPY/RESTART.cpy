      *  ARE COMMITTED WITH EACH CHECKPOINT SO A RESTARTED RUN'S
      *  FINAL CONTROL TOTALS COVER THE WHOLE NIGHT, NOT JUST THE
      *  PORTION AFTER THE RESTART POINT.  A JOB THAT MOVES NO MONEY
      *  (E.G. CBCRDEXP) CARRIES THEM AS ZERO.  CBTRN02C ALSO
      *  COMMITS ITS CHARGED-OFF REJECT COUNT AND ITS RECOVERY COUNT
      *  AND AMOUNT, CARVED OUT OF WHAT USED TO BE FILLER.
      *****************************************************************
       01  RESTART-RECORD.
           05  RESTART-JOB-ID                    PIC X(08).
           05  RESTART-OVER-LIMIT-COUNT           PIC 9(09) COMP.
           05  RESTART-DEBIT-AMT                  PIC S9(13)V99 COMP-3.
           05  RESTART-CREDIT-AMT                 PIC S9(13)V99 COMP-3.
           05  RESTART-CHGOFF-REJECT-COUNT        PIC 9(09) COMP.
           05  RESTART-RECOVERY-COUNT             PIC 9(09) COMP.
           05  RESTART-RECOVERY-AMT               PIC S9(13)V99 COMP-3.
           05  FILLER                             PIC X(18).
