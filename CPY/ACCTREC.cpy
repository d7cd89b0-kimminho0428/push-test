      *  ACCTREC.cpy
      *  RECORD LAYOUT FOR ACCTFILE (ACCOUNT-RECORD)
      *  SHARED BY ALL PROGRAMS THAT OPEN ACCTFILE-FILE
      *  ACCT-CURR-BAL IS THE WHOLE BALANCE OWED; ACCT-PURCH-BAL,
      *  ACCT-CASH-BAL AND ACCT-FEE-BAL (FEES AND FINANCE CHARGES)
      *  SPLIT IT INTO THE SEGMENTS THAT ARE PRICED SEPARATELY, AND
      *  ALWAYS SUM TO IT.  THE ACCT-CYC- NET FIELDS ARE THE SAME
      *  SPLIT OF THE CYCLE'S DEBITS LESS THE CREDITS ALLOCATED TO
      *  EACH SEGMENT, WHICH CBACT04C PRICES AND RESETS AT CYCLE
      *  END.  ALL SIX WERE CARVED OUT OF WHAT USED TO BE FILLER; ON
      *  A RECORD WRITTEN BEFORE THEY EXISTED THE PROGRAMS THAT
      *  MAINTAIN THEM ZERO ANY NON-NUMERIC SEGMENT FIELDS AND TREAT
      *  ANY SHORTFALL AGAINST THE TOTALS AS PURCHASE BALANCE.
      *  ACCT-ACTIVE-STATUS 'C' MARKS AN ACCOUNT CHARGED OFF BY
      *  CBCHG01C: ACCT-CHGOFF-DATE AND ACCT-CHGOFF-AMT RECORD THE
      *  WRITE-OFF, AND ACCT-RECOVERED-AMT ACCUMULATES THE PAYMENTS
      *  CBTRN02C HAS SINCE POSTED AS RECOVERIES.  THESE THREE ARE
      *  ALSO FORMER FILLER AND ARE ONLY MEANINGFUL ON A CHARGED-OFF
      *  ACCOUNT.
      *****************************************************************
       01  ACCOUNT-RECORD.
           05  ACCT-ID                           PIC 9(11).
           05  ACCT-ACTIVE-STATUS                PIC X(01).
               88  ACCT-CHARGED-OFF                 VALUE 'C'.
           05  ACCT-CURR-BAL                     PIC S9(10)V99.
           05  ACCT-CREDIT-LIMIT                 PIC S9(10)V99.
           05  ACCT-CASH-CREDIT-LIMIT            PIC S9(10)V99.
           05  ACCT-CURR-CYC-DEBIT               PIC S9(10)V99.
           05  ACCT-ADDR-ZIP                     PIC X(10).
           05  ACCT-GROUP-ID                     PIC X(10).
           05  ACCT-PURCH-BAL                    PIC S9(10)V99.
           05  ACCT-CASH-BAL                     PIC S9(10)V99.
           05  ACCT-FEE-BAL                      PIC S9(10)V99.
           05  ACCT-CYC-PURCH-NET                PIC S9(10)V99.
           05  ACCT-CYC-CASH-NET                 PIC S9(10)V99.
           05  ACCT-CYC-FEE-NET                  PIC S9(10)V99.
           05  ACCT-CHGOFF-DATE                  PIC 9(08).
           05  ACCT-CHGOFF-AMT                   PIC S9(10)V99.
           05  ACCT-RECOVERED-AMT                PIC S9(10)V99.
           05  FILLER                            PIC X(74).
