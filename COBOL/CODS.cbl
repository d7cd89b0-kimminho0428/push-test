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
                                                                                
       FD  CUSTFILE-FILE.                                                        
       01  CUSTOMER-RECORD.
