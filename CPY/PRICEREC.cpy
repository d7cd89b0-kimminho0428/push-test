      *  NOT ON FILE PRICES UNDER THE 'DEFAULT' GROUP; IF EVEN THAT
      *  IS MISSING THE PROGRAMS FALL BACK TO THE RATES THEY
      *  HISTORICALLY HARDCODED.
      *  PRC-RWD-MULTIPLIER SCALES THE REWARDS POINTS THE GROUP'S
      *  ACCOUNTS EARN ON EACH TRAN TYPE'S TT-RWD-EARN-RATE (1.00 -
      *  THE STANDARD RATE, 0.00 - A PRODUCT WITHOUT REWARDS).  A
      *  RECORD THAT PREDATES THE FIELD (FILLER) EARNS AT 1.00.
      *****************************************************************
       01  PRICING-RECORD.
           05  PRC-GROUP-ID                      PIC X(10).
           05  PRC-MIN-PAY-RATE                  PIC V9(04).
           05  PRC-MIN-PAY-FLOOR                 PIC S9(03)V99.
           05  PRC-LATE-FEE-AMT                  PIC S9(03)V99.
           05  PRC-RWD-MULTIPLIER                PIC 9(01)V99.
           05  FILLER                            PIC X(45).
