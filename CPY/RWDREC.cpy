      *****************************************************************
      *  RWDREC.cpy
      *  RECORD LAYOUT FOR RWDFILE (REWARDS-RECORD)
      *  THE REWARDS POINTS LEDGER - ONE RECORD PER ACCOUNT, KEYED BY
      *  ACCOUNT ID, CREATED THE FIRST TIME THE ACCOUNT EARNS OR LOSES
      *  POINTS.  RWD-POINTS-BAL IS THE CURRENT BALANCE IN WHOLE
      *  POINTS; IT CAN GO NEGATIVE WHEN A RETURN OR CHARGEBACK TAKES
      *  BACK POINTS ALREADY REDEEMED.  THE LIFETIME BUCKETS ONLY EVER
      *  GROW: EARNED BY CBTRN02C AS PURCHASES POST, REVERSED BY
      *  CBTRN02C FOR RETURNS AND BY CODISP0C FOR CONFIRMED
      *  CHARGEBACKS, AND REDEEMED FOR STATEMENT CREDITS BY CORWD00C.
      *  EVERY MOVEMENT IS ALSO WRITTEN TO RWDHIST (RWDHREC), WHICH
      *  THE STATEMENT AND THE POINTS-LIABILITY REPORT USE TO WORK
      *  OUT A PERIOD'S ACTIVITY.  DATES ARE YYYYMMDD.
      *****************************************************************
       01  REWARDS-RECORD.
           05  RWD-ACCT-ID                       PIC 9(11).
           05  RWD-POINTS-BAL                    PIC S9(11).
           05  RWD-LIFE-EARNED                   PIC S9(11).
           05  RWD-LIFE-REVERSED                 PIC S9(11).
           05  RWD-LIFE-REDEEMED                 PIC S9(11).
           05  RWD-OPEN-DATE                     PIC 9(08).
           05  RWD-LAST-ACTIVITY-DATE            PIC 9(08).
           05  FILLER                            PIC X(29).
