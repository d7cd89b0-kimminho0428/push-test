      *****************************************************************
      *  RWDHREC.cpy
      *  RECORD LAYOUT FOR RWDHIST (REWARDS-HIST-RECORD)
      *  ONE RECORD PER MOVEMENT OF AN ACCOUNT'S REWARDS POINTS,
      *  KEYED BY ACCOUNT ID, THE TRAN-ID THAT CAUSED IT AND THE
      *  ENTRY TYPE, SO A BROWSE ON THE ACCOUNT ID RETURNS THE
      *  ACCOUNT'S WHOLE POINTS HISTORY.  RWH-POINTS IS SIGNED: AN
      *  EARNING IS POSITIVE; A REVERSAL OR A REDEMPTION IS NEGATIVE.
      *    'E' - EARNED ON A PURCHASE (CBTRN02C)
      *    'R' - REVERSED BY A RETURN OR OTHER CREDIT ON AN EARNING
      *          PAIR (CBTRN02C)
      *    'C' - REVERSED BY A CONFIRMED CHARGEBACK (CODISP0C) - KEYED
      *          BY THE DISPUTED TRAN-ID, THE SAME TRAN-ID AS ITS 'E'
      *    'D' - REDEEMED AS A STATEMENT CREDIT (CORWD00C) - KEYED BY
      *          THE TRAN-ID OF THE CREDIT IT RAISED
      *  THE KEY MAKES EACH ENTRY ONE-TIME: A RESTARTED POSTING RUN
      *  OR A SECOND CHARGEBACK ON THE SAME TRANSACTION FINDS ITS
      *  ENTRY ALREADY ON FILE AND DOES NOT MOVE THE POINTS AGAIN.
      *  RWH-POST-DATE (YYYYMMDD) IS THE TRANSACTION'S PROC DATE FOR
      *  'E'/'R' AND THE DAY OF THE ONLINE ACTION FOR 'C'/'D'.
      *  RWH-EARN-RATE AND RWH-MULTIPLIER RECORD HOW AN 'E' OR 'R'
      *  WAS PRICED.
      *****************************************************************
       01  REWARDS-HIST-RECORD.
           05  RWH-KEY.
               10  RWH-ACCT-ID                   PIC 9(11).
               10  RWH-TRAN-ID                   PIC X(16).
               10  RWH-ENTRY-TYPE                PIC X(01).
                   88  RWH-EARNED                   VALUE 'E'.
                   88  RWH-RETURN-REVERSAL          VALUE 'R'.
                   88  RWH-CHARGEBACK-REVERSAL      VALUE 'C'.
                   88  RWH-REDEEMED                 VALUE 'D'.
           05  RWH-POST-DATE                     PIC 9(08).
           05  RWH-POINTS                        PIC S9(09).
           05  RWH-TRAN-AMT                      PIC S9(09)V99.
           05  RWH-TRAN-TYPE-CD                  PIC X(02).
           05  RWH-TRAN-CAT-CD                   PIC 9(04).
           05  RWH-EARN-RATE                     PIC 9(01)V99.
           05  RWH-MULTIPLIER                    PIC 9(01)V99.
           05  RWH-SOURCE-PGM                    PIC X(08).
           05  RWH-OPER-ID                       PIC X(08).
           05  FILLER                            PIC X(16).
