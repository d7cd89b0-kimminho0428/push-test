      *****************************************************************
      *  LTRHREC.cpy
      *  RECORD LAYOUT FOR LTRHIST (LETTER-HIST-RECORD)
      *  ONE RECORD PER LETTER SENT, KEYED BY CUSTOMER, LETTER TYPE
      *  AND THE EVENT'S CEV-DEDUP-DATE (SEE CORRREC).  CBCOR01C
      *  WRITES ONE FOR EVERY LETTER IT PUTS ON THE LETTER FILE AND
      *  SUPPRESSES ANY LATER EVENT THAT WOULD REPEAT THE KEY, SO A
      *  CUSTOMER GETS AT MOST ONE LETTER OF A TYPE PER DAY (PER
      *  EXPIRING CARD FOR A REISSUE) NO MATTER HOW MANY EVENTS, OR
      *  HOW MANY EXTRACT RUNS, THAT DAY PRODUCES.  LH-EVENT-TS AND
      *  LH-SOURCE-PGM IDENTIFY THE EVENT THAT WAS LETTERED.
      *****************************************************************
       01  LETTER-HIST-RECORD.
           05  LH-KEY.
               10  LH-CUST-ID                    PIC 9(09).
               10  LH-LETTER-TYPE                PIC X(04).
               10  LH-DEDUP-DATE                 PIC 9(08).
           05  LH-EVENT-TS                       PIC X(26).
           05  LH-SOURCE-PGM                     PIC X(08).
           05  LH-EXTRACT-DATE                   PIC 9(08).
           05  FILLER                            PIC X(17).
