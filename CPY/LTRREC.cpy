      *****************************************************************
      *  LTRREC.cpy
      *  RECORD LAYOUT FOR THE CUSTOMER LETTER FILE (LETTER-RECORD).
      *  ONE 450-BYTE RECORD PER LETTER TO BE PRINTED AND MAILED,
      *  WRITTEN NIGHTLY BY CBCOR01C FOR TRANSMISSION TO THE PRINT
      *  VENDOR, WHO MERGES IT INTO THE TEMPLATE FOR LTR-LETTER-TYPE
      *  (THE CEV-LETTER-TYPE CODES IN CORRREC) AND MAILS IT TO THE
      *  NAME AND ADDRESS ON CUSTFILE.  LTR-LETTER-DATE IS THE
      *  EXTRACT DATE AND LTR-EVENT-DATE THE DAY THE EVENT HAPPENED,
      *  BOTH YYYYMMDD.  ONLY THE LAST FOUR DIGITS OF THE CARD ARE
      *  QUOTED.
      *  THE SIX LTR-VAR-FIELD ENTRIES ARE PRINT-READY TEXT (AMOUNTS
      *  EDITED WITH SIGN AND COMMAS, DATES MM/DD/YYYY), LEFT BLANK
      *  WHERE THE LETTER TYPE DOES NOT USE THEM:
      *    NSFR - 1 RETURNED DRAFT ID   2 BANK RETURN CODE
      *           3 RETURN DATE         4 DRAFT AMOUNT
      *           5 NSF FEE             6 'AUTOPAY CANCELLED' OR BLANK
      *    CLCH - 1 OLD CREDIT LIMIT    2 NEW CREDIT LIMIT
      *           3 'INCREASE'/'DECREASE'  4 REVIEW DATE
      *    LATE - 1 LATE FEE            2 PAYMENT DUE DATE
      *           3 DAYS PAST DUE       4 MINIMUM PAYMENT DUE
      *           5 STATEMENT BALANCE
      *    FRBL - 1 TRANSACTION ID      2 TRANSACTION AMOUNT
      *           3 ALERT DATE
      *    DSPR - 1 DISPUTED TRAN ID    2 'CREDIT STANDS' OR
      *             'CREDIT REVERSED'   3 DISPUTED AMOUNT
      *           4 DATE OPENED         5 DATE RESOLVED
      *    REIS - 1 CURRENT EXPIRY DATE 2 NAME AS EMBOSSED (FIRST
      *             20 CHARACTERS)
      *****************************************************************
       01  LETTER-RECORD.
           05  LTR-LETTER-TYPE                   PIC X(04).
           05  LTR-LETTER-DATE                   PIC 9(08).
           05  LTR-EVENT-DATE                    PIC 9(08).
           05  LTR-SEQ-NUM                       PIC 9(07).
           05  LTR-CUST-ID                       PIC 9(09).
           05  LTR-ACCT-ID                       PIC 9(11).
           05  LTR-CARD-LAST4                    PIC X(04).
           05  LTR-FIRST-NAME                    PIC X(25).
           05  LTR-MIDDLE-NAME                   PIC X(25).
           05  LTR-LAST-NAME                     PIC X(25).
           05  LTR-ADDR-LINE-1                   PIC X(50).
           05  LTR-ADDR-LINE-2                   PIC X(50).
           05  LTR-ADDR-LINE-3                   PIC X(50).
           05  LTR-ADDR-STATE-CD                 PIC X(02).
           05  LTR-ADDR-COUNTRY-CD               PIC X(03).
           05  LTR-ADDR-ZIP                      PIC X(10).
           05  LTR-VAR-FIELD OCCURS 6 TIMES      PIC X(20).
           05  FILLER                            PIC X(39).
