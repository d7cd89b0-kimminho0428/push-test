      *****************************************************************
      *  EMBREC.cpy
      *  RECORD LAYOUT FOR THE CARD EMBOSSING / MAILER EXTRACT FILE
      *  (EMBOSS-RECORD).  ONE 350-BYTE RECORD PER CARD TO BE
      *  PRODUCED, WRITTEN NIGHTLY BY CBEMB01C FOR TRANSMISSION TO THE
      *  CARD VENDOR, WHO EMBOSSES THE PLASTIC AND MAILS IT WITH ITS
      *  CARRIER LETTER TO THE CUSTOMER'S ADDRESS ON CUSTFILE.
      *  EMB-EXPIRY-MMYY IS THE EXPIRATION AS EMBOSSED ('MM/YY').  ON
      *  A LOST/STOLEN REPLACEMENT THE CARRIER QUOTES ONLY THE LAST
      *  FOUR DIGITS OF THE CARD REPLACED (EMB-REPLACES-LAST4) AND
      *  THE REASON ('L' LOST, 'S' STOLEN).  EMB-MAIL-DATE IS THE
      *  EXTRACT DATE, YYYYMMDD.
      *****************************************************************
       01  EMBOSS-RECORD.
           05  EMB-CARD-NUM                      PIC X(16).
           05  EMB-EXPIRY-MMYY                   PIC X(05).
           05  EMB-CVV-CD                        PIC 9(03).
           05  EMB-EMBOSSED-NAME                 PIC X(50).
           05  EMB-ACCT-ID                       PIC 9(11).
           05  EMB-CUST-ID                       PIC 9(09).
           05  EMB-FIRST-NAME                    PIC X(25).
           05  EMB-LAST-NAME                     PIC X(25).
           05  EMB-ADDR-LINE-1                   PIC X(50).
           05  EMB-ADDR-LINE-2                   PIC X(50).
           05  EMB-ADDR-LINE-3                   PIC X(50).
           05  EMB-ADDR-STATE-CD                 PIC X(02).
           05  EMB-ADDR-COUNTRY-CD               PIC X(03).
           05  EMB-ADDR-ZIP                      PIC X(10).
           05  EMB-REPLACES-LAST4                PIC X(04).
           05  EMB-REPLACE-REASON                PIC X(01).
           05  EMB-MAIL-DATE                     PIC 9(08).
           05  FILLER                            PIC X(28).
