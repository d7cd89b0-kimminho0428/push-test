      *  XREFREC.cpy
      *  RECORD LAYOUT FOR XREFFILE (CARD-XREF-RECORD)
      *  SHARED BY ALL PROGRAMS THAT OPEN XREF-FILE
      *  KEYED BY CARD NUMBER.  XREF-ACCT-ID AND XREF-CUST-ID ARE
      *  ALTERNATE KEYS (EACH WITH DUPLICATES), SO A BATCH PROGRAM
      *  CAN FIND AN ACCOUNT'S CARDS, OR A CUSTOMER'S ACCOUNTS, BY
      *  STARTING ON THE KEY AND READING NEXT WHILE IT STILL MATCHES
      *  RATHER THAN LOADING THE WHOLE FILE INTO A TABLE.  A PROGRAM
      *  THAT DECLARES THE ALTERNATE KEYS DECLARES BOTH, IN THAT
      *  ORDER.  THE AIX CLUSTERS ARE IN THE BASE CLUSTER'S UPGRADE
      *  SET, SO EVERY CARD ADDED - INCLUDING A REPLACEMENT CARD -
      *  IS ON BOTH PATHS AT ONCE.
      *****************************************************************
       01  CARD-XREF-RECORD.
           05  XREF-CARD-NUM                     PIC X(16).
