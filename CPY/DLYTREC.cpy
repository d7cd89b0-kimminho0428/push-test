      *****************************************************************
      *  DLYTREC.cpy
      *  RECORD LAYOUT FOR THE PROCESSOR'S DAILY TRANSACTION FILE
      *  (DAILY-TRAN-RECORD), DDNAME DALYTRAN.  ONE HEADER RECORD
      *  ('H'), ONE DETAIL RECORD ('D') PER TRANSACTION, AND ONE
      *  TRAILER RECORD ('T'), IN THAT ORDER, AS TRANSMITTED BY THE
      *  PROCESSOR.  THE HEADER CARRIES THE FILE DATE AND THE
      *  PROCESSOR'S FILE SEQUENCE NUMBER; THE TRAILER CARRIES THE
      *  NUMBER OF DETAIL RECORDS AND THE SIGNED TOTAL OF THEIR
      *  TRAN-AMT.  A DETAIL RECORD'S DATA IS A TRAN-RECORD IMAGE
      *  (SEE TRANREC), LOADED TO TRANFILE AS IT STANDS.  READ BY
      *  THE INTAKE RUN, CBTIN01C.
      *****************************************************************
       01  DAILY-TRAN-RECORD.
           05  DT-RECORD-TYPE                    PIC X(01).
               88  DT-HEADER                        VALUE 'H'.
               88  DT-DETAIL                        VALUE 'D'.
               88  DT-TRAILER                       VALUE 'T'.
           05  DT-DETAIL-DATA                    PIC X(350).
           05  DT-HEADER-DATA REDEFINES DT-DETAIL-DATA.
               10  DT-HDR-FILE-DATE              PIC 9(08).
               10  DT-HDR-FILE-SEQ               PIC 9(06).
               10  DT-HDR-PROCESSOR-ID           PIC X(10).
               10  FILLER                        PIC X(326).
           05  DT-TRAILER-DATA REDEFINES DT-DETAIL-DATA.
               10  DT-TRL-RECORD-COUNT           PIC 9(09).
               10  DT-TRL-AMOUNT-TOTAL           PIC S9(13)V99.
               10  FILLER                        PIC X(326).
           05  FILLER                            PIC X(09).
