      *  TRANREC.cpy
      *  RECORD LAYOUT FOR TRANFILE (TRAN-RECORD)
      *  SHARED BY ALL PROGRAMS THAT OPEN TRANSACT-FILE
      *  KEYED BY TRAN-ID.  TRAN-CARD-NUM IS AN ALTERNATE KEY (WITH
      *  DUPLICATES) SO THE STATEMENT RUN, CBSTM01C, CAN READ A
      *  CARD'S TRANSACTIONS WITHOUT SWEEPING THE FILE.  THE AIX
      *  CLUSTER IS IN THE BASE CLUSTER'S UPGRADE SET.
      *****************************************************************
       01  TRAN-RECORD.
           05  TRAN-ID                                 PIC X(16).
