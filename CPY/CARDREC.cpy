      *  CARDREC.cpy
      *  RECORD LAYOUT FOR CARDFILE (CARD-RECORD)
      *  SHARED BY ALL PROGRAMS THAT OPEN CARDFILE-FILE
      *  A CARD REPORTED LOST OR STOLEN IS REPLACED BY COCRDRPC: THE
      *  OLD CARD IS BLOCKED (CARD-ACTIVE-STATUS 'N') AND CARRIES THE
      *  NEW NUMBER IN CARD-REPLACED-BY-NUM; THE NEW CARD CARRIES THE
      *  OLD NUMBER IN CARD-REPLACES-NUM.  BOTH CARRY THE REASON AND
      *  THE TIME OF THE REPORT ('YYYY-MM-DD-HH.MM.SS', COMPARABLE
      *  WITH THE FIRST 19 BYTES OF TRAN-ORIG-TS).  A NEW CARD WAITS
      *  WITH CARD-EMBOSS-STATUS 'P' UNTIL CBEMB01C SENDS IT TO THE
      *  CARD VENDOR AND SETS 'S'.  ON CARDS NEVER REPLACED THESE
      *  FIELDS ARE SPACES.
      *****************************************************************
       01  CARD-RECORD.
           05  CARD-NUM                          PIC X(16).
           05  CARD-EMBOSSED-NAME                PIC X(50).
           05  CARD-EXPIRAION-DATE               PIC X(10).
           05  CARD-ACTIVE-STATUS                PIC X(01).
           05  CARD-REPLACED-BY-NUM              PIC X(16).
           05  CARD-REPLACES-NUM                 PIC X(16).
           05  CARD-REPLACE-REASON               PIC X(01).
               88  CARD-REPORTED-LOST               VALUE 'L'.
               88  CARD-REPORTED-STOLEN             VALUE 'S'.
           05  CARD-REPLACE-TS                   PIC X(19).
           05  CARD-EMBOSS-STATUS                PIC X(01).
               88  CARD-EMBOSS-PENDING              VALUE 'P'.
               88  CARD-EMBOSS-SENT                 VALUE 'S'.
           05  FILLER                            PIC X(06).
