      *****************************************************************
      *  CCRDRPA.cpy
      *  SYMBOLIC MAP FOR MAPSET CCRDRP0, MAP CCRDRPA - LOST/STOLEN
      *  CARD REPLACEMENT SCREEN.  GENERATED BY HAND TO MATCH THE
      *  LAYOUT BMS ASSEMBLY WOULD PRODUCE FOR THE CCRDRP0 MAPSET.
      *  CRDNUM AND REASON ARE KEYED; THE REST ARE DISPLAY ONLY.
      *****************************************************************
       01  CCRDRPAI.
           02  FILLER                PIC X(12).
           02  CRDNUML               COMP PIC S9(4).
           02  CRDNUMF               PIC X.
           02  FILLER REDEFINES CRDNUMF.
               03  CRDNUMA           PIC X.
           02  CRDNUMI               PIC X(16).

           02  REASONL               COMP PIC S9(4).
           02  REASONF               PIC X.
           02  FILLER REDEFINES REASONF.
               03  REASONA           PIC X.
           02  REASONI               PIC X(1).

           02  ACCTIDL               COMP PIC S9(4).
           02  ACCTIDF               PIC X.
           02  FILLER REDEFINES ACCTIDF.
               03  ACCTIDA           PIC X.
           02  ACCTIDI               PIC 9(11).

           02  EMBNAML               COMP PIC S9(4).
           02  EMBNAMF               PIC X.
           02  FILLER REDEFINES EMBNAMF.
               03  EMBNAMA           PIC X.
           02  EMBNAMI               PIC X(50).

           02  ACTSTL                COMP PIC S9(4).
           02  ACTSTF                PIC X.
           02  FILLER REDEFINES ACTSTF.
               03  ACTSTA            PIC X.
           02  ACTSTI                PIC X(1).

           02  NEWCRDL               COMP PIC S9(4).
           02  NEWCRDF               PIC X.
           02  FILLER REDEFINES NEWCRDF.
               03  NEWCRDA           PIC X.
           02  NEWCRDI               PIC X(16).

           02  NEWEXPL               COMP PIC S9(4).
           02  NEWEXPF               PIC X.
           02  FILLER REDEFINES NEWEXPF.
               03  NEWEXPA           PIC X.
           02  NEWEXPI               PIC X(10).

           02  ERRMSGL               COMP PIC S9(4).
           02  ERRMSGF               PIC X.
           02  FILLER REDEFINES ERRMSGF.
               03  ERRMSGA           PIC X.
           02  ERRMSGI               PIC X(78).

       01  CCRDRPAO REDEFINES CCRDRPAI.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  CRDNUMO               PIC X(16).

           02  FILLER                PIC X(3).
           02  REASONO               PIC X(1).

           02  FILLER                PIC X(3).
           02  ACCTIDO               PIC 9(11).

           02  FILLER                PIC X(3).
           02  EMBNAMO               PIC X(50).

           02  FILLER                PIC X(3).
           02  ACTSTO                PIC X(1).

           02  FILLER                PIC X(3).
           02  NEWCRDO               PIC X(16).

           02  FILLER                PIC X(3).
           02  NEWEXPO               PIC X(10).

           02  FILLER                PIC X(3).
           02  ERRMSGO               PIC X(78).
