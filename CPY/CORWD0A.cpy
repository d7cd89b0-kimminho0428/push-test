      *****************************************************************
      *  CORWD0A.cpy
      *  SYMBOLIC MAP FOR MAPSET CORWD00, MAP CORWD0A - REWARDS
      *  POINTS REDEMPTION SCREEN.  GENERATED BY HAND TO MATCH THE
      *  LAYOUT BMS ASSEMBLY WOULD PRODUCE FOR THE CORWD00 MAPSET.
      *  CRDNUM AND REDPTS ARE KEYED; THE REST ARE DISPLAY ONLY.
      *****************************************************************
       01  CORWD0AI.
           02  FILLER                PIC X(12).
           02  CRDNUML               COMP PIC S9(4).
           02  CRDNUMF               PIC X.
           02  FILLER REDEFINES CRDNUMF.
               03  CRDNUMA           PIC X.
           02  CRDNUMI               PIC X(16).

           02  REDPTSL               COMP PIC S9(4).
           02  REDPTSF               PIC X.
           02  FILLER REDEFINES REDPTSF.
               03  REDPTSA           PIC X.
           02  REDPTSI               PIC X(9).

           02  ACCTIDL               COMP PIC S9(4).
           02  ACCTIDF               PIC X.
           02  FILLER REDEFINES ACCTIDF.
               03  ACCTIDA           PIC X.
           02  ACCTIDI               PIC 9(11).

           02  PTSBALL               COMP PIC S9(4).
           02  PTSBALF               PIC X.
           02  FILLER REDEFINES PTSBALF.
               03  PTSBALA           PIC X.
           02  PTSBALI               PIC X(13).

           02  LIFERNL               COMP PIC S9(4).
           02  LIFERNF               PIC X.
           02  FILLER REDEFINES LIFERNF.
               03  LIFERNA           PIC X.
           02  LIFERNI               PIC X(13).

           02  LIFREDL               COMP PIC S9(4).
           02  LIFREDF               PIC X.
           02  FILLER REDEFINES LIFREDF.
               03  LIFREDA           PIC X.
           02  LIFREDI               PIC X(13).

           02  CRAMTL                COMP PIC S9(4).
           02  CRAMTF                PIC X.
           02  FILLER REDEFINES CRAMTF.
               03  CRAMTA            PIC X.
           02  CRAMTI                PIC X(14).

           02  CRTRANL               COMP PIC S9(4).
           02  CRTRANF               PIC X.
           02  FILLER REDEFINES CRTRANF.
               03  CRTRANA           PIC X.
           02  CRTRANI               PIC X(16).

           02  ERRMSGL               COMP PIC S9(4).
           02  ERRMSGF               PIC X.
           02  FILLER REDEFINES ERRMSGF.
               03  ERRMSGA           PIC X.
           02  ERRMSGI               PIC X(78).

       01  CORWD0AO REDEFINES CORWD0AI.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  CRDNUMO               PIC X(16).

           02  FILLER                PIC X(3).
           02  REDPTSO               PIC X(9).

           02  FILLER                PIC X(3).
           02  ACCTIDO               PIC 9(11).

           02  FILLER                PIC X(3).
           02  PTSBALO               PIC X(13).

           02  FILLER                PIC X(3).
           02  LIFERNO               PIC X(13).

           02  FILLER                PIC X(3).
           02  LIFREDO               PIC X(13).

           02  FILLER                PIC X(3).
           02  CRAMTO                PIC X(14).

           02  FILLER                PIC X(3).
           02  CRTRANO               PIC X(16).

           02  FILLER                PIC X(3).
           02  ERRMSGO               PIC X(78).
