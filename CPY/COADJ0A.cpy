      *****************************************************************
      *  COADJ0A.cpy
      *  SYMBOLIC MAP FOR MAPSET COADJ00, MAP COADJ0A - MANUAL
      *  ADJUSTMENT ENTRY SCREEN.  GENERATED BY HAND TO MATCH THE
      *  LAYOUT BMS ASSEMBLY WOULD PRODUCE FOR THE COADJ00 MAPSET.
      *  ACCTID, CARDNO, REASON, ADJAMT AND MEMO ARE KEYED; THE REST
      *  ARE DISPLAY ONLY.
      *****************************************************************
       01  COADJ0AI.
           02  FILLER                PIC X(12).
           02  ACCTIDL               COMP PIC S9(4).
           02  ACCTIDF               PIC X.
           02  FILLER REDEFINES ACCTIDF.
               03  ACCTIDA           PIC X.
           02  ACCTIDI               PIC X(11).

           02  CARDNOL               COMP PIC S9(4).
           02  CARDNOF               PIC X.
           02  FILLER REDEFINES CARDNOF.
               03  CARDNOA           PIC X.
           02  CARDNOI               PIC X(16).

           02  REASONL               COMP PIC S9(4).
           02  REASONF               PIC X.
           02  FILLER REDEFINES REASONF.
               03  REASONA           PIC X.
           02  REASONI               PIC X(4).

           02  ADJAMTL               COMP PIC S9(4).
           02  ADJAMTF               PIC X.
           02  FILLER REDEFINES ADJAMTF.
               03  ADJAMTA           PIC X.
           02  ADJAMTI               PIC X(11).

           02  MEMOL                 COMP PIC S9(4).
           02  MEMOF                 PIC X.
           02  FILLER REDEFINES MEMOF.
               03  MEMOA             PIC X.
           02  MEMOI                 PIC X(40).

           02  RSNDSCL               COMP PIC S9(4).
           02  RSNDSCF               PIC X.
           02  FILLER REDEFINES RSNDSCF.
               03  RSNDSCA           PIC X.
           02  RSNDSCI               PIC X(30).

           02  EAMTL                 COMP PIC S9(4).
           02  EAMTF                 PIC X.
           02  FILLER REDEFINES EAMTF.
               03  EAMTA             PIC X.
           02  EAMTI                 PIC X(14).

           02  ADJIDL                COMP PIC S9(4).
           02  ADJIDF                PIC X.
           02  FILLER REDEFINES ADJIDF.
               03  ADJIDA            PIC X.
           02  ADJIDI                PIC X(16).

           02  ERRMSGL               COMP PIC S9(4).
           02  ERRMSGF               PIC X.
           02  FILLER REDEFINES ERRMSGF.
               03  ERRMSGA           PIC X.
           02  ERRMSGI               PIC X(78).

       01  COADJ0AO REDEFINES COADJ0AI.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  ACCTIDO               PIC X(11).

           02  FILLER                PIC X(3).
           02  CARDNOO               PIC X(16).

           02  FILLER                PIC X(3).
           02  REASONO               PIC X(4).

           02  FILLER                PIC X(3).
           02  ADJAMTO               PIC X(11).

           02  FILLER                PIC X(3).
           02  MEMOO                 PIC X(40).

           02  FILLER                PIC X(3).
           02  RSNDSCO               PIC X(30).

           02  FILLER                PIC X(3).
           02  EAMTO                 PIC X(14).

           02  FILLER                PIC X(3).
           02  ADJIDO                PIC X(16).

           02  FILLER                PIC X(3).
           02  ERRMSGO               PIC X(78).
