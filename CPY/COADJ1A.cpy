      *****************************************************************
      *  COADJ1A.cpy
      *  SYMBOLIC MAP FOR MAPSET COADJ01, MAP COADJ1A - MANUAL
      *  ADJUSTMENT REVIEW (APPROVE/REJECT) SCREEN.  GENERATED BY HAND
      *  TO MATCH THE LAYOUT BMS ASSEMBLY WOULD PRODUCE FOR THE COADJ01
      *  MAPSET.
      *  ADJID IS KEYED; THE REST ARE DISPLAY ONLY.
      *****************************************************************
       01  COADJ1AI.
           02  FILLER                PIC X(12).
           02  ADJIDL                COMP PIC S9(4).
           02  ADJIDF                PIC X.
           02  FILLER REDEFINES ADJIDF.
               03  ADJIDA            PIC X.
           02  ADJIDI                PIC X(16).

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

           02  MEMOL                 COMP PIC S9(4).
           02  MEMOF                 PIC X.
           02  FILLER REDEFINES MEMOF.
               03  MEMOA             PIC X.
           02  MEMOI                 PIC X(40).

           02  ENTBYL                COMP PIC S9(4).
           02  ENTBYF                PIC X.
           02  FILLER REDEFINES ENTBYF.
               03  ENTBYA            PIC X.
           02  ENTBYI                PIC X(8).

           02  ENTDTL                COMP PIC S9(4).
           02  ENTDTF                PIC X.
           02  FILLER REDEFINES ENTDTF.
               03  ENTDTA            PIC X.
           02  ENTDTI                PIC X(10).

           02  ADJSTAL               COMP PIC S9(4).
           02  ADJSTAF               PIC X.
           02  FILLER REDEFINES ADJSTAF.
               03  ADJSTAA           PIC X.
           02  ADJSTAI               PIC X(20).

           02  REVBYL                COMP PIC S9(4).
           02  REVBYF                PIC X.
           02  FILLER REDEFINES REVBYF.
               03  REVBYA            PIC X.
           02  REVBYI                PIC X(8).

           02  ERRMSGL               COMP PIC S9(4).
           02  ERRMSGF               PIC X.
           02  FILLER REDEFINES ERRMSGF.
               03  ERRMSGA           PIC X.
           02  ERRMSGI               PIC X(78).

       01  COADJ1AO REDEFINES COADJ1AI.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  ADJIDO                PIC X(16).

           02  FILLER                PIC X(3).
           02  ACCTIDO               PIC X(11).

           02  FILLER                PIC X(3).
           02  CARDNOO               PIC X(16).

           02  FILLER                PIC X(3).
           02  REASONO               PIC X(4).

           02  FILLER                PIC X(3).
           02  RSNDSCO               PIC X(30).

           02  FILLER                PIC X(3).
           02  EAMTO                 PIC X(14).

           02  FILLER                PIC X(3).
           02  MEMOO                 PIC X(40).

           02  FILLER                PIC X(3).
           02  ENTBYO                PIC X(8).

           02  FILLER                PIC X(3).
           02  ENTDTO                PIC X(10).

           02  FILLER                PIC X(3).
           02  ADJSTAO               PIC X(20).

           02  FILLER                PIC X(3).
           02  REVBYO                PIC X(8).

           02  FILLER                PIC X(3).
           02  ERRMSGO               PIC X(78).
