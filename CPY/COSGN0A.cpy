      *****************************************************************
      *  COSGN0A.cpy
      *  SYMBOLIC MAP FOR MAPSET COSGN00, MAP COSGN0A - OPERATOR
      *  SIGN-ON SCREEN.  GENERATED BY HAND TO MATCH THE LAYOUT BMS
      *  ASSEMBLY WOULD PRODUCE FOR THE COSGN00 MAPSET.  THE PASSWORD
      *  FIELDS ARE DEFINED DARK ON THE MAP.  THE FUNCTION LIST SHOWN
      *  BESIDE OPTION IS STATIC MAP TEXT.
      *****************************************************************
       01  COSGN0AI.
           02  FILLER                PIC X(12).
           02  USERIDL               COMP PIC S9(4).
           02  USERIDF               PIC X.
           02  FILLER REDEFINES USERIDF.
               03  USERIDA           PIC X.
           02  USERIDI               PIC X(8).

           02  PASSWDL               COMP PIC S9(4).
           02  PASSWDF               PIC X.
           02  FILLER REDEFINES PASSWDF.
               03  PASSWDA           PIC X.
           02  PASSWDI               PIC X(8).

           02  NEWPWDL               COMP PIC S9(4).
           02  NEWPWDF               PIC X.
           02  FILLER REDEFINES NEWPWDF.
               03  NEWPWDA           PIC X.
           02  NEWPWDI               PIC X(8).

           02  CNFPWDL               COMP PIC S9(4).
           02  CNFPWDF               PIC X.
           02  FILLER REDEFINES CNFPWDF.
               03  CNFPWDA           PIC X.
           02  CNFPWDI               PIC X(8).

           02  OPTIONL               COMP PIC S9(4).
           02  OPTIONF               PIC X.
           02  FILLER REDEFINES OPTIONF.
               03  OPTIONA           PIC X.
           02  OPTIONI               PIC X(1).

           02  ERRMSGL               COMP PIC S9(4).
           02  ERRMSGF               PIC X.
           02  FILLER REDEFINES ERRMSGF.
               03  ERRMSGA           PIC X.
           02  ERRMSGI               PIC X(78).

       01  COSGN0AO REDEFINES COSGN0AI.
           02  FILLER                PIC X(12).
           02  FILLER                PIC X(3).
           02  USERIDO               PIC X(8).

           02  FILLER                PIC X(3).
           02  PASSWDO               PIC X(8).

           02  FILLER                PIC X(3).
           02  NEWPWDO               PIC X(8).

           02  FILLER                PIC X(3).
           02  CNFPWDO               PIC X(8).

           02  FILLER                PIC X(3).
           02  OPTIONO               PIC X(1).

           02  FILLER                PIC X(3).
           02  ERRMSGO               PIC X(78).
