      *  USRSEC.cpy
      *  RECORD LAYOUT FOR USRSEC-FILE (SEC-USER-DATA)
      *  SHARED BY ALL PROGRAMS THAT OPEN USRSEC-FILE
      *  SEC-USR-FAIL-COUNT IS THE NUMBER OF CONSECUTIVE FAILED SIGN-
      *  ONS; COSGN00C LOCKS THE ID (SEC-USR-STATUS 'L') WHEN IT
      *  REACHES THE LIMIT AND RESETS IT ON A GOOD SIGN-ON.  SEC-USR-
      *  PWD-CHG-DATE (YYYYMMDD) IS WHEN THE USER LAST CHOSE THEIR OWN
      *  PASSWORD; ZERO (SET WHEN AN ADMINISTRATOR ASSIGNS ONE ON
      *  COUSR00C) FORCES A CHANGE AT THE NEXT SIGN-ON.  RECORDS
      *  WRITTEN BEFORE THESE FIELDS EXISTED CARRY SPACES IN THEM AND
      *  ARE TREATED AS ZERO.
      *****************************************************************
       01 SEC-USER-DATA.
           05 SEC-USR-ID                 PIC X(08).
              10 SEC-USR-STATUS          PIC X(01).
                 88 SEC-USR-ACTIVE          VALUE 'A'.
                 88 SEC-USR-INACTIVE        VALUE 'I'.
                 88 SEC-USR-LOCKED          VALUE 'L'.
              10 SEC-USR-FAIL-COUNT      PIC 9(02).
              10 SEC-USR-PWD-CHG-DATE    PIC 9(08).
              10 FILLER                  PIC X(12).
