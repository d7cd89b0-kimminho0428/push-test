      *                   STATUS - NEVER THE PASSWORD) SO THE DAILY
      *                   CBAUD01C REPORT CAN SHOW WHO CHANGED WHAT
      *                   AND WHEN.
      *  10/15/2026 AWS   SUPPORT FOR COSGN00C SIGN-ON.  A PASSWORD
      *                   SET HERE (ADD, OR UPDATE WITH A DIFFERENT
      *                   PASSWORD) IS STAMPED WITH NO CHANGE DATE SO
      *                   THE USER MUST CHOOSE A NEW ONE AT THE NEXT
      *                   SIGN-ON.  SETTING STATUS 'A' ON UPDATE ALSO
      *                   CLEARS THE FAILED SIGN-ON COUNT, WHICH IS
      *                   HOW A LOCKED ('L') USER IS UNLOCKED.
      *****************************************************************
      *  TRANSACTION CU00, MAPSET COUSR00, MAP COUSR0A.
      *
                   MOVE UTYPEI    TO SEC-USR-TYPE
               END-IF
               MOVE 'A'           TO SEC-USR-STATUS
               MOVE ZERO          TO SEC-USR-FAIL-COUNT
               MOVE ZERO          TO SEC-USR-PWD-CHG-DATE
               EXEC CICS
                   WRITE DATASET('USRSEC')
                         FROM(SEC-USER-DATA)
                   PERFORM 8300-BUILD-BEFORE-IMAGE THRU 8300-EXIT
                   MOVE FNAMEI TO SEC-USR-FNAME
                   MOVE LNAMEI TO SEC-USR-LNAME
                   IF PWDI NOT = SEC-USR-PWD
                       MOVE ZERO TO SEC-USR-PWD-CHG-DATE
                   END-IF
                   MOVE PWDI   TO SEC-USR-PWD
                   IF UTYPEI = 'A' OR UTYPEI = 'U'
                       MOVE UTYPEI TO SEC-USR-TYPE
                   IF STATI = 'A' OR STATI = 'I'
                       MOVE STATI TO SEC-USR-STATUS
                   END-IF
                   IF STATI = 'A'
                       MOVE ZERO TO SEC-USR-FAIL-COUNT
                   END-IF
                   EXEC CICS
                       REWRITE DATASET('USRSEC')
                               FROM(SEC-USER-DATA)
