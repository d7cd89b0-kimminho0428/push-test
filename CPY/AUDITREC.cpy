      *  AND AFTER IMAGES OF THE UPDATABLE FIELDS.  REPORTED DAILY
      *  BY CBAUD01C.  PASSWORD VALUES ARE NEVER CARRIED IN THE
      *  IMAGES.
      *  THE SIGN-ON TRANSACTION, COSGN00C, ALSO WRITES ONE RECORD PER
      *  SIGN-ON ATTEMPT WITH AUDIT-FILE-NAME 'SIGNON'.  ITS AUDIT-
      *  USR-ID IS THE USER ID KEYED, AND ITS AFTER IMAGE CARRIES THE
      *  OUTCOME (AUDIT-SIGNON-EVENT) - A GOOD SIGN-ON, A GOOD SIGN-ON
      *  WITH A PASSWORD CHANGE, A FAILED PASSWORD, A LOCKOUT, OR A
      *  REFUSAL (UNKNOWN, INACTIVE OR LOCKED ID) - AND A SHORT TEXT.
      *****************************************************************
       01  AUDIT-RECORD.
           05  AUDIT-KEY.
               10  AUDIT-USR-ID                  PIC X(08).
           05  AUDIT-TRANID                      PIC X(04).
           05  AUDIT-FILE-NAME                   PIC X(08).
               88  AUDIT-SIGNON-ENTRY               VALUE 'SIGNON'.
           05  AUDIT-REC-KEY                     PIC X(26).
           05  AUDIT-BEFORE-IMAGE                PIC X(100).
           05  AUDIT-AFTER-IMAGE                 PIC X(100).
           05  AUDIT-SIGNON-EVENT REDEFINES AUDIT-AFTER-IMAGE.
               10  AUDIT-SIGNON-EVENT-CD         PIC X(08).
                   88  AUDIT-SIGNON-OK              VALUE 'SIGNON'.
                   88  AUDIT-SIGNON-PWD-CHANGED     VALUE 'PWDCHG'.
                   88  AUDIT-SIGNON-FAILED          VALUE 'FAILED'.
                   88  AUDIT-SIGNON-LOCKOUT         VALUE 'LOCKOUT'.
                   88  AUDIT-SIGNON-REFUSED         VALUE 'REFUSED'.
               10  AUDIT-SIGNON-EVENT-TEXT       PIC X(92).
           05  FILLER                            PIC X(28).
