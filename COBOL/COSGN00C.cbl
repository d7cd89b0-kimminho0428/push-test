       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COSGN00C.
       AUTHOR.        AWS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *****************************************************************
      *  MODIFICATION LOG
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 AWS   INITIAL VERSION - OPERATOR SIGN-ON WITH
      *                   PASSWORD CHECK, FAILED-ATTEMPT LOCKOUT,
      *                   PASSWORD AGING, AND SIGN-ON AUDITING.
      *  10/15/2026 AWS   ADD OPTION 8 - LOST/STOLEN CARD REPLACEMENT
      *                   (COCRDRPC).
      *  10/15/2026 AWS   ADD OPTION 9 - REWARDS POINTS REDEMPTION
      *                   (CORWD00C).
      *  10/15/2026 AWS   ADD OPTION A - MANUAL ADJUSTMENT ENTRY
      *                   (COADJ00C).
      *  10/15/2026 AWS   ADD OPTION B - MANUAL ADJUSTMENT APPROVAL
      *                   (COADJ01C).
      *  10/15/2026 AWS   MAP DFHCOMMAREA WITH THE CARDDEMO-COMMAREA
      *                   COPYBOOK INSTEAD OF A FIXED-LENGTH FIELD.
      *****************************************************************
      *  TRANSACTION CC00, MAPSET COSGN00, MAP COSGN0A.
      *
      *  THE SINGLE ENTRY POINT TO THE ONLINE SYSTEM.  THE OPERATOR
      *  KEYS A USER ID, PASSWORD AND FUNCTION OPTION.  THE ID AND
      *  PASSWORD ARE CHECKED AGAINST USRSEC-FILE:
      *    - AN UNKNOWN ID, OR AN ID WHOSE SEC-USR-STATUS IS INACTIVE
      *      ('I') OR LOCKED ('L'), IS REFUSED WITHOUT LOOKING AT THE
      *      PASSWORD.
      *    - A WRONG PASSWORD ADDS ONE TO SEC-USR-FAIL-COUNT.  WHEN
      *      THE COUNT REACHES SIGNON-MAX-FAILURES THE ID IS LOCKED;
      *      ONLY AN ADMINISTRATOR CAN RE-ACTIVATE IT ON COUSR00C.
      *    - A CORRECT PASSWORD RESETS THE COUNT.  IF THE PASSWORD IS
      *      PWD-MAX-AGE-DAYS OR MORE OLD (SEC-USR-PWD-CHG-DATE), OR
      *      WAS ASSIGNED BY AN ADMINISTRATOR, SIGN-ON IS HELD UNTIL
      *      THE OPERATOR KEYS A NEW PASSWORD AND ITS CONFIRMATION.
      *      A NEW PASSWORD MAY ALSO BE KEYED AT ANY OTHER SIGN-ON.
      *  ON SUCCESS THE STANDARD CARDDEMO-COMMAREA IS BUILT WITH THE
      *  OPERATOR'S USER ID AND SEC-USR-TYPE AND CONTROL IS XCTL'D TO
      *  THE PROGRAM FOR THE OPTION CHOSEN, WHICH APPLIES ITS OWN
      *  AUTHORIZATION RULES.
      *
      *  EVERY ATTEMPT THAT REACHES USRSEC-FILE - GOOD, FAILED,
      *  LOCKED OUT OR REFUSED - WRITES ONE AUDIT-RECORD TO AUDITLOG
      *  (AUDIT-FILE-NAME 'SIGNON') SO CBAUD01C REPORTS SIGN-ONS
      *  ALONGSIDE THE DAY'S FILE UPDATES.  NO PASSWORD IS EVER
      *  WRITTEN TO THE AUDIT RECORD.
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  RESP-CD                      PIC S9(08) COMP VALUE ZERO.

       01  MAP-FAILURE-SW               PIC X(01) VALUE 'N'.
           88  MAP-FAILURE                  VALUE 'Y'.

       01  SCREEN-MESSAGE                PIC X(78) VALUE SPACES.

      *  SIGN-ON POLICY - CONSECUTIVE FAILURES BEFORE LOCKOUT, AND THE
      *  MAXIMUM AGE OF A PASSWORD IN DAYS
       01  SIGNON-MAX-FAILURES          PIC 9(02) VALUE 3.
       01  PWD-MAX-AGE-DAYS             PIC 9(03) VALUE 90.

       01  SIGNON-USR-ID                PIC X(08) VALUE SPACES.
       01  SIGNON-PWD                   PIC X(08) VALUE SPACES.
       01  SIGNON-NEW-PWD               PIC X(08) VALUE SPACES.
       01  SIGNON-CNF-PWD               PIC X(08) VALUE SPACES.
       01  SIGNON-OPTION                PIC X(01) VALUE SPACES.
       01  SELECTED-PROGRAM             PIC X(08) VALUE SPACES.

       01  OPTION-VALID-SW              PIC X(01) VALUE 'N'.
           88  OPTION-VALID                 VALUE 'Y'.
       01  SIGNON-OK-SW                 PIC X(01) VALUE 'N'.
           88  SIGNON-OK                    VALUE 'Y'.
       01  PWD-EXPIRED-SW               PIC X(01) VALUE 'N'.
           88  PWD-EXPIRED                  VALUE 'Y'.
       01  PWD-CHANGED-SW               PIC X(01) VALUE 'N'.
           88  PWD-CHANGED                  VALUE 'Y'.
       01  PWD-CHANGE-REJECTED-SW       PIC X(01) VALUE 'N'.
           88  PWD-CHANGE-REJECTED          VALUE 'Y'.

      *  FUNCTION OPTIONS OFFERED ON THE SIGN-ON SCREEN
       01  OPTION-TABLE-VALUES.
           05  FILLER                   PIC X(09) VALUE '1COACTUPC'.
           05  FILLER                   PIC X(09) VALUE '2COCSTUPC'.
           05  FILLER                   PIC X(09) VALUE '3COCRDUPC'.
           05  FILLER                   PIC X(09) VALUE '4COAUTH0C'.
           05  FILLER                   PIC X(09) VALUE '5CODISP0C'.
           05  FILLER                   PIC X(09) VALUE '6COFRD00C'.
           05  FILLER                   PIC X(09) VALUE '7COUSR00C'.
           05  FILLER                   PIC X(09) VALUE '8COCRDRPC'.
           05  FILLER                   PIC X(09) VALUE '9CORWD00C'.
           05  FILLER                   PIC X(09) VALUE 'ACOADJ00C'.
           05  FILLER                   PIC X(09) VALUE 'BCOADJ01C'.
       01  OPTION-TABLE REDEFINES OPTION-TABLE-VALUES.
           05  OPTION-ENTRY  OCCURS 11 TIMES
                              INDEXED BY OPTION-IDX.
               10  OPT-CODE             PIC X(01).
               10  OPT-PROGRAM          PIC X(08).

       01  ABS-TIME                     PIC S9(15) COMP-3 VALUE ZERO.
       01  TODAY-YYYYMMDD               PIC X(08) VALUE SPACES.
       01  TODAY-NUMERIC                PIC 9(08) VALUE ZERO.
       01  PWD-AGE-DAYS                 PIC S9(07) VALUE ZERO.

       01  AUDIT-RESP-CD                PIC S9(08) COMP VALUE ZERO.
       01  AUDIT-DATE-X                 PIC X(10) VALUE SPACES.
       01  AUDIT-TIME-X                 PIC X(08) VALUE SPACES.
       01  AUDIT-TASKN                  PIC 9(06) VALUE ZERO.

      *  THE PASSWORD IS DELIBERATELY ABSENT FROM THE AUDIT IMAGE.
       01  SIGNON-AUDIT-IMAGE.
           05  SAI-STATUS               PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  SAI-FAIL-COUNT           PIC 9(02).
       01  FAILURE-TEXT.
           05  FILLER                   PIC X(08) VALUE 'FAILURE '.
           05  FT-FAIL-COUNT            PIC 9(02).
           05  FILLER                   PIC X(04) VALUE ' OF '.
           05  FT-MAX-FAILURES          PIC 9(02).

           COPY CARDDEMO-COMMAREA.

           COPY AUDITREC.

           COPY USRSEC.

           COPY COSGN0A.

           COPY DFHAID.

       LINKAGE SECTION.
           COPY CARDDEMO-COMMAREA REPLACING CARDDEMO-COMMAREA
                                        BY   DFHCOMMAREA.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           IF EIBCALEN = 0
               PERFORM 1000-FIRST-ENTRY THRU 1000-EXIT
           ELSE
               MOVE DFHCOMMAREA TO CARDDEMO-COMMAREA
               IF CDEMO-FROM-PROGRAM OF DFHCOMMAREA = 'COSGN00C'
                   PERFORM 3000-PROCESS-REQUEST THRU 3000-EXIT
               ELSE
                   PERFORM 1000-FIRST-ENTRY THRU 1000-EXIT
               END-IF
           END-IF.
           GOBACK.

      *****************************************************************
      *  1000-FIRST-ENTRY - NOTHING HAS BEEN SENT TO THE TERMINAL YET.
      *  SEND THE SIGN-ON SCREEN AND START A FRESH COMMAREA THAT
      *  IDENTIFIES NO ONE UNTIL SIGN-ON SUCCEEDS.
      *****************************************************************
       1000-FIRST-ENTRY.
           MOVE SPACES      TO CARDDEMO-COMMAREA.
           MOVE 'CC00'      TO CDEMO-FROM-TRANID
                                  OF CARDDEMO-COMMAREA.
           MOVE 'COSGN00C'  TO CDEMO-FROM-PROGRAM
                                  OF CARDDEMO-COMMAREA.
           MOVE 'ENTER YOUR USER ID, PASSWORD AND A FUNCTION OPTION'
               TO SCREEN-MESSAGE.
           PERFORM 8100-SEND-INITIAL-MAP THRU 8100-EXIT.
           EXEC CICS
               RETURN TRANSID('CC00')
                      COMMAREA(CARDDEMO-COMMAREA)
                      LENGTH(LENGTH OF CARDDEMO-COMMAREA)
           END-EXEC.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  3000-PROCESS-REQUEST - RECEIVE THE MAP AND DISPATCH ON THE
      *  ATTENTION KEY THAT WAS PRESSED
      *****************************************************************
       3000-PROCESS-REQUEST.
           IF EIBAID = DFHCLEAR
               PERFORM 1000-FIRST-ENTRY THRU 1000-EXIT
           END-IF.

           EXEC CICS
               RECEIVE MAP('COSGN0A')
                       MAPSET('COSGN00')
                       INTO(COSGN0AI)
                       RESP(RESP-CD)
           END-EXEC.

           MOVE 'N' TO MAP-FAILURE-SW.
           IF RESP-CD = DFHRESP(MAPFAIL)
               MOVE 'Y'    TO MAP-FAILURE-SW
               MOVE SPACES TO COSGN0AI
           END-IF.

           EVALUATE EIBAID
               WHEN DFHPF3
                   PERFORM 7000-EXIT-TRANSACTION THRU 7000-EXIT
               WHEN DFHENTER
                   PERFORM 4000-VALIDATE-SIGNON  THRU 4000-EXIT
               WHEN OTHER
                   MOVE 'INVALID KEY PRESSED' TO SCREEN-MESSAGE
                   PERFORM 8000-SEND-DATA-MAP THRU 8000-EXIT
           END-EVALUATE.

           EXEC CICS
               RETURN TRANSID('CC00')
                      COMMAREA(CARDDEMO-COMMAREA)
                      LENGTH(LENGTH OF CARDDEMO-COMMAREA)
           END-EXEC.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  4000-VALIDATE-SIGNON - ENTER KEY: CHECK WHAT WAS KEYED, THEN
      *  THE USER.  A GOOD SIGN-ON LEAVES BY XCTL AND DOES NOT COME
      *  BACK HERE; ANYTHING ELSE RE-DISPLAYS THE SCREEN WITH THE
      *  REASON.
      *****************************************************************
       4000-VALIDATE-SIGNON.
           MOVE USERIDI TO SIGNON-USR-ID.
           MOVE PASSWDI TO SIGNON-PWD.
           MOVE NEWPWDI TO SIGNON-NEW-PWD.
           MOVE CNFPWDI TO SIGNON-CNF-PWD.
           MOVE OPTIONI TO SIGNON-OPTION.
           MOVE 'N'     TO SIGNON-OK-SW.

           IF SIGNON-USR-ID = SPACES
              OR SIGNON-PWD = SPACES
               MOVE 'ENTER YOUR USER ID AND PASSWORD' TO SCREEN-MESSAGE
           ELSE
               PERFORM 4050-LOOKUP-OPTION THRU 4050-EXIT
               IF OPTION-VALID
                   PERFORM 4100-CHECK-USER THRU 4100-EXIT
               ELSE
                   MOVE 'SELECT A FUNCTION OPTION FROM THE LIST'
                       TO SCREEN-MESSAGE
               END-IF
           END-IF.

           IF SIGNON-OK
               PERFORM 5000-START-SESSION THRU 5000-EXIT
           END-IF.

           MOVE SPACES TO COSGN0AO.
           MOVE SIGNON-USR-ID TO USERIDO.
           MOVE SIGNON-OPTION TO OPTIONO.
           PERFORM 8000-SEND-DATA-MAP THRU 8000-EXIT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4050-LOOKUP-OPTION - FIND THE PROGRAM FOR THE OPTION KEYED
      *****************************************************************
       4050-LOOKUP-OPTION.
           MOVE 'N'    TO OPTION-VALID-SW.
           MOVE SPACES TO SELECTED-PROGRAM.
           SET OPTION-IDX TO 1.
           SEARCH OPTION-ENTRY
               AT END
                   MOVE 'N' TO OPTION-VALID-SW
               WHEN OPT-CODE (OPTION-IDX) = SIGNON-OPTION
                   MOVE 'Y' TO OPTION-VALID-SW
                   MOVE OPT-PROGRAM (OPTION-IDX) TO SELECTED-PROGRAM
           END-SEARCH.
       4050-EXIT.
           EXIT.

      *****************************************************************
      *  4100-CHECK-USER - READ THE USER FOR UPDATE AND APPLY THE
      *  SIGN-ON RULES.  AN UNKNOWN ID AND A WRONG PASSWORD GET THE
      *  SAME MESSAGE SO THE SCREEN DOES NOT CONFIRM WHICH IDS EXIST.
      *****************************************************************
       4100-CHECK-USER.
           MOVE SIGNON-USR-ID TO SEC-USR-ID.
           EXEC CICS
               READ DATASET('USRSEC')
                    INTO(SEC-USER-DATA)
                    RIDFLD(SEC-USR-ID)
                    UPDATE
                    RESP(RESP-CD)
           END-EXEC.

           EVALUATE TRUE
               WHEN RESP-CD = DFHRESP(NOTFND)
                   MOVE 'INVALID USER ID OR PASSWORD' TO SCREEN-MESSAGE
                   MOVE SPACES    TO AUDIT-BEFORE-IMAGE
                   MOVE SPACES    TO AUDIT-AFTER-IMAGE
                   MOVE 'REFUSED' TO AUDIT-SIGNON-EVENT-CD
                   MOVE 'UNKNOWN USER ID' TO AUDIT-SIGNON-EVENT-TEXT
                   PERFORM 8500-WRITE-AUDIT THRU 8500-EXIT
               WHEN RESP-CD NOT = DFHRESP(NORMAL)
                   MOVE 'USER SECURITY FILE UNAVAILABLE - TRY LATER'
                       TO SCREEN-MESSAGE
               WHEN OTHER
                   IF SEC-USR-FAIL-COUNT NOT NUMERIC
                       MOVE ZERO TO SEC-USR-FAIL-COUNT
                   END-IF
                   PERFORM 8300-BUILD-BEFORE-IMAGE THRU 8300-EXIT
                   EVALUATE TRUE
                       WHEN SEC-USR-INACTIVE
                           PERFORM 4150-REFUSE-USER THRU 4150-EXIT
                       WHEN SEC-USR-LOCKED
                           PERFORM 4150-REFUSE-USER THRU 4150-EXIT
                       WHEN SIGNON-PWD NOT = SEC-USR-PWD
                           PERFORM 4200-RECORD-FAILURE THRU 4200-EXIT
                       WHEN OTHER
                           PERFORM 4300-ACCEPT-PASSWORD THRU 4300-EXIT
                   END-EVALUATE
           END-EVALUATE.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4150-REFUSE-USER - AN INACTIVE OR LOCKED ID MAY NOT SIGN ON,
      *  WHATEVER PASSWORD WAS KEYED.  RELEASE THE RECORD UNCHANGED.
      *****************************************************************
       4150-REFUSE-USER.
           EXEC CICS
               UNLOCK DATASET('USRSEC')
           END-EXEC.
           MOVE SPACES    TO AUDIT-AFTER-IMAGE.
           MOVE 'REFUSED' TO AUDIT-SIGNON-EVENT-CD.
           IF SEC-USR-LOCKED
               MOVE 'USER ID IS LOCKED - CONTACT YOUR ADMINISTRATOR'
                   TO SCREEN-MESSAGE
               MOVE 'USER ID LOCKED' TO AUDIT-SIGNON-EVENT-TEXT
           ELSE
               MOVE 'USER ID IS NOT ACTIVE - CONTACT YOUR ADMINISTRATOR'
                   TO SCREEN-MESSAGE
               MOVE 'USER ID INACTIVE' TO AUDIT-SIGNON-EVENT-TEXT
           END-IF.
           PERFORM 8500-WRITE-AUDIT THRU 8500-EXIT.
       4150-EXIT.
           EXIT.

      *****************************************************************
      *  4200-RECORD-FAILURE - WRONG PASSWORD.  COUNT IT, AND LOCK THE
      *  ID WHEN THE COUNT REACHES THE LIMIT.
      *****************************************************************
       4200-RECORD-FAILURE.
           ADD 1 TO SEC-USR-FAIL-COUNT.
           MOVE SPACES TO AUDIT-AFTER-IMAGE.
           IF SEC-USR-FAIL-COUNT >= SIGNON-MAX-FAILURES
               MOVE 'L' TO SEC-USR-STATUS
               MOVE 'USER ID IS NOW LOCKED - CONTACT YOUR ADMINISTRATOR'
                   TO SCREEN-MESSAGE
               MOVE 'LOCKOUT' TO AUDIT-SIGNON-EVENT-CD
           ELSE
               MOVE 'INVALID USER ID OR PASSWORD' TO SCREEN-MESSAGE
               MOVE 'FAILED'  TO AUDIT-SIGNON-EVENT-CD
           END-IF.
           MOVE SEC-USR-FAIL-COUNT  TO FT-FAIL-COUNT.
           MOVE SIGNON-MAX-FAILURES TO FT-MAX-FAILURES.
           MOVE FAILURE-TEXT        TO AUDIT-SIGNON-EVENT-TEXT.

           EXEC CICS
               REWRITE DATASET('USRSEC')
                       FROM(SEC-USER-DATA)
                       RESP(RESP-CD)
           END-EXEC.
           IF RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'USER SECURITY FILE UNAVAILABLE - TRY LATER'
                   TO SCREEN-MESSAGE
           END-IF.
           PERFORM 8500-WRITE-AUDIT THRU 8500-EXIT.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  4300-ACCEPT-PASSWORD - RIGHT PASSWORD.  RESET THE FAILURE
      *  COUNT, TAKE ANY NEW PASSWORD KEYED, AND HOLD THE SIGN-ON IF
      *  THE PASSWORD HAS EXPIRED AND NO NEW ONE WAS GIVEN.
      *****************************************************************
       4300-ACCEPT-PASSWORD.
           MOVE ZERO TO SEC-USR-FAIL-COUNT.
           MOVE 'N'  TO PWD-CHANGED-SW.
           MOVE 'N'  TO PWD-CHANGE-REJECTED-SW.
           PERFORM 4350-CHECK-PASSWORD-AGE THRU 4350-EXIT.

           IF SIGNON-NEW-PWD NOT = SPACES
              OR SIGNON-CNF-PWD NOT = SPACES
               PERFORM 4400-CHANGE-PASSWORD THRU 4400-EXIT
           END-IF.

           IF NOT PWD-CHANGE-REJECTED
               IF PWD-EXPIRED
                  AND NOT PWD-CHANGED
                   MOVE 'PASSWORD EXPIRED - KEY AND CONFIRM A NEW ONE'
                       TO SCREEN-MESSAGE
               ELSE
                   MOVE 'Y' TO SIGNON-OK-SW
               END-IF
           END-IF.

           EXEC CICS
               REWRITE DATASET('USRSEC')
                       FROM(SEC-USER-DATA)
                       RESP(RESP-CD)
           END-EXEC.
           IF RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'N' TO SIGNON-OK-SW
               MOVE 'USER SECURITY FILE UNAVAILABLE - TRY LATER'
                   TO SCREEN-MESSAGE
           END-IF.

           IF SIGNON-OK
               MOVE SPACES TO AUDIT-AFTER-IMAGE
               IF PWD-CHANGED
                   MOVE 'PWDCHG' TO AUDIT-SIGNON-EVENT-CD
                   MOVE 'SIGNED ON, PASSWORD CHANGED'
                       TO AUDIT-SIGNON-EVENT-TEXT
               ELSE
                   MOVE 'SIGNON' TO AUDIT-SIGNON-EVENT-CD
                   MOVE 'SIGNED ON' TO AUDIT-SIGNON-EVENT-TEXT
               END-IF
               PERFORM 8500-WRITE-AUDIT THRU 8500-EXIT
           END-IF.
       4300-EXIT.
           EXIT.

      *****************************************************************
      *  4350-CHECK-PASSWORD-AGE - A PASSWORD WITH NO CHANGE DATE WAS
      *  SET BY AN ADMINISTRATOR (OR PREDATES AGING) AND HAS EXPIRED
      *****************************************************************
       4350-CHECK-PASSWORD-AGE.
           EXEC CICS
               ASKTIME ABSTIME(ABS-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABS-TIME)
                          YYYYMMDD(TODAY-YYYYMMDD)
           END-EXEC.
           MOVE TODAY-YYYYMMDD TO TODAY-NUMERIC.

           MOVE 'N' TO PWD-EXPIRED-SW.
           IF SEC-USR-PWD-CHG-DATE NOT NUMERIC
               MOVE ZERO TO SEC-USR-PWD-CHG-DATE
           END-IF.
           IF SEC-USR-PWD-CHG-DATE = ZERO
               MOVE 'Y' TO PWD-EXPIRED-SW
           ELSE
               COMPUTE PWD-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE (TODAY-NUMERIC)
                     - FUNCTION INTEGER-OF-DATE (SEC-USR-PWD-CHG-DATE)
               IF PWD-AGE-DAYS >= PWD-MAX-AGE-DAYS
                   MOVE 'Y' TO PWD-EXPIRED-SW
               END-IF
           END-IF.
       4350-EXIT.
           EXIT.

      *****************************************************************
      *  4400-CHANGE-PASSWORD - THE NEW PASSWORD MUST BE KEYED TWICE
      *  ALIKE AND MUST DIFFER FROM THE CURRENT ONE
      *****************************************************************
       4400-CHANGE-PASSWORD.
           EVALUATE TRUE
               WHEN SIGNON-NEW-PWD = SPACES
                   MOVE 'Y' TO PWD-CHANGE-REJECTED-SW
                   MOVE 'KEY THE NEW PASSWORD IN BOTH PASSWORD FIELDS'
                       TO SCREEN-MESSAGE
               WHEN SIGNON-CNF-PWD NOT = SIGNON-NEW-PWD
                   MOVE 'Y' TO PWD-CHANGE-REJECTED-SW
                   MOVE 'NEW PASSWORD AND CONFIRMATION DO NOT MATCH'
                       TO SCREEN-MESSAGE
               WHEN SIGNON-NEW-PWD = SEC-USR-PWD
                   MOVE 'Y' TO PWD-CHANGE-REJECTED-SW
                   MOVE 'NEW PASSWORD MUST DIFFER FROM THE CURRENT ONE'
                       TO SCREEN-MESSAGE
               WHEN OTHER
                   MOVE SIGNON-NEW-PWD TO SEC-USR-PWD
                   MOVE TODAY-NUMERIC  TO SEC-USR-PWD-CHG-DATE
                   MOVE 'Y' TO PWD-CHANGED-SW
           END-EVALUATE.
       4400-EXIT.
           EXIT.

      *****************************************************************
      *  5000-START-SESSION - BUILD THE COMMAREA THE OTHER SCREENS
      *  TRUST AND TRANSFER TO THE CHOSEN FUNCTION.  XCTL ONLY COMES
      *  BACK IF THE PROGRAM CANNOT BE STARTED.
      *****************************************************************
       5000-START-SESSION.
           MOVE SPACES        TO CARDDEMO-COMMAREA.
           MOVE SEC-USR-ID    TO CDEMO-USR-ID OF CARDDEMO-COMMAREA.
           MOVE SEC-USR-TYPE  TO CDEMO-USR-TYPE OF CARDDEMO-COMMAREA.
           MOVE 'CC00'        TO CDEMO-FROM-TRANID
                                    OF CARDDEMO-COMMAREA.
           MOVE 'COSGN00C'    TO CDEMO-FROM-PROGRAM
                                    OF CARDDEMO-COMMAREA.
           EXEC CICS
               XCTL PROGRAM(SELECTED-PROGRAM)
                    COMMAREA(CARDDEMO-COMMAREA)
                    LENGTH(LENGTH OF CARDDEMO-COMMAREA)
                    RESP(RESP-CD)
           END-EXEC.
           MOVE SPACES        TO CDEMO-USR-ID OF CARDDEMO-COMMAREA.
           MOVE SPACES        TO CDEMO-USR-TYPE OF CARDDEMO-COMMAREA.
           MOVE 'SIGNED ON, BUT THAT FUNCTION IS NOT AVAILABLE'
               TO SCREEN-MESSAGE.
       5000-EXIT.
           EXIT.

      *****************************************************************
      *  7000-EXIT-TRANSACTION - PF3: LEAVE THE SIGN-ON SCREEN
      *****************************************************************
       7000-EXIT-TRANSACTION.
           EXEC CICS
               RETURN
           END-EXEC.
       7000-EXIT.
           EXIT.

      *****************************************************************
      *  8000-SEND-DATA-MAP - RE-DISPLAY THE MAP WITH CURRENT DATA.
      *  THE PASSWORD FIELDS ARE NEVER SENT BACK.
      *****************************************************************
       8000-SEND-DATA-MAP.
           MOVE SPACES         TO PASSWDO.
           MOVE SPACES         TO NEWPWDO.
           MOVE SPACES         TO CNFPWDO.
           MOVE SCREEN-MESSAGE TO ERRMSGO.
           EXEC CICS
               SEND MAP('COSGN0A')
                    MAPSET('COSGN00')
                    FROM(COSGN0AO)
                    DATAONLY
           END-EXEC.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  8100-SEND-INITIAL-MAP - FIRST DISPLAY OF THE SCREEN, ERASING
      *  WHATEVER WAS THERE BEFORE
      *****************************************************************
       8100-SEND-INITIAL-MAP.
           MOVE SPACES     TO COSGN0AO.
           MOVE SCREEN-MESSAGE TO ERRMSGO.
           EXEC CICS
               SEND MAP('COSGN0A')
                    MAPSET('COSGN00')
                    FROM(COSGN0AO)
                    ERASE
           END-EXEC.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  8300-BUILD-BEFORE-IMAGE - THE USER'S STATUS AND FAILURE COUNT
      *  AS READ, AND THE AUDIT IDENTIFIERS FOR A SIGN-ON EVENT
      *****************************************************************
       8300-BUILD-BEFORE-IMAGE.
           MOVE SEC-USR-STATUS     TO SAI-STATUS.
           MOVE SEC-USR-FAIL-COUNT TO SAI-FAIL-COUNT.
           MOVE SPACES             TO AUDIT-BEFORE-IMAGE.
           MOVE SIGNON-AUDIT-IMAGE TO AUDIT-BEFORE-IMAGE.
       8300-EXIT.
           EXIT.

      *****************************************************************
      *  8500-WRITE-AUDIT - WRITE ONE SIGN-ON AUDIT-RECORD TO AUDITLOG.
      *  THE CALLER HAS ALREADY FILLED THE BEFORE IMAGE AND THE EVENT.
      *  THE OPERATOR IS THE USER ID KEYED, WHETHER OR NOT IT EXISTS.
      *  AS IN THE UPDATE TRANSACTIONS, THE FRACTION DIGITS OF THE
      *  TIMESTAMP CARRY THE CICS TASK NUMBER.  A FAILED AUDIT WRITE
      *  DOES NOT STOP THE SIGN-ON DECISION ALREADY TAKEN.
      *****************************************************************
       8500-WRITE-AUDIT.
           EXEC CICS
               ASKTIME ABSTIME(ABS-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABS-TIME)
                          YYYYMMDD(AUDIT-DATE-X) DATESEP('-')
                          TIME(AUDIT-TIME-X) TIMESEP('.')
           END-EXEC.
           MOVE EIBTASKN TO AUDIT-TASKN.
           MOVE SPACES TO AUDIT-TS.
           STRING AUDIT-DATE-X DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  AUDIT-TIME-X DELIMITED BY SIZE
                  '.'          DELIMITED BY SIZE
                  AUDIT-TASKN  DELIMITED BY SIZE
                  INTO AUDIT-TS.
           MOVE SIGNON-USR-ID TO AUDIT-USR-ID.
           MOVE 'CC00'        TO AUDIT-TRANID.
           MOVE 'SIGNON  '    TO AUDIT-FILE-NAME.
           MOVE SPACES        TO AUDIT-REC-KEY.
           MOVE SIGNON-USR-ID TO AUDIT-REC-KEY (1:8).
           EXEC CICS
               WRITE DATASET('AUDITLOG')
                     FROM(AUDIT-RECORD)
                     RIDFLD(AUDIT-KEY)
                     RESP(AUDIT-RESP-CD)
           END-EXEC.
       8500-EXIT.
           EXIT.
