       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COADJ00C.
       AUTHOR.        AWS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *****************************************************************
      *  MODIFICATION LOG
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 AWS   INITIAL VERSION - MANUAL MONETARY ADJUSTMENT
      *                   ENTRY (MAKER SIDE OF MAKER/CHECKER).
      *****************************************************************
      *  TRANSACTION CADJ, MAPSET COADJ00, MAP COADJ0A.
      *
      *  THIS TRANSACTION LETS AN ADMINISTRATOR KEY A MANUAL MONETARY
      *  ADJUSTMENT - A FEE WAIVER, A GOODWILL CREDIT, OR THE CREDIT
      *  OR DEBIT THAT CORRECTS A MISPOSTING - AGAINST AN ACCOUNT,
      *  GIVEN EITHER THE ACCOUNT ID OR ONE OF ITS CARD NUMBERS:
      *    ENTER - EDIT THE KEYED ADJUSTMENT AND SHOW THE ACCOUNT,
      *            CARD, REASON AND SIGNED AMOUNT IT WILL POST AS
      *    PF5   - EDIT IT AGAIN AND WRITE IT TO ADJFILE AS PENDING
      *            ('P').  NOTHING REACHES THE ACCOUNT UNTIL A SECOND,
      *            DIFFERENT ADMINISTRATOR APPROVES IT ON COADJ01C;
      *            THE NIGHTLY CBADJ01C THEN RAISES IT ONTO TRANFILE
      *            FOR CBTRN02C TO POST.
      *  THE AMOUNT IS KEYED AS UP TO 11 DIGITS WITH TWO IMPLIED
      *  DECIMAL PLACES (E.G. 00000002500 IS 25.00) AND IS ALWAYS
      *  POSITIVE; THE REASON CODE (SEE ADJREC) DECIDES WHETHER IT
      *  CREDITS OR DEBITS THE ACCOUNT.  A CHARGED-OFF ACCOUNT TAKES
      *  NO ADJUSTMENTS - A CREDIT THERE WOULD POST AS A RECOVERY.
      *
      *  EVERY ADJUSTMENT WRITTEN IS AUDITED TO AUDITLOG WITH THE
      *  OPERATOR ID FROM THE COMMAREA.
      *
      *  THIS TRANSACTION IS REACHED BY XCTL FROM THE SIGN-ON
      *  TRANSACTION, WHICH POPULATES THE STANDARD CARDDEMO-COMMAREA
      *  WITH THE OPERATOR'S OWN USER ID AND SEC-USR-TYPE.  ONLY AN
      *  OPERATOR WHOSE OWN SEC-USR-TYPE IS 'A' (ADMIN) MAY ENTER
      *  ADJUSTMENTS.
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  RESP-CD                      PIC S9(08) COMP VALUE ZERO.

       01  ADJ-RESP-CD                  PIC S9(08) COMP VALUE ZERO.

       01  XREF-RESP-CD                 PIC S9(08) COMP VALUE ZERO.

       01  MAP-FAILURE-SW               PIC X(01) VALUE 'N'.
           88  MAP-FAILURE                  VALUE 'Y'.

       01  SCREEN-MESSAGE                PIC X(78) VALUE SPACES.

       01  REQUESTED-ACCT-ID            PIC X(11) VALUE SPACES.
       01  REQUESTED-CARD-NUM           PIC X(16) VALUE SPACES.
       01  REQUESTED-REASON-CD          PIC X(04) VALUE SPACES.
       01  REQUESTED-AMT-X              PIC X(11) VALUE SPACES.
       01  REQUESTED-MEMO               PIC X(40) VALUE SPACES.

       01  ENTRY-AMOUNT                 PIC 9(09)V99 VALUE ZERO.
       01  ENTRY-AMOUNT-X REDEFINES ENTRY-AMOUNT
                                        PIC X(11).

       01  ENTRY-VALID-SW               PIC X(01) VALUE 'N'.
           88  ENTRY-VALID                  VALUE 'Y'.
       01  ENTRY-SUBMITTED-SW           PIC X(01) VALUE 'N'.
           88  ENTRY-SUBMITTED              VALUE 'Y'.

       01  NEW-ADJ-ID                   PIC X(16) VALUE SPACES.
       01  RESOLVED-ACCT-ID             PIC 9(11) VALUE ZERO.
       01  RESOLVED-CARD-NUM            PIC X(16) VALUE SPACES.
       01  REASON-DESC                  PIC X(30) VALUE SPACES.
       01  SIGNED-AMOUNT                PIC S9(09)V99 VALUE ZERO.

       01  AUDIT-RESP-CD                PIC S9(08) COMP VALUE ZERO.

       01  ABS-TIME                     PIC S9(15) COMP-3 VALUE ZERO.
       01  AUDIT-DATE-X                 PIC X(10) VALUE SPACES.
       01  AUDIT-TIME-X                 PIC X(08) VALUE SPACES.
       01  AUDIT-TASKN                  PIC 9(06) VALUE ZERO.

       01  TODAY-YYYYMMDD               PIC X(08) VALUE SPACES.
       01  TODAY-NUMERIC                PIC 9(08) VALUE ZERO.
       01  EDITED-AMOUNT                PIC ---,---,--9.99.

      *  THE AUDIT IMAGE OF THE ADJUSTMENT FIELDS
       01  ADJ-AUDIT-IMAGE.
           05  AJI-ACCT-ID              PIC 9(11).
           05  AJI-CARD-NUM             PIC X(16).
           05  AJI-REASON-CD            PIC X(04).
           05  AJI-AMT                  PIC 9(09)V99.
           05  AJI-STATUS               PIC X(01).
           05  AJI-ENTRY-USR-ID         PIC X(08).
           05  AJI-REVIEW-USR-ID        PIC X(08).
           05  AJI-REVIEW-DATE          PIC 9(08).

           COPY AUDITREC.

           COPY ADJREC.

           COPY ACCTREC.

           COPY XREFREC.

           COPY COADJ0A.

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
               PERFORM 1000-NO-COMMAREA THRU 1000-EXIT
           ELSE
               PERFORM 2000-VERIFY-ADMIN THRU 2000-EXIT
           END-IF.
           GOBACK.

      *****************************************************************
      *  1000-NO-COMMAREA - TRANSACTION WAS STARTED WITHOUT BEING
      *  XCTL'D FROM SIGN-ON, SO THERE IS NO OPERATOR IDENTITY TO
      *  AUTHORIZE.  REJECT THE REQUEST.
      *****************************************************************
       1000-NO-COMMAREA.
           MOVE 'PLEASE SIGN ON BEFORE USING ADJUSTMENT ENTRY'
               TO SCREEN-MESSAGE.
           PERFORM 8100-SEND-INITIAL-MAP THRU 8100-EXIT.
           EXEC CICS
               RETURN
           END-EXEC.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-VERIFY-ADMIN - ONLY ADMIN-TYPE OPERATORS MAY ENTER
      *  ADJUSTMENTS.  ONCE AUTHORIZED, TELL A TRUE FIRST ENTRY FROM
      *  SIGN-ON (CDEMO-FROM-PROGRAM NOT YET OURS) APART FROM A
      *  PSEUDO-CONVERSATIONAL CONTINUATION OF OUR OWN SCREEN, SINCE
      *  THE FIRST-ENTRY CASE MUST SEND THE SCREEN, NOT RECEIVE FROM
      *  IT.
      *****************************************************************
       2000-VERIFY-ADMIN.
           IF CDEMO-USR-TYPE NOT = 'A'
               MOVE 'NOT AUTHORIZED - ADMIN USERS ONLY'
                   TO SCREEN-MESSAGE
               PERFORM 8100-SEND-INITIAL-MAP THRU 8100-EXIT
               EXEC CICS
                   RETURN
               END-EXEC
           ELSE
               IF CDEMO-FROM-PROGRAM = 'COADJ00C'
                   PERFORM 3000-PROCESS-REQUEST THRU 3000-EXIT
               ELSE
                   PERFORM 2500-FIRST-ENTRY THRU 2500-EXIT
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2500-FIRST-ENTRY - TRUE FIRST INVOCATION, JUST XCTL'D FROM
      *  SIGN-ON.  NOTHING HAS BEEN SENT TO THE TERMINAL YET, SO SEND
      *  THE SCREEN INSTEAD OF RECEIVING FROM IT, AND MARK THE
      *  COMMAREA AS OURS SO THE NEXT PSEUDO-CONVERSATIONAL ENTRY IS
      *  RECOGNIZED AS A CONTINUATION.
      *****************************************************************
       2500-FIRST-ENTRY.
           MOVE SPACES TO SCREEN-MESSAGE.
           PERFORM 8100-SEND-INITIAL-MAP THRU 8100-EXIT.
           MOVE 'COADJ00C' TO CDEMO-FROM-PROGRAM.
           EXEC CICS
               RETURN TRANSID('CADJ')
                      COMMAREA(DFHCOMMAREA)
                      LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  3000-PROCESS-REQUEST - RECEIVE THE MAP AND DISPATCH ON THE
      *  ATTENTION KEY THAT WAS PRESSED
      *****************************************************************
       3000-PROCESS-REQUEST.
           IF EIBAID = DFHCLEAR
               MOVE SPACES TO SCREEN-MESSAGE
               PERFORM 8100-SEND-INITIAL-MAP THRU 8100-EXIT
               EXEC CICS
                   RETURN TRANSID('CADJ')
                          COMMAREA(DFHCOMMAREA)
                          LENGTH(LENGTH OF DFHCOMMAREA)
               END-EXEC
           END-IF.

           EXEC CICS
               RECEIVE MAP('COADJ0A')
                       MAPSET('COADJ00')
                       INTO(COADJ0AI)
                       RESP(RESP-CD)
           END-EXEC.

           MOVE 'N' TO MAP-FAILURE-SW.
           IF RESP-CD = DFHRESP(MAPFAIL)
               MOVE 'Y'    TO MAP-FAILURE-SW
               MOVE SPACES TO COADJ0AI
           END-IF.

           MOVE ACCTIDI TO REQUESTED-ACCT-ID.
           MOVE CARDNOI TO REQUESTED-CARD-NUM.
           MOVE REASONI TO REQUESTED-REASON-CD.
           MOVE ADJAMTI TO REQUESTED-AMT-X.
           MOVE MEMOI   TO REQUESTED-MEMO.

           EVALUATE EIBAID
               WHEN DFHPF3
                   PERFORM 7000-EXIT-TRANSACTION THRU 7000-EXIT
               WHEN DFHENTER
                   PERFORM 4000-CHECK-ENTRY      THRU 4000-EXIT
               WHEN DFHPF5
                   PERFORM 4100-SUBMIT-ENTRY     THRU 4100-EXIT
               WHEN OTHER
                   MOVE 'INVALID KEY PRESSED' TO SCREEN-MESSAGE
                   PERFORM 8000-SEND-DATA-MAP THRU 8000-EXIT
           END-EVALUATE.

           EXEC CICS
               RETURN TRANSID('CADJ')
                      COMMAREA(DFHCOMMAREA)
                      LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  4000-CHECK-ENTRY - ENTER KEY: EDIT THE KEYED ADJUSTMENT AND
      *  SHOW WHAT IT WILL POST AS, WITHOUT WRITING ANYTHING
      *****************************************************************
       4000-CHECK-ENTRY.
           PERFORM 4050-EDIT-ENTRY THRU 4050-EXIT.
           IF ENTRY-VALID
               PERFORM 8200-MOVE-ENTRY-TO-MAP THRU 8200-EXIT
               MOVE 'CHECKED - PRESS PF5 TO SUBMIT FOR APPROVAL'
                   TO SCREEN-MESSAGE
           END-IF.
           PERFORM 8000-SEND-DATA-MAP THRU 8000-EXIT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4050-EDIT-ENTRY - EDIT THE KEYED FIELDS AND RESOLVE THE
      *  ACCOUNT.  SETS ENTRY-VALID-SW, AND THE SCREEN MESSAGE ITSELF
      *  WHEN A FIELD IS BAD OR MISSING.
      *****************************************************************
       4050-EDIT-ENTRY.
           MOVE 'N' TO ENTRY-VALID-SW.
           MOVE REQUESTED-REASON-CD TO ADJ-REASON-CD.
           EVALUATE TRUE
               WHEN REQUESTED-ACCT-ID  = SPACES
                AND REQUESTED-CARD-NUM = SPACES
                   MOVE 'ENTER AN ACCOUNT ID OR A CARD NUMBER'
                       TO SCREEN-MESSAGE
               WHEN REQUESTED-ACCT-ID NOT = SPACES
                AND REQUESTED-ACCT-ID NOT NUMERIC
                   MOVE 'ACCOUNT ID MUST BE ALL DIGITS'
                       TO SCREEN-MESSAGE
               WHEN NOT ADJ-REASON-VALID
                   MOVE 'REASON MUST BE FEEW, GDWL, CORC OR CORD'
                       TO SCREEN-MESSAGE
               WHEN REQUESTED-AMT-X NOT NUMERIC
                   MOVE 'AMOUNT MUST BE ALL DIGITS'
                       TO SCREEN-MESSAGE
               WHEN OTHER
                   MOVE REQUESTED-AMT-X TO ENTRY-AMOUNT-X
                   IF ENTRY-AMOUNT = ZERO
                       MOVE 'AMOUNT MUST BE GREATER THAN ZERO'
                           TO SCREEN-MESSAGE
                   ELSE
                       PERFORM 4060-RESOLVE-ACCOUNT THRU 4060-EXIT
                   END-IF
           END-EVALUATE.
       4050-EXIT.
           EXIT.

      *****************************************************************
      *  4060-RESOLVE-ACCOUNT - A KEYED CARD IS RESOLVED TO ITS
      *  ACCOUNT THROUGH XREFFILE (AND MUST AGREE WITH A KEYED
      *  ACCOUNT ID).  THE ACCOUNT MUST BE ON ACCTFILE AND NOT
      *  CHARGED OFF.
      *****************************************************************
       4060-RESOLVE-ACCOUNT.
           MOVE 'Y'    TO ENTRY-VALID-SW.
           MOVE ZERO   TO RESOLVED-ACCT-ID.
           MOVE SPACES TO RESOLVED-CARD-NUM.
           IF REQUESTED-ACCT-ID NOT = SPACES
               MOVE REQUESTED-ACCT-ID TO RESOLVED-ACCT-ID
           END-IF.
           IF REQUESTED-CARD-NUM NOT = SPACES
               MOVE REQUESTED-CARD-NUM TO XREF-CARD-NUM
               EXEC CICS
                   READ DATASET('XREFFILE')
                        INTO(CARD-XREF-RECORD)
                        RIDFLD(XREF-CARD-NUM)
                        RESP(XREF-RESP-CD)
               END-EXEC
               IF XREF-RESP-CD NOT = DFHRESP(NORMAL)
                   MOVE 'N' TO ENTRY-VALID-SW
                   MOVE 'CARD NUMBER NOT FOUND' TO SCREEN-MESSAGE
               ELSE
                   IF REQUESTED-ACCT-ID NOT = SPACES
                      AND XREF-ACCT-ID NOT = RESOLVED-ACCT-ID
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'CARD IS NOT ON THE ACCOUNT KEYED'
                           TO SCREEN-MESSAGE
                   ELSE
                       MOVE XREF-ACCT-ID  TO RESOLVED-ACCT-ID
                       MOVE XREF-CARD-NUM TO RESOLVED-CARD-NUM
                   END-IF
               END-IF
           END-IF.
           IF ENTRY-VALID
               MOVE RESOLVED-ACCT-ID TO ACCT-ID
               EXEC CICS
                   READ DATASET('ACCTFILE')
                        INTO(ACCOUNT-RECORD)
                        RIDFLD(ACCT-ID)
                        RESP(RESP-CD)
               END-EXEC
               IF RESP-CD NOT = DFHRESP(NORMAL)
                   MOVE 'N' TO ENTRY-VALID-SW
                   MOVE 'ACCOUNT ID NOT FOUND' TO SCREEN-MESSAGE
               ELSE
                   IF ACCT-CHARGED-OFF
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'ACCOUNT IS CHARGED OFF - NO ADJUSTMENTS'
                           TO SCREEN-MESSAGE
                   END-IF
               END-IF
           END-IF.
       4060-EXIT.
           EXIT.

      *****************************************************************
      *  4100-SUBMIT-ENTRY - PF5: EDIT THE KEYED ADJUSTMENT AGAIN AND
      *  WRITE IT TO ADJFILE PENDING APPROVAL.  A SUBMITTED ENTRY
      *  CLEARS THE SCREEN SO A SECOND PF5 CANNOT ENTER IT TWICE.
      *****************************************************************
       4100-SUBMIT-ENTRY.
           MOVE 'N' TO ENTRY-SUBMITTED-SW.
           PERFORM 4050-EDIT-ENTRY THRU 4050-EXIT.
           IF ENTRY-VALID
               PERFORM 4150-WRITE-ADJUSTMENT THRU 4150-EXIT
           END-IF.
           IF ENTRY-SUBMITTED
               PERFORM 8100-SEND-INITIAL-MAP THRU 8100-EXIT
           ELSE
               PERFORM 8000-SEND-DATA-MAP THRU 8000-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4150-WRITE-ADJUSTMENT - BUILD AND WRITE THE PENDING
      *  ADJUSTMENT-RECORD AND AUDIT THE ADD
      *****************************************************************
       4150-WRITE-ADJUSTMENT.
           PERFORM 5200-BUILD-ADJ-ID THRU 5200-EXIT.
           MOVE SPACES              TO ADJUSTMENT-RECORD.
           MOVE NEW-ADJ-ID          TO ADJ-ID.
           MOVE RESOLVED-ACCT-ID    TO ADJ-ACCT-ID.
           MOVE RESOLVED-CARD-NUM   TO ADJ-CARD-NUM.
           MOVE REQUESTED-REASON-CD TO ADJ-REASON-CD.
           MOVE ENTRY-AMOUNT        TO ADJ-AMT.
           MOVE 'P'                 TO ADJ-STATUS.
           MOVE REQUESTED-MEMO      TO ADJ-MEMO.
           MOVE TODAY-NUMERIC       TO ADJ-ENTRY-DATE.
           MOVE CDEMO-USR-ID        TO ADJ-ENTRY-USR-ID.
           MOVE ZERO                TO ADJ-REVIEW-DATE.
           MOVE SPACES              TO ADJ-REVIEW-USR-ID.
           MOVE ZERO                TO ADJ-RAISED-DATE.
           EXEC CICS
               WRITE DATASET('ADJFILE')
                     FROM(ADJUSTMENT-RECORD)
                     RIDFLD(ADJ-ID)
                     RESP(ADJ-RESP-CD)
           END-EXEC.
           EVALUATE TRUE
               WHEN ADJ-RESP-CD = DFHRESP(NORMAL)
                   MOVE 'Y' TO ENTRY-SUBMITTED-SW
                   MOVE SPACES TO SCREEN-MESSAGE
                   STRING 'ADJUSTMENT '      DELIMITED BY SIZE
                          ADJ-ID             DELIMITED BY SIZE
                          ' SUBMITTED - A DIFFERENT ADMIN MUST APPROVE'
                                             DELIMITED BY SIZE
                          INTO SCREEN-MESSAGE
                   END-STRING
                   MOVE SPACES TO AUDIT-BEFORE-IMAGE
                   PERFORM 8400-BUILD-AFTER-IMAGE THRU 8400-EXIT
                   PERFORM 8500-WRITE-AUDIT       THRU 8500-EXIT
               WHEN ADJ-RESP-CD = DFHRESP(DUPREC)
                   MOVE 'ADJUSTMENT ID IN USE - PRESS PF5 AGAIN'
                       TO SCREEN-MESSAGE
               WHEN OTHER
                   MOVE 'ADJUSTMENT WRITE FAILED' TO SCREEN-MESSAGE
           END-EVALUATE.
       4150-EXIT.
           EXIT.

      *****************************************************************
      *  5200-BUILD-ADJ-ID - FETCH TODAY'S DATE FROM CICS AND BUILD
      *  THE NEW ADJUSTMENT'S KEY FROM THE ACCOUNT ID AND THE CICS
      *  TASK NUMBER, AS CODISP0C BUILDS ITS GENERATED TRAN-IDS
      *****************************************************************
       5200-BUILD-ADJ-ID.
           EXEC CICS
               ASKTIME ABSTIME(ABS-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABS-TIME)
                          YYYYMMDD(TODAY-YYYYMMDD)
           END-EXEC.
           MOVE TODAY-YYYYMMDD TO TODAY-NUMERIC.
           MOVE EIBTASKN TO AUDIT-TASKN.
           MOVE SPACES TO NEW-ADJ-ID.
           STRING 'AJ'                DELIMITED BY SIZE
                  RESOLVED-ACCT-ID    DELIMITED BY SIZE
                  AUDIT-TASKN (4:3)   DELIMITED BY SIZE
                  INTO NEW-ADJ-ID.
       5200-EXIT.
           EXIT.

      *****************************************************************
      *  7000-EXIT-TRANSACTION - PF3: LEAVE ADJUSTMENT ENTRY
      *****************************************************************
       7000-EXIT-TRANSACTION.
           EXEC CICS
               RETURN
           END-EXEC.
       7000-EXIT.
           EXIT.

      *****************************************************************
      *  8000-SEND-DATA-MAP - RE-DISPLAY THE MAP WITH CURRENT DATA
      *****************************************************************
       8000-SEND-DATA-MAP.
           MOVE SCREEN-MESSAGE TO ERRMSGO.
           EXEC CICS
               SEND MAP('COADJ0A')
                    MAPSET('COADJ00')
                    FROM(COADJ0AO)
                    DATAONLY
           END-EXEC.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  8100-SEND-INITIAL-MAP - FIRST DISPLAY OF THE SCREEN, ERASING
      *  WHATEVER WAS THERE BEFORE
      *****************************************************************
       8100-SEND-INITIAL-MAP.
           MOVE SPACES     TO COADJ0AO.
           MOVE SCREEN-MESSAGE TO ERRMSGO.
           EXEC CICS
               SEND MAP('COADJ0A')
                    MAPSET('COADJ00')
                    FROM(COADJ0AO)
                    ERASE
           END-EXEC.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  8200-MOVE-ENTRY-TO-MAP - SHOW THE RESOLVED ACCOUNT AND CARD,
      *  THE REASON, AND THE AMOUNT SIGNED AS IT WILL POST (A CREDIT
      *  IS NEGATIVE)
      *****************************************************************
       8200-MOVE-ENTRY-TO-MAP.
           MOVE RESOLVED-ACCT-ID  TO ACCTIDO.
           MOVE RESOLVED-CARD-NUM TO CARDNOO.
           PERFORM 8250-DESCRIBE-REASON THRU 8250-EXIT.
           MOVE REASON-DESC       TO RSNDSCO.
           IF ADJ-CORRECTION-DEBIT
               MOVE ENTRY-AMOUNT TO SIGNED-AMOUNT
           ELSE
               COMPUTE SIGNED-AMOUNT = ZERO - ENTRY-AMOUNT
           END-IF.
           MOVE SIGNED-AMOUNT     TO EDITED-AMOUNT.
           MOVE EDITED-AMOUNT     TO EAMTO.
       8200-EXIT.
           EXIT.

      *****************************************************************
      *  8250-DESCRIBE-REASON - THE REASON DESCRIPTION FOR THE CODE
      *  IN ADJ-REASON-CD
      *****************************************************************
       8250-DESCRIBE-REASON.
           EVALUATE TRUE
               WHEN ADJ-FEE-WAIVER
                   MOVE 'FEE WAIVER'                   TO REASON-DESC
               WHEN ADJ-GOODWILL-CREDIT
                   MOVE 'GOODWILL CREDIT'              TO REASON-DESC
               WHEN ADJ-CORRECTION-CREDIT
                   MOVE 'MISPOSTING CORRECTION CREDIT' TO REASON-DESC
               WHEN ADJ-CORRECTION-DEBIT
                   MOVE 'MISPOSTING CORRECTION DEBIT'  TO REASON-DESC
               WHEN OTHER
                   MOVE SPACES                         TO REASON-DESC
           END-EVALUATE.
       8250-EXIT.
           EXIT.

      *****************************************************************
      *  8400-BUILD-AFTER-IMAGE - CAPTURE THE AUDITED FIELDS AS THEY
      *  WERE JUST WRITTEN, AND FILL IN THE AUDIT IDENTIFIERS
      *****************************************************************
       8400-BUILD-AFTER-IMAGE.
           MOVE ADJ-ACCT-ID       TO AJI-ACCT-ID.
           MOVE ADJ-CARD-NUM      TO AJI-CARD-NUM.
           MOVE ADJ-REASON-CD     TO AJI-REASON-CD.
           MOVE ADJ-AMT           TO AJI-AMT.
           MOVE ADJ-STATUS        TO AJI-STATUS.
           MOVE ADJ-ENTRY-USR-ID  TO AJI-ENTRY-USR-ID.
           MOVE ADJ-REVIEW-USR-ID TO AJI-REVIEW-USR-ID.
           MOVE ADJ-REVIEW-DATE   TO AJI-REVIEW-DATE.
           MOVE ADJ-AUDIT-IMAGE   TO AUDIT-AFTER-IMAGE.
           MOVE 'CADJ'    TO AUDIT-TRANID.
           MOVE 'ADJFILE' TO AUDIT-FILE-NAME.
           MOVE SPACES    TO AUDIT-REC-KEY.
           MOVE ADJ-ID    TO AUDIT-REC-KEY (1:16).
       8400-EXIT.
           EXIT.

      *****************************************************************
      *  8500-WRITE-AUDIT - WRITE ONE AUDIT-RECORD TO AUDITLOG FOR
      *  THE UPDATE JUST COMPLETED.  THE CALLER HAS ALREADY FILLED
      *  AUDIT-TRANID, AUDIT-FILE-NAME, AUDIT-REC-KEY, AND THE
      *  BEFORE/AFTER IMAGES; THIS PARAGRAPH STAMPS THE TIMESTAMP
      *  AND OPERATOR AND WRITES THE RECORD.  THE FRACTION DIGITS OF
      *  THE TIMESTAMP CARRY THE CICS TASK NUMBER SO TWO UPDATES BY
      *  THE SAME OPERATOR IN THE SAME SECOND STILL GET DISTINCT
      *  AUDIT KEYS.  THE BUSINESS UPDATE HAS ALREADY SUCCEEDED, SO
      *  AN AUDIT WRITE FAILURE IS SURFACED TO THE OPERATOR BUT DOES
      *  NOT BACK IT OUT.
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
           MOVE CDEMO-USR-ID TO AUDIT-USR-ID.
           EXEC CICS
               WRITE DATASET('AUDITLOG')
                     FROM(AUDIT-RECORD)
                     RIDFLD(AUDIT-KEY)
                     RESP(AUDIT-RESP-CD)
           END-EXEC.
           IF AUDIT-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'UPDATE DONE BUT AUDIT WRITE FAILED'
                   TO SCREEN-MESSAGE
           END-IF.
       8500-EXIT.
           EXIT.
