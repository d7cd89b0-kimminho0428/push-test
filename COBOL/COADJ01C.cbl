       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COADJ01C.
       AUTHOR.        AWS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *****************************************************************
      *  MODIFICATION LOG
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 AWS   INITIAL VERSION - MANUAL MONETARY ADJUSTMENT
      *                   REVIEW (CHECKER SIDE OF MAKER/CHECKER).
      *  10/15/2026 AWS   APPROVAL IS REFUSED WHEN THE ACCOUNT HAS
      *                   BEEN CHARGED OFF SINCE THE ADJUSTMENT WAS
      *                   ENTERED.
      *****************************************************************
      *  TRANSACTION CADR, MAPSET COADJ01, MAP COADJ1A.
      *
      *  KEYED BY ADJ-ID, THIS TRANSACTION LETS AN ADMINISTRATOR
      *  REVIEW THE MANUAL ADJUSTMENTS ENTERED ON COADJ00C:
      *    ENTER - DISPLAY THE KEYED ADJUSTMENT
      *    PF8   - DISPLAY THE NEXT PENDING ADJUSTMENT AFTER THE ONE
      *            KEYED (FROM THE START OF ADJFILE WHEN NONE IS
      *            KEYED) THAT THIS OPERATOR DID NOT ENTER
      *    PF5   - APPROVE THE PENDING ADJUSTMENT ('A').  THE NIGHTLY
      *            CBADJ01C RAISES IT ONTO TRANFILE FOR CBTRN02C TO
      *            POST.  AN ADJUSTMENT WHOSE ACCOUNT HAS SINCE BEEN
      *            CHARGED OFF (OR IS NO LONGER ON ACCTFILE) CANNOT BE
      *            APPROVED AND SHOULD BE REJECTED.
      *    PF6   - REJECT THE PENDING ADJUSTMENT ('R').  IT NEVER
      *            REACHES THE ACCOUNT.
      *  THE REVIEWER MUST BE A DIFFERENT OPERATOR FROM THE ONE WHO
      *  ENTERED THE ADJUSTMENT (ADJ-ENTRY-USR-ID); AN ADJUSTMENT
      *  CAN ONLY BE REVIEWED ONCE.  EVERY APPROVAL AND REJECTION IS
      *  AUDITED TO AUDITLOG WITH THE OPERATOR ID FROM THE COMMAREA.
      *  ADJUSTMENTS STILL WAITING FOR REVIEW ARE LISTED AND AGED
      *  DAILY BY CBADJ02C.
      *
      *  THIS TRANSACTION IS REACHED BY XCTL FROM THE SIGN-ON
      *  TRANSACTION, WHICH POPULATES THE STANDARD CARDDEMO-COMMAREA
      *  WITH THE OPERATOR'S OWN USER ID AND SEC-USR-TYPE.  ONLY AN
      *  OPERATOR WHOSE OWN SEC-USR-TYPE IS 'A' (ADMIN) MAY REVIEW
      *  ADJUSTMENTS.
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  RESP-CD                      PIC S9(08) COMP VALUE ZERO.

       01  ADJ-RESP-CD                  PIC S9(08) COMP VALUE ZERO.

       01  MAP-FAILURE-SW               PIC X(01) VALUE 'N'.
           88  MAP-FAILURE                  VALUE 'Y'.

       01  SCREEN-MESSAGE                PIC X(78) VALUE SPACES.

       01  REQUESTED-ADJ-ID             PIC X(16) VALUE SPACES.

       01  ADJ-FOUND-SW                 PIC X(01) VALUE 'N'.
           88  ADJ-FOUND                    VALUE 'Y'.
       01  BROWSE-END-SW                PIC X(01) VALUE 'N'.
           88  BROWSE-ENDED                 VALUE 'Y'.
       01  ACCT-ADJUSTABLE-SW           PIC X(01) VALUE 'Y'.
           88  ACCT-ADJUSTABLE              VALUE 'Y'.

       01  REVIEW-STATUS                PIC X(01) VALUE SPACES.
           88  REVIEW-APPROVE               VALUE 'A'.
           88  REVIEW-REJECT                VALUE 'R'.

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
       01  EDITED-DATE                  PIC 9999/99/99.

      *  THE AUDIT IMAGE OF THE ADJUSTMENT FIELDS, AS IN COADJ00C
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

           COPY COADJ1A.

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
           MOVE 'PLEASE SIGN ON BEFORE USING ADJUSTMENT REVIEW'
               TO SCREEN-MESSAGE.
           PERFORM 8100-SEND-INITIAL-MAP THRU 8100-EXIT.
           EXEC CICS
               RETURN
           END-EXEC.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-VERIFY-ADMIN - ONLY ADMIN-TYPE OPERATORS MAY REVIEW
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
               IF CDEMO-FROM-PROGRAM = 'COADJ01C'
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
           MOVE 'PF8 SHOWS THE NEXT ADJUSTMENT WAITING FOR REVIEW'
               TO SCREEN-MESSAGE.
           PERFORM 8100-SEND-INITIAL-MAP THRU 8100-EXIT.
           MOVE 'COADJ01C' TO CDEMO-FROM-PROGRAM.
           EXEC CICS
               RETURN TRANSID('CADR')
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
                   RETURN TRANSID('CADR')
                          COMMAREA(DFHCOMMAREA)
                          LENGTH(LENGTH OF DFHCOMMAREA)
               END-EXEC
           END-IF.

           EXEC CICS
               RECEIVE MAP('COADJ1A')
                       MAPSET('COADJ01')
                       INTO(COADJ1AI)
                       RESP(RESP-CD)
           END-EXEC.

           MOVE 'N' TO MAP-FAILURE-SW.
           IF RESP-CD = DFHRESP(MAPFAIL)
               MOVE 'Y'    TO MAP-FAILURE-SW
               MOVE SPACES TO COADJ1AI
           END-IF.

           MOVE ADJIDI TO REQUESTED-ADJ-ID.

           EVALUATE EIBAID
               WHEN DFHPF3
                   PERFORM 7000-EXIT-TRANSACTION THRU 7000-EXIT
               WHEN DFHENTER
                   PERFORM 4000-LOOKUP-ADJ       THRU 4000-EXIT
               WHEN DFHPF8
                   PERFORM 4100-NEXT-PENDING     THRU 4100-EXIT
               WHEN DFHPF5
                   MOVE 'A' TO REVIEW-STATUS
                   PERFORM 4200-REVIEW-ADJ       THRU 4200-EXIT
               WHEN DFHPF6
                   MOVE 'R' TO REVIEW-STATUS
                   PERFORM 4200-REVIEW-ADJ       THRU 4200-EXIT
               WHEN OTHER
                   MOVE 'INVALID KEY PRESSED' TO SCREEN-MESSAGE
                   PERFORM 8000-SEND-DATA-MAP THRU 8000-EXIT
           END-EVALUATE.

           EXEC CICS
               RETURN TRANSID('CADR')
                      COMMAREA(DFHCOMMAREA)
                      LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  4000-LOOKUP-ADJ - ENTER KEY: DISPLAY THE KEYED ADJUSTMENT
      *****************************************************************
       4000-LOOKUP-ADJ.
           MOVE 'N' TO ADJ-FOUND-SW.
           IF REQUESTED-ADJ-ID = SPACES
               MOVE 'ENTER AN ADJUSTMENT ID OR PRESS PF8'
                   TO SCREEN-MESSAGE
           ELSE
               MOVE REQUESTED-ADJ-ID TO ADJ-ID
               EXEC CICS
                   READ DATASET('ADJFILE')
                        INTO(ADJUSTMENT-RECORD)
                        RIDFLD(ADJ-ID)
                        RESP(ADJ-RESP-CD)
               END-EXEC
               IF ADJ-RESP-CD = DFHRESP(NORMAL)
                   MOVE 'Y' TO ADJ-FOUND-SW
                   PERFORM 8200-MOVE-ADJ-TO-MAP THRU 8200-EXIT
                   PERFORM 4050-SET-REVIEW-PROMPT THRU 4050-EXIT
               ELSE
                   MOVE 'ADJUSTMENT ID NOT FOUND' TO SCREEN-MESSAGE
               END-IF
           END-IF.
           PERFORM 8000-SEND-DATA-MAP THRU 8000-EXIT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4050-SET-REVIEW-PROMPT - TELL THE OPERATOR WHAT CAN BE DONE
      *  WITH THE ADJUSTMENT ON DISPLAY
      *****************************************************************
       4050-SET-REVIEW-PROMPT.
           EVALUATE TRUE
               WHEN NOT ADJ-STATUS-PENDING
                   MOVE 'ADJUSTMENT HAS ALREADY BEEN REVIEWED'
                       TO SCREEN-MESSAGE
               WHEN ADJ-ENTRY-USR-ID = CDEMO-USR-ID
                   MOVE 'ANOTHER ADMIN MUST REVIEW YOUR ADJUSTMENT'
                       TO SCREEN-MESSAGE
               WHEN OTHER
                   MOVE 'PENDING - PF5 APPROVES, PF6 REJECTS'
                       TO SCREEN-MESSAGE
           END-EVALUATE.
       4050-EXIT.
           EXIT.

      *****************************************************************
      *  4100-NEXT-PENDING - PF8: BROWSE ADJFILE FROM THE KEYED
      *  ADJ-ID FOR THE NEXT PENDING ADJUSTMENT THIS OPERATOR DID NOT
      *  ENTER (AND SO MAY REVIEW)
      *****************************************************************
       4100-NEXT-PENDING.
           MOVE 'N' TO ADJ-FOUND-SW.
           MOVE 'N' TO BROWSE-END-SW.
           MOVE REQUESTED-ADJ-ID TO ADJ-ID.
           EXEC CICS
               STARTBR DATASET('ADJFILE')
                       RIDFLD(ADJ-ID)
                       GTEQ
                       RESP(ADJ-RESP-CD)
           END-EXEC.
           IF ADJ-RESP-CD = DFHRESP(NORMAL)
               PERFORM 4150-READ-NEXT-ADJ THRU 4150-EXIT
                       UNTIL ADJ-FOUND OR BROWSE-ENDED
               EXEC CICS
                   ENDBR DATASET('ADJFILE')
               END-EXEC
           END-IF.
           IF ADJ-FOUND
               PERFORM 8200-MOVE-ADJ-TO-MAP THRU 8200-EXIT
               PERFORM 4050-SET-REVIEW-PROMPT THRU 4050-EXIT
           ELSE
               MOVE SPACES TO COADJ1AO
               MOVE 'NO MORE PENDING ADJUSTMENTS FOR YOU TO REVIEW'
                   TO SCREEN-MESSAGE
           END-IF.
           PERFORM 8000-SEND-DATA-MAP THRU 8000-EXIT.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4150-READ-NEXT-ADJ - READ THE NEXT ADJUSTMENT ON THE BROWSE
      *  AND STOP AT ONE THAT IS PENDING, WAS NOT ENTERED BY THIS
      *  OPERATOR, AND IS NOT THE ONE ALREADY ON THE SCREEN
      *****************************************************************
       4150-READ-NEXT-ADJ.
           EXEC CICS
               READNEXT DATASET('ADJFILE')
                        INTO(ADJUSTMENT-RECORD)
                        RIDFLD(ADJ-ID)
                        RESP(ADJ-RESP-CD)
           END-EXEC.
           IF ADJ-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO BROWSE-END-SW
           ELSE
               IF ADJ-STATUS-PENDING
                  AND ADJ-ENTRY-USR-ID NOT = CDEMO-USR-ID
                  AND ADJ-ID NOT = REQUESTED-ADJ-ID
                   MOVE 'Y' TO ADJ-FOUND-SW
               END-IF
           END-IF.
       4150-EXIT.
           EXIT.

      *****************************************************************
      *  4200-REVIEW-ADJ - PF5/PF6: APPROVE OR REJECT (REVIEW-STATUS)
      *  THE KEYED ADJUSTMENT.  IT MUST STILL BE PENDING AND MUST
      *  HAVE BEEN ENTERED BY SOMEONE ELSE, AND AN APPROVAL NEEDS AN
      *  ACCOUNT THAT IS STILL OPEN TO ADJUSTMENT.
      *****************************************************************
       4200-REVIEW-ADJ.
           PERFORM 4250-READ-ADJ-UPDATE THRU 4250-EXIT.
           IF ADJ-FOUND
               PERFORM 8200-MOVE-ADJ-TO-MAP THRU 8200-EXIT
               MOVE 'Y' TO ACCT-ADJUSTABLE-SW
               IF REVIEW-APPROVE
                  AND ADJ-STATUS-PENDING
                  AND ADJ-ENTRY-USR-ID NOT = CDEMO-USR-ID
                   PERFORM 4260-CHECK-ACCOUNT THRU 4260-EXIT
               END-IF
               EVALUATE TRUE
                   WHEN NOT ADJ-STATUS-PENDING
                       MOVE 'ADJUSTMENT HAS ALREADY BEEN REVIEWED'
                           TO SCREEN-MESSAGE
                   WHEN ADJ-ENTRY-USR-ID = CDEMO-USR-ID
                       MOVE 'NOT ALLOWED - YOU ENTERED THIS ADJUSTMENT'
                           TO SCREEN-MESSAGE
                   WHEN NOT ACCT-ADJUSTABLE
                       CONTINUE
                   WHEN OTHER
                       PERFORM 4210-REWRITE-REVIEW THRU 4210-EXIT
               END-EVALUATE
           END-IF.
           PERFORM 8000-SEND-DATA-MAP THRU 8000-EXIT.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  4210-REWRITE-REVIEW - RECORD THE DECISION, THE REVIEWER AND
      *  THE DATE ON THE ADJUSTMENT AND AUDIT THE CHANGE
      *****************************************************************
       4210-REWRITE-REVIEW.
           PERFORM 4170-GET-TODAY THRU 4170-EXIT.
           PERFORM 8300-BUILD-BEFORE-IMAGE THRU 8300-EXIT.
           MOVE REVIEW-STATUS TO ADJ-STATUS.
           MOVE TODAY-NUMERIC TO ADJ-REVIEW-DATE.
           MOVE CDEMO-USR-ID  TO ADJ-REVIEW-USR-ID.
           EXEC CICS
               REWRITE DATASET('ADJFILE')
                       FROM(ADJUSTMENT-RECORD)
                       RESP(ADJ-RESP-CD)
           END-EXEC.
           IF ADJ-RESP-CD = DFHRESP(NORMAL)
               PERFORM 8200-MOVE-ADJ-TO-MAP THRU 8200-EXIT
               IF REVIEW-APPROVE
                   MOVE 'ADJUSTMENT APPROVED - POSTS WITH NIGHTLY RUN'
                       TO SCREEN-MESSAGE
               ELSE
                   MOVE 'ADJUSTMENT REJECTED' TO SCREEN-MESSAGE
               END-IF
               PERFORM 8400-BUILD-AFTER-IMAGE THRU 8400-EXIT
               PERFORM 8500-WRITE-AUDIT       THRU 8500-EXIT
           ELSE
               MOVE 'ADJUSTMENT UPDATE FAILED' TO SCREEN-MESSAGE
           END-IF.
       4210-EXIT.
           EXIT.

      *****************************************************************
      *  4170-GET-TODAY - FETCH TODAY'S DATE FROM CICS
      *****************************************************************
       4170-GET-TODAY.
           EXEC CICS
               ASKTIME ABSTIME(ABS-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABS-TIME)
                          YYYYMMDD(TODAY-YYYYMMDD)
           END-EXEC.
           MOVE TODAY-YYYYMMDD TO TODAY-NUMERIC.
       4170-EXIT.
           EXIT.

      *****************************************************************
      *  4250-READ-ADJ-UPDATE - FETCH THE KEYED ADJUSTMENT FOR
      *  UPDATE.  SETS THE SCREEN MESSAGE ITSELF WHEN THE KEY IS BAD
      *  OR NOT ON FILE.
      *****************************************************************
       4250-READ-ADJ-UPDATE.
           MOVE 'N' TO ADJ-FOUND-SW.
           IF REQUESTED-ADJ-ID = SPACES
               MOVE 'ENTER AN ADJUSTMENT ID' TO SCREEN-MESSAGE
           ELSE
               MOVE REQUESTED-ADJ-ID TO ADJ-ID
               EXEC CICS
                   READ DATASET('ADJFILE')
                        INTO(ADJUSTMENT-RECORD)
                        RIDFLD(ADJ-ID)
                        UPDATE
                        RESP(ADJ-RESP-CD)
               END-EXEC
               IF ADJ-RESP-CD = DFHRESP(NORMAL)
                   MOVE 'Y' TO ADJ-FOUND-SW
               ELSE
                   MOVE 'ADJUSTMENT ID NOT FOUND' TO SCREEN-MESSAGE
               END-IF
           END-IF.
       4250-EXIT.
           EXIT.

      *****************************************************************
      *  4260-CHECK-ACCOUNT - THE ACCOUNT MAY HAVE BEEN CHARGED OFF
      *  SINCE THE ADJUSTMENT WAS ENTERED.  SETS THE SCREEN MESSAGE
      *  ITSELF WHEN THE ACCOUNT CANNOT TAKE THE ADJUSTMENT.
      *****************************************************************
       4260-CHECK-ACCOUNT.
           MOVE ADJ-ACCT-ID TO ACCT-ID.
           EXEC CICS
               READ DATASET('ACCTFILE')
                    INTO(ACCOUNT-RECORD)
                    RIDFLD(ACCT-ID)
                    RESP(RESP-CD)
           END-EXEC.
           IF RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'N' TO ACCT-ADJUSTABLE-SW
               MOVE 'ACCOUNT ID NOT FOUND - REJECT THE ADJUSTMENT'
                   TO SCREEN-MESSAGE
           ELSE
               IF ACCT-CHARGED-OFF
                   MOVE 'N' TO ACCT-ADJUSTABLE-SW
                   MOVE 'ACCOUNT IS CHARGED OFF - REJECT THE ADJUSTMENT'
                       TO SCREEN-MESSAGE
               END-IF
           END-IF.
       4260-EXIT.
           EXIT.

      *****************************************************************
      *  7000-EXIT-TRANSACTION - PF3: LEAVE ADJUSTMENT REVIEW
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
               SEND MAP('COADJ1A')
                    MAPSET('COADJ01')
                    FROM(COADJ1AO)
                    DATAONLY
           END-EXEC.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  8100-SEND-INITIAL-MAP - FIRST DISPLAY OF THE SCREEN, ERASING
      *  WHATEVER WAS THERE BEFORE
      *****************************************************************
       8100-SEND-INITIAL-MAP.
           MOVE SPACES     TO COADJ1AO.
           MOVE SCREEN-MESSAGE TO ERRMSGO.
           EXEC CICS
               SEND MAP('COADJ1A')
                    MAPSET('COADJ01')
                    FROM(COADJ1AO)
                    ERASE
           END-EXEC.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  8200-MOVE-ADJ-TO-MAP - COPY THE CURRENT ADJUSTMENT-RECORD
      *  INTO THE OUTPUT MAP FIELDS, THE AMOUNT SIGNED AS IT POSTS
      *  (A CREDIT IS NEGATIVE)
      *****************************************************************
       8200-MOVE-ADJ-TO-MAP.
           MOVE ADJ-ID            TO ADJIDO.
           MOVE ADJ-ACCT-ID       TO ACCTIDO.
           MOVE ADJ-CARD-NUM      TO CARDNOO.
           MOVE ADJ-REASON-CD     TO REASONO.
           PERFORM 8250-DESCRIBE-REASON THRU 8250-EXIT.
           MOVE REASON-DESC       TO RSNDSCO.
           IF ADJ-CORRECTION-DEBIT
               MOVE ADJ-AMT TO SIGNED-AMOUNT
           ELSE
               COMPUTE SIGNED-AMOUNT = ZERO - ADJ-AMT
           END-IF.
           MOVE SIGNED-AMOUNT     TO EDITED-AMOUNT.
           MOVE EDITED-AMOUNT     TO EAMTO.
           MOVE ADJ-MEMO          TO MEMOO.
           MOVE ADJ-ENTRY-USR-ID  TO ENTBYO.
           MOVE ADJ-ENTRY-DATE    TO EDITED-DATE.
           MOVE EDITED-DATE       TO ENTDTO.
           EVALUATE TRUE
               WHEN ADJ-STATUS-PENDING
                   MOVE 'PENDING REVIEW'       TO ADJSTAO
               WHEN ADJ-STATUS-APPROVED
                   MOVE 'APPROVED'             TO ADJSTAO
               WHEN ADJ-STATUS-REJECTED
                   MOVE 'REJECTED'             TO ADJSTAO
               WHEN ADJ-STATUS-RAISED
                   MOVE 'APPROVED - POSTED'    TO ADJSTAO
               WHEN OTHER
                   MOVE SPACES                 TO ADJSTAO
           END-EVALUATE.
           MOVE ADJ-REVIEW-USR-ID TO REVBYO.
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
      *  8300-BUILD-BEFORE-IMAGE - CAPTURE THE AUDITED FIELDS OF THE
      *  ADJUSTMENT-RECORD AS READ, BEFORE THE DECISION IS MOVED IN
      *****************************************************************
       8300-BUILD-BEFORE-IMAGE.
           MOVE ADJ-ACCT-ID       TO AJI-ACCT-ID.
           MOVE ADJ-CARD-NUM      TO AJI-CARD-NUM.
           MOVE ADJ-REASON-CD     TO AJI-REASON-CD.
           MOVE ADJ-AMT           TO AJI-AMT.
           MOVE ADJ-STATUS        TO AJI-STATUS.
           MOVE ADJ-ENTRY-USR-ID  TO AJI-ENTRY-USR-ID.
           MOVE ADJ-REVIEW-USR-ID TO AJI-REVIEW-USR-ID.
           MOVE ADJ-REVIEW-DATE   TO AJI-REVIEW-DATE.
           MOVE ADJ-AUDIT-IMAGE   TO AUDIT-BEFORE-IMAGE.
       8300-EXIT.
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
           MOVE 'CADR'    TO AUDIT-TRANID.
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
