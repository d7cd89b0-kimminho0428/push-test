       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CORWD00C.
       AUTHOR.        AWS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *****************************************************************
      *  MODIFICATION LOG
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 AWS   INITIAL VERSION - REWARDS POINTS INQUIRY AND
      *                   REDEMPTION AS A STATEMENT CREDIT.
      *****************************************************************
      *  TRANSACTION CRWD, MAPSET CORWD00, MAP CORWD0A.
      *
      *  THE OPERATOR KEYS ONE OF THE ACCOUNT'S CARD NUMBERS, WHICH
      *  IS RESOLVED TO THE ACCOUNT THROUGH XREFFILE:
      *    ENTER - DISPLAY THE ACCOUNT'S REWARDS POINTS BALANCE AND
      *            LIFETIME EARNED/REDEEMED FROM RWDFILE
      *    PF5   - REDEEM THE POINTS KEYED, AS A STATEMENT CREDIT, IN
      *            ONE UNIT OF WORK:
      *              - A CREDIT (TRAN-TYPE-CD '09', TRAN-CAT-CD 0001,
      *                NEGATIVE AMOUNT) WORTH THE POINTS AT
      *                RWD-POINTS-PER-DOLLAR IS WRITTEN TO TRANFILE
      *                FOR CBTRN02C TO POST ON THE NEXT NIGHTLY RUN
      *              - A 'D' ENTRY, KEYED BY THE CREDIT'S TRAN-ID, IS
      *                WRITTEN TO RWDHIST
      *              - THE POINTS ARE TAKEN OFF THE RWDFILE BALANCE
      *            IF ANY STEP FAILS, EVERY CHANGE ALREADY MADE IS
      *            BACKED OUT WITH A SYNCPOINT ROLLBACK.
      *  THE POINTS ARE KEYED AS 9 DIGITS (E.G. 000005000 IS 5,000
      *  POINTS).  A REDEMPTION MUST BE AT LEAST RWD-MIN-REDEMPTION
      *  POINTS AND NO MORE THAN THE BALANCE, AND THE ACCOUNT MUST BE
      *  ACTIVE - A CREDIT ON A CHARGED-OFF ACCOUNT WOULD POST AS A
      *  RECOVERY.  THE REDEMPTION IS AUDITED TO AUDITLOG AGAINST THE
      *  ACCOUNT ID.
      *
      *  THIS TRANSACTION IS REACHED BY XCTL FROM THE SIGN-ON
      *  TRANSACTION, WHICH POPULATES THE STANDARD CARDDEMO-COMMAREA
      *  WITH THE OPERATOR'S OWN USER ID.  ANY SIGNED-ON OPERATOR MAY
      *  REDEEM POINTS; A COMMAREA IS REQUIRED ONLY AS PROOF OF
      *  SIGN-ON.
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  RESP-CD                      PIC S9(08) COMP VALUE ZERO.

       01  XREF-RESP-CD                 PIC S9(08) COMP VALUE ZERO.

       01  RWD-RESP-CD                  PIC S9(08) COMP VALUE ZERO.

       01  MAP-FAILURE-SW               PIC X(01) VALUE 'N'.
           88  MAP-FAILURE                  VALUE 'Y'.

       01  SCREEN-MESSAGE                PIC X(78) VALUE SPACES.

       01  REQUESTED-CARD-NUM           PIC X(16) VALUE SPACES.

      *  POINTS WORTH ONE DOLLAR OF STATEMENT CREDIT, AND THE
      *  SMALLEST REDEMPTION ACCEPTED
       01  RWD-POINTS-PER-DOLLAR        PIC 9(03) VALUE 100.
       01  RWD-MIN-REDEMPTION           PIC 9(09) VALUE 2500.

       01  REDEEM-POINTS                PIC 9(09) VALUE ZERO.
       01  REDEEM-POINTS-X REDEFINES REDEEM-POINTS
                                        PIC X(09).
       01  REDEEM-AMT                   PIC S9(09)V99 VALUE ZERO.

       01  ACCOUNT-RESOLVED-SW          PIC X(01) VALUE 'N'.
           88  ACCOUNT-RESOLVED             VALUE 'Y'.
       01  REDEEM-FAILED-SW             PIC X(01) VALUE 'N'.
           88  REDEEM-FAILED                VALUE 'Y'.

       01  ABS-TIME                     PIC S9(15) COMP-3 VALUE ZERO.
       01  TODAY-YYYYMMDD               PIC X(08) VALUE SPACES.
       01  TODAY-NUMERIC                PIC 9(08) VALUE ZERO.
       01  NEW-TRAN-TS                  PIC X(26) VALUE SPACES.
       01  EDITED-AMOUNT                PIC ---,---,--9.99.
       01  EDITED-POINTS                PIC -,---,---,--9.

       01  AUDIT-RESP-CD                PIC S9(08) COMP VALUE ZERO.
       01  AUDIT-DATE-X                 PIC X(10) VALUE SPACES.
       01  AUDIT-TIME-X                 PIC X(08) VALUE SPACES.
       01  AUDIT-TASKN                  PIC 9(06) VALUE ZERO.

       01  REDEEM-AUDIT-IMAGE.
           05  RAI-POINTS-BAL           PIC S9(11).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RAI-LIFE-REDEEMED        PIC S9(11).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RAI-TRAN-ID              PIC X(16).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RAI-CREDIT-AMT           PIC 9(09)V99.

           COPY AUDITREC.

           COPY ACCTREC.

           COPY XREFREC.

           COPY TRANREC.

           COPY RWDREC.

           COPY RWDHREC.

           COPY CORWD0A.

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
               IF CDEMO-FROM-PROGRAM = 'CORWD00C'
                   PERFORM 3000-PROCESS-REQUEST THRU 3000-EXIT
               ELSE
                   PERFORM 2500-FIRST-ENTRY THRU 2500-EXIT
               END-IF
           END-IF.
           GOBACK.

      *****************************************************************
      *  1000-NO-COMMAREA - TRANSACTION WAS STARTED WITHOUT BEING
      *  XCTL'D FROM SIGN-ON, SO THERE IS NO OPERATOR IDENTITY ON
      *  RECORD.  REJECT THE REQUEST.
      *****************************************************************
       1000-NO-COMMAREA.
           MOVE 'PLEASE SIGN ON BEFORE USING REWARDS REDEMPTION'
               TO SCREEN-MESSAGE.
           PERFORM 8100-SEND-INITIAL-MAP THRU 8100-EXIT.
           EXEC CICS
               RETURN
           END-EXEC.
       1000-EXIT.
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
           MOVE 'CORWD00C' TO CDEMO-FROM-PROGRAM.
           EXEC CICS
               RETURN TRANSID('CRWD')
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
                   RETURN TRANSID('CRWD')
                          COMMAREA(DFHCOMMAREA)
                          LENGTH(LENGTH OF DFHCOMMAREA)
               END-EXEC
           END-IF.

           EXEC CICS
               RECEIVE MAP('CORWD0A')
                       MAPSET('CORWD00')
                       INTO(CORWD0AI)
                       RESP(RESP-CD)
           END-EXEC.

           MOVE 'N' TO MAP-FAILURE-SW.
           IF RESP-CD = DFHRESP(MAPFAIL)
               MOVE 'Y'    TO MAP-FAILURE-SW
               MOVE SPACES TO CORWD0AI
           END-IF.

           MOVE CRDNUMI TO REQUESTED-CARD-NUM.

           EVALUATE EIBAID
               WHEN DFHPF3
                   PERFORM 7000-EXIT-TRANSACTION THRU 7000-EXIT
               WHEN DFHENTER
                   PERFORM 4000-LOOKUP-POINTS    THRU 4000-EXIT
               WHEN DFHPF5
                   PERFORM 4100-REDEEM-POINTS    THRU 4100-EXIT
               WHEN OTHER
                   MOVE 'INVALID KEY PRESSED' TO SCREEN-MESSAGE
                   PERFORM 8000-SEND-DATA-MAP THRU 8000-EXIT
           END-EVALUATE.

           EXEC CICS
               RETURN TRANSID('CRWD')
                      COMMAREA(DFHCOMMAREA)
                      LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  4000-LOOKUP-POINTS - ENTER KEY: DISPLAY THE POINTS OF THE
      *  ACCOUNT THE KEYED CARD BELONGS TO
      *****************************************************************
       4000-LOOKUP-POINTS.
           IF REQUESTED-CARD-NUM = SPACES
               MOVE 'ENTER A CARD NUMBER TO LOOK UP' TO SCREEN-MESSAGE
           ELSE
               PERFORM 4050-RESOLVE-ACCOUNT THRU 4050-EXIT
               IF ACCOUNT-RESOLVED
                   MOVE XREF-ACCT-ID TO RWD-ACCT-ID
                   EXEC CICS
                       READ DATASET('RWDFILE')
                            INTO(REWARDS-RECORD)
                            RIDFLD(RWD-ACCT-ID)
                            RESP(RWD-RESP-CD)
                   END-EXEC
                   IF RWD-RESP-CD = DFHRESP(NORMAL)
                       PERFORM 8200-MOVE-POINTS-TO-MAP THRU 8200-EXIT
                       MOVE 'KEY POINTS TO REDEEM (9 DIGITS), THEN PF5'
                           TO SCREEN-MESSAGE
                   ELSE
                       MOVE 'NO REWARDS POINTS ON FILE FOR THIS ACCOUNT'
                           TO SCREEN-MESSAGE
                   END-IF
               END-IF
           END-IF.
           PERFORM 8000-SEND-DATA-MAP THRU 8000-EXIT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4050-RESOLVE-ACCOUNT - RESOLVE THE KEYED CARD TO ITS OWNING
      *  ACCOUNT THROUGH XREFFILE AND READ THE ACCOUNT.  SETS THE
      *  SCREEN MESSAGE ITSELF WHEN EITHER IS NOT FOUND.
      *****************************************************************
       4050-RESOLVE-ACCOUNT.
           MOVE 'N'                TO ACCOUNT-RESOLVED-SW.
           MOVE SPACES             TO CORWD0AO.
           MOVE REQUESTED-CARD-NUM TO CRDNUMO.
           MOVE REQUESTED-CARD-NUM TO XREF-CARD-NUM.
           EXEC CICS
               READ DATASET('XREFFILE')
                    INTO(CARD-XREF-RECORD)
                    RIDFLD(XREF-CARD-NUM)
                    RESP(XREF-RESP-CD)
           END-EXEC.
           IF XREF-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'CARD NUMBER NOT FOUND' TO SCREEN-MESSAGE
           ELSE
               MOVE XREF-ACCT-ID TO ACCTIDO
               MOVE XREF-ACCT-ID TO ACCT-ID
               EXEC CICS
                   READ DATASET('ACCTFILE')
                        INTO(ACCOUNT-RECORD)
                        RIDFLD(ACCT-ID)
                        RESP(RESP-CD)
               END-EXEC
               IF RESP-CD = DFHRESP(NORMAL)
                   MOVE 'Y' TO ACCOUNT-RESOLVED-SW
               ELSE
                   MOVE 'ACCOUNT NOT FOUND FOR THIS CARD'
                       TO SCREEN-MESSAGE
               END-IF
           END-IF.
       4050-EXIT.
           EXIT.

      *****************************************************************
      *  4100-REDEEM-POINTS - PF5: EDIT THE REDEMPTION, THEN CHECK
      *  THE ACCOUNT AND ITS BALANCE BEFORE ANYTHING IS CHANGED
      *****************************************************************
       4100-REDEEM-POINTS.
           MOVE 'N' TO REDEEM-FAILED-SW.
           EVALUATE TRUE
               WHEN REQUESTED-CARD-NUM = SPACES
                   MOVE 'ENTER A CARD NUMBER ON THE ACCOUNT'
                       TO SCREEN-MESSAGE
               WHEN REDPTSI NOT NUMERIC
                   MOVE 'POINTS TO REDEEM MUST BE 9 DIGITS'
                       TO SCREEN-MESSAGE
               WHEN OTHER
                   MOVE REDPTSI TO REDEEM-POINTS-X
                   IF REDEEM-POINTS < RWD-MIN-REDEMPTION
                       MOVE RWD-MIN-REDEMPTION TO EDITED-POINTS
                       STRING 'MINIMUM REDEMPTION IS '
                              DELIMITED BY SIZE
                              EDITED-POINTS DELIMITED BY SIZE
                              ' POINTS'     DELIMITED BY SIZE
                              INTO SCREEN-MESSAGE
                   ELSE
                       PERFORM 4150-CHECK-BALANCE THRU 4150-EXIT
                   END-IF
           END-EVALUATE.
           PERFORM 8000-SEND-DATA-MAP THRU 8000-EXIT.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4150-CHECK-BALANCE - THE ACCOUNT MUST BE ACTIVE AND HOLD AT
      *  LEAST THE POINTS KEYED.  THE RWDFILE RECORD IS READ FOR
      *  UPDATE AND RELEASED IF THE REDEMPTION CANNOT GO AHEAD.
      *****************************************************************
       4150-CHECK-BALANCE.
           PERFORM 4050-RESOLVE-ACCOUNT THRU 4050-EXIT.
           IF ACCOUNT-RESOLVED
               IF ACCT-ACTIVE-STATUS NOT = 'Y'
                   MOVE 'ACCOUNT IS NOT ACTIVE - POINTS CANNOT BE USED'
                       TO SCREEN-MESSAGE
               ELSE
                   MOVE ACCT-ID TO RWD-ACCT-ID
                   EXEC CICS
                       READ DATASET('RWDFILE')
                            INTO(REWARDS-RECORD)
                            RIDFLD(RWD-ACCT-ID)
                            UPDATE
                            RESP(RWD-RESP-CD)
                   END-EXEC
                   IF RWD-RESP-CD NOT = DFHRESP(NORMAL)
                       MOVE 'NO REWARDS POINTS ON FILE FOR THIS ACCOUNT'
                           TO SCREEN-MESSAGE
                   ELSE
                       PERFORM 8200-MOVE-POINTS-TO-MAP THRU 8200-EXIT
                       IF RWD-POINTS-BAL < REDEEM-POINTS
                           EXEC CICS
                               UNLOCK DATASET('RWDFILE')
                           END-EXEC
                           MOVE 'NOT ENOUGH POINTS FOR THIS REDEMPTION'
                               TO SCREEN-MESSAGE
                       ELSE
                           PERFORM 4200-POST-REDEMPTION THRU 4200-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       4150-EXIT.
           EXIT.

      *****************************************************************
      *  4200-POST-REDEMPTION - THE UNIT OF WORK PROPER.  EACH STEP
      *  RUNS ONLY IF EVERY EARLIER STEP WORKED; THE FIRST FAILURE
      *  BACKS OUT THE WHOLE UNIT OF WORK.
      *****************************************************************
       4200-POST-REDEMPTION.
           PERFORM 4250-BUILD-TRAN-TS THRU 4250-EXIT.
           COMPUTE REDEEM-AMT = REDEEM-POINTS / RWD-POINTS-PER-DOLLAR.
           MOVE RWD-POINTS-BAL    TO RAI-POINTS-BAL.
           MOVE RWD-LIFE-REDEEMED TO RAI-LIFE-REDEEMED.
           MOVE SPACES            TO RAI-TRAN-ID.
           MOVE ZERO              TO RAI-CREDIT-AMT.
           MOVE REDEEM-AUDIT-IMAGE TO AUDIT-BEFORE-IMAGE.

           PERFORM 4300-WRITE-CREDIT-TRAN THRU 4300-EXIT.
           IF NOT REDEEM-FAILED
               PERFORM 4400-WRITE-REDEEM-HIST THRU 4400-EXIT
           END-IF.
           IF NOT REDEEM-FAILED
               PERFORM 4500-UPDATE-POINTS-BAL THRU 4500-EXIT
           END-IF.
           IF REDEEM-FAILED
               PERFORM 4900-BACK-OUT THRU 4900-EXIT
           ELSE
               PERFORM 8300-BUILD-AUDIT THRU 8300-EXIT
               MOVE 'POINTS REDEEMED - STATEMENT CREDIT RAISED'
                   TO SCREEN-MESSAGE
               PERFORM 8500-WRITE-AUDIT THRU 8500-EXIT
               PERFORM 8200-MOVE-POINTS-TO-MAP THRU 8200-EXIT
               MOVE REDEEM-AMT TO EDITED-AMOUNT
               MOVE EDITED-AMOUNT TO CRAMTO
               MOVE TRAN-ID       TO CRTRANO
           END-IF.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  4250-BUILD-TRAN-TS - TODAY'S DATE AND A DB2-STYLE TIMESTAMP
      *  FOR THE GENERATED CREDIT.  THE FRACTION DIGITS CARRY THE
      *  CICS TASK NUMBER, WHICH ALSO FEEDS THE GENERATED TRAN-ID SO
      *  TWO REDEMPTIONS IN THE SAME SECOND GET DISTINCT KEYS.
      *****************************************************************
       4250-BUILD-TRAN-TS.
           EXEC CICS
               ASKTIME ABSTIME(ABS-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABS-TIME)
                          YYYYMMDD(TODAY-YYYYMMDD)
           END-EXEC.
           MOVE TODAY-YYYYMMDD TO TODAY-NUMERIC.
           EXEC CICS
               FORMATTIME ABSTIME(ABS-TIME)
                          YYYYMMDD(AUDIT-DATE-X) DATESEP('-')
                          TIME(AUDIT-TIME-X) TIMESEP('.')
           END-EXEC.
           MOVE EIBTASKN TO AUDIT-TASKN.
           MOVE SPACES TO NEW-TRAN-TS.
           STRING AUDIT-DATE-X DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  AUDIT-TIME-X DELIMITED BY SIZE
                  '.'          DELIMITED BY SIZE
                  AUDIT-TASKN  DELIMITED BY SIZE
                  INTO NEW-TRAN-TS.
       4250-EXIT.
           EXIT.

      *****************************************************************
      *  4300-WRITE-CREDIT-TRAN - RAISE THE STATEMENT CREDIT
      *  (NEGATIVE AMOUNT) ONTO TRANFILE FOR CBTRN02C TO POST.  IT IS
      *  SYSTEM-GENERATED, SO IT EARNS NO POINTS OF ITS OWN.
      *****************************************************************
       4300-WRITE-CREDIT-TRAN.
           MOVE SPACES TO TRAN-RECORD.
           MOVE SPACES TO TRAN-ID.
           STRING 'RD'                DELIMITED BY SIZE
                  ACCT-ID             DELIMITED BY SIZE
                  AUDIT-TASKN (4:3)   DELIMITED BY SIZE
                  INTO TRAN-ID.
           MOVE '09'                 TO TRAN-TYPE-CD.
           MOVE 0001                 TO TRAN-CAT-CD.
           MOVE 'SYSTEM'             TO TRAN-SOURCE.
           MOVE 'REWARDS REDEMPTION CREDIT' TO TRAN-DESC.
           COMPUTE TRAN-AMT = ZERO - REDEEM-AMT.
           MOVE ZERO                 TO TRAN-MERCHANT-ID.
           MOVE SPACES               TO TRAN-MERCHANT-NAME.
           MOVE SPACES               TO TRAN-MERCHANT-CITY.
           MOVE SPACES               TO TRAN-MERCHANT-ZIP.
           MOVE REQUESTED-CARD-NUM   TO TRAN-CARD-NUM.
           MOVE NEW-TRAN-TS          TO TRAN-ORIG-TS.
           MOVE NEW-TRAN-TS          TO TRAN-PROC-TS.
           EXEC CICS
               WRITE DATASET('TRANFILE')
                     FROM(TRAN-RECORD)
                     RIDFLD(TRAN-ID)
                     RESP(RESP-CD)
           END-EXEC.
           IF RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO REDEEM-FAILED-SW
               MOVE 'REDEMPTION FAILED WRITING THE STATEMENT CREDIT'
                   TO SCREEN-MESSAGE
           END-IF.
       4300-EXIT.
           EXIT.

      *****************************************************************
      *  4400-WRITE-REDEEM-HIST - RECORD THE REDEMPTION ON RWDHIST
      *  UNDER THE CREDIT'S TRAN-ID
      *****************************************************************
       4400-WRITE-REDEEM-HIST.
           MOVE SPACES            TO REWARDS-HIST-RECORD.
           MOVE ACCT-ID           TO RWH-ACCT-ID.
           MOVE TRAN-ID           TO RWH-TRAN-ID.
           MOVE 'D'               TO RWH-ENTRY-TYPE.
           MOVE TODAY-NUMERIC     TO RWH-POST-DATE.
           COMPUTE RWH-POINTS = ZERO - REDEEM-POINTS.
           MOVE TRAN-AMT          TO RWH-TRAN-AMT.
           MOVE TRAN-TYPE-CD      TO RWH-TRAN-TYPE-CD.
           MOVE TRAN-CAT-CD       TO RWH-TRAN-CAT-CD.
           MOVE ZERO              TO RWH-EARN-RATE.
           MOVE ZERO              TO RWH-MULTIPLIER.
           MOVE 'CORWD00C'        TO RWH-SOURCE-PGM.
           MOVE CDEMO-USR-ID      TO RWH-OPER-ID.
           EXEC CICS
               WRITE DATASET('RWDHIST')
                     FROM(REWARDS-HIST-RECORD)
                     RIDFLD(RWH-KEY)
                     RESP(RESP-CD)
           END-EXEC.
           IF RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO REDEEM-FAILED-SW
               MOVE 'REDEMPTION FAILED WRITING THE POINTS HISTORY'
                   TO SCREEN-MESSAGE
           END-IF.
       4400-EXIT.
           EXIT.

      *****************************************************************
      *  4500-UPDATE-POINTS-BAL - TAKE THE POINTS OFF THE BALANCE
      *  READ FOR UPDATE IN 4150
      *****************************************************************
       4500-UPDATE-POINTS-BAL.
           SUBTRACT REDEEM-POINTS FROM RWD-POINTS-BAL.
           ADD REDEEM-POINTS      TO RWD-LIFE-REDEEMED.
           MOVE TODAY-NUMERIC     TO RWD-LAST-ACTIVITY-DATE.
           EXEC CICS
               REWRITE DATASET('RWDFILE')
                       FROM(REWARDS-RECORD)
                       RESP(RWD-RESP-CD)
           END-EXEC.
           IF RWD-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO REDEEM-FAILED-SW
               MOVE 'REDEMPTION FAILED UPDATING THE POINTS BALANCE'
                   TO SCREEN-MESSAGE
           END-IF.
       4500-EXIT.
           EXIT.

      *****************************************************************
      *  4900-BACK-OUT - A STEP FAILED.  ROLL BACK EVERY CHANGE MADE
      *  IN THIS UNIT OF WORK SO TRANFILE, RWDHIST AND RWDFILE ARE
      *  EXACTLY AS THEY WERE.  THE STEP'S MESSAGE STANDS.
      *****************************************************************
       4900-BACK-OUT.
           EXEC CICS
               SYNCPOINT ROLLBACK
           END-EXEC.
           MOVE SPACES TO CRAMTO.
           MOVE SPACES TO CRTRANO.
       4900-EXIT.
           EXIT.

      *****************************************************************
      *  7000-EXIT-TRANSACTION - PF3: LEAVE REWARDS REDEMPTION
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
               SEND MAP('CORWD0A')
                    MAPSET('CORWD00')
                    FROM(CORWD0AO)
                    DATAONLY
           END-EXEC.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  8100-SEND-INITIAL-MAP - FIRST DISPLAY OF THE SCREEN, ERASING
      *  WHATEVER WAS THERE BEFORE
      *****************************************************************
       8100-SEND-INITIAL-MAP.
           MOVE SPACES     TO CORWD0AO.
           MOVE SCREEN-MESSAGE TO ERRMSGO.
           EXEC CICS
               SEND MAP('CORWD0A')
                    MAPSET('CORWD00')
                    FROM(CORWD0AO)
                    ERASE
           END-EXEC.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  8200-MOVE-POINTS-TO-MAP - COPY THE CURRENT REWARDS-RECORD
      *  INTO THE OUTPUT MAP FIELDS
      *****************************************************************
       8200-MOVE-POINTS-TO-MAP.
           MOVE RWD-ACCT-ID        TO ACCTIDO.
           MOVE RWD-POINTS-BAL     TO EDITED-POINTS.
           MOVE EDITED-POINTS      TO PTSBALO.
           MOVE RWD-LIFE-EARNED    TO EDITED-POINTS.
           MOVE EDITED-POINTS      TO LIFERNO.
           MOVE RWD-LIFE-REDEEMED  TO EDITED-POINTS.
           MOVE EDITED-POINTS      TO LIFREDO.
           MOVE SPACES             TO CRAMTO.
           MOVE SPACES             TO CRTRANO.
       8200-EXIT.
           EXIT.

      *****************************************************************
      *  8300-BUILD-AUDIT - ONE AUDIT RECORD FOR THE REDEMPTION,
      *  KEYED BY THE ACCOUNT: THE BALANCE AND LIFETIME REDEEMED
      *  BEFORE, AND AFTER IT THE SAME WITH THE CREDIT RAISED
      *****************************************************************
       8300-BUILD-AUDIT.
           MOVE RWD-POINTS-BAL    TO RAI-POINTS-BAL.
           MOVE RWD-LIFE-REDEEMED TO RAI-LIFE-REDEEMED.
           MOVE TRAN-ID           TO RAI-TRAN-ID.
           MOVE REDEEM-AMT        TO RAI-CREDIT-AMT.
           MOVE REDEEM-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE.
           MOVE 'CRWD'            TO AUDIT-TRANID.
           MOVE 'RWDFILE'         TO AUDIT-FILE-NAME.
           MOVE SPACES            TO AUDIT-REC-KEY.
           MOVE ACCT-ID           TO AUDIT-REC-KEY (1:11).
       8300-EXIT.
           EXIT.

      *****************************************************************
      *  8500-WRITE-AUDIT - WRITE ONE AUDIT-RECORD TO AUDITLOG FOR
      *  THE REDEMPTION JUST COMPLETED.  THE CALLER HAS ALREADY
      *  FILLED AUDIT-TRANID, AUDIT-FILE-NAME, AUDIT-REC-KEY, AND THE
      *  BEFORE/AFTER IMAGES; THIS PARAGRAPH STAMPS THE TIMESTAMP
      *  AND OPERATOR AND WRITES THE RECORD.  THE FRACTION DIGITS OF
      *  THE TIMESTAMP CARRY THE CICS TASK NUMBER SO TWO UPDATES BY
      *  THE SAME OPERATOR IN THE SAME SECOND STILL GET DISTINCT
      *  AUDIT KEYS.  THE REDEMPTION HAS ALREADY SUCCEEDED, SO AN
      *  AUDIT WRITE FAILURE IS SURFACED TO THE OPERATOR BUT DOES
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
               MOVE 'POINTS REDEEMED BUT AUDIT WRITE FAILED'
                   TO SCREEN-MESSAGE
           END-IF.
       8500-EXIT.
           EXIT.
