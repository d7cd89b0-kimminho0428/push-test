       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COCRDRPC.
       AUTHOR.        AWS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *****************************************************************
      *  MODIFICATION LOG
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 AWS   INITIAL VERSION - LOST/STOLEN CARD
      *                   REPLACEMENT WITH XREF RE-POINTING AND
      *                   AUTHORIZATION HOLD CARRY-OVER.
      *****************************************************************
      *  TRANSACTION CCRP, MAPSET CCRDRP0, MAP CCRDRPA.
      *
      *  WHEN A CARDHOLDER REPORTS A CARD LOST OR STOLEN, THE OPERATOR
      *  KEYS THE CARD NUMBER AND ENTER DISPLAYS IT.  WITH A REASON OF
      *  'L' (LOST) OR 'S' (STOLEN) KEYED, PF5 REPLACES IT IN ONE
      *  UNIT OF WORK:
      *    - THE OLD CARD IS BLOCKED (CARD-ACTIVE-STATUS 'N') AND
      *      MARKED WITH THE NEW NUMBER, THE REASON AND THE TIME OF
      *      THE REPORT
      *    - A NEW CARD NUMBER (SAME BIN, NEW ACCOUNT DIGITS, LUHN
      *      CHECK DIGIT), A NEW CVV AND A NEW EXPIRATION DATE
      *      (REPLACE-CARD-YEARS OUT) ARE WRITTEN TO CARDFILE ON THE
      *      SAME CARD-ACCT-ID, PENDING EMBOSSING BY CBEMB01C
      *    - A NEW XREFFILE ENTRY LINKS THE NEW CARD TO THE SAME
      *      CUSTOMER AND ACCOUNT.  THE OLD CARD'S ENTRY IS KEPT, SO
      *      TRANSACTIONS STILL ARRIVING ON THE OLD NUMBER RESOLVE TO
      *      THE ACCOUNT AND POST; CBFRD01C FLAGS THEM FOR REVIEW.
      *    - EVERY AUTHHOLD HOLD ON THE OLD CARD IS RE-KEYED TO THE
      *      NEW CARD, KEEPING ITS TIMESTAMP, AMOUNT AND EXPIRY, SO
      *      THE ACCOUNT'S OPEN-TO-BUY IS UNCHANGED
      *  IF ANY STEP FAILS, EVERY CHANGE ALREADY MADE IS BACKED OUT
      *  WITH A SYNCPOINT ROLLBACK AND THE OLD CARD IS LEFT AS IT WAS.
      *  A CARD ALREADY REPLACED CANNOT BE REPLACED AGAIN; REPLACE
      *  ITS SUCCESSOR INSTEAD.  THE REPLACEMENT IS AUDITED TO
      *  AUDITLOG AGAINST THE OLD CARD NUMBER.
      *
      *  THIS TRANSACTION IS REACHED BY XCTL FROM THE SIGN-ON
      *  TRANSACTION, WHICH POPULATES THE STANDARD CARDDEMO-COMMAREA
      *  WITH THE OPERATOR'S OWN USER ID.  ANY SIGNED-ON OPERATOR MAY
      *  REPLACE A CARD; A COMMAREA IS REQUIRED ONLY AS PROOF OF
      *  SIGN-ON.
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  RESP-CD                      PIC S9(08) COMP VALUE ZERO.

       01  XREF-RESP-CD                 PIC S9(08) COMP VALUE ZERO.

       01  HOLD-RESP-CD                 PIC S9(08) COMP VALUE ZERO.

       01  MAP-FAILURE-SW               PIC X(01) VALUE 'N'.
           88  MAP-FAILURE                  VALUE 'Y'.

       01  SCREEN-MESSAGE                PIC X(78) VALUE SPACES.

       01  REQUESTED-CARD-NUM           PIC X(16) VALUE SPACES.
       01  REQUESTED-REASON             PIC X(01) VALUE SPACES.
           88  REASON-VALID                 VALUES 'L' 'S'.

      *  YEARS OF LIFE GIVEN TO A REPLACEMENT CARD, AND HOW MANY
      *  CANDIDATE NUMBERS ARE TRIED BEFORE GIVING UP
       01  REPLACE-CARD-YEARS           PIC 9(02) VALUE 3.
       01  MAX-NUMBER-TRIES             PIC 9(02) VALUE 10.

       01  REPLACE-FAILED-SW            PIC X(01) VALUE 'N'.
           88  REPLACE-FAILED               VALUE 'Y'.
       01  NUMBER-ASSIGNED-SW           PIC X(01) VALUE 'N'.
           88  NUMBER-ASSIGNED              VALUE 'Y'.
       01  HOLD-BROWSE-DONE-SW          PIC X(01) VALUE 'N'.
           88  HOLD-BROWSE-DONE             VALUE 'Y'.

       01  OLD-CARD-NUM                 PIC X(16) VALUE SPACES.
       01  OLD-CARD-STATUS              PIC X(01) VALUE SPACES.
       01  PROBE-CARD-RECORD            PIC X(150) VALUE SPACES.

      *  CANDIDATE CARD NUMBER - BIN FROM THE OLD CARD, NINE ACCOUNT
      *  DIGITS DERIVED FROM THE CLOCK AND TASK, AND A LUHN CHECK
      *  DIGIT IN POSITION 16
       01  NEW-CARD-NUM-N               PIC 9(16) VALUE ZERO.
       01  NEW-CARD-NUM-X REDEFINES NEW-CARD-NUM-N.
           05  NCN-BIN                  PIC 9(06).
           05  NCN-BODY                 PIC 9(09).
           05  NCN-CHECK-DIGIT          PIC 9(01).
       01  NEW-CARD-DIGITS REDEFINES NEW-CARD-NUM-N.
           05  NCN-DIGIT  OCCURS 16 TIMES
                          INDEXED BY NCN-IDX
                                     PIC 9(01).
       01  NEW-CARD-NUM                 PIC X(16) VALUE SPACES.
       01  NEW-CVV                      PIC 9(03) VALUE ZERO.
       01  NEW-EXPIRY-DATE              PIC X(10) VALUE SPACES.

       01  NUMBER-TRY-COUNT             PIC 9(02) VALUE ZERO.
       01  NUMBER-SEED                  PIC 9(15) VALUE ZERO.
       01  SEED-QUOTIENT                PIC 9(15) VALUE ZERO.
       01  LUHN-SUM                     PIC 9(04) VALUE ZERO.
       01  LUHN-PRODUCT                 PIC 9(02) VALUE ZERO.
       01  LUHN-DOUBLE-SW               PIC X(01) VALUE 'Y'.
           88  LUHN-DOUBLE                  VALUE 'Y'.
       01  LUHN-QUOTIENT                PIC 9(04) VALUE ZERO.
       01  LUHN-REMAINDER               PIC 9(02) VALUE ZERO.

       01  ABS-TIME                     PIC S9(15) COMP-3 VALUE ZERO.
       01  ABS-TIME-N                   PIC 9(15) VALUE ZERO.
       01  TODAY-YYYYMMDD               PIC X(08) VALUE SPACES.
       01  TODAY-PARTS REDEFINES TODAY-YYYYMMDD.
           05  TODAY-YYYY               PIC 9(04).
           05  TODAY-MM                 PIC X(02).
           05  TODAY-DD                 PIC X(02).
       01  EXPIRY-YYYY                  PIC 9(04) VALUE ZERO.
       01  EXPIRY-DD                    PIC X(02) VALUE SPACES.
       01  REPORT-DATE-X                PIC X(10) VALUE SPACES.
       01  REPORT-TIME-X                PIC X(08) VALUE SPACES.
       01  REPLACE-TS                   PIC X(19) VALUE SPACES.

      *  HOLDS ON THE OLD CARD, GATHERED BY A BROWSE BEFORE ANY OF
      *  THEM IS RE-KEYED
       01  HOLD-MOVE-CONTROL.
           05  HOLD-MOVE-COUNT          PIC 9(03) VALUE ZERO.
           05  HOLD-MOVE-MAX            PIC 9(03) VALUE 100.
       01  HOLD-MOVE-TABLE.
           05  HOLD-MOVE-ENTRY   OCCURS 100 TIMES
                                  INDEXED BY HOLD-MOVE-IDX
                                         PIC X(80).

       01  AUDIT-RESP-CD                PIC S9(08) COMP VALUE ZERO.
       01  AUDIT-DATE-X                 PIC X(10) VALUE SPACES.
       01  AUDIT-TIME-X                 PIC X(08) VALUE SPACES.
       01  AUDIT-TASKN                  PIC 9(06) VALUE ZERO.

       01  REPLACE-AUDIT-IMAGE.
           05  RAI-ACTIVE-STATUS        PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RAI-REPLACED-BY-NUM      PIC X(16).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RAI-REASON               PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RAI-HOLDS-MOVED          PIC 9(03).

           COPY AUDITREC.

           COPY CARDREC.

           COPY XREFREC.

           COPY AUTHHREC.

           COPY CCRDRPA.

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
               IF CDEMO-FROM-PROGRAM = 'COCRDRPC'
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
           MOVE 'PLEASE SIGN ON BEFORE USING CARD REPLACEMENT'
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
           MOVE 'COCRDRPC' TO CDEMO-FROM-PROGRAM.
           EXEC CICS
               RETURN TRANSID('CCRP')
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
                   RETURN TRANSID('CCRP')
                          COMMAREA(DFHCOMMAREA)
                          LENGTH(LENGTH OF DFHCOMMAREA)
               END-EXEC
           END-IF.

           EXEC CICS
               RECEIVE MAP('CCRDRPA')
                       MAPSET('CCRDRP0')
                       INTO(CCRDRPAI)
                       RESP(RESP-CD)
           END-EXEC.

           MOVE 'N' TO MAP-FAILURE-SW.
           IF RESP-CD = DFHRESP(MAPFAIL)
               MOVE 'Y'    TO MAP-FAILURE-SW
               MOVE SPACES TO CCRDRPAI
           END-IF.

           MOVE CRDNUMI TO REQUESTED-CARD-NUM.
           MOVE REASONI TO REQUESTED-REASON.

           EVALUATE EIBAID
               WHEN DFHPF3
                   PERFORM 7000-EXIT-TRANSACTION THRU 7000-EXIT
               WHEN DFHENTER
                   PERFORM 4000-LOOKUP-CARD      THRU 4000-EXIT
               WHEN DFHPF5
                   PERFORM 4100-REPLACE-CARD     THRU 4100-EXIT
               WHEN OTHER
                   MOVE 'INVALID KEY PRESSED' TO SCREEN-MESSAGE
                   PERFORM 8000-SEND-DATA-MAP THRU 8000-EXIT
           END-EVALUATE.

           EXEC CICS
               RETURN TRANSID('CCRP')
                      COMMAREA(DFHCOMMAREA)
                      LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  4000-LOOKUP-CARD - ENTER KEY: DISPLAY THE KEYED CARD, AND ITS
      *  REPLACEMENT IF IT HAS ALREADY BEEN REPLACED
      *****************************************************************
       4000-LOOKUP-CARD.
           IF REQUESTED-CARD-NUM = SPACES
               MOVE 'ENTER A CARD NUMBER TO LOOK UP' TO SCREEN-MESSAGE
           ELSE
               MOVE REQUESTED-CARD-NUM TO CARD-NUM
               EXEC CICS
                   READ DATASET('CARDFILE')
                        INTO(CARD-RECORD)
                        RIDFLD(CARD-NUM)
                        RESP(RESP-CD)
               END-EXEC
               IF RESP-CD = DFHRESP(NORMAL)
                   PERFORM 8200-MOVE-CARD-TO-MAP THRU 8200-EXIT
                   IF CARD-REPLACED-BY-NUM NOT = SPACES
                       MOVE CARD-REPLACED-BY-NUM TO NEWCRDO
                       MOVE 'CARD ALREADY REPLACED - NEW NUMBER SHOWN'
                           TO SCREEN-MESSAGE
                   ELSE
                       MOVE 'KEY REASON L OR S, THEN PF5 TO REPLACE'
                           TO SCREEN-MESSAGE
                   END-IF
               ELSE
                   MOVE 'CARD NUMBER NOT FOUND' TO SCREEN-MESSAGE
               END-IF
           END-IF.
           PERFORM 8000-SEND-DATA-MAP THRU 8000-EXIT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4100-REPLACE-CARD - PF5: BLOCK THE OLD CARD AND ISSUE ITS
      *  REPLACEMENT.  EACH STEP RUNS ONLY IF EVERY EARLIER STEP
      *  WORKED; THE FIRST FAILURE BACKS OUT THE WHOLE UNIT OF WORK.
      *****************************************************************
       4100-REPLACE-CARD.
           MOVE 'N' TO REPLACE-FAILED-SW.
           EVALUATE TRUE
               WHEN REQUESTED-CARD-NUM = SPACES
                   MOVE 'ENTER THE LOST OR STOLEN CARD NUMBER'
                       TO SCREEN-MESSAGE
               WHEN NOT REASON-VALID
                   MOVE 'REASON MUST BE L (LOST) OR S (STOLEN)'
                       TO SCREEN-MESSAGE
               WHEN OTHER
                   PERFORM 4150-READ-OLD-CARD THRU 4150-EXIT
           END-EVALUATE.
           PERFORM 8000-SEND-DATA-MAP THRU 8000-EXIT.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4150-READ-OLD-CARD - READ THE OLD CARD FOR UPDATE AND ITS
      *  XREFFILE ENTRY.  NOTHING HAS CHANGED YET, SO A CARD THAT
      *  CANNOT BE REPLACED IS SIMPLY RELEASED.
      *****************************************************************
       4150-READ-OLD-CARD.
           MOVE REQUESTED-CARD-NUM TO CARD-NUM.
           EXEC CICS
               READ DATASET('CARDFILE')
                    INTO(CARD-RECORD)
                    RIDFLD(CARD-NUM)
                    UPDATE
                    RESP(RESP-CD)
           END-EXEC.
           IF RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'CARD NUMBER NOT FOUND' TO SCREEN-MESSAGE
           ELSE
               MOVE CARD-NUM           TO OLD-CARD-NUM
               MOVE CARD-ACTIVE-STATUS TO OLD-CARD-STATUS
               MOVE CARD-NUM TO XREF-CARD-NUM
               EXEC CICS
                   READ DATASET('XREFFILE')
                        INTO(CARD-XREF-RECORD)
                        RIDFLD(XREF-CARD-NUM)
                        RESP(XREF-RESP-CD)
               END-EXEC
               EVALUATE TRUE
                   WHEN CARD-REPLACED-BY-NUM NOT = SPACES
                       EXEC CICS
                           UNLOCK DATASET('CARDFILE')
                       END-EXEC
                       PERFORM 8200-MOVE-CARD-TO-MAP THRU 8200-EXIT
                       MOVE CARD-REPLACED-BY-NUM TO NEWCRDO
                       MOVE 'ALREADY REPLACED - REPLACE THE NEW NUMBER'
                           TO SCREEN-MESSAGE
                   WHEN XREF-RESP-CD NOT = DFHRESP(NORMAL)
                     OR XREF-ACCT-ID NOT = CARD-ACCT-ID
                       EXEC CICS
                           UNLOCK DATASET('CARDFILE')
                       END-EXEC
                       MOVE 'CARD/ACCOUNT CROSS-REFERENCE MISMATCH'
                           TO SCREEN-MESSAGE
                   WHEN OTHER
                       PERFORM 4200-ISSUE-REPLACEMENT THRU 4200-EXIT
               END-EVALUATE
           END-IF.
       4150-EXIT.
           EXIT.

      *****************************************************************
      *  4200-ISSUE-REPLACEMENT - THE UNIT OF WORK PROPER
      *****************************************************************
       4200-ISSUE-REPLACEMENT.
           PERFORM 4250-GET-DATES THRU 4250-EXIT.
           PERFORM 4300-ASSIGN-CARD-NUM THRU 4300-EXIT.
           IF NOT NUMBER-ASSIGNED
               EXEC CICS
                   UNLOCK DATASET('CARDFILE')
               END-EXEC
               MOVE 'NO FREE CARD NUMBER FOUND - TRY AGAIN'
                   TO SCREEN-MESSAGE
           ELSE
               PERFORM 4400-BLOCK-OLD-CARD THRU 4400-EXIT
               IF NOT REPLACE-FAILED
                   PERFORM 4500-WRITE-NEW-CARD THRU 4500-EXIT
               END-IF
               IF NOT REPLACE-FAILED
                   PERFORM 4600-WRITE-NEW-XREF THRU 4600-EXIT
               END-IF
               IF NOT REPLACE-FAILED
                   PERFORM 4700-MOVE-HOLDS THRU 4700-EXIT
               END-IF
               IF REPLACE-FAILED
                   PERFORM 4900-BACK-OUT THRU 4900-EXIT
               ELSE
                   PERFORM 8300-BUILD-AUDIT THRU 8300-EXIT
                   MOVE 'CARD REPLACED - OLD CARD BLOCKED'
                       TO SCREEN-MESSAGE
                   PERFORM 8500-WRITE-AUDIT THRU 8500-EXIT
                   PERFORM 8200-MOVE-CARD-TO-MAP THRU 8200-EXIT
                   MOVE OLD-CARD-NUM    TO CRDNUMO
                   MOVE 'N'             TO ACTSTO
                   MOVE NEW-CARD-NUM    TO NEWCRDO
                   MOVE NEW-EXPIRY-DATE TO NEWEXPO
               END-IF
           END-IF.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  4250-GET-DATES - TODAY, THE TIME OF THE REPORT, AND THE NEW
      *  CARD'S EXPIRATION DATE ('YYYY-MM-DD', REPLACE-CARD-YEARS ON
      *  FROM TODAY; 29 FEBRUARY BECOMES THE 28TH)
      *****************************************************************
       4250-GET-DATES.
           EXEC CICS
               ASKTIME ABSTIME(ABS-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABS-TIME)
                          YYYYMMDD(TODAY-YYYYMMDD)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABS-TIME)
                          YYYYMMDD(REPORT-DATE-X) DATESEP('-')
                          TIME(REPORT-TIME-X) TIMESEP('.')
           END-EXEC.
           MOVE SPACES TO REPLACE-TS.
           STRING REPORT-DATE-X DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  REPORT-TIME-X DELIMITED BY SIZE
                  INTO REPLACE-TS.

           COMPUTE EXPIRY-YYYY = TODAY-YYYY + REPLACE-CARD-YEARS.
           MOVE TODAY-DD TO EXPIRY-DD.
           IF TODAY-MM = '02' AND TODAY-DD = '29'
               MOVE '28' TO EXPIRY-DD
           END-IF.
           MOVE SPACES TO NEW-EXPIRY-DATE.
           STRING EXPIRY-YYYY DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  TODAY-MM    DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  EXPIRY-DD   DELIMITED BY SIZE
                  INTO NEW-EXPIRY-DATE.
           MOVE ABS-TIME TO ABS-TIME-N.
       4250-EXIT.
           EXIT.

      *****************************************************************
      *  4300-ASSIGN-CARD-NUM - GENERATE CANDIDATE NUMBERS UNTIL ONE
      *  IS NOT ALREADY ON CARDFILE, UP TO MAX-NUMBER-TRIES
      *****************************************************************
       4300-ASSIGN-CARD-NUM.
           MOVE 'N'  TO NUMBER-ASSIGNED-SW.
           MOVE ZERO TO NUMBER-TRY-COUNT.
           PERFORM 4310-TRY-ONE-NUMBER THRU 4310-EXIT
                   UNTIL NUMBER-ASSIGNED
                   OR NUMBER-TRY-COUNT >= MAX-NUMBER-TRIES.
       4300-EXIT.
           EXIT.

      *****************************************************************
      *  4310-TRY-ONE-NUMBER - BUILD ONE CANDIDATE AND PROBE CARDFILE
      *  FOR IT.  THE CVV IS TAKEN FROM THE SAME SEED AND IS NEVER
      *  THE OLD CARD'S.
      *****************************************************************
       4310-TRY-ONE-NUMBER.
           ADD 1 TO NUMBER-TRY-COUNT.
           COMPUTE NUMBER-SEED = ABS-TIME-N
                               + EIBTASKN * 7919
                               + NUMBER-TRY-COUNT * 104729.
           MOVE CARD-NUM (1:6) TO NCN-BIN.
           DIVIDE NUMBER-SEED BY 1000000000
               GIVING SEED-QUOTIENT REMAINDER NCN-BODY.
           DIVIDE SEED-QUOTIENT BY 1000
               GIVING SEED-QUOTIENT REMAINDER NEW-CVV.
           IF NEW-CVV = CARD-CVV-CD
               IF NEW-CVV = 999
                   MOVE ZERO TO NEW-CVV
               ELSE
                   ADD 1 TO NEW-CVV
               END-IF
           END-IF.
           PERFORM 4350-SET-CHECK-DIGIT THRU 4350-EXIT.
           MOVE NEW-CARD-NUM-X TO NEW-CARD-NUM.

           IF NEW-CARD-NUM NOT = CARD-NUM
               EXEC CICS
                   READ DATASET('CARDFILE')
                        INTO(PROBE-CARD-RECORD)
                        RIDFLD(NEW-CARD-NUM)
                        RESP(RESP-CD)
               END-EXEC
               IF RESP-CD = DFHRESP(NOTFND)
                   MOVE 'Y' TO NUMBER-ASSIGNED-SW
               END-IF
           END-IF.
       4310-EXIT.
           EXIT.

      *****************************************************************
      *  4350-SET-CHECK-DIGIT - LUHN (MOD 10) CHECK DIGIT OVER THE
      *  FIRST 15 DIGITS, DOUBLING EVERY SECOND DIGIT FROM THE RIGHT
      *  STARTING WITH DIGIT 15
      *****************************************************************
       4350-SET-CHECK-DIGIT.
           MOVE ZERO TO LUHN-SUM.
           MOVE 'Y'  TO LUHN-DOUBLE-SW.
           PERFORM 4360-ADD-ONE-DIGIT THRU 4360-EXIT
                   VARYING NCN-IDX FROM 15 BY -1
                   UNTIL NCN-IDX < 1.
           DIVIDE LUHN-SUM BY 10
               GIVING LUHN-QUOTIENT REMAINDER LUHN-REMAINDER.
           IF LUHN-REMAINDER = ZERO
               MOVE ZERO TO NCN-CHECK-DIGIT
           ELSE
               COMPUTE NCN-CHECK-DIGIT = 10 - LUHN-REMAINDER
           END-IF.
       4350-EXIT.
           EXIT.

      *****************************************************************
      *  4360-ADD-ONE-DIGIT - ONE DIGIT INTO THE LUHN SUM
      *****************************************************************
       4360-ADD-ONE-DIGIT.
           IF LUHN-DOUBLE
               COMPUTE LUHN-PRODUCT = NCN-DIGIT (NCN-IDX) * 2
               IF LUHN-PRODUCT > 9
                   SUBTRACT 9 FROM LUHN-PRODUCT
               END-IF
               ADD LUHN-PRODUCT TO LUHN-SUM
               MOVE 'N' TO LUHN-DOUBLE-SW
           ELSE
               ADD NCN-DIGIT (NCN-IDX) TO LUHN-SUM
               MOVE 'Y' TO LUHN-DOUBLE-SW
           END-IF.
       4360-EXIT.
           EXIT.

      *****************************************************************
      *  4400-BLOCK-OLD-CARD - BLOCK THE OLD CARD AND POINT IT AT ITS
      *  REPLACEMENT
      *****************************************************************
       4400-BLOCK-OLD-CARD.
           MOVE 'N'              TO CARD-ACTIVE-STATUS.
           MOVE NEW-CARD-NUM     TO CARD-REPLACED-BY-NUM.
           MOVE REQUESTED-REASON TO CARD-REPLACE-REASON.
           MOVE REPLACE-TS       TO CARD-REPLACE-TS.
           EXEC CICS
               REWRITE DATASET('CARDFILE')
                       FROM(CARD-RECORD)
                       RESP(RESP-CD)
           END-EXEC.
           IF RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO REPLACE-FAILED-SW
               MOVE 'REPLACEMENT FAILED BLOCKING THE OLD CARD'
                   TO SCREEN-MESSAGE
           END-IF.
       4400-EXIT.
           EXIT.

      *****************************************************************
      *  4500-WRITE-NEW-CARD - THE REPLACEMENT CARD, ON THE SAME
      *  ACCOUNT UNDER THE SAME EMBOSSED NAME, ACTIVE AND AWAITING
      *  EMBOSSING
      *****************************************************************
       4500-WRITE-NEW-CARD.
           MOVE NEW-CARD-NUM     TO CARD-NUM.
           MOVE NEW-CVV          TO CARD-CVV-CD.
           MOVE NEW-EXPIRY-DATE  TO CARD-EXPIRAION-DATE.
           MOVE 'Y'              TO CARD-ACTIVE-STATUS.
           MOVE SPACES           TO CARD-REPLACED-BY-NUM.
           MOVE OLD-CARD-NUM     TO CARD-REPLACES-NUM.
           MOVE 'P'              TO CARD-EMBOSS-STATUS.
           EXEC CICS
               WRITE DATASET('CARDFILE')
                     FROM(CARD-RECORD)
                     RIDFLD(CARD-NUM)
                     RESP(RESP-CD)
           END-EXEC.
           IF RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO REPLACE-FAILED-SW
               MOVE 'REPLACEMENT FAILED WRITING THE NEW CARD'
                   TO SCREEN-MESSAGE
           END-IF.
       4500-EXIT.
           EXIT.

      *****************************************************************
      *  4600-WRITE-NEW-XREF - LINK THE NEW CARD TO THE OLD CARD'S
      *  CUSTOMER AND ACCOUNT.  THE OLD CARD'S ENTRY STAYS.
      *****************************************************************
       4600-WRITE-NEW-XREF.
           MOVE NEW-CARD-NUM TO XREF-CARD-NUM.
           EXEC CICS
               WRITE DATASET('XREFFILE')
                     FROM(CARD-XREF-RECORD)
                     RIDFLD(XREF-CARD-NUM)
                     RESP(XREF-RESP-CD)
           END-EXEC.
           IF XREF-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO REPLACE-FAILED-SW
               MOVE 'REPLACEMENT FAILED WRITING THE NEW XREF'
                   TO SCREEN-MESSAGE
           END-IF.
       4600-EXIT.
           EXIT.

      *****************************************************************
      *  4700-MOVE-HOLDS - RE-KEY THE OLD CARD'S AUTHORIZATION HOLDS
      *  TO THE NEW CARD.  THE HOLDS ARE GATHERED FIRST AND THE
      *  BROWSE ENDED, THEN EACH IS WRITTEN UNDER THE NEW CARD AND
      *  DELETED FROM THE OLD.
      *****************************************************************
       4700-MOVE-HOLDS.
           MOVE ZERO       TO HOLD-MOVE-COUNT.
           MOVE 'N'        TO HOLD-BROWSE-DONE-SW.
           MOVE OLD-CARD-NUM TO AH-CARD-NUM.
           MOVE LOW-VALUES TO AH-HOLD-TS.
           EXEC CICS
               STARTBR DATASET('AUTHHOLD')
                       RIDFLD(AH-KEY)
                       GTEQ
                       RESP(HOLD-RESP-CD)
           END-EXEC.
           IF HOLD-RESP-CD = DFHRESP(NORMAL)
               PERFORM 4710-GATHER-ONE-HOLD THRU 4710-EXIT
                       UNTIL HOLD-BROWSE-DONE
               EXEC CICS
                   ENDBR DATASET('AUTHHOLD')
               END-EXEC
           END-IF.
           IF NOT REPLACE-FAILED
              AND HOLD-MOVE-COUNT > 0
               PERFORM 4720-REKEY-ONE-HOLD THRU 4720-EXIT
                       VARYING HOLD-MOVE-IDX FROM 1 BY 1
                       UNTIL HOLD-MOVE-IDX > HOLD-MOVE-COUNT
                       OR REPLACE-FAILED
           END-IF.
       4700-EXIT.
           EXIT.

      *****************************************************************
      *  4710-GATHER-ONE-HOLD - READ THE NEXT HOLD; STOP AT END OF
      *  FILE OR THE NEXT CARD
      *****************************************************************
       4710-GATHER-ONE-HOLD.
           EXEC CICS
               READNEXT DATASET('AUTHHOLD')
                        INTO(AUTH-HOLD-RECORD)
                        RIDFLD(AH-KEY)
                        RESP(HOLD-RESP-CD)
           END-EXEC.
           EVALUATE TRUE
               WHEN HOLD-RESP-CD NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO HOLD-BROWSE-DONE-SW
               WHEN AH-CARD-NUM NOT = OLD-CARD-NUM
                   MOVE 'Y' TO HOLD-BROWSE-DONE-SW
               WHEN HOLD-MOVE-COUNT >= HOLD-MOVE-MAX
                   MOVE 'Y' TO HOLD-BROWSE-DONE-SW
                   MOVE 'Y' TO REPLACE-FAILED-SW
                   MOVE 'REPLACEMENT FAILED - TOO MANY OPEN HOLDS'
                       TO SCREEN-MESSAGE
               WHEN OTHER
                   ADD 1 TO HOLD-MOVE-COUNT
                   MOVE AUTH-HOLD-RECORD
                       TO HOLD-MOVE-ENTRY (HOLD-MOVE-COUNT)
           END-EVALUATE.
       4710-EXIT.
           EXIT.

      *****************************************************************
      *  4720-REKEY-ONE-HOLD - WRITE THE HOLD UNDER THE NEW CARD,
      *  KEEPING ITS TIMESTAMP, THEN DELETE IT FROM THE OLD CARD
      *****************************************************************
       4720-REKEY-ONE-HOLD.
           MOVE HOLD-MOVE-ENTRY (HOLD-MOVE-IDX) TO AUTH-HOLD-RECORD.
           MOVE NEW-CARD-NUM TO AH-CARD-NUM.
           EXEC CICS
               WRITE DATASET('AUTHHOLD')
                     FROM(AUTH-HOLD-RECORD)
                     RIDFLD(AH-KEY)
                     RESP(HOLD-RESP-CD)
           END-EXEC.
           IF HOLD-RESP-CD = DFHRESP(NORMAL)
               MOVE OLD-CARD-NUM TO AH-CARD-NUM
               EXEC CICS
                   DELETE DATASET('AUTHHOLD')
                          RIDFLD(AH-KEY)
                          RESP(HOLD-RESP-CD)
               END-EXEC
           END-IF.
           IF HOLD-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO REPLACE-FAILED-SW
               MOVE 'REPLACEMENT FAILED MOVING AUTHORIZATION HOLDS'
                   TO SCREEN-MESSAGE
           END-IF.
       4720-EXIT.
           EXIT.

      *****************************************************************
      *  4900-BACK-OUT - A STEP FAILED.  ROLL BACK EVERY CHANGE MADE
      *  IN THIS UNIT OF WORK SO THE OLD CARD, XREFFILE AND AUTHHOLD
      *  ARE EXACTLY AS THEY WERE.  THE STEP'S MESSAGE STANDS.
      *****************************************************************
       4900-BACK-OUT.
           EXEC CICS
               SYNCPOINT ROLLBACK
           END-EXEC.
           MOVE SPACES       TO NEWCRDO.
           MOVE SPACES       TO NEWEXPO.
       4900-EXIT.
           EXIT.

      *****************************************************************
      *  7000-EXIT-TRANSACTION - PF3: LEAVE CARD REPLACEMENT
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
               SEND MAP('CCRDRPA')
                    MAPSET('CCRDRP0')
                    FROM(CCRDRPAO)
                    DATAONLY
           END-EXEC.
       8000-EXIT.
           EXIT.

      *****************************************************************
      *  8100-SEND-INITIAL-MAP - FIRST DISPLAY OF THE SCREEN, ERASING
      *  WHATEVER WAS THERE BEFORE
      *****************************************************************
       8100-SEND-INITIAL-MAP.
           MOVE SPACES     TO CCRDRPAO.
           MOVE SCREEN-MESSAGE TO ERRMSGO.
           EXEC CICS
               SEND MAP('CCRDRPA')
                    MAPSET('CCRDRP0')
                    FROM(CCRDRPAO)
                    ERASE
           END-EXEC.
       8100-EXIT.
           EXIT.

      *****************************************************************
      *  8200-MOVE-CARD-TO-MAP - COPY THE CURRENT CARD-RECORD INTO THE
      *  OUTPUT MAP FIELDS.  THE CVV IS NEVER DISPLAYED.
      *****************************************************************
       8200-MOVE-CARD-TO-MAP.
           MOVE CARD-NUM             TO CRDNUMO.
           MOVE CARD-ACCT-ID         TO ACCTIDO.
           MOVE CARD-EMBOSSED-NAME   TO EMBNAMO.
           MOVE CARD-ACTIVE-STATUS   TO ACTSTO.
           MOVE SPACES               TO NEWCRDO.
           MOVE SPACES               TO NEWEXPO.
       8200-EXIT.
           EXIT.

      *****************************************************************
      *  8300-BUILD-AUDIT - ONE AUDIT RECORD FOR THE REPLACEMENT,
      *  KEYED BY THE OLD CARD: ITS STATUS BEFORE, AND AFTER IT THE
      *  BLOCK, THE NEW NUMBER, THE REASON AND THE HOLDS MOVED
      *****************************************************************
       8300-BUILD-AUDIT.
           MOVE OLD-CARD-STATUS  TO RAI-ACTIVE-STATUS.
           MOVE SPACES           TO RAI-REPLACED-BY-NUM.
           MOVE SPACES           TO RAI-REASON.
           MOVE ZERO             TO RAI-HOLDS-MOVED.
           MOVE REPLACE-AUDIT-IMAGE TO AUDIT-BEFORE-IMAGE.
           MOVE 'N'              TO RAI-ACTIVE-STATUS.
           MOVE NEW-CARD-NUM     TO RAI-REPLACED-BY-NUM.
           MOVE REQUESTED-REASON TO RAI-REASON.
           MOVE HOLD-MOVE-COUNT  TO RAI-HOLDS-MOVED.
           MOVE REPLACE-AUDIT-IMAGE TO AUDIT-AFTER-IMAGE.
           MOVE 'CCRP'           TO AUDIT-TRANID.
           MOVE 'CARDFILE'       TO AUDIT-FILE-NAME.
           MOVE SPACES           TO AUDIT-REC-KEY.
           MOVE OLD-CARD-NUM     TO AUDIT-REC-KEY (1:16).
       8300-EXIT.
           EXIT.

      *****************************************************************
      *  8500-WRITE-AUDIT - WRITE ONE AUDIT-RECORD TO AUDITLOG FOR
      *  THE REPLACEMENT JUST COMPLETED.  THE CALLER HAS ALREADY
      *  FILLED AUDIT-TRANID, AUDIT-FILE-NAME, AUDIT-REC-KEY, AND THE
      *  BEFORE/AFTER IMAGES; THIS PARAGRAPH STAMPS THE TIMESTAMP
      *  AND OPERATOR AND WRITES THE RECORD.  THE FRACTION DIGITS OF
      *  THE TIMESTAMP CARRY THE CICS TASK NUMBER SO TWO UPDATES BY
      *  THE SAME OPERATOR IN THE SAME SECOND STILL GET DISTINCT
      *  AUDIT KEYS.  THE REPLACEMENT HAS ALREADY SUCCEEDED, SO AN
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
               MOVE 'CARD REPLACED BUT AUDIT WRITE FAILED'
                   TO SCREEN-MESSAGE
           END-IF.
       8500-EXIT.
           EXIT.
