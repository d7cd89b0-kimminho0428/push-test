      *  DATE       INIT  DESCRIPTION
      *  09/03/2026 AWS   INITIAL VERSION - ONLINE TRANSACTION DISPUTE
      *                   INTAKE AND RESOLUTION.
      *  10/15/2026 AWS   PF6 NOW ALSO TAKES BACK THE REWARDS POINTS
      *                   THE DISPUTED PURCHASE EARNED (ITS 'E' ENTRY
      *                   ON RWDHIST), AS A 'C' ENTRY AND A DEBIT TO
      *                   THE ACCOUNT'S RWDFILE BALANCE, IN THE SAME
      *                   UNIT OF WORK AS THE DISPUTE UPDATE.
      *  10/15/2026 AWS   A RESOLVED DISPUTE (PF6 OR PF7) NOW WRITES A
      *                   'DSPR' EVENT TO CORREVT SO CBCOR01C SENDS
      *                   THE CUSTOMER THE DISPUTE OUTCOME LETTER.
      *****************************************************************
      *  TRANSACTION CDSP, MAPSET CODISP0, MAP CODISP0A.
      *
      *    PF6   - RESOLVE IN THE CARDHOLDER'S FAVOUR: THE CREDIT
      *            BECOMES PERMANENT AND THE CONFIRMED CHARGEBACK
      *            SURFACES AS A DEDUCTION ON CBMER01C'S SETTLEMENT
      *            SUMMARY.  ANY REWARDS POINTS THE TRANSACTION
      *            EARNED ARE TAKEN BACK OFF RWDFILE; IF THAT FAILS
      *            THE WHOLE RESOLUTION IS ROLLED BACK AND THE DISPUTE
      *            STAYS OPEN
      *    PF7   - RESOLVE AGAINST THE CARDHOLDER: THE PROVISIONAL
      *            CREDIT IS TAKEN BACK WITH A RE-DEBIT (TRAN-TYPE-CD
      *            '07', TRAN-CAT-CD 0002)
      *  EVERY DISPFILE ADD OR REWRITE IS AUDITED TO AUDITLOG WITH
      *  THE OPERATOR ID FROM THE COMMAREA.  OPEN DISPUTES ARE AGED
      *  DAILY BY CBDSP01C.  A RESOLUTION EITHER WAY ALSO DROPS A
      *  'DSPR' CORRESPONDENCE EVENT ONTO CORREVT (SEE CORRREC) FOR
      *  THE NIGHTLY LETTER EXTRACT, CBCOR01C.
      *
      *  THIS TRANSACTION IS REACHED BY XCTL FROM THE SIGN-ON
      *  TRANSACTION, WHICH POPULATES THE STANDARD CARDDEMO-COMMAREA

       01  XREF-RESP-CD                 PIC S9(08) COMP VALUE ZERO.

       01  RWD-RESP-CD                  PIC S9(08) COMP VALUE ZERO.

       01  RWH-RESP-CD                  PIC S9(08) COMP VALUE ZERO.

       01  MAP-FAILURE-SW               PIC X(01) VALUE 'N'.
           88  MAP-FAILURE                  VALUE 'Y'.

           88  TRAN-FOUND                   VALUE 'Y'.
       01  DISP-FOUND-SW                PIC X(01) VALUE 'N'.
           88  DISP-FOUND                   VALUE 'Y'.
       01  POINTS-REVERSAL-SW           PIC X(01) VALUE 'N'.
           88  POINTS-REVERSED              VALUE 'Y'.
           88  POINTS-REVERSAL-FAILED       VALUE 'F'.
       01  REVERSE-POINTS               PIC S9(09) VALUE ZERO.

       01  AUDIT-RESP-CD                PIC S9(08) COMP VALUE ZERO.

       01  CORR-RESP-CD                 PIC S9(08) COMP VALUE ZERO.

       01  ABS-TIME                     PIC S9(15) COMP-3 VALUE ZERO.
       01  AUDIT-DATE-X                 PIC X(10) VALUE SPACES.
       01  AUDIT-TIME-X                 PIC X(08) VALUE SPACES.

           COPY XREFREC.

           COPY RWDREC.

           COPY RWDHREC.

           COPY CORRREC.

           COPY CODISP0A.

           COPY DFHAID.
           PERFORM 4250-READ-DISPUTE-UPDATE THRU 4250-EXIT.
           IF DISP-FOUND
               IF DISP-STATUS-OPEN
                   PERFORM 4210-CONFIRM-CHARGEBACK THRU 4210-EXIT
               ELSE
                   MOVE 'DISPUTE IS NOT OPEN' TO SCREEN-MESSAGE
               END-IF
           END-IF.
           PERFORM 8000-SEND-DATA-MAP THRU 8000-EXIT.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  4210-CONFIRM-CHARGEBACK - MARK THE OPEN DISPUTE RESOLVED IN
      *  THE CARDHOLDER'S FAVOUR AND TAKE BACK THE REWARDS POINTS THE
      *  TRANSACTION EARNED.  IF THE POINTS CANNOT BE TAKEN BACK THE
      *  DISPUTE UPDATE IS ROLLED BACK WITH THEM, SO THE DISPUTE
      *  STAYS OPEN AND PF6 CAN BE TRIED AGAIN.
      *****************************************************************
       4210-CONFIRM-CHARGEBACK.
           PERFORM 4170-GET-TODAY THRU 4170-EXIT.
           PERFORM 8300-BUILD-BEFORE-IMAGE THRU 8300-EXIT.
           MOVE 'W'           TO DISP-STATUS.
           MOVE TODAY-NUMERIC TO DISP-RESOLVE-DATE.
           MOVE CDEMO-USR-ID  TO DISP-OPER-ID.
           EXEC CICS
               REWRITE DATASET('DISPFILE')
                       FROM(DISPUTE-RECORD)
                       RESP(DISP-RESP-CD)
           END-EXEC.
           IF DISP-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'DISPUTE UPDATE FAILED' TO SCREEN-MESSAGE
           ELSE
               PERFORM 4400-REVERSE-POINTS THRU 4400-EXIT
               IF POINTS-REVERSAL-FAILED
                   EXEC CICS
                       SYNCPOINT ROLLBACK
                   END-EXEC
                   MOVE 'NOT CONFIRMED - REWARDS POINTS REVERSAL FAILED'
                       TO SCREEN-MESSAGE
               ELSE
                   PERFORM 8250-MOVE-DISPUTE-TO-MAP THRU 8250-EXIT
                   IF POINTS-REVERSED
                       MOVE 'CHARGEBACK CONFIRMED - POINTS TAKEN BACK'
                           TO SCREEN-MESSAGE
                   ELSE
                       MOVE 'CHARGEBACK CONFIRMED - CREDIT PERMANENT'
                           TO SCREEN-MESSAGE
                   END-IF
                   PERFORM 8400-BUILD-AFTER-IMAGE THRU 8400-EXIT
                   PERFORM 8500-WRITE-AUDIT       THRU 8500-EXIT
                   PERFORM 4500-WRITE-CORR-EVENT  THRU 4500-EXIT
               END-IF
           END-IF.
       4210-EXIT.
           EXIT.

      *****************************************************************
                       END-IF
                       PERFORM 8400-BUILD-AFTER-IMAGE THRU 8400-EXIT
                       PERFORM 8500-WRITE-AUDIT       THRU 8500-EXIT
                       PERFORM 4500-WRITE-CORR-EVENT  THRU 4500-EXIT
                   ELSE
                       MOVE 'DISPUTE UPDATE FAILED' TO SCREEN-MESSAGE
                   END-IF
       4250-EXIT.
           EXIT.

      *****************************************************************
      *  4400-REVERSE-POINTS - FIND THE POINTS THE DISPUTED PURCHASE
      *  EARNED (ITS 'E' ENTRY ON RWDHIST) AND TAKE THEM BACK WITH A
      *  'C' ENTRY UNDER THE SAME TRAN-ID.  A TRANSACTION THAT EARNED
      *  NOTHING REVERSES NOTHING; ONE WHOSE 'C' ENTRY IS ALREADY ON
      *  FILE HAS ALREADY BEEN TAKEN BACK.
      *****************************************************************
       4400-REVERSE-POINTS.
           MOVE 'N' TO POINTS-REVERSAL-SW.
           IF DISP-ACCT-ID NOT = ZERO
               MOVE DISP-ACCT-ID TO RWH-ACCT-ID
               MOVE DISP-TRAN-ID TO RWH-TRAN-ID
               MOVE 'E'          TO RWH-ENTRY-TYPE
               EXEC CICS
                   READ DATASET('RWDHIST')
                        INTO(REWARDS-HIST-RECORD)
                        RIDFLD(RWH-KEY)
                        RESP(RWH-RESP-CD)
               END-EXEC
               IF RWH-RESP-CD = DFHRESP(NORMAL)
                  AND RWH-POINTS NOT = ZERO
                   PERFORM 4410-WRITE-REVERSAL THRU 4410-EXIT
               END-IF
           END-IF.
       4400-EXIT.
           EXIT.

      *****************************************************************
      *  4410-WRITE-REVERSAL - WRITE THE 'C' ENTRY AND DEBIT THE
      *  ACCOUNT'S RWDFILE BALANCE BY THE POINTS EARNED
      *****************************************************************
       4410-WRITE-REVERSAL.
           COMPUTE REVERSE-POINTS = ZERO - RWH-POINTS.
           MOVE 'C'              TO RWH-ENTRY-TYPE.
           MOVE TODAY-NUMERIC    TO RWH-POST-DATE.
           MOVE REVERSE-POINTS   TO RWH-POINTS.
           MOVE 'CODISP0C'       TO RWH-SOURCE-PGM.
           MOVE CDEMO-USR-ID     TO RWH-OPER-ID.
           EXEC CICS
               WRITE DATASET('RWDHIST')
                     FROM(REWARDS-HIST-RECORD)
                     RIDFLD(RWH-KEY)
                     RESP(RWH-RESP-CD)
           END-EXEC.
           IF RWH-RESP-CD = DFHRESP(NORMAL)
               MOVE DISP-ACCT-ID TO RWD-ACCT-ID
               EXEC CICS
                   READ DATASET('RWDFILE')
                        INTO(REWARDS-RECORD)
                        RIDFLD(RWD-ACCT-ID)
                        UPDATE
                        RESP(RWD-RESP-CD)
               END-EXEC
               IF RWD-RESP-CD = DFHRESP(NORMAL)
                   ADD REVERSE-POINTS TO RWD-POINTS-BAL
                   SUBTRACT REVERSE-POINTS FROM RWD-LIFE-REVERSED
                   MOVE TODAY-NUMERIC TO RWD-LAST-ACTIVITY-DATE
                   EXEC CICS
                       REWRITE DATASET('RWDFILE')
                               FROM(REWARDS-RECORD)
                               RESP(RWD-RESP-CD)
                   END-EXEC
               END-IF
               IF RWD-RESP-CD = DFHRESP(NORMAL)
                   MOVE 'Y' TO POINTS-REVERSAL-SW
               ELSE
                   MOVE 'F' TO POINTS-REVERSAL-SW
               END-IF
           ELSE
               IF RWH-RESP-CD NOT = DFHRESP(DUPREC)
                   MOVE 'F' TO POINTS-REVERSAL-SW
               END-IF
           END-IF.
       4410-EXIT.
           EXIT.

      *****************************************************************
      *  4500-WRITE-CORR-EVENT - DROP THE 'DSPR' LETTER EVENT FOR THE
      *  DISPUTE JUST RESOLVED ONTO CORREVT.  THE CUSTOMER IS LEFT
      *  FOR CBCOR01C TO RESOLVE FROM THE CARD.  THE EVENT TIMESTAMP
      *  IS BUILT AS FOR A GENERATED TRANSACTION, WITH THE CICS TASK
      *  NUMBER IN THE FRACTION DIGITS.  THE RESOLUTION HAS ALREADY
      *  SUCCEEDED, SO A FAILED WRITE IS SURFACED TO THE OPERATOR
      *  BUT DOES NOT BACK IT OUT.
      *****************************************************************
       4500-WRITE-CORR-EVENT.
           PERFORM 5200-BUILD-TRAN-TS THRU 5200-EXIT.
           MOVE SPACES            TO CORR-EVENT-RECORD.
           MOVE NEW-TRAN-TS       TO CEV-EVENT-TS.
           MOVE 'CODISP0C'        TO CEV-SOURCE-PGM.
           MOVE 'DSPR'            TO CEV-LETTER-TYPE.
           MOVE TODAY-NUMERIC     TO CEV-EVENT-DATE.
           MOVE TODAY-NUMERIC     TO CEV-DEDUP-DATE.
           MOVE DISP-ACCT-ID      TO CEV-ACCT-ID.
           MOVE ZERO              TO CEV-CUST-ID.
           MOVE DISP-CARD-NUM     TO CEV-CARD-NUM.
           MOVE 'P'               TO CEV-STATUS.
           MOVE ZERO              TO CEV-EXTRACT-DATE.
           MOVE DISP-TRAN-ID      TO CEV-DSP-TRAN-ID.
           MOVE DISP-STATUS       TO CEV-DSP-OUTCOME.
           MOVE DISP-AMT          TO CEV-DSP-AMT.
           MOVE DISP-OPEN-DATE    TO CEV-DSP-OPEN-DATE.
           MOVE DISP-RESOLVE-DATE TO CEV-DSP-RESOLVE-DATE.
           EXEC CICS
               WRITE DATASET('CORREVT')
                     FROM(CORR-EVENT-RECORD)
                     RIDFLD(CEV-KEY)
                     RESP(CORR-RESP-CD)
           END-EXEC.
           IF CORR-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'DISPUTE RESOLVED BUT LETTER EVENT WRITE FAILED'
                   TO SCREEN-MESSAGE
           END-IF.
       4500-EXIT.
           EXIT.

      *****************************************************************
      *  5000-WRITE-PROV-CREDIT - RAISE THE PROVISIONAL CREDIT
      *  (NEGATIVE AMOUNT) ONTO TRANFILE FOR CBTRN02C TO POST
