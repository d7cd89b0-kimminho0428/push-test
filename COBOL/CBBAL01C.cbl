      *                   RUN MARKED FAILED ON RUNCTL, WHICH IS WHAT
      *                   CBEOD01C CHECKS BEFORE ADVANCING THE
      *                   BUSINESS DATE.
      *  10/15/2026 AWS   RECOVERIES ON CHARGED-OFF ACCOUNTS ARE
      *                   CREDITS THAT DO NOT MOVE ACCT-CURR-BAL, SO
      *                   CTL-TOTAL-RECOVERIES IS SUMMED AND ADDED
      *                   BACK INTO THE EXPECTED NET MOVEMENT.
      *  10/15/2026 AWS   ADDED THE INTAKE PROOF.  THE CONTROL RECORD
      *                   OF THE INTAKE RUN, CBTIN01C, IS KEPT OUT OF
      *                   THE POSTING SUMS AND INSTEAD PROVES THAT
      *                   WHAT WAS RECEIVED FROM THE PROCESSOR EQUALS
      *                   WHAT WAS LOADED TO TRANFILE PLUS THE DAY'S
      *                   INTAKE REJECTS ON SUSPFILE, BY COUNT AND BY
      *                   AMOUNT.  A DIFFERENCE FLAGS THE RUN OUT OF
      *                   BALANCE.
      *****************************************************************
      *  THIS PROGRAM RUNS AFTER THE FINANCIAL BATCHES AND BEFORE THE
      *  ONLINE DAY OPENS.  IT PROVES THAT THE MONEY THE BATCHES SAY
      *       DIFFERENCE IS THE ACTUAL DAY-OVER-DAY NET MOVEMENT.
      *    3. EVERY CONTROL-TOTALS-RECORD ON CTLFILE FOR THE RUN
      *       DATE IS LISTED AND ITS DEBITS AND CREDITS SUMMED.
      *       DEBITS LESS CREDITS IS THE EXPECTED NET MOVEMENT,
      *       EXCEPT THAT RECOVERIES (CREDITS ON CHARGED-OFF
      *       ACCOUNTS, WHOSE BALANCE STAYS AT ZERO) ARE ADDED BACK.
      *    4. ANY DIFFERENCE BETWEEN ACTUAL AND EXPECTED MOVEMENT IS
      *       FLAGGED OUT-OF-BALANCE ON THE REPORT AND THE RUN ENDS
      *       WITH RETURN CODE 8 SO THE SCHEDULER CAN HOLD THE
      *       ONLINE OPEN.
      *    5. THE INTAKE RUN'S CONTROL RECORD (CBTIN01C) MOVES NO
      *       MONEY AND IS NOT PART OF STEPS 3 AND 4.  INSTEAD, THE
      *       DETAILS IT RECEIVED MUST EQUAL THE DETAILS IT LOADED TO
      *       TRANFILE PLUS ITS REJECTS ON SUSPFILE FOR THE RUN DATE
      *       ('DUPT'/'DUPC'), BY COUNT AND BY NET AMOUNT.  ANY
      *       DIFFERENCE IS FLAGGED OUT-OF-BALANCE THE SAME WAY.
      *  THE SNAPSHOT IS THEN REWRITTEN WITH TODAY'S TOTAL.  ON THE
      *  VERY FIRST RUN THERE IS NO PRIOR SNAPSHOT; A BASELINE IS
      *  TAKEN AND NO COMPARISON IS MADE.
                  RECORD KEY   IS SNAP-ID
                  FILE STATUS  IS SNAP-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS SUSP-TRAN-ID
                  FILE STATUS  IS SUSP-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO   RPTFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.
       FD  SNAPSHOT-FILE.
           COPY BALSNAP.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                  PIC X(133).
           88  SNAP-FILE-NOT-FOUND          VALUE '35'.
       77  RPT-FILE-STATUS              PIC X(02) VALUE '00'.
           88  RPT-FILE-STATUS-OK           VALUE '00'.
       77  SUSP-FILE-STATUS             PIC X(02) VALUE '00'.
           88  SUSP-FILE-STATUS-OK          VALUE '00'.
           88  SUSP-FILE-NOT-FOUND          VALUE '35'.

       77  END-OF-ACCT-FILE-SW          PIC X(01) VALUE 'N'.
           88  END-OF-ACCT-FILE             VALUE 'Y'.
           88  SNAP-FOUND                   VALUE 'Y'.
       77  OUT-OF-BALANCE-SW            PIC X(01) VALUE 'N'.
           88  RUN-OUT-OF-BALANCE           VALUE 'Y'.
       77  END-OF-SUSP-FILE-SW          PIC X(01) VALUE 'N'.
           88  END-OF-SUSP-FILE             VALUE 'Y'.
       77  INTAKE-OUT-OF-BALANCE-SW     PIC X(01) VALUE 'N'.
           88  INTAKE-OUT-OF-BALANCE        VALUE 'Y'.

       77  ACCOUNTS-READ                PIC 9(09) COMP VALUE ZERO.
       77  CTL-RECORDS-SELECTED         PIC 9(09) COMP VALUE ZERO.
       77  INTAKE-CTL-SELECTED          PIC 9(09) COMP VALUE ZERO.
       77  INTAKE-RECEIVED-COUNT        PIC 9(09) COMP VALUE ZERO.
       77  INTAKE-LOADED-COUNT          PIC 9(09) COMP VALUE ZERO.
       77  INTAKE-REJECTED-COUNT        PIC 9(09) COMP VALUE ZERO.
       77  SUSP-INTAKE-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  INTAKE-COUNT-DIFFERENCE      PIC S9(09) COMP VALUE ZERO.

       77  TODAY-TOTAL-BAL              PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  PRIOR-TOTAL-BAL              PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  BALANCE-DIFFERENCE           PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  SUM-TOTAL-DEBITS             PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  SUM-TOTAL-CREDITS            PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  SUM-TOTAL-RECOVERIES         PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  INTAKE-RECEIVED-AMT          PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  INTAKE-LOADED-AMT            PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  SUSP-INTAKE-AMT              PIC S9(15)V99 COMP-3 VALUE ZERO.
       77  INTAKE-AMT-DIFFERENCE        PIC S9(15)V99 COMP-3 VALUE ZERO.

       77  RPT-DATE-PARM                PIC X(08) VALUE SPACES.
       77  RPT-DATE-YYYYMMDD            PIC 9(08) VALUE ZERO.
       77  GATE-TIME                    PIC 9(08) VALUE ZERO.
       77  GATE-TS                      PIC X(26) VALUE SPACES.

      *****************************************************************
      *  AN INTAKE REJECT'S TRANSACTION, UNPACKED FROM SUSP-TRAN-IMAGE
      *****************************************************************
           COPY TRANREC.

       01  HEADING-LINE-1.
           05  FILLER                   PIC X(01) VALUE '1'.
           05  BL-AMOUNT                PIC ----,---,---,---,--9.99.
           05  FILLER                   PIC X(69) VALUE SPACES.

       01  INTAKE-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  IL-LABEL                 PIC X(40).
           05  IL-COUNT                 PIC ---,---,--9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  IL-AMOUNT                PIC ----,---,---,---,--9.99.
           05  FILLER                   PIC X(56) VALUE SPACES.

       01  VERDICT-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  VL-TEXT                  PIC X(60).
                   UNTIL END-OF-ACCT-FILE.
           PERFORM 3000-LIST-CONTROLS   THRU 3000-EXIT.
           PERFORM 4000-BALANCE         THRU 4000-EXIT.
           PERFORM 4200-PROVE-INTAKE    THRU 4200-EXIT.
           PERFORM 4500-SAVE-SNAPSHOT   THRU 4500-EXIT.
           PERFORM 5000-FINALIZE        THRU 5000-EXIT.
           GOBACK.

           PERFORM 1100-OPEN-SNAPSHOT-FILE THRU 1100-EXIT.

           OPEN INPUT  SUSPENSE-FILE.
           IF SUSP-FILE-NOT-FOUND
               MOVE 'Y' TO END-OF-SUSP-FILE-SW
           ELSE
               IF NOT SUSP-FILE-STATUS-OK
                   MOVE 'ERROR OPENING SUSPFILE' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-FILE-STATUS-OK
               MOVE 'ERROR OPENING RPTFILE' TO ABEND-MESSAGE

      *****************************************************************
      *  3000-LIST-CONTROLS - LIST EVERY CONTROL RECORD FOR THE RUN
      *  DATE AND SUM THE EXPECTED DEBITS AND CREDITS.  THE INTAKE
      *  RUN'S RECORD IS SET ASIDE FOR THE INTAKE PROOF.
      *****************************************************************
       3000-LIST-CONTROLS.
           READ CONTROL-FILE
           END-READ.
           PERFORM UNTIL CTL-FILE-STATUS-EOF
               IF CTL-RUN-DATE = RPT-DATE-YYYYMMDD
                  AND CTL-JOB-NAME = 'CBTIN01C'
                   PERFORM 3050-ADD-INTAKE-CTL THRU 3050-EXIT
               END-IF
               IF CTL-RUN-DATE = RPT-DATE-YYYYMMDD
                  AND CTL-JOB-NAME NOT = 'CBTIN01C'
                   ADD 1 TO CTL-RECORDS-SELECTED
                   ADD CTL-TOTAL-DEBITS  TO SUM-TOTAL-DEBITS
                   ADD CTL-TOTAL-CREDITS TO SUM-TOTAL-CREDITS
                   IF CTL-TOTAL-RECOVERIES IS NUMERIC
                       ADD CTL-TOTAL-RECOVERIES TO SUM-TOTAL-RECOVERIES
                   END-IF
                   PERFORM 3100-WRITE-CTL-DETAIL THRU 3100-EXIT
               END-IF
               READ CONTROL-FILE
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3050-ADD-INTAKE-CTL - ACCUMULATE THE INTAKE RUN'S CONTROL
      *  RECORDS FOR THE RUN DATE (MORE THAN ONE IF TWO FILES WERE
      *  LOADED THAT DAY)
      *****************************************************************
       3050-ADD-INTAKE-CTL.
           ADD 1                    TO INTAKE-CTL-SELECTED.
           ADD CTL-RECORDS-READ     TO INTAKE-RECEIVED-COUNT.
           ADD CTL-RECORDS-POSTED   TO INTAKE-LOADED-COUNT.
           ADD CTL-RECORDS-REJECTED TO INTAKE-REJECTED-COUNT.
           COMPUTE INTAKE-LOADED-AMT = INTAKE-LOADED-AMT
                   + CTL-TOTAL-DEBITS - CTL-TOTAL-CREDITS.
           IF CTL-TOTAL-RECEIVED IS NUMERIC
               ADD CTL-TOTAL-RECEIVED TO INTAKE-RECEIVED-AMT
           END-IF.
       3050-EXIT.
           EXIT.

      *****************************************************************
      *  3100-WRITE-CTL-DETAIL - ONE LINE PER CONTROL RECORD
      *****************************************************************
      *  TOTALS) AGAINST THE ACTUAL MOVEMENT (SNAPSHOT DIFFERENCE)
      *****************************************************************
       4000-BALANCE.
           IF LINE-COUNT >= MAX-LINES-PER-PAGE - 11
               PERFORM 3200-WRITE-HEADINGS THRU 3200-EXIT
           END-IF.

                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-COUNT

               MOVE 'RECOVERIES (NO BALANCE MOVEMENT)' TO BL-LABEL
               MOVE SUM-TOTAL-RECOVERIES    TO BL-AMOUNT
               WRITE REPORT-LINE FROM BALANCE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-COUNT

               COMPUTE EXPECTED-MOVEMENT =
                       SUM-TOTAL-DEBITS - SUM-TOTAL-CREDITS
                       + SUM-TOTAL-RECOVERIES
               MOVE 'EXPECTED NET MOVEMENT (POSTINGS)' TO BL-LABEL
               MOVE EXPECTED-MOVEMENT       TO BL-AMOUNT
               WRITE REPORT-LINE FROM BALANCE-LINE
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4200-PROVE-INTAKE - WHAT THE INTAKE RUN RECEIVED MUST EQUAL
      *  WHAT IT LOADED TO TRANFILE PLUS ITS REJECTS ON SUSPFILE FOR
      *  THE RUN DATE, BY COUNT AND BY NET AMOUNT.  WITH NO INTAKE
      *  CONTROL RECORD FOR THE DATE THERE IS NOTHING RECEIVED, SO
      *  ANY INTAKE REJECTS FOUND FOR IT FLAG THE PROOF.
      *****************************************************************
       4200-PROVE-INTAKE.
           PERFORM 4210-SUM-INTAKE-REJECTS THRU 4210-EXIT
                   UNTIL END-OF-SUSP-FILE.

           IF LINE-COUNT >= MAX-LINES-PER-PAGE - 10
               PERFORM 3200-WRITE-HEADINGS THRU 3200-EXIT
           END-IF.

           IF INTAKE-CTL-SELECTED = ZERO
               MOVE 'NO INTAKE CONTROL RECORD FOR THE RUN DATE'
                   TO VL-TEXT
               WRITE REPORT-LINE FROM VERDICT-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO LINE-COUNT
           END-IF.

           MOVE 'INTAKE RECEIVED FROM PROCESSOR' TO IL-LABEL.
           MOVE INTAKE-RECEIVED-COUNT    TO IL-COUNT.
           MOVE INTAKE-RECEIVED-AMT      TO IL-AMOUNT.
           WRITE REPORT-LINE FROM INTAKE-LINE AFTER ADVANCING 2 LINES.
           MOVE 'INTAKE LOADED TO TRANFILE' TO IL-LABEL.
           MOVE INTAKE-LOADED-COUNT      TO IL-COUNT.
           MOVE INTAKE-LOADED-AMT        TO IL-AMOUNT.
           WRITE REPORT-LINE FROM INTAKE-LINE AFTER ADVANCING 1 LINE.
           MOVE 'INTAKE REJECTS ON SUSPFILE' TO IL-LABEL.
           MOVE SUSP-INTAKE-COUNT        TO IL-COUNT.
           MOVE SUSP-INTAKE-AMT          TO IL-AMOUNT.
           WRITE REPORT-LINE FROM INTAKE-LINE AFTER ADVANCING 1 LINE.
           ADD 4 TO LINE-COUNT.

           COMPUTE INTAKE-COUNT-DIFFERENCE =
                   INTAKE-RECEIVED-COUNT - INTAKE-LOADED-COUNT
                   - SUSP-INTAKE-COUNT.
           COMPUTE INTAKE-AMT-DIFFERENCE =
                   INTAKE-RECEIVED-AMT - INTAKE-LOADED-AMT
                   - SUSP-INTAKE-AMT.
           MOVE 'INTAKE DIFFERENCE'      TO IL-LABEL.
           MOVE INTAKE-COUNT-DIFFERENCE  TO IL-COUNT.
           MOVE INTAKE-AMT-DIFFERENCE    TO IL-AMOUNT.
           WRITE REPORT-LINE FROM INTAKE-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.

           IF INTAKE-COUNT-DIFFERENCE NOT = ZERO
              OR INTAKE-AMT-DIFFERENCE NOT = ZERO
              OR INTAKE-REJECTED-COUNT NOT = SUSP-INTAKE-COUNT
               MOVE 'Y' TO INTAKE-OUT-OF-BALANCE-SW
               MOVE 'Y' TO OUT-OF-BALANCE-SW
               MOVE '*** INTAKE OUT OF BALANCE ***'
                   TO VL-TEXT
           ELSE
               MOVE '*** INTAKE IN BALANCE ***' TO VL-TEXT
           END-IF.
           WRITE REPORT-LINE FROM VERDICT-LINE AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-COUNT.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  4210-SUM-INTAKE-REJECTS - COUNT AND TOTAL THE INTAKE RUN'S
      *  REJECTS ON SUSPFILE FOR THE RUN DATE
      *****************************************************************
       4210-SUM-INTAKE-REJECTS.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-SUSP-FILE-SW
               NOT AT END
                   IF SUSP-INTAKE-REJECT
                      AND SUSP-REJECT-DATE = RPT-DATE-YYYYMMDD
                       MOVE SUSP-TRAN-IMAGE TO TRAN-RECORD
                       ADD 1        TO SUSP-INTAKE-COUNT
                       ADD TRAN-AMT TO SUSP-INTAKE-AMT
                   END-IF
           END-READ.
       4210-EXIT.
           EXIT.

      *****************************************************************
      *  4500-SAVE-SNAPSHOT - COMMIT TODAY'S TOTAL FOR THE NEXT RUN
      *****************************************************************
           CLOSE ACCTFILE-FILE.
           CLOSE CONTROL-FILE.
           CLOSE SNAPSHOT-FILE.
           IF NOT SUSP-FILE-NOT-FOUND
               CLOSE SUSPENSE-FILE
           END-IF.
           CLOSE REPORT-FILE.

           DISPLAY 'CBBAL01C - DAILY BALANCING COMPLETE'.
           DISPLAY 'ACCOUNTS READ          : ' ACCOUNTS-READ.
           DISPLAY 'CONTROL RECORDS USED   : ' CTL-RECORDS-SELECTED.
           DISPLAY 'TOTAL BALANCE TODAY    : ' TODAY-TOTAL-BAL.
           DISPLAY 'INTAKE RECEIVED        : ' INTAKE-RECEIVED-COUNT.
           DISPLAY 'INTAKE LOADED          : ' INTAKE-LOADED-COUNT.
           DISPLAY 'INTAKE REJECTS         : ' SUSP-INTAKE-COUNT.
           IF INTAKE-OUT-OF-BALANCE
               DISPLAY 'CBBAL01C - *** INTAKE OUT OF BALANCE ***'
           END-IF.
           IF RUN-OUT-OF-BALANCE
               DISPLAY 'CBBAL01C - *** OUT OF BALANCE ***'
               MOVE 8 TO RETURN-CODE
           DISPLAY 'CTL-FILE-STATUS : ' CTL-FILE-STATUS.
           DISPLAY 'SNAP-FILE-STATUS: ' SNAP-FILE-STATUS.
           DISPLAY 'RPT-FILE-STATUS : ' RPT-FILE-STATUS.
           DISPLAY 'SUSP-FILE-STATUS: ' SUSP-FILE-STATUS.
           DISPLAY 'BDATE-FILE-STATUS: ' BDATE-FILE-STATUS.
           DISPLAY 'RUNCTL-FILE-STATUS: ' RUNCTL-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
