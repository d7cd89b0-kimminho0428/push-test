       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBRWD01C.
       AUTHOR.        AWS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *****************************************************************
      *  MODIFICATION LOG
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 AWS   INITIAL VERSION - MONTHLY REWARDS POINTS
      *                   LIABILITY REPORT FOR FINANCE.
      *****************************************************************
      *  THIS PROGRAM PRINTS THE ROLL-FORWARD OF REWARDS POINTS
      *  OUTSTANDING FOR A PERIOD, AND THE DOLLAR LIABILITY THEY
      *  REPRESENT AT THE REDEMPTION RATE OF RWD-POINTS-PER-DOLLAR
      *  POINTS TO ONE DOLLAR OF STATEMENT CREDIT:
      *      OPENING POINTS OUTSTANDING
      *    + POINTS EARNED ON PURCHASES               (RWDHIST 'E')
      *    - POINTS REVERSED BY RETURNS               (RWDHIST 'R')
      *    - POINTS REVERSED BY CHARGEBACKS           (RWDHIST 'C')
      *    - POINTS REDEEMED AS STATEMENT CREDITS     (RWDHIST 'D')
      *    = CLOSING POINTS OUTSTANDING
      *  THE CLOSING FIGURE IS THE SUM OF THE CURRENT RWDFILE
      *  BALANCES LESS ANY RWDHIST MOVEMENT DATED AFTER THE PERIOD,
      *  AND THE OPENING FIGURE IS WORKED BACK FROM IT, SO THE REPORT
      *  CAN BE RE-RUN FOR A CLOSED MONTH AND STILL PRINT THE SAME
      *  FIGURES.  THE DOLLAR VALUE OF THE PERIOD'S REDEMPTION
      *  CREDITS IS PRINTED FROM THE CREDITS THEMSELVES, SO FINANCE
      *  CAN AGREE IT TO THE '09'/0001 POSTINGS ON THE GL INTERFACE.
      *  ACCOUNTS WHOSE BALANCE IS CURRENTLY NEGATIVE (POINTS TAKEN
      *  BACK AFTER THEY WERE REDEEMED) ARE COUNTED SEPARATELY.
      *
      *  THE PERIOD (BEGIN-DATE, END-DATE, EACH YYYYMMDD) IS SUPPLIED
      *  AS A 16-BYTE PARAMETER CARD ON SYSIN.  WHEN NO PARAMETER IS
      *  SUPPLIED THE PERIOD DEFAULTS TO MONTH-TO-DATE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REWARDS-FILE ASSIGN TO  RWDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS RWD-ACCT-ID
                  FILE STATUS  IS RWD-FILE-STATUS.

           SELECT REWARDS-HIST-FILE ASSIGN TO RWDHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS RWH-KEY
                  FILE STATUS  IS RWH-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO   RPTFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REWARDS-FILE.
           COPY RWDREC.

       FD  REWARDS-HIST-FILE.
           COPY RWDHREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.
       77  RWD-FILE-STATUS              PIC X(02) VALUE '00'.
           88  RWD-FILE-STATUS-OK           VALUE '00'.
           88  RWD-FILE-STATUS-EOF          VALUE '10'.
       77  RWH-FILE-STATUS              PIC X(02) VALUE '00'.
           88  RWH-FILE-STATUS-OK           VALUE '00'.
           88  RWH-FILE-STATUS-EOF          VALUE '10'.
       77  RPT-FILE-STATUS              PIC X(02) VALUE '00'.
           88  RPT-FILE-STATUS-OK           VALUE '00'.

       77  END-OF-RWH-FILE-SW           PIC X(01) VALUE 'N'.
           88  END-OF-RWH-FILE              VALUE 'Y'.
       77  END-OF-RWD-FILE-SW           PIC X(01) VALUE 'N'.
           88  END-OF-RWD-FILE              VALUE 'Y'.

      *    POINTS WORTH ONE DOLLAR OF STATEMENT CREDIT - THE SAME
      *    RATE CORWD00C REDEEMS AT
       77  RWD-POINTS-PER-DOLLAR        PIC 9(03) VALUE 100.

       77  RPT-PERIOD-PARM              PIC X(16) VALUE SPACES.
       77  RPT-BEGIN-DATE               PIC 9(08) VALUE ZERO.
       77  RPT-END-DATE                 PIC 9(08) VALUE ZERO.
       77  TODAY-YYYYMMDD               PIC 9(08) VALUE ZERO.

       77  RWH-RECORDS-READ             PIC 9(09) COMP VALUE ZERO.
       77  RWD-RECORDS-READ             PIC 9(09) COMP VALUE ZERO.
       77  ACCTS-NEGATIVE-BAL           PIC 9(09) COMP VALUE ZERO.
       77  REDEMPTIONS-IN-PERIOD        PIC 9(09) COMP VALUE ZERO.

       77  PTS-OPENING                  PIC S9(13) COMP-3 VALUE ZERO.
       77  PTS-EARNED                   PIC S9(13) COMP-3 VALUE ZERO.
       77  PTS-RETURN-REVERSED          PIC S9(13) COMP-3 VALUE ZERO.
       77  PTS-CHGBK-REVERSED           PIC S9(13) COMP-3 VALUE ZERO.
       77  PTS-REDEEMED                 PIC S9(13) COMP-3 VALUE ZERO.
       77  PTS-CLOSING                  PIC S9(13) COMP-3 VALUE ZERO.
       77  PTS-AFTER-PERIOD             PIC S9(13) COMP-3 VALUE ZERO.
       77  PTS-CURRENT-TOTAL            PIC S9(13) COMP-3 VALUE ZERO.
       77  PTS-NEGATIVE-TOTAL           PIC S9(13) COMP-3 VALUE ZERO.
       77  REDEEMED-CREDIT-AMT          PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  POINTS-VALUE                 PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  LIABILITY-AMT                PIC S9(13)V99 COMP-3 VALUE ZERO.

       77  LINE-COUNT                   PIC 9(03) VALUE 99.
       77  PAGE-COUNT                   PIC 9(05) VALUE ZERO.
       77  MAX-LINES-PER-PAGE           PIC 9(03) VALUE 60.

       77  ABEND-MESSAGE                PIC X(60) VALUE SPACES.

       01  HEADING-LINE-1.
           05  FILLER                   PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(132) VALUE
               'CARD PROCESSING SYSTEM - REWARDS POINTS LIABILITY'.

       01  HEADING-LINE-2.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(08) VALUE 'PERIOD: '.
           05  HL2-BEGIN-DATE           PIC 9999/99/99.
           05  FILLER                   PIC X(04) VALUE ' TO '.
           05  HL2-END-DATE             PIC 9999/99/99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'PAGE: '.
           05  HL2-PAGE-NUM             PIC ZZZZ9.
           05  FILLER                   PIC X(85) VALUE SPACES.

       01  HEADING-LINE-3.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(30) VALUE SPACES.
           05  FILLER                   PIC X(17) VALUE
               '           POINTS'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(19) VALUE
               '      DOLLAR VALUE'.
           05  FILLER                   PIC X(64) VALUE SPACES.

       01  POINTS-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  PL-LABEL                 PIC X(30).
           05  PL-POINTS                PIC -,---,---,---,--9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PL-VALUE                 PIC ----,---,---,--9.99.
           05  FILLER                   PIC X(64) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  SL-LABEL                 PIC X(30).
           05  SL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(94) VALUE SPACES.

       01  AMOUNT-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  AL-LABEL                 PIC X(30).
           05  AL-AMOUNT                PIC ----,---,---,--9.99.
           05  FILLER                   PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
                   UNTIL END-OF-RWH-FILE.
           PERFORM 3000-PROCESS-LEDGER  THRU 3000-EXIT
                   UNTIL END-OF-RWD-FILE.
           PERFORM 4000-PRINT-REPORT    THRU 4000-EXIT.
           PERFORM 5000-FINALIZE        THRU 5000-EXIT.
           GOBACK.

      *****************************************************************
      *  1000-INITIALIZE - OPEN FILES, ESTABLISH THE PERIOD, AND
      *  PRIME BOTH READS
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT  REWARDS-FILE.
           IF NOT RWD-FILE-STATUS-OK
               MOVE 'ERROR OPENING RWDFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           OPEN INPUT  REWARDS-HIST-FILE.
           IF NOT RWH-FILE-STATUS-OK
               MOVE 'ERROR OPENING RWDHIST' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-FILE-STATUS-OK
               MOVE 'ERROR OPENING RPTFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT RPT-PERIOD-PARM FROM SYSIN.
           IF RPT-PERIOD-PARM (1:8) IS NUMERIC
              AND RPT-PERIOD-PARM (9:8) IS NUMERIC
               MOVE RPT-PERIOD-PARM (1:8) TO RPT-BEGIN-DATE
               MOVE RPT-PERIOD-PARM (9:8) TO RPT-END-DATE
           ELSE
               STRING TODAY-YYYYMMDD (1:6) '01'
                      INTO RPT-BEGIN-DATE
               MOVE TODAY-YYYYMMDD TO RPT-END-DATE
           END-IF.

           PERFORM 2100-READ-NEXT-RWH THRU 2100-EXIT.
           PERFORM 3100-READ-NEXT-RWD THRU 3100-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-HISTORY - CLASSIFY ONE RWDHIST ENTRY BY ITS
      *  POST DATE AND ENTRY TYPE
      *****************************************************************
       2000-PROCESS-HISTORY.
           IF RWH-POST-DATE > RPT-END-DATE
               ADD RWH-POINTS TO PTS-AFTER-PERIOD
           ELSE
               IF RWH-POST-DATE >= RPT-BEGIN-DATE
                   EVALUATE TRUE
                       WHEN RWH-EARNED
                           ADD RWH-POINTS TO PTS-EARNED
                       WHEN RWH-RETURN-REVERSAL
                           ADD RWH-POINTS TO PTS-RETURN-REVERSED
                       WHEN RWH-CHARGEBACK-REVERSAL
                           ADD RWH-POINTS TO PTS-CHGBK-REVERSED
                       WHEN RWH-REDEEMED
                           ADD RWH-POINTS TO PTS-REDEEMED
                           SUBTRACT RWH-TRAN-AMT
                               FROM REDEEMED-CREDIT-AMT
                           ADD 1 TO REDEMPTIONS-IN-PERIOD
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM 2100-READ-NEXT-RWH THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-READ-NEXT-RWH - SEQUENTIAL READ OF RWDHIST
      *****************************************************************
       2100-READ-NEXT-RWH.
           READ REWARDS-HIST-FILE
               AT END
                   MOVE 'Y' TO END-OF-RWH-FILE-SW
               NOT AT END
                   ADD 1 TO RWH-RECORDS-READ
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  3000-PROCESS-LEDGER - ADD ONE ACCOUNT'S CURRENT BALANCE TO
      *  THE TOTAL OUTSTANDING
      *****************************************************************
       3000-PROCESS-LEDGER.
           ADD RWD-POINTS-BAL TO PTS-CURRENT-TOTAL.
           IF RWD-POINTS-BAL < ZERO
               ADD 1 TO ACCTS-NEGATIVE-BAL
               ADD RWD-POINTS-BAL TO PTS-NEGATIVE-TOTAL
           END-IF.
           PERFORM 3100-READ-NEXT-RWD THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-READ-NEXT-RWD - SEQUENTIAL READ OF RWDFILE
      *****************************************************************
       3100-READ-NEXT-RWD.
           READ REWARDS-FILE
               AT END
                   MOVE 'Y' TO END-OF-RWD-FILE-SW
               NOT AT END
                   ADD 1 TO RWD-RECORDS-READ
           END-READ.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  4000-PRINT-REPORT - WORK BACK THE CLOSING AND OPENING
      *  POINTS AND PRINT THE ROLL-FORWARD WITH ITS DOLLAR VALUES
      *****************************************************************
       4000-PRINT-REPORT.
           COMPUTE PTS-CLOSING = PTS-CURRENT-TOTAL - PTS-AFTER-PERIOD.
           COMPUTE PTS-OPENING = PTS-CLOSING - PTS-EARNED
                               - PTS-RETURN-REVERSED
                               - PTS-CHGBK-REVERSED
                               - PTS-REDEEMED.

           PERFORM 4900-WRITE-HEADINGS THRU 4900-EXIT.

           MOVE 'OPENING POINTS OUTSTANDING' TO PL-LABEL.
           MOVE PTS-OPENING                  TO PL-POINTS.
           COMPUTE POINTS-VALUE = PTS-OPENING / RWD-POINTS-PER-DOLLAR.
           PERFORM 4100-WRITE-POINTS-LINE THRU 4100-EXIT.

           MOVE '  EARNED ON PURCHASES'      TO PL-LABEL.
           MOVE PTS-EARNED                   TO PL-POINTS.
           COMPUTE POINTS-VALUE = PTS-EARNED / RWD-POINTS-PER-DOLLAR.
           PERFORM 4100-WRITE-POINTS-LINE THRU 4100-EXIT.

           MOVE '  REVERSED - RETURNS'       TO PL-LABEL.
           MOVE PTS-RETURN-REVERSED          TO PL-POINTS.
           COMPUTE POINTS-VALUE =
                   PTS-RETURN-REVERSED / RWD-POINTS-PER-DOLLAR.
           PERFORM 4100-WRITE-POINTS-LINE THRU 4100-EXIT.

           MOVE '  REVERSED - CHARGEBACKS'   TO PL-LABEL.
           MOVE PTS-CHGBK-REVERSED           TO PL-POINTS.
           COMPUTE POINTS-VALUE =
                   PTS-CHGBK-REVERSED / RWD-POINTS-PER-DOLLAR.
           PERFORM 4100-WRITE-POINTS-LINE THRU 4100-EXIT.

           MOVE '  REDEEMED'                 TO PL-LABEL.
           MOVE PTS-REDEEMED                 TO PL-POINTS.
           COMPUTE POINTS-VALUE = PTS-REDEEMED / RWD-POINTS-PER-DOLLAR.
           PERFORM 4100-WRITE-POINTS-LINE THRU 4100-EXIT.

           MOVE 'CLOSING POINTS OUTSTANDING' TO PL-LABEL.
           MOVE PTS-CLOSING                  TO PL-POINTS.
           COMPUTE POINTS-VALUE = PTS-CLOSING / RWD-POINTS-PER-DOLLAR.
           MOVE POINTS-VALUE                 TO LIABILITY-AMT.
           MOVE POINTS-VALUE                 TO PL-VALUE.
           WRITE REPORT-LINE FROM POINTS-LINE AFTER ADVANCING 2.
           ADD 2 TO LINE-COUNT.

           MOVE 'CLOSING LIABILITY'          TO AL-LABEL.
           MOVE LIABILITY-AMT                TO AL-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE AFTER ADVANCING 2.
           ADD 2 TO LINE-COUNT.

           MOVE 'REDEMPTION CREDITS ISSUED'  TO AL-LABEL.
           MOVE REDEEMED-CREDIT-AMT          TO AL-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

           MOVE 'REDEMPTIONS IN PERIOD'      TO SL-LABEL.
           MOVE REDEMPTIONS-IN-PERIOD        TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 2.
           ADD 2 TO LINE-COUNT.

           MOVE 'ACCOUNTS ON REWARDS LEDGER' TO SL-LABEL.
           MOVE RWD-RECORDS-READ             TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

           MOVE 'ACCOUNTS NOW NEGATIVE'      TO SL-LABEL.
           MOVE ACCTS-NEGATIVE-BAL           TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

           MOVE 'NEGATIVE POINTS NOW HELD'   TO PL-LABEL.
           MOVE PTS-NEGATIVE-TOTAL           TO PL-POINTS.
           COMPUTE POINTS-VALUE =
                   PTS-NEGATIVE-TOTAL / RWD-POINTS-PER-DOLLAR.
           PERFORM 4100-WRITE-POINTS-LINE THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4100-WRITE-POINTS-LINE - WRITE ONE POINTS LINE WITH ITS
      *  DOLLAR VALUE
      *****************************************************************
       4100-WRITE-POINTS-LINE.
           IF LINE-COUNT >= MAX-LINES-PER-PAGE
               PERFORM 4900-WRITE-HEADINGS THRU 4900-EXIT
           END-IF.
           MOVE POINTS-VALUE TO PL-VALUE.
           WRITE REPORT-LINE FROM POINTS-LINE AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4900-WRITE-HEADINGS - START A NEW REPORT PAGE
      *****************************************************************
       4900-WRITE-HEADINGS.
           ADD 1 TO PAGE-COUNT.
           MOVE RPT-BEGIN-DATE TO HL2-BEGIN-DATE.
           MOVE RPT-END-DATE   TO HL2-END-DATE.
           MOVE PAGE-COUNT     TO HL2-PAGE-NUM.
           WRITE REPORT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
           WRITE REPORT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 1.
           WRITE REPORT-LINE FROM HEADING-LINE-3 AFTER ADVANCING 2.
           MOVE 5 TO LINE-COUNT.
       4900-EXIT.
           EXIT.

      *****************************************************************
      *  5000-FINALIZE - WRITE RUN TOTALS AND CLOSE FILES
      *****************************************************************
       5000-FINALIZE.
           MOVE SPACES TO SUMMARY-LINE.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 2.

           MOVE 'RWDHIST RECORDS READ'       TO SL-LABEL.
           MOVE RWH-RECORDS-READ             TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1.

           MOVE 'RWDFILE RECORDS READ'       TO SL-LABEL.
           MOVE RWD-RECORDS-READ             TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1.

           CLOSE REWARDS-FILE.
           CLOSE REWARDS-HIST-FILE.
           CLOSE REPORT-FILE.

           DISPLAY 'CBRWD01C - REWARDS LIABILITY REPORT COMPLETE'.
           DISPLAY 'RWDHIST RECORDS READ   : ' RWH-RECORDS-READ.
           DISPLAY 'RWDFILE RECORDS READ   : ' RWD-RECORDS-READ.
           DISPLAY 'CLOSING POINTS         : ' PTS-CLOSING.
       5000-EXIT.
           EXIT.

      *****************************************************************
      *  9999-ABEND-PROGRAM - FATAL I/O ERROR, TERMINATE THE RUN
      *****************************************************************
       9999-ABEND-PROGRAM.
           DISPLAY 'CBRWD01C - ABENDING: ' ABEND-MESSAGE.
           DISPLAY 'RWD-FILE-STATUS : ' RWD-FILE-STATUS.
           DISPLAY 'RWH-FILE-STATUS : ' RWH-FILE-STATUS.
           DISPLAY 'RPT-FILE-STATUS : ' RPT-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
           EXIT.
