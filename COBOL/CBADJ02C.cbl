       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBADJ02C.
       AUTHOR.        AWS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *****************************************************************
      *  MODIFICATION LOG
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 AWS   INITIAL VERSION - DAILY REPORT OF MANUAL
      *                   ADJUSTMENTS STILL WAITING FOR APPROVAL.
      *****************************************************************
      *  THIS PROGRAM SWEEPS ADJFILE (ENTERED ON COADJ00C, REVIEWED
      *  ON COADJ01C) AND LISTS EVERY ADJUSTMENT STILL PENDING
      *  REVIEW, WITH THE NUMBER OF DAYS SINCE IT WAS ENTERED.  ONE
      *  PENDING FOR THE AGE THRESHOLD OR LONGER IS AGED; THE AGED
      *  ADJUSTMENTS ARE LISTED FIRST AND THE RUN ENDS WITH RETURN
      *  CODE 4 WHEN THERE ARE ANY, SO THE SCHEDULER CAN FLAG THE
      *  DAY FOR THE ADJUSTMENTS SUPERVISOR, AS CBDSP01C DOES FOR
      *  AGED DISPUTES.
      *
      *  APPROVED ADJUSTMENTS NOT YET RAISED BY CBADJ01C, REJECTED
      *  ADJUSTMENTS AND RAISED ADJUSTMENTS ARE COUNTED BUT NOT
      *  LISTED.  ADJFILE DOES NOT EXIST UNTIL THE FIRST ADJUSTMENT
      *  IS ENTERED; A MISSING FILE PRODUCES AN EMPTY REPORT, NOT AN
      *  ERROR.
      *
      *  THE AGE THRESHOLD IS SUPPLIED AS A 3-BYTE PARAMETER CARD ON
      *  SYSIN, AS FOR CBEFT02C'S LIMITS:
      *    COLS 1-3   DAYS PENDING BEFORE AN ADJUSTMENT IS AGED
      *               (DEFAULT 003)
      *  A BLANK, ZERO OR NON-NUMERIC PARAMETER TAKES THE DEFAULT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT-FILE ASSIGN TO ADJFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ADJ-ID
                  FILE STATUS  IS ADJ-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO   RPTFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJUSTMENT-FILE.
           COPY ADJREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.
       77  ADJ-FILE-STATUS              PIC X(02) VALUE '00'.
           88  ADJ-FILE-STATUS-OK           VALUE '00'.
           88  ADJ-FILE-STATUS-EOF          VALUE '10'.
           88  ADJ-FILE-NOT-FOUND           VALUE '35'.
       77  RPT-FILE-STATUS              PIC X(02) VALUE '00'.
           88  RPT-FILE-STATUS-OK           VALUE '00'.

       77  END-OF-ADJ-FILE-SW           PIC X(01) VALUE 'N'.
           88  END-OF-ADJ-FILE              VALUE 'Y'.
       77  NO-ADJ-FILE-SW               PIC X(01) VALUE 'N'.
           88  NO-ADJ-FILE                  VALUE 'Y'.

       77  ADJ-RECORDS-READ             PIC 9(09) COMP VALUE ZERO.
       77  ADJUSTMENTS-PENDING          PIC 9(09) COMP VALUE ZERO.
       77  ADJUSTMENTS-AGED             PIC 9(09) COMP VALUE ZERO.
       77  ADJUSTMENTS-APPROVED         PIC 9(09) COMP VALUE ZERO.
       77  ADJUSTMENTS-REJECTED         PIC 9(09) COMP VALUE ZERO.
       77  ADJUSTMENTS-RAISED           PIC 9(09) COMP VALUE ZERO.
       77  TOTAL-PENDING-AMOUNT         PIC S9(13)V99 COMP-3 VALUE ZERO.

       77  AGE-PARM                     PIC X(03) VALUE SPACES.
       77  AGE-THRESHOLD                PIC 9(03) VALUE 3.

       77  TODAY-YYYYMMDD               PIC 9(08) VALUE ZERO.
       77  TODAY-INTEGER                PIC 9(07) VALUE ZERO.
       77  ENTRY-DATE-INTEGER           PIC 9(07) VALUE ZERO.
       77  DAYS-PENDING                 PIC S9(05) VALUE ZERO.
       77  SIGNED-AMOUNT                PIC S9(09)V99 VALUE ZERO.

      *  'A' WHILE PRINTING THE AGED GROUP, 'C' FOR THE CURRENT ONE
       77  REPORT-GROUP                 PIC X(01) VALUE 'A'.
       77  RECORD-GROUP                 PIC X(01) VALUE 'C'.

       77  LINE-COUNT                   PIC 9(03) VALUE 99.
       77  PAGE-COUNT                   PIC 9(05) VALUE ZERO.
       77  MAX-LINES-PER-PAGE           PIC 9(03) VALUE 60.

       77  ABEND-MESSAGE                PIC X(60) VALUE SPACES.

       01  HEADING-LINE-1.
           05  FILLER                   PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(132) VALUE
               'CARD PROCESSING SYSTEM - ADJUSTMENTS AWAITING APPROVAL'.

       01  HEADING-LINE-2.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05  HL2-RUN-DATE             PIC 9999/99/99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'GROUP:  '.
           05  HL2-GROUP-LABEL          PIC X(10).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'PAGE: '.
           05  HL2-PAGE-NUM             PIC ZZZZ9.
           05  FILLER                   PIC X(75) VALUE SPACES.

       01  HEADING-LINE-3.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(16) VALUE 'ADJUSTMENT ID'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'ACCOUNT ID'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE 'RSN'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(15) VALUE 'AMOUNT'.
           05  FILLER                   PIC X(10) VALUE 'ENTERED BY'.
           05  FILLER                   PIC X(12) VALUE 'ENTERED'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE 'DAYS'.
           05  FILLER                   PIC X(04) VALUE 'AGED'.
           05  FILLER                   PIC X(45) VALUE SPACES.

       01  DETAIL-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  DL-ADJ-ID                PIC X(16).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-ACCT-ID               PIC 9(11).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-REASON-CD             PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-AMOUNT                PIC ---,---,--9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-ENTRY-USR-ID          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-ENTRY-DATE            PIC 9999/99/99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DL-DAYS-PENDING          PIC ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-AGED                  PIC X(04).
           05  FILLER                   PIC X(45) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  SL-LABEL                 PIC X(30).
           05  SL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(94) VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           IF NOT NO-ADJ-FILE
               PERFORM 2000-COUNT-ADJUSTMENTS THRU 2000-EXIT
               PERFORM 4000-PRINT-REPORT      THRU 4000-EXIT
           END-IF.
           PERFORM 5000-FINALIZE        THRU 5000-EXIT.
           GOBACK.

      *****************************************************************
      *  1000-INITIALIZE - OPEN FILES, PICK UP THE PARM AND ESTABLISH
      *  TODAY'S DATE.  A MISSING ADJFILE MEANS NO ADJUSTMENT HAS
      *  BEEN ENTERED YET - THE REPORT IS EMPTY, NOT IN ERROR.
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT ADJUSTMENT-FILE.
           IF ADJ-FILE-NOT-FOUND
               MOVE 'Y' TO NO-ADJ-FILE-SW
               DISPLAY 'CBADJ02C - ADJFILE NOT FOUND - NO '
                       'ADJUSTMENTS TO REPORT'
           ELSE
               IF NOT ADJ-FILE-STATUS-OK
                   MOVE 'ERROR OPENING ADJFILE' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-FILE-STATUS-OK
               MOVE 'ERROR OPENING RPTFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           ACCEPT AGE-PARM FROM SYSIN.
           IF AGE-PARM IS NUMERIC
              AND AGE-PARM NOT = '000'
               MOVE AGE-PARM TO AGE-THRESHOLD
           END-IF.

           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           COMPUTE TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (TODAY-YYYYMMDD).
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  2000-COUNT-ADJUSTMENTS - FIRST PASS: COUNT THE ADJUSTMENTS
      *  BY STATUS, AND THE PENDING ONES BY AGE, SO THE SUMMARY AND
      *  RETURN CODE ARE RIGHT EVEN IF THE DETAIL PASS PRINTS NOTHING
      *****************************************************************
       2000-COUNT-ADJUSTMENTS.
           PERFORM 2100-READ-NEXT-ADJ THRU 2100-EXIT.
           PERFORM 2200-COUNT-ONE-ADJ THRU 2200-EXIT
                   UNTIL END-OF-ADJ-FILE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-READ-NEXT-ADJ - SEQUENTIAL READ OF ADJFILE
      *****************************************************************
       2100-READ-NEXT-ADJ.
           READ ADJUSTMENT-FILE
               AT END
                   MOVE 'Y' TO END-OF-ADJ-FILE-SW
               NOT AT END
                   ADD 1 TO ADJ-RECORDS-READ
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-COUNT-ONE-ADJ - COUNT ONE ADJUSTMENT BY ITS STATUS
      *****************************************************************
       2200-COUNT-ONE-ADJ.
           EVALUATE TRUE
               WHEN ADJ-STATUS-PENDING
                   ADD 1 TO ADJUSTMENTS-PENDING
                   PERFORM 2300-AGE-ADJ THRU 2300-EXIT
                   ADD SIGNED-AMOUNT TO TOTAL-PENDING-AMOUNT
                   IF RECORD-GROUP = 'A'
                       ADD 1 TO ADJUSTMENTS-AGED
                   END-IF
               WHEN ADJ-STATUS-APPROVED
                   ADD 1 TO ADJUSTMENTS-APPROVED
               WHEN ADJ-STATUS-REJECTED
                   ADD 1 TO ADJUSTMENTS-REJECTED
               WHEN OTHER
                   ADD 1 TO ADJUSTMENTS-RAISED
           END-EVALUATE.
           PERFORM 2100-READ-NEXT-ADJ THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-AGE-ADJ - DAYS PENDING, GROUP AND SIGNED AMOUNT FOR THE
      *  CURRENT ADJUSTMENT-RECORD (A CREDIT SHOWS NEGATIVE, AS IT
      *  WILL POST)
      *****************************************************************
       2300-AGE-ADJ.
           COMPUTE ENTRY-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (ADJ-ENTRY-DATE).
           COMPUTE DAYS-PENDING = TODAY-INTEGER - ENTRY-DATE-INTEGER.
           IF DAYS-PENDING < ZERO
               MOVE ZERO TO DAYS-PENDING
           END-IF.
           IF DAYS-PENDING >= AGE-THRESHOLD
               MOVE 'A' TO RECORD-GROUP
           ELSE
               MOVE 'C' TO RECORD-GROUP
           END-IF.
           IF ADJ-CORRECTION-DEBIT
               MOVE ADJ-AMT TO SIGNED-AMOUNT
           ELSE
               COMPUTE SIGNED-AMOUNT = ZERO - ADJ-AMT
           END-IF.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  4000-PRINT-REPORT - PRINT THE PENDING ADJUSTMENTS, AGED
      *  FIRST, BY RE-READING ADJFILE ONCE PER GROUP AS CBDSP01C
      *  DOES FOR ITS AGE BUCKETS
      *****************************************************************
       4000-PRINT-REPORT.
           MOVE 'A' TO REPORT-GROUP.
           PERFORM 4100-PRINT-ONE-GROUP THRU 4100-EXIT.
           MOVE 'C' TO REPORT-GROUP.
           PERFORM 4100-PRINT-ONE-GROUP THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4100-PRINT-ONE-GROUP - CLOSE AND REOPEN ADJFILE, THEN PRINT
      *  THE PENDING ADJUSTMENTS IN THE REQUESTED GROUP
      *****************************************************************
       4100-PRINT-ONE-GROUP.
           IF REPORT-GROUP = 'A'
               MOVE 'AGED      ' TO HL2-GROUP-LABEL
           ELSE
               MOVE 'CURRENT   ' TO HL2-GROUP-LABEL
           END-IF.
           MOVE 99 TO LINE-COUNT.

           CLOSE ADJUSTMENT-FILE.
           OPEN INPUT ADJUSTMENT-FILE.
           IF NOT ADJ-FILE-STATUS-OK
               MOVE 'ERROR REOPENING ADJFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.
           MOVE 'N' TO END-OF-ADJ-FILE-SW.
           READ ADJUSTMENT-FILE
               AT END
                   MOVE 'Y' TO END-OF-ADJ-FILE-SW
           END-READ.
           PERFORM 4200-PRINT-ONE-ADJ THRU 4200-EXIT
                   UNTIL END-OF-ADJ-FILE.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4200-PRINT-ONE-ADJ - PRINT THE RECORD IF IT IS PENDING AND
      *  IN THE GROUP BEING REPORTED, AND ADVANCE TO THE NEXT
      *****************************************************************
       4200-PRINT-ONE-ADJ.
           IF ADJ-STATUS-PENDING
               PERFORM 2300-AGE-ADJ THRU 2300-EXIT
               IF RECORD-GROUP = REPORT-GROUP
                   IF LINE-COUNT >= MAX-LINES-PER-PAGE
                       PERFORM 4300-WRITE-HEADINGS THRU 4300-EXIT
                   END-IF
                   MOVE ADJ-ID           TO DL-ADJ-ID
                   MOVE ADJ-ACCT-ID      TO DL-ACCT-ID
                   MOVE ADJ-REASON-CD    TO DL-REASON-CD
                   MOVE SIGNED-AMOUNT    TO DL-AMOUNT
                   MOVE ADJ-ENTRY-USR-ID TO DL-ENTRY-USR-ID
                   MOVE ADJ-ENTRY-DATE   TO DL-ENTRY-DATE
                   MOVE DAYS-PENDING     TO DL-DAYS-PENDING
                   IF RECORD-GROUP = 'A'
                       MOVE 'AGED' TO DL-AGED
                   ELSE
                       MOVE SPACES TO DL-AGED
                   END-IF
                   WRITE REPORT-LINE FROM DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO LINE-COUNT
               END-IF
           END-IF.
           READ ADJUSTMENT-FILE
               AT END
                   MOVE 'Y' TO END-OF-ADJ-FILE-SW
           END-READ.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  4300-WRITE-HEADINGS - START A NEW REPORT PAGE
      *****************************************************************
       4300-WRITE-HEADINGS.
           ADD 1 TO PAGE-COUNT.
           MOVE TODAY-YYYYMMDD TO HL2-RUN-DATE.
           MOVE PAGE-COUNT     TO HL2-PAGE-NUM.
           WRITE REPORT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
           WRITE REPORT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM HEADING-LINE-3
               AFTER ADVANCING 2 LINES.
           MOVE 3 TO LINE-COUNT.
       4300-EXIT.
           EXIT.

      *****************************************************************
      *  5000-FINALIZE - WRITE SUMMARY TOTALS, CLOSE FILES, AND SET
      *  THE RETURN CODE FOR THE SCHEDULER
      *****************************************************************
       5000-FINALIZE.
           MOVE SPACES                     TO SUMMARY-LINE.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.

           MOVE 'ADJUSTMENTS READ'         TO SL-LABEL.
           MOVE ADJ-RECORDS-READ           TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'PENDING APPROVAL'         TO SL-LABEL.
           MOVE ADJUSTMENTS-PENDING        TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'PENDING AND AGED'         TO SL-LABEL.
           MOVE ADJUSTMENTS-AGED           TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'APPROVED, NOT YET RAISED' TO SL-LABEL.
           MOVE ADJUSTMENTS-APPROVED       TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'REJECTED (NOT LISTED)'    TO SL-LABEL.
           MOVE ADJUSTMENTS-REJECTED       TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'RAISED (NOT LISTED)'      TO SL-LABEL.
           MOVE ADJUSTMENTS-RAISED         TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           IF NOT NO-ADJ-FILE
               CLOSE ADJUSTMENT-FILE
           END-IF.
           CLOSE REPORT-FILE.

           DISPLAY 'CBADJ02C - ADJUSTMENT APPROVAL AGING COMPLETE'.
           DISPLAY 'AGE THRESHOLD (DAYS)    : ' AGE-THRESHOLD.
           DISPLAY 'ADJUSTMENTS READ        : ' ADJ-RECORDS-READ.
           DISPLAY 'PENDING APPROVAL        : ' ADJUSTMENTS-PENDING.
           DISPLAY 'PENDING AND AGED        : ' ADJUSTMENTS-AGED.
           DISPLAY 'APPROVED, NOT RAISED    : ' ADJUSTMENTS-APPROVED.
           DISPLAY 'REJECTED                : ' ADJUSTMENTS-REJECTED.
           DISPLAY 'RAISED                  : ' ADJUSTMENTS-RAISED.
           DISPLAY 'TOTAL PENDING AMOUNT    : ' TOTAL-PENDING-AMOUNT.
           IF ADJUSTMENTS-AGED > ZERO
               DISPLAY 'CBADJ02C - *** ADJUSTMENTS PENDING APPROVAL '
                       'PAST THE AGE THRESHOLD ***'
               MOVE 4 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      *  9999-ABEND-PROGRAM - FATAL I/O ERROR, TERMINATE THE RUN
      *****************************************************************
       9999-ABEND-PROGRAM.
           DISPLAY 'CBADJ02C - ABENDING: ' ABEND-MESSAGE.
           DISPLAY 'ADJ-FILE-STATUS : ' ADJ-FILE-STATUS.
           DISPLAY 'RPT-FILE-STATUS : ' RPT-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
           EXIT.
