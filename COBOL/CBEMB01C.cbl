       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBEMB01C.
       AUTHOR.        AWS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *****************************************************************
      *  MODIFICATION LOG
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 AWS   INITIAL VERSION - NIGHTLY CARD EMBOSSING /
      *                   MAILER EXTRACT FOR THE CARD VENDOR.
      *  10/15/2026 AWS   ADDED THE BUSINESS-DATE RUN-CONTROL GATE.
      *                   A RERUN OF A FAILED RUN NOW EXTENDS THE
      *                   FAILED RUN'S EMBFILE INSTEAD OF REPLACING
      *                   IT, SO THE CARDS THAT RUN MARKED SENT STILL
      *                   REACH THE VENDOR.
      *****************************************************************
      *  THIS PROGRAM SCANS CARDFILE FOR CARDS AWAITING PRODUCTION
      *  (CARD-EMBOSS-STATUS 'P' - TODAY, REPLACEMENTS ISSUED BY
      *  COCRDRPC FOR CARDS REPORTED LOST OR STOLEN).  FOR EACH ONE IT
      *  FOLLOWS XREFFILE TO THE CUSTOMER, TAKES THE MAILING NAME AND
      *  ADDRESS FROM CUSTFILE, AND WRITES ONE EMBOSS-RECORD TO
      *  EMBFILE FOR THE CARD VENDOR.  THE CARD IS THEN MARKED SENT
      *  (CARD-EMBOSS-STATUS 'S') SO IT IS NEVER PRODUCED TWICE.
      *
      *  A CARD WHOSE XREFFILE OR CUSTFILE RECORD IS MISSING IS NOT
      *  SENT; IT STAYS PENDING, IS LISTED ON THE CONTROL REPORT FOR
      *  FOLLOW-UP, AND IS PICKED UP AGAIN BY THE NEXT RUN ONCE THE
      *  RECORD IS PUT RIGHT.
      *
      *  THE RUN IS GATED ON RUNCTL BY BUSINESS DATE LIKE THE OTHER
      *  BATCHES.  EACH CARD IS MARKED AS IT IS WRITTEN, SO A FAILED
      *  RUN (ONE WHOSE RUN-CONTROL RECORD IS STILL 'S') IS RERUN
      *  AGAINST THE SAME EMBFILE: THE RERUN OPENS IT EXTEND AND ADDS
      *  ONLY THE CARDS STILL PENDING, AND THE COMPLETED FILE IS WHAT
      *  IS SENT.  THE LAST CARD THE FAILED RUN WROTE MAY NOT HAVE
      *  BEEN MARKED BEFORE THE FAILURE; THE RERUN FINDS IT AS THE
      *  LAST RECORD ON EMBFILE AND MARKS IT WITHOUT WRITING IT
      *  AGAIN.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDFILE-FILE ASSIGN TO   CARDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CARD-NUM
                  FILE STATUS  IS CARD-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO   XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS XREF-CARD-NUM
                  FILE STATUS  IS XREF-FILE-STATUS.

           SELECT CUSTFILE-FILE ASSIGN TO   CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CUST-ID
                  FILE STATUS  IS CUST-FILE-STATUS.

           SELECT EMBOSS-FILE ASSIGN TO   EMBFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS EMB-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO   RPTFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO  BUSDATE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BD-ID
                  FILE STATUS  IS BDATE-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS RC-KEY
                  FILE STATUS  IS RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARDFILE-FILE.
           COPY CARDREC.

       FD  XREF-FILE.
           COPY XREFREC.

       FD  CUSTFILE-FILE.
           COPY CUSTREC.

       FD  EMBOSS-FILE
           RECORDING MODE IS F.
           COPY EMBREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                  PIC X(133).

       FD  BUSDATE-FILE.
           COPY BUSDATE.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77  CARD-FILE-STATUS             PIC X(02) VALUE '00'.
           88  CARD-FILE-STATUS-OK          VALUE '00'.
           88  CARD-FILE-STATUS-EOF         VALUE '10'.
       77  XREF-FILE-STATUS             PIC X(02) VALUE '00'.
           88  XREF-FILE-STATUS-OK          VALUE '00'.
       77  CUST-FILE-STATUS             PIC X(02) VALUE '00'.
           88  CUST-FILE-STATUS-OK          VALUE '00'.
       77  EMB-FILE-STATUS              PIC X(02) VALUE '00'.
           88  EMB-FILE-STATUS-OK           VALUE '00'.
           88  EMB-FILE-STATUS-EOF          VALUE '10'.
           88  EMB-FILE-NOT-FOUND           VALUE '35'.
       77  RPT-FILE-STATUS              PIC X(02) VALUE '00'.
           88  RPT-FILE-STATUS-OK           VALUE '00'.

       77  END-OF-CARD-FILE-SW          PIC X(01) VALUE 'N'.
           88  END-OF-CARD-FILE             VALUE 'Y'.
       77  XREF-FOUND-SW                PIC X(01) VALUE 'N'.
           88  XREF-FOUND                   VALUE 'Y'.
       77  CUST-FOUND-SW                PIC X(01) VALUE 'N'.
           88  CUST-FOUND                   VALUE 'Y'.
       77  RESTART-RUN-SW               PIC X(01) VALUE 'N'.
           88  RESTART-RUN                  VALUE 'Y'.
       77  END-OF-EMB-FILE-SW           PIC X(01) VALUE 'N'.
           88  END-OF-EMB-FILE              VALUE 'Y'.

      *    LAST CARD A FAILED RUN LEFT ON EMBFILE
       77  LAST-EMB-CARD-NUM            PIC X(16) VALUE SPACES.

       77  TODAY-YYYYMMDD               PIC 9(08) VALUE ZERO.

       77  CARDS-READ                   PIC 9(09) COMP VALUE ZERO.
       77  CARDS-PENDING                PIC 9(09) COMP VALUE ZERO.
       77  CARDS-SENT                   PIC 9(09) COMP VALUE ZERO.
       77  CARDS-HELD                   PIC 9(09) COMP VALUE ZERO.
       77  CARDS-ALREADY-ON-EMBFILE     PIC 9(09) COMP VALUE ZERO.
       77  EMB-RECORDS-CARRIED          PIC 9(09) COMP VALUE ZERO.

       77  LINE-COUNT                   PIC 9(03) VALUE 99.
       77  PAGE-COUNT                   PIC 9(05) VALUE ZERO.
       77  MAX-LINES-PER-PAGE           PIC 9(03) VALUE 60.

       77  ABEND-MESSAGE                PIC X(60) VALUE SPACES.

       77  BDATE-FILE-STATUS            PIC X(02) VALUE '00'.
           88  BDATE-FILE-STATUS-OK         VALUE '00'.
           88  BDATE-FILE-NOT-FOUND         VALUE '35'.
       77  RUNCTL-FILE-STATUS           PIC X(02) VALUE '00'.
           88  RUNCTL-FILE-STATUS-OK        VALUE '00'.
           88  RUNCTL-FILE-NOT-FOUND        VALUE '35'.

       77  GATE-JOB-NAME                PIC X(08) VALUE 'CBEMB01C'.
       77  GATE-PREREQ-JOB              PIC X(08) VALUE SPACES.
       77  BUSINESS-DATE                PIC 9(08) VALUE ZERO.
       77  GATE-DATE                    PIC 9(08) VALUE ZERO.
       77  GATE-TIME                    PIC 9(08) VALUE ZERO.
       77  GATE-TS                      PIC X(26) VALUE SPACES.

       01  HEADING-LINE-1.
           05  FILLER                   PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(132) VALUE
               'CARD PROCESSING SYSTEM - CARD EMBOSSING EXTRACT'.

       01  HEADING-LINE-2.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(10)
               VALUE 'MAIL DATE '.
           05  FILLER                   PIC X(02) VALUE ': '.
           05  HL2-MAIL-DATE            PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'PAGE: '.
           05  HL2-PAGE-NUM             PIC ZZZZ9.
           05  FILLER                   PIC X(99) VALUE SPACES.

       01  HEADING-LINE-3.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(16) VALUE 'CARD NUMBER'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'ACCOUNT ID'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE 'CARD EXP DT'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(16) VALUE 'REPLACES CARD'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'REASON'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(24) VALUE 'ACTION'.
           05  FILLER                   PIC X(37) VALUE SPACES.

       01  DETAIL-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  DL-CARD-NUM              PIC X(16).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-ACCT-ID               PIC 9(11).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CARD-EXP-DATE         PIC X(10).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DL-REPLACES-NUM          PIC X(16).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DL-REASON                PIC X(01).
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  DL-ACTION                PIC X(24).
           05  FILLER                   PIC X(37) VALUE SPACES.

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
           PERFORM 2000-PROCESS-CARD    THRU 2000-EXIT
                   UNTIL END-OF-CARD-FILE.
           PERFORM 3000-FINALIZE        THRU 3000-EXIT.
           GOBACK.

      *****************************************************************
      *  1000-INITIALIZE
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1600-CHECK-RUN-GATE THRU 1600-EXIT.

           OPEN I-O    CARDFILE-FILE.
           IF NOT CARD-FILE-STATUS-OK
               MOVE 'ERROR OPENING CARDFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           OPEN INPUT  XREF-FILE.
           IF NOT XREF-FILE-STATUS-OK
               MOVE 'ERROR OPENING XREFFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           OPEN INPUT  CUSTFILE-FILE.
           IF NOT CUST-FILE-STATUS-OK
               MOVE 'ERROR OPENING CUSTFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           IF RESTART-RUN
               PERFORM 1100-FIND-LAST-EMB-CARD THRU 1100-EXIT
           END-IF.
           IF RESTART-RUN
               OPEN EXTEND EMBOSS-FILE
           ELSE
               OPEN OUTPUT EMBOSS-FILE
           END-IF.
           IF NOT EMB-FILE-STATUS-OK
               MOVE 'ERROR OPENING EMBFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-FILE-STATUS-OK
               MOVE 'ERROR OPENING RPTFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD.

           PERFORM 2100-READ-NEXT-CARD  THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-FIND-LAST-EMB-CARD - ON A RERUN, READ THROUGH THE FAILED
      *  RUN'S EMBFILE FOR THE LAST CARD IT WROTE.  IF THE FAILED RUN
      *  NEVER CREATED THE FILE THERE IS NOTHING TO CARRY FORWARD AND
      *  THE RUN STARTS IT AFRESH.
      *****************************************************************
       1100-FIND-LAST-EMB-CARD.
           OPEN INPUT EMBOSS-FILE.
           IF EMB-FILE-NOT-FOUND
               MOVE 'N' TO RESTART-RUN-SW
           ELSE
               IF NOT EMB-FILE-STATUS-OK
                   MOVE 'ERROR OPENING EMBFILE' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
               END-IF
               PERFORM 1150-READ-NEXT-EMB THRU 1150-EXIT
                       UNTIL END-OF-EMB-FILE
               CLOSE EMBOSS-FILE
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1150-READ-NEXT-EMB - SEQUENTIAL READ OF THE FAILED RUN'S
      *  EMBFILE
      *****************************************************************
       1150-READ-NEXT-EMB.
           READ EMBOSS-FILE
               AT END
                   MOVE 'Y' TO END-OF-EMB-FILE-SW
               NOT AT END
                   ADD 1 TO EMB-RECORDS-CARRIED
                   MOVE EMB-CARD-NUM TO LAST-EMB-CARD-NUM
           END-READ.
           IF NOT EMB-FILE-STATUS-OK
              AND NOT EMB-FILE-STATUS-EOF
               MOVE 'ERROR READING EMBFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.
       1150-EXIT.
           EXIT.

      *****************************************************************
      *  1600-CHECK-RUN-GATE - REFUSE TO START IF THIS JOB HAS
      *  ALREADY COMPLETED FOR THE BUSINESS DATE, OR IF ITS
      *  PREREQUISITE JOB (WHEN ONE IS NAMED) HAS NOT.  THE BUSINESS
      *  DATE COMES FROM BUSDATE, WHICH CBEOD01C ADVANCES AT CLOSE
      *  OF DAY.  ON THE WAY THROUGH, THE RUN IS MARKED STARTED
      *  ('S'); 1700-MARK-RUN-COMPLETE FLIPS IT TO 'C' AT FINALIZE,
      *  SO AN ABENDED RUN LEAVES 'S' AND CAN BE RERUN.
      *  FINDING ITS OWN 'S' RECORD TELLS THIS RUN IT IS THAT RERUN.
      *****************************************************************
       1600-CHECK-RUN-GATE.
           OPEN I-O BUSDATE-FILE.
           IF BDATE-FILE-NOT-FOUND
               OPEN OUTPUT BUSDATE-FILE
               CLOSE BUSDATE-FILE
               OPEN I-O BUSDATE-FILE
           END-IF.
           IF NOT BDATE-FILE-STATUS-OK
               MOVE 'ERROR OPENING BUSDATE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           MOVE 'BUSNDATE' TO BD-ID.
           READ BUSDATE-FILE
               INVALID KEY
                   ACCEPT BD-BUS-DATE FROM DATE YYYYMMDD
                   WRITE BUSINESS-DATE-RECORD
                       INVALID KEY
                           MOVE 'ERROR WRITING BUSDATE'
                               TO ABEND-MESSAGE
                           PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
                   END-WRITE
           END-READ.
           MOVE BD-BUS-DATE TO BUSINESS-DATE.
           CLOSE BUSDATE-FILE.

           OPEN I-O RUN-CONTROL-FILE.
           IF RUNCTL-FILE-NOT-FOUND
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.
           IF NOT RUNCTL-FILE-STATUS-OK
               MOVE 'ERROR OPENING RUNCTL' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           MOVE BUSINESS-DATE TO RC-BUS-DATE.
           MOVE GATE-JOB-NAME TO RC-JOB-NAME.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RC-JOB-COMPLETED
                       DISPLAY 'CBEMB01C - ALREADY COMPLETED FOR '
                               'BUSINESS DATE ' BUSINESS-DATE
                               ' - RUN REFUSED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF RC-JOB-STARTED
                       MOVE 'Y' TO RESTART-RUN-SW
                   END-IF
           END-READ.

           IF GATE-PREREQ-JOB NOT = SPACES
               MOVE BUSINESS-DATE   TO RC-BUS-DATE
               MOVE GATE-PREREQ-JOB TO RC-JOB-NAME
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       MOVE SPACE TO RC-STATUS
               END-READ
               IF NOT RC-JOB-COMPLETED
                   DISPLAY 'CBEMB01C - PREREQUISITE ' GATE-PREREQ-JOB
                           ' HAS NOT COMPLETED FOR BUSINESS DATE '
                           BUSINESS-DATE ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM 1650-BUILD-GATE-TS THRU 1650-EXIT.
           MOVE BUSINESS-DATE TO RC-BUS-DATE.
           MOVE GATE-JOB-NAME TO RC-JOB-NAME.
           MOVE 'S'           TO RC-STATUS.
           MOVE GATE-TS       TO RC-START-TS.
           MOVE SPACES        TO RC-END-TS.
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   WRITE RUN-CONTROL-RECORD
           END-REWRITE.
           IF NOT RUNCTL-FILE-STATUS-OK
               MOVE 'ERROR WRITING RUNCTL' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.
       1600-EXIT.
           EXIT.

      *****************************************************************
      *  1650-BUILD-GATE-TS - FORMAT A DB2-STYLE TIMESTAMP FOR THE
      *  RUN-CONTROL RECORD
      *****************************************************************
       1650-BUILD-GATE-TS.
           ACCEPT GATE-DATE FROM DATE YYYYMMDD.
           ACCEPT GATE-TIME FROM TIME.
           MOVE SPACES TO GATE-TS.
           STRING GATE-DATE (1:4) '-'
                  GATE-DATE (5:2) '-'
                  GATE-DATE (7:2) '-'
                  GATE-TIME (1:2) '.'
                  GATE-TIME (3:2) '.'
                  GATE-TIME (5:2) '.'
                  GATE-TIME (7:2) '0000'
                  INTO GATE-TS.
       1650-EXIT.
           EXIT.

      *****************************************************************
      *  1700-MARK-RUN-COMPLETE - FLIP THIS JOB'S RUN-CONTROL RECORD
      *  TO COMPLETED FOR THE BUSINESS DATE AND LET GO OF RUNCTL
      *****************************************************************
       1700-MARK-RUN-COMPLETE.
           MOVE BUSINESS-DATE TO RC-BUS-DATE.
           MOVE GATE-JOB-NAME TO RC-JOB-NAME.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           PERFORM 1650-BUILD-GATE-TS THRU 1650-EXIT.
           MOVE 'C'     TO RC-STATUS.
           MOVE GATE-TS TO RC-END-TS.
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   WRITE RUN-CONTROL-RECORD
           END-REWRITE.
           CLOSE RUN-CONTROL-FILE.
       1700-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-CARD - SEND ONE PENDING CARD TO THE VENDOR
      *****************************************************************
       2000-PROCESS-CARD.
           IF CARD-EMBOSS-PENDING
               ADD 1 TO CARDS-PENDING
               PERFORM 2200-GET-MAILING-ADDRESS THRU 2200-EXIT
               IF XREF-FOUND AND CUST-FOUND
                   IF CARD-NUM = LAST-EMB-CARD-NUM
                       ADD 1 TO CARDS-ALREADY-ON-EMBFILE
                       MOVE 'ALREADY ON EMBFILE'    TO DL-ACTION
                   ELSE
                       PERFORM 2300-WRITE-EMBOSS-RECORD THRU 2300-EXIT
                       MOVE 'SENT TO CARD VENDOR'   TO DL-ACTION
                   END-IF
                   PERFORM 2400-MARK-CARD-SENT      THRU 2400-EXIT
               ELSE
                   ADD 1 TO CARDS-HELD
                   IF NOT XREF-FOUND
                       MOVE 'HELD - NO XREF RECORD' TO DL-ACTION
                   ELSE
                       MOVE 'HELD - NO CUSTOMER'    TO DL-ACTION
                   END-IF
               END-IF
               PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT
           END-IF.
           PERFORM 2100-READ-NEXT-CARD  THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-READ-NEXT-CARD - SEQUENTIAL READ OF CARDFILE
      *****************************************************************
       2100-READ-NEXT-CARD.
           READ CARDFILE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-CARD-FILE-SW
               NOT AT END
                   ADD 1 TO CARDS-READ
           END-READ.
           IF NOT CARD-FILE-STATUS-OK
              AND NOT CARD-FILE-STATUS-EOF
               MOVE 'ERROR READING CARDFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-GET-MAILING-ADDRESS - CARD TO CUSTOMER VIA XREFFILE,
      *  THEN THE CUSTOMER'S NAME AND ADDRESS FROM CUSTFILE
      *****************************************************************
       2200-GET-MAILING-ADDRESS.
           MOVE 'N'       TO XREF-FOUND-SW.
           MOVE 'N'       TO CUST-FOUND-SW.
           MOVE CARD-NUM  TO XREF-CARD-NUM.
           READ XREF-FILE
               INVALID KEY
                   MOVE 'N' TO XREF-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO XREF-FOUND-SW
           END-READ.

           IF XREF-FOUND
               MOVE XREF-CUST-ID TO CUST-ID
               READ CUSTFILE-FILE
                   INVALID KEY
                       MOVE 'N' TO CUST-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO CUST-FOUND-SW
               END-READ
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-WRITE-EMBOSS-RECORD - ONE VENDOR RECORD FOR THE CARD
      *****************************************************************
       2300-WRITE-EMBOSS-RECORD.
           MOVE SPACES                    TO EMBOSS-RECORD.
           MOVE CARD-NUM                  TO EMB-CARD-NUM.
           STRING CARD-EXPIRAION-DATE (6:2) DELIMITED BY SIZE
                  '/'                       DELIMITED BY SIZE
                  CARD-EXPIRAION-DATE (3:2) DELIMITED BY SIZE
                  INTO EMB-EXPIRY-MMYY.
           MOVE CARD-CVV-CD               TO EMB-CVV-CD.
           MOVE CARD-EMBOSSED-NAME        TO EMB-EMBOSSED-NAME.
           MOVE CARD-ACCT-ID              TO EMB-ACCT-ID.
           MOVE CUST-ID                   TO EMB-CUST-ID.
           MOVE CUST-FIRST-NAME           TO EMB-FIRST-NAME.
           MOVE CUST-LAST-NAME            TO EMB-LAST-NAME.
           MOVE CUST-ADDR-LINE-1          TO EMB-ADDR-LINE-1.
           MOVE CUST-ADDR-LINE-2          TO EMB-ADDR-LINE-2.
           MOVE CUST-ADDR-LINE-3          TO EMB-ADDR-LINE-3.
           MOVE CUST-ADDR-STATE-CD        TO EMB-ADDR-STATE-CD.
           MOVE CUST-ADDR-COUNTRY-CD      TO EMB-ADDR-COUNTRY-CD.
           MOVE CUST-ADDR-ZIP             TO EMB-ADDR-ZIP.
           IF CARD-REPLACES-NUM NOT = SPACES
               MOVE CARD-REPLACES-NUM (13:4) TO EMB-REPLACES-LAST4
               MOVE CARD-REPLACE-REASON      TO EMB-REPLACE-REASON
           END-IF.
           MOVE TODAY-YYYYMMDD            TO EMB-MAIL-DATE.

           WRITE EMBOSS-RECORD.
           IF NOT EMB-FILE-STATUS-OK
               MOVE 'ERROR WRITING EMBFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.
           ADD 1 TO CARDS-SENT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2400-MARK-CARD-SENT - THE CARD HAS GONE TO THE VENDOR
      *****************************************************************
       2400-MARK-CARD-SENT.
           MOVE 'S' TO CARD-EMBOSS-STATUS.
           REWRITE CARD-RECORD
               INVALID KEY
                   MOVE 'ERROR REWRITING CARDFILE' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-REWRITE.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2500-WRITE-DETAIL - WRITE ONE CONTROL LINE TO THE REPORT
      *****************************************************************
       2500-WRITE-DETAIL.
           IF LINE-COUNT >= MAX-LINES-PER-PAGE
               PERFORM 2600-WRITE-HEADINGS THRU 2600-EXIT
           END-IF.

           MOVE CARD-NUM             TO DL-CARD-NUM.
           MOVE CARD-ACCT-ID         TO DL-ACCT-ID.
           MOVE CARD-EXPIRAION-DATE  TO DL-CARD-EXP-DATE.
           MOVE CARD-REPLACES-NUM    TO DL-REPLACES-NUM.
           MOVE CARD-REPLACE-REASON  TO DL-REASON.

           WRITE REPORT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2600-WRITE-HEADINGS - START A NEW REPORT PAGE
      *****************************************************************
       2600-WRITE-HEADINGS.
           ADD 1 TO PAGE-COUNT.
           MOVE TODAY-YYYYMMDD      TO HL2-MAIL-DATE.
           MOVE PAGE-COUNT          TO HL2-PAGE-NUM.
           WRITE REPORT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
           WRITE REPORT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM HEADING-LINE-3
               AFTER ADVANCING 2 LINES.
           MOVE 3 TO LINE-COUNT.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  3000-FINALIZE - WRITE SUMMARY TOTALS AND CLOSE FILES
      *****************************************************************
       3000-FINALIZE.
           IF PAGE-COUNT = ZERO
               PERFORM 2600-WRITE-HEADINGS THRU 2600-EXIT
           END-IF.

           MOVE SPACES                     TO SUMMARY-LINE.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.

           MOVE 'CARDS READ'                TO SL-LABEL.
           MOVE CARDS-READ                  TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'CARDS PENDING EMBOSSING'   TO SL-LABEL.
           MOVE CARDS-PENDING               TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'CARDS SENT TO VENDOR'      TO SL-LABEL.
           MOVE CARDS-SENT                  TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'CARDS HELD FOR FOLLOW-UP'  TO SL-LABEL.
           MOVE CARDS-HELD                  TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'RECORDS CARRIED FROM RERUN' TO SL-LABEL.
           MOVE EMB-RECORDS-CARRIED         TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'MARKED, ALREADY ON EMBFILE' TO SL-LABEL.
           MOVE CARDS-ALREADY-ON-EMBFILE    TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           CLOSE CARDFILE-FILE.
           CLOSE XREF-FILE.
           CLOSE CUSTFILE-FILE.
           CLOSE EMBOSS-FILE.
           CLOSE REPORT-FILE.

           DISPLAY 'CBEMB01C - EMBOSSING EXTRACT COMPLETE'.
           DISPLAY 'CARDS READ             : ' CARDS-READ.
           DISPLAY 'CARDS PENDING          : ' CARDS-PENDING.
           DISPLAY 'CARDS SENT TO VENDOR   : ' CARDS-SENT.
           DISPLAY 'CARDS HELD             : ' CARDS-HELD.
           DISPLAY 'CARRIED FROM RERUN     : ' EMB-RECORDS-CARRIED.
           DISPLAY 'ALREADY ON EMBFILE     : '
                   CARDS-ALREADY-ON-EMBFILE.

           PERFORM 1700-MARK-RUN-COMPLETE THRU 1700-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  9999-ABEND-PROGRAM - FATAL I/O ERROR, TERMINATE THE RUN
      *****************************************************************
       9999-ABEND-PROGRAM.
           DISPLAY 'CBEMB01C - ABENDING: ' ABEND-MESSAGE.
           DISPLAY 'CARD-FILE-STATUS: ' CARD-FILE-STATUS.
           DISPLAY 'XREF-FILE-STATUS: ' XREF-FILE-STATUS.
           DISPLAY 'CUST-FILE-STATUS: ' CUST-FILE-STATUS.
           DISPLAY 'EMB-FILE-STATUS : ' EMB-FILE-STATUS.
           DISPLAY 'RPT-FILE-STATUS : ' RPT-FILE-STATUS.
           DISPLAY 'BDATE-FILE-STATUS : ' BDATE-FILE-STATUS.
           DISPLAY 'RUNCTL-FILE-STATUS: ' RUNCTL-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
           EXIT.
