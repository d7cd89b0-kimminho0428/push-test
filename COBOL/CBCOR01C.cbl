       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBCOR01C.
       AUTHOR.        AWS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *****************************************************************
      *  MODIFICATION LOG
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 AWS   INITIAL VERSION - NIGHTLY CUSTOMER LETTER
      *                   EXTRACT FOR THE PRINT VENDOR.
      *****************************************************************
      *  THIS PROGRAM READS CORREVT, THE CORRESPONDENCE EVENTS RAISED
      *  DURING THE DAY BY THE BATCH AND ONLINE PROGRAMS (SEE
      *  CORRREC), AND TURNS EACH PENDING EVENT INTO ONE LETTER ON
      *  LTRFILE FOR THE PRINT VENDOR.  THE CUSTOMER IS TAKEN FROM
      *  THE EVENT, OR FOUND THROUGH XREFFILE BY CARD OR BY ACCOUNT
      *  WHEN THE EVENT DOES NOT CARRY ONE, AND THE NAME AND MAILING
      *  ADDRESS COME FROM CUSTFILE.
      *
      *  ONE LETTER GOES OUT PER CUSTOMER, LETTER TYPE AND EVENT
      *  DEDUP DATE.  LTRHIST REMEMBERS EVERY LETTER SENT; A LATER
      *  EVENT WITH THE SAME KEY IS MARKED SUPPRESSED ('S') AND NO
      *  LETTER IS WRITTEN.  AN EVENT WHOSE CUSTOMER OR ADDRESS
      *  CANNOT BE FOUND, OR WHOSE LETTER TYPE IS NOT RECOGNISED, IS
      *  MARKED UNDELIVERABLE ('E') AND LISTED ON THE CONTROL REPORT
      *  FOR FOLLOW-UP.  EVERY OTHER EVENT IS MARKED LETTERED ('L').
      *  THE CONTROL REPORT ENDS WITH THE COUNTS BY LETTER TYPE.
      *
      *  THE RUN IS GATED ON RUNCTL BY BUSINESS DATE LIKE THE OTHER
      *  BATCHES, SO IT CANNOT RUN TWICE FOR ONE BUSINESS DATE.  EACH
      *  EVENT IS MARKED AND STAMPED WITH THE BUSINESS DATE AS ITS
      *  EXTRACT DATE AS IT IS PROCESSED, AND THE LETTERS ARE DATED
      *  BY IT.  EVENTS ALREADY STAMPED WITH THE BUSINESS DATE ARE
      *  TAKEN AGAIN, SO A FAILED RUN IS SIMPLY RERUN FOR THE SAME
      *  BUSINESS DATE: THE RERUN REBUILDS THE WHOLE OF THAT DATE'S
      *  LTRFILE, AND THE LTRFILE OF THE FAILED RUN MUST NOT BE SENT.
      *  A LETTER WHOSE LTRHIST ENTRY NAMES THE SAME EVENT IS WRITTEN
      *  AGAIN RATHER THAN SUPPRESSED.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORR-EVENT-FILE ASSIGN TO CORREVT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CEV-KEY
                  FILE STATUS  IS CORR-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO   XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS XREF-CARD-NUM
                  ALTERNATE RECORD KEY IS XREF-ACCT-ID
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS XREF-CUST-ID
                      WITH DUPLICATES
                  FILE STATUS  IS XREF-FILE-STATUS.

           SELECT CUSTFILE-FILE ASSIGN TO   CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CUST-ID
                  FILE STATUS  IS CUST-FILE-STATUS.

           SELECT LETTER-HIST-FILE ASSIGN TO LTRHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS LH-KEY
                  FILE STATUS  IS LTRH-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO   LTRFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS LTR-FILE-STATUS.

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
       FD  CORR-EVENT-FILE.
           COPY CORRREC.

       FD  XREF-FILE.
           COPY XREFREC.

       FD  CUSTFILE-FILE.
           COPY CUSTREC.

       FD  LETTER-HIST-FILE.
           COPY LTRHREC.

       FD  LETTER-FILE
           RECORDING MODE IS F.
           COPY LTRREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                  PIC X(133).

       FD  BUSDATE-FILE.
           COPY BUSDATE.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77  CORR-FILE-STATUS             PIC X(02) VALUE '00'.
           88  CORR-FILE-STATUS-OK          VALUE '00'.
           88  CORR-FILE-STATUS-EOF         VALUE '10'.
           88  CORR-FILE-NOT-FOUND          VALUE '35'.
       77  XREF-FILE-STATUS             PIC X(02) VALUE '00'.
           88  XREF-FILE-STATUS-OK          VALUE '00' '02'.
       77  CUST-FILE-STATUS             PIC X(02) VALUE '00'.
           88  CUST-FILE-STATUS-OK          VALUE '00'.
       77  LTRH-FILE-STATUS             PIC X(02) VALUE '00'.
           88  LTRH-FILE-STATUS-OK          VALUE '00'.
           88  LTRH-FILE-NOT-FOUND          VALUE '35'.
       77  LTR-FILE-STATUS              PIC X(02) VALUE '00'.
           88  LTR-FILE-STATUS-OK           VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02) VALUE '00'.
           88  RPT-FILE-STATUS-OK           VALUE '00'.

       77  END-OF-CORR-FILE-SW          PIC X(01) VALUE 'N'.
           88  END-OF-CORR-FILE             VALUE 'Y'.
       77  XREF-FOUND-SW                PIC X(01) VALUE 'N'.
           88  XREF-FOUND                   VALUE 'Y'.
       77  LTRH-FOUND-SW                PIC X(01) VALUE 'N'.
           88  LTRH-FOUND                   VALUE 'Y'.
       77  LTRH-SAME-EVENT-SW           PIC X(01) VALUE 'N'.
           88  LTRH-SAME-EVENT              VALUE 'Y'.
       77  LTYPE-FOUND-SW               PIC X(01) VALUE 'N'.
           88  LTYPE-FOUND                  VALUE 'Y'.

       77  RESOLVED-CUST-ID             PIC 9(09) VALUE ZERO.
       77  RESOLVED-ACCT-ID             PIC 9(11) VALUE ZERO.
       77  EXCEPTION-REASON             PIC X(30) VALUE SPACES.

       77  LTYPE-SUB                    PIC 9(04) COMP VALUE ZERO.
       77  UNKNOWN-LTYPE-SUB            PIC 9(04) COMP VALUE 7.

       77  EVENTS-READ                  PIC 9(09) COMP VALUE ZERO.
       77  LETTER-SEQ-NUM               PIC 9(07) VALUE ZERO.

       77  EDIT-AMOUNT                  PIC --,---,---,--9.99.
       77  EDIT-DAYS                    PIC ZZZ9.
       77  EDIT-DATE-OUT                PIC X(10) VALUE SPACES.

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

       77  GATE-JOB-NAME                PIC X(08) VALUE 'CBCOR01C'.
       77  GATE-PREREQ-JOB              PIC X(08) VALUE SPACES.
       77  BUSINESS-DATE                PIC 9(08) VALUE ZERO.
       77  GATE-DATE                    PIC 9(08) VALUE ZERO.
       77  GATE-TIME                    PIC 9(08) VALUE ZERO.
       77  GATE-TS                      PIC X(26) VALUE SPACES.

       01  EDIT-DATE-IN                 PIC 9(08) VALUE ZERO.
       01  EDIT-DATE-PARTS REDEFINES EDIT-DATE-IN.
           05  EDIT-DATE-YYYY           PIC X(04).
           05  EDIT-DATE-MM             PIC X(02).
           05  EDIT-DATE-DD             PIC X(02).

      *****************************************************************
      *  LETTER TYPES, IN REPORT ORDER.  THE LAST ENTRY COLLECTS ANY
      *  EVENT WHOSE TYPE IS NOT ONE OF THE SIX.
      *****************************************************************
       01  LETTER-TYPE-VALUES.
           05  FILLER                   PIC X(04) VALUE 'NSFR'.
           05  FILLER                   PIC X(20)
               VALUE 'RETURNED PAYMENT'.
           05  FILLER                   PIC X(04) VALUE 'CLCH'.
           05  FILLER                   PIC X(20)
               VALUE 'CREDIT LINE CHANGE'.
           05  FILLER                   PIC X(04) VALUE 'LATE'.
           05  FILLER                   PIC X(20)
               VALUE 'LATE FEE'.
           05  FILLER                   PIC X(04) VALUE 'FRBL'.
           05  FILLER                   PIC X(20)
               VALUE 'FRAUD CARD BLOCK'.
           05  FILLER                   PIC X(04) VALUE 'DSPR'.
           05  FILLER                   PIC X(20)
               VALUE 'DISPUTE RESOLVED'.
           05  FILLER                   PIC X(04) VALUE 'REIS'.
           05  FILLER                   PIC X(20)
               VALUE 'CARD REISSUE'.
           05  FILLER                   PIC X(04) VALUE '????'.
           05  FILLER                   PIC X(20)
               VALUE 'UNRECOGNISED TYPE'.
       01  LETTER-TYPE-TABLE REDEFINES LETTER-TYPE-VALUES.
           05  LTYPE-ENTRY  OCCURS 7 TIMES
                             INDEXED BY LTYPE-IDX.
               10  LTYPE-CODE           PIC X(04).
               10  LTYPE-DESC           PIC X(20).

       01  LETTER-TYPE-COUNTS.
           05  LTYPE-COUNT-ENTRY  OCCURS 7 TIMES.
               10  LTC-SELECTED         PIC 9(09) COMP.
               10  LTC-LETTERED         PIC 9(09) COMP.
               10  LTC-SUPPRESSED       PIC 9(09) COMP.
               10  LTC-UNDELIVERABLE    PIC 9(09) COMP.

       01  LETTER-TYPE-TOTALS.
           05  TOT-SELECTED             PIC 9(09) COMP VALUE ZERO.
           05  TOT-LETTERED             PIC 9(09) COMP VALUE ZERO.
           05  TOT-SUPPRESSED           PIC 9(09) COMP VALUE ZERO.
           05  TOT-UNDELIVERABLE        PIC 9(09) COMP VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER                   PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(132) VALUE
               'CARD PROCESSING SYSTEM - CUSTOMER LETTER EXTRACT'.

       01  HEADING-LINE-2.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(10)
               VALUE 'LETTER DT '.
           05  FILLER                   PIC X(02) VALUE ': '.
           05  HL2-LETTER-DATE          PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'PAGE: '.
           05  HL2-PAGE-NUM             PIC ZZZZ9.
           05  FILLER                   PIC X(99) VALUE SPACES.

       01  HEADING-LINE-3.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(26)
               VALUE 'EVENT TIMESTAMP'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'SOURCE'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE 'TYPE'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'ACCOUNT ID'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(16) VALUE 'CARD NUMBER'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(30)
               VALUE 'UNDELIVERABLE - REASON'.
           05  FILLER                   PIC X(27) VALUE SPACES.

       01  DETAIL-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  DL-EVENT-TS              PIC X(26).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-SOURCE-PGM            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-LETTER-TYPE           PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-ACCT-ID               PIC 9(11).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CARD-NUM              PIC X(16).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-REASON                PIC X(30).
           05  FILLER                   PIC X(27) VALUE SPACES.

       01  COUNT-HEADING-LINE-1.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(132)
               VALUE 'EVENTS BY LETTER TYPE'.

       01  COUNT-HEADING-LINE-2.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(04) VALUE 'TYPE'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE '   SELECTED'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE '   LETTERED'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE ' SUPPRESSED'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'UNDELIVERED'.
           05  FILLER                   PIC X(54) VALUE SPACES.

       01  COUNT-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  CL-LETTER-TYPE           PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-DESC                  PIC X(20).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-SELECTED              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-LETTERED              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-SUPPRESSED            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CL-UNDELIVERABLE         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(54) VALUE SPACES.

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
           PERFORM 2000-PROCESS-EVENT   THRU 2000-EXIT
                   UNTIL END-OF-CORR-FILE.
           PERFORM 3000-FINALIZE        THRU 3000-EXIT.
           GOBACK.

      *****************************************************************
      *  1000-INITIALIZE
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1600-CHECK-RUN-GATE THRU 1600-EXIT.

           OPEN I-O CORR-EVENT-FILE.
           IF CORR-FILE-NOT-FOUND
               OPEN OUTPUT CORR-EVENT-FILE
               CLOSE CORR-EVENT-FILE
               OPEN I-O CORR-EVENT-FILE
           END-IF.
           IF NOT CORR-FILE-STATUS-OK
               MOVE 'ERROR OPENING CORREVT' TO ABEND-MESSAGE
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

           OPEN I-O LETTER-HIST-FILE.
           IF LTRH-FILE-NOT-FOUND
               OPEN OUTPUT LETTER-HIST-FILE
               CLOSE LETTER-HIST-FILE
               OPEN I-O LETTER-HIST-FILE
           END-IF.
           IF NOT LTRH-FILE-STATUS-OK
               MOVE 'ERROR OPENING LTRHIST' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           OPEN OUTPUT LETTER-FILE.
           IF NOT LTR-FILE-STATUS-OK
               MOVE 'ERROR OPENING LTRFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-FILE-STATUS-OK
               MOVE 'ERROR OPENING RPTFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           INITIALIZE LETTER-TYPE-COUNTS.

           PERFORM 2050-READ-NEXT-EVENT THRU 2050-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1600-CHECK-RUN-GATE - REFUSE TO START IF THIS JOB HAS
      *  ALREADY COMPLETED FOR THE BUSINESS DATE, OR IF ITS
      *  PREREQUISITE JOB (WHEN ONE IS NAMED) HAS NOT.  THE BUSINESS
      *  DATE COMES FROM BUSDATE, WHICH CBEOD01C ADVANCES AT CLOSE
      *  OF DAY.  ON THE WAY THROUGH, THE RUN IS MARKED STARTED
      *  ('S'); 1700-MARK-RUN-COMPLETE FLIPS IT TO 'C' AT FINALIZE,
      *  SO AN ABENDED RUN LEAVES 'S' AND CAN BE RERUN.
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
                       DISPLAY 'CBCOR01C - ALREADY COMPLETED FOR '
                               'BUSINESS DATE ' BUSINESS-DATE
                               ' - RUN REFUSED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
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
                   DISPLAY 'CBCOR01C - PREREQUISITE ' GATE-PREREQ-JOB
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
      *  2000-PROCESS-EVENT - LETTER, SUPPRESS OR REJECT ONE EVENT.
      *  PENDING EVENTS, AND EVENTS ALREADY TAKEN BY AN EARLIER RUN
      *  FOR THIS BUSINESS DATE, ARE SELECTED; THE REST WERE DEALT
      *  WITH ON EARLIER BUSINESS DATES AND ARE SKIPPED.
      *****************************************************************
       2000-PROCESS-EVENT.
           IF CEV-PENDING
              OR CEV-EXTRACT-DATE = BUSINESS-DATE
               PERFORM 2100-FIND-LETTER-TYPE THRU 2100-EXIT
               ADD 1 TO LTC-SELECTED (LTYPE-SUB)
               MOVE SPACES TO EXCEPTION-REASON
               IF LTYPE-SUB = UNKNOWN-LTYPE-SUB
                   MOVE 'LETTER TYPE NOT RECOGNISED'
                       TO EXCEPTION-REASON
               ELSE
                   PERFORM 2200-GET-MAILING-ADDRESS THRU 2200-EXIT
               END-IF
               IF EXCEPTION-REASON NOT = SPACES
                   MOVE 'E' TO CEV-STATUS
                   ADD 1 TO LTC-UNDELIVERABLE (LTYPE-SUB)
                   PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT
               ELSE
                   PERFORM 2300-CHECK-LETTER-HIST THRU 2300-EXIT
                   IF LTRH-FOUND AND NOT LTRH-SAME-EVENT
                       MOVE 'S' TO CEV-STATUS
                       ADD 1 TO LTC-SUPPRESSED (LTYPE-SUB)
                   ELSE
                       PERFORM 2400-WRITE-LETTER THRU 2400-EXIT
                       IF NOT LTRH-FOUND
                           PERFORM 2500-WRITE-LETTER-HIST
                              THRU 2500-EXIT
                       END-IF
                       MOVE 'L' TO CEV-STATUS
                       ADD 1 TO LTC-LETTERED (LTYPE-SUB)
                   END-IF
               END-IF
               PERFORM 2600-MARK-EVENT THRU 2600-EXIT
           END-IF.
           PERFORM 2050-READ-NEXT-EVENT THRU 2050-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2050-READ-NEXT-EVENT - SEQUENTIAL READ OF CORREVT
      *****************************************************************
       2050-READ-NEXT-EVENT.
           READ CORR-EVENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-CORR-FILE-SW
               NOT AT END
                   ADD 1 TO EVENTS-READ
           END-READ.
           IF NOT CORR-FILE-STATUS-OK
              AND NOT CORR-FILE-STATUS-EOF
               MOVE 'ERROR READING CORREVT' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

      *****************************************************************
      *  2100-FIND-LETTER-TYPE - POSITION OF THE EVENT'S LETTER TYPE
      *  IN THE LETTER TYPE TABLE (LAST ENTRY IF NOT RECOGNISED)
      *****************************************************************
       2100-FIND-LETTER-TYPE.
           MOVE 'N' TO LTYPE-FOUND-SW.
           MOVE UNKNOWN-LTYPE-SUB TO LTYPE-SUB.
           PERFORM 2110-MATCH-ONE-TYPE THRU 2110-EXIT
                   VARYING LTYPE-IDX FROM 1 BY 1
                   UNTIL LTYPE-IDX >= UNKNOWN-LTYPE-SUB
                   OR LTYPE-FOUND.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2110-MATCH-ONE-TYPE - COMPARE ONE TABLE ENTRY
      *****************************************************************
       2110-MATCH-ONE-TYPE.
           IF LTYPE-CODE (LTYPE-IDX) = CEV-LETTER-TYPE
               SET LTYPE-SUB TO LTYPE-IDX
               MOVE 'Y' TO LTYPE-FOUND-SW
           END-IF.
       2110-EXIT.
           EXIT.

      *****************************************************************
      *  2200-GET-MAILING-ADDRESS - RESOLVE THE CUSTOMER (FROM THE
      *  EVENT, ELSE XREFFILE BY CARD, ELSE BY ACCOUNT), THEN READ
      *  THE NAME AND ADDRESS FROM CUSTFILE.  ANY GAP IS LEFT IN
      *  EXCEPTION-REASON.
      *****************************************************************
       2200-GET-MAILING-ADDRESS.
           MOVE CEV-CUST-ID TO RESOLVED-CUST-ID.
           MOVE CEV-ACCT-ID TO RESOLVED-ACCT-ID.
           IF RESOLVED-CUST-ID = ZERO
               IF CEV-CARD-NUM NOT = SPACES
                   PERFORM 2210-XREF-BY-CARD THRU 2210-EXIT
               ELSE
                   PERFORM 2220-XREF-BY-ACCT THRU 2220-EXIT
               END-IF
               IF XREF-FOUND
                   MOVE XREF-CUST-ID TO RESOLVED-CUST-ID
                   IF RESOLVED-ACCT-ID = ZERO
                       MOVE XREF-ACCT-ID TO RESOLVED-ACCT-ID
                   END-IF
               END-IF
           END-IF.

           IF RESOLVED-CUST-ID = ZERO
               MOVE 'NO XREF FOR CARD OR ACCOUNT' TO EXCEPTION-REASON
           ELSE
               MOVE RESOLVED-CUST-ID TO CUST-ID
               READ CUSTFILE-FILE
                   INVALID KEY
                       MOVE 'CUSTOMER NOT ON CUSTFILE'
                           TO EXCEPTION-REASON
                   NOT INVALID KEY
                       IF CUST-ADDR-LINE-1 = SPACES
                           MOVE 'NO MAILING ADDRESS ON FILE'
                               TO EXCEPTION-REASON
                       END-IF
               END-READ
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2210-XREF-BY-CARD - READ XREFFILE ON THE CARD NUMBER
      *****************************************************************
       2210-XREF-BY-CARD.
           MOVE CEV-CARD-NUM TO XREF-CARD-NUM.
           READ XREF-FILE
               INVALID KEY
                   MOVE 'N' TO XREF-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO XREF-FOUND-SW
           END-READ.
       2210-EXIT.
           EXIT.

      *****************************************************************
      *  2220-XREF-BY-ACCT - FIRST XREFFILE ENTRY FILED UNDER THE
      *  ACCOUNT (ALTERNATE KEY)
      *****************************************************************
       2220-XREF-BY-ACCT.
           MOVE 'N' TO XREF-FOUND-SW.
           IF CEV-ACCT-ID NOT = ZERO
               MOVE CEV-ACCT-ID TO XREF-ACCT-ID
               START XREF-FILE KEY IS = XREF-ACCT-ID
                   INVALID KEY
                       MOVE 'N' TO XREF-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO XREF-FOUND-SW
               END-START
           END-IF.
           IF XREF-FOUND
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO XREF-FOUND-SW
               END-READ
               IF XREF-FOUND
                  AND NOT XREF-FILE-STATUS-OK
                   MOVE 'ERROR READING XREFFILE' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
               END-IF
           END-IF.
       2220-EXIT.
           EXIT.

      *****************************************************************
      *  2300-CHECK-LETTER-HIST - HAS THIS CUSTOMER ALREADY HAD THIS
      *  LETTER FOR THE EVENT'S DEDUP DATE?  AN ENTRY LEFT BY THIS
      *  SAME EVENT (AN EARLIER RUN TODAY) DOES NOT SUPPRESS IT.
      *****************************************************************
       2300-CHECK-LETTER-HIST.
           MOVE 'N' TO LTRH-SAME-EVENT-SW.
           MOVE RESOLVED-CUST-ID    TO LH-CUST-ID.
           MOVE CEV-LETTER-TYPE     TO LH-LETTER-TYPE.
           MOVE CEV-DEDUP-DATE      TO LH-DEDUP-DATE.
           READ LETTER-HIST-FILE
               INVALID KEY
                   MOVE 'N' TO LTRH-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO LTRH-FOUND-SW
           END-READ.
           IF LTRH-FOUND
              AND LH-EVENT-TS   = CEV-EVENT-TS
              AND LH-SOURCE-PGM = CEV-SOURCE-PGM
               MOVE 'Y' TO LTRH-SAME-EVENT-SW
           END-IF.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2400-WRITE-LETTER - ONE VENDOR LETTER RECORD FOR THE EVENT
      *****************************************************************
       2400-WRITE-LETTER.
           ADD 1 TO LETTER-SEQ-NUM.
           MOVE SPACES                    TO LETTER-RECORD.
           MOVE CEV-LETTER-TYPE           TO LTR-LETTER-TYPE.
           MOVE BUSINESS-DATE             TO LTR-LETTER-DATE.
           MOVE CEV-EVENT-DATE            TO LTR-EVENT-DATE.
           MOVE LETTER-SEQ-NUM            TO LTR-SEQ-NUM.
           MOVE CUST-ID                   TO LTR-CUST-ID.
           MOVE RESOLVED-ACCT-ID          TO LTR-ACCT-ID.
           IF CEV-CARD-NUM NOT = SPACES
               MOVE CEV-CARD-NUM (13:4)   TO LTR-CARD-LAST4
           END-IF.
           MOVE CUST-FIRST-NAME           TO LTR-FIRST-NAME.
           MOVE CUST-MIDDLE-NAME          TO LTR-MIDDLE-NAME.
           MOVE CUST-LAST-NAME            TO LTR-LAST-NAME.
           MOVE CUST-ADDR-LINE-1          TO LTR-ADDR-LINE-1.
           MOVE CUST-ADDR-LINE-2          TO LTR-ADDR-LINE-2.
           MOVE CUST-ADDR-LINE-3          TO LTR-ADDR-LINE-3.
           MOVE CUST-ADDR-STATE-CD        TO LTR-ADDR-STATE-CD.
           MOVE CUST-ADDR-COUNTRY-CD      TO LTR-ADDR-COUNTRY-CD.
           MOVE CUST-ADDR-ZIP             TO LTR-ADDR-ZIP.

           EVALUATE TRUE
               WHEN CEV-NSF-RETURN
                   PERFORM 2410-FORMAT-NSF-RETURN  THRU 2410-EXIT
               WHEN CEV-LIMIT-CHANGE
                   PERFORM 2420-FORMAT-LIMIT-CHANGE THRU 2420-EXIT
               WHEN CEV-LATE-FEE
                   PERFORM 2430-FORMAT-LATE-FEE    THRU 2430-EXIT
               WHEN CEV-FRAUD-BLOCK
                   PERFORM 2440-FORMAT-FRAUD-BLOCK THRU 2440-EXIT
               WHEN CEV-DISPUTE-RESOLVED
                   PERFORM 2450-FORMAT-DISPUTE     THRU 2450-EXIT
               WHEN CEV-CARD-REISSUE
                   PERFORM 2460-FORMAT-REISSUE     THRU 2460-EXIT
           END-EVALUATE.

           WRITE LETTER-RECORD.
           IF NOT LTR-FILE-STATUS-OK
               MOVE 'ERROR WRITING LTRFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2410-FORMAT-NSF-RETURN - RETURNED AUTOPAY DRAFT AND NSF FEE
      *****************************************************************
       2410-FORMAT-NSF-RETURN.
           MOVE CEV-NSF-TRAN-ID           TO LTR-VAR-FIELD (1).
           MOVE CEV-NSF-RETURN-CD         TO LTR-VAR-FIELD (2).
           MOVE CEV-NSF-RETURN-DATE       TO EDIT-DATE-IN.
           PERFORM 2490-FORMAT-DATE THRU 2490-EXIT.
           MOVE EDIT-DATE-OUT             TO LTR-VAR-FIELD (3).
           MOVE CEV-NSF-DRAFT-AMT         TO EDIT-AMOUNT.
           MOVE EDIT-AMOUNT               TO LTR-VAR-FIELD (4).
           MOVE CEV-NSF-FEE-AMT           TO EDIT-AMOUNT.
           MOVE EDIT-AMOUNT               TO LTR-VAR-FIELD (5).
           IF CEV-NSF-DISENROLLED = 'Y'
               MOVE 'AUTOPAY CANCELLED'   TO LTR-VAR-FIELD (6)
           END-IF.
       2410-EXIT.
           EXIT.

      *****************************************************************
      *  2420-FORMAT-LIMIT-CHANGE - OLD AND NEW CREDIT LIMIT
      *****************************************************************
       2420-FORMAT-LIMIT-CHANGE.
           MOVE CEV-LIM-OLD-LIMIT         TO EDIT-AMOUNT.
           MOVE EDIT-AMOUNT               TO LTR-VAR-FIELD (1).
           MOVE CEV-LIM-NEW-LIMIT         TO EDIT-AMOUNT.
           MOVE EDIT-AMOUNT               TO LTR-VAR-FIELD (2).
           IF CEV-LIM-NEW-LIMIT > CEV-LIM-OLD-LIMIT
               MOVE 'INCREASE'            TO LTR-VAR-FIELD (3)
           ELSE
               MOVE 'DECREASE'            TO LTR-VAR-FIELD (3)
           END-IF.
           MOVE CEV-LIM-REVIEW-DATE       TO EDIT-DATE-IN.
           PERFORM 2490-FORMAT-DATE THRU 2490-EXIT.
           MOVE EDIT-DATE-OUT             TO LTR-VAR-FIELD (4).
       2420-EXIT.
           EXIT.

      *****************************************************************
      *  2430-FORMAT-LATE-FEE - LATE FEE AND THE STATEMENT IT FOLLOWS
      *****************************************************************
       2430-FORMAT-LATE-FEE.
           MOVE CEV-LATE-FEE-AMT          TO EDIT-AMOUNT.
           MOVE EDIT-AMOUNT               TO LTR-VAR-FIELD (1).
           MOVE CEV-LATE-DUE-DATE         TO EDIT-DATE-IN.
           PERFORM 2490-FORMAT-DATE THRU 2490-EXIT.
           MOVE EDIT-DATE-OUT             TO LTR-VAR-FIELD (2).
           MOVE CEV-LATE-DAYS-PAST-DUE    TO EDIT-DAYS.
           MOVE EDIT-DAYS                 TO LTR-VAR-FIELD (3).
           MOVE CEV-LATE-MIN-PAY-DUE      TO EDIT-AMOUNT.
           MOVE EDIT-AMOUNT               TO LTR-VAR-FIELD (4).
           MOVE CEV-LATE-STMT-BAL         TO EDIT-AMOUNT.
           MOVE EDIT-AMOUNT               TO LTR-VAR-FIELD (5).
       2430-EXIT.
           EXIT.

      *****************************************************************
      *  2440-FORMAT-FRAUD-BLOCK - THE TRANSACTION THAT BLOCKED THE CARD
      *****************************************************************
       2440-FORMAT-FRAUD-BLOCK.
           MOVE CEV-FRD-TRAN-ID           TO LTR-VAR-FIELD (1).
           MOVE CEV-FRD-TRAN-AMT          TO EDIT-AMOUNT.
           MOVE EDIT-AMOUNT               TO LTR-VAR-FIELD (2).
           MOVE CEV-FRD-ALERT-DATE        TO EDIT-DATE-IN.
           PERFORM 2490-FORMAT-DATE THRU 2490-EXIT.
           MOVE EDIT-DATE-OUT             TO LTR-VAR-FIELD (3).
       2440-EXIT.
           EXIT.

      *****************************************************************
      *  2450-FORMAT-DISPUTE - DISPUTE OUTCOME
      *****************************************************************
       2450-FORMAT-DISPUTE.
           MOVE CEV-DSP-TRAN-ID           TO LTR-VAR-FIELD (1).
           IF CEV-DSP-CARDHOLDER-WON
               MOVE 'CREDIT STANDS'       TO LTR-VAR-FIELD (2)
           ELSE
               MOVE 'CREDIT REVERSED'     TO LTR-VAR-FIELD (2)
           END-IF.
           MOVE CEV-DSP-AMT               TO EDIT-AMOUNT.
           MOVE EDIT-AMOUNT               TO LTR-VAR-FIELD (3).
           MOVE CEV-DSP-OPEN-DATE         TO EDIT-DATE-IN.
           PERFORM 2490-FORMAT-DATE THRU 2490-EXIT.
           MOVE EDIT-DATE-OUT             TO LTR-VAR-FIELD (4).
           MOVE CEV-DSP-RESOLVE-DATE      TO EDIT-DATE-IN.
           PERFORM 2490-FORMAT-DATE THRU 2490-EXIT.
           MOVE EDIT-DATE-OUT             TO LTR-VAR-FIELD (5).
       2450-EXIT.
           EXIT.

      *****************************************************************
      *  2460-FORMAT-REISSUE - EXPIRING CARD (EXPIRY IS YYYY-MM-DD)
      *****************************************************************
       2460-FORMAT-REISSUE.
           STRING CEV-REI-EXP-DATE (6:2)  DELIMITED BY SIZE
                  '/'                     DELIMITED BY SIZE
                  CEV-REI-EXP-DATE (9:2)  DELIMITED BY SIZE
                  '/'                     DELIMITED BY SIZE
                  CEV-REI-EXP-DATE (1:4)  DELIMITED BY SIZE
                  INTO LTR-VAR-FIELD (1).
           MOVE CEV-REI-EMBOSSED-NAME     TO LTR-VAR-FIELD (2).
       2460-EXIT.
           EXIT.

      *****************************************************************
      *  2490-FORMAT-DATE - EDIT-DATE-IN (YYYYMMDD) AS MM/DD/YYYY IN
      *  EDIT-DATE-OUT; BLANK WHEN THE DATE IS NOT SET
      *****************************************************************
       2490-FORMAT-DATE.
           MOVE SPACES TO EDIT-DATE-OUT.
           IF EDIT-DATE-IN IS NUMERIC
              AND EDIT-DATE-IN NOT = ZERO
               STRING EDIT-DATE-MM        DELIMITED BY SIZE
                      '/'                 DELIMITED BY SIZE
                      EDIT-DATE-DD        DELIMITED BY SIZE
                      '/'                 DELIMITED BY SIZE
                      EDIT-DATE-YYYY      DELIMITED BY SIZE
                      INTO EDIT-DATE-OUT
           END-IF.
       2490-EXIT.
           EXIT.

      *****************************************************************
      *  2500-WRITE-LETTER-HIST - REMEMBER THE LETTER FOR DEDUP
      *****************************************************************
       2500-WRITE-LETTER-HIST.
           MOVE SPACES              TO LETTER-HIST-RECORD.
           MOVE RESOLVED-CUST-ID    TO LH-CUST-ID.
           MOVE CEV-LETTER-TYPE     TO LH-LETTER-TYPE.
           MOVE CEV-DEDUP-DATE      TO LH-DEDUP-DATE.
           MOVE CEV-EVENT-TS        TO LH-EVENT-TS.
           MOVE CEV-SOURCE-PGM      TO LH-SOURCE-PGM.
           MOVE BUSINESS-DATE       TO LH-EXTRACT-DATE.
           WRITE LETTER-HIST-RECORD
               INVALID KEY
                   MOVE 'ERROR WRITING LTRHIST' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-WRITE.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2600-MARK-EVENT - STAMP THE OUTCOME ON THE EVENT
      *****************************************************************
       2600-MARK-EVENT.
           MOVE BUSINESS-DATE TO CEV-EXTRACT-DATE.
           REWRITE CORR-EVENT-RECORD
               INVALID KEY
                   MOVE 'ERROR REWRITING CORREVT' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-REWRITE.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  2700-WRITE-DETAIL - LIST ONE UNDELIVERABLE EVENT
      *****************************************************************
       2700-WRITE-DETAIL.
           IF LINE-COUNT >= MAX-LINES-PER-PAGE
               PERFORM 2800-WRITE-HEADINGS THRU 2800-EXIT
           END-IF.

           MOVE CEV-EVENT-TS         TO DL-EVENT-TS.
           MOVE CEV-SOURCE-PGM       TO DL-SOURCE-PGM.
           MOVE CEV-LETTER-TYPE      TO DL-LETTER-TYPE.
           MOVE CEV-ACCT-ID          TO DL-ACCT-ID.
           MOVE CEV-CARD-NUM         TO DL-CARD-NUM.
           MOVE EXCEPTION-REASON     TO DL-REASON.

           WRITE REPORT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
       2700-EXIT.
           EXIT.

      *****************************************************************
      *  2800-WRITE-HEADINGS - START A NEW REPORT PAGE
      *****************************************************************
       2800-WRITE-HEADINGS.
           ADD 1 TO PAGE-COUNT.
           MOVE BUSINESS-DATE       TO HL2-LETTER-DATE.
           MOVE PAGE-COUNT          TO HL2-PAGE-NUM.
           WRITE REPORT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
           WRITE REPORT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM HEADING-LINE-3
               AFTER ADVANCING 2 LINES.
           MOVE 3 TO LINE-COUNT.
       2800-EXIT.
           EXIT.

      *****************************************************************
      *  3000-FINALIZE - WRITE THE COUNTS BY LETTER TYPE AND SUMMARY
      *  TOTALS, CLOSE FILES
      *****************************************************************
       3000-FINALIZE.
           IF PAGE-COUNT = ZERO
               PERFORM 2800-WRITE-HEADINGS THRU 2800-EXIT
           END-IF.

           WRITE REPORT-LINE FROM COUNT-HEADING-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-LINE FROM COUNT-HEADING-LINE-2
               AFTER ADVANCING 2 LINES.
           PERFORM 3100-WRITE-TYPE-COUNT THRU 3100-EXIT
                   VARYING LTYPE-SUB FROM 1 BY 1
                   UNTIL LTYPE-SUB > UNKNOWN-LTYPE-SUB.

           MOVE 'ALL '                      TO CL-LETTER-TYPE.
           MOVE 'TOTAL'                     TO CL-DESC.
           MOVE TOT-SELECTED                TO CL-SELECTED.
           MOVE TOT-LETTERED                TO CL-LETTERED.
           MOVE TOT-SUPPRESSED              TO CL-SUPPRESSED.
           MOVE TOT-UNDELIVERABLE           TO CL-UNDELIVERABLE.
           WRITE REPORT-LINE FROM COUNT-LINE AFTER ADVANCING 2 LINES.

           MOVE SPACES                     TO SUMMARY-LINE.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.

           MOVE 'EVENTS READ'               TO SL-LABEL.
           MOVE EVENTS-READ                 TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'LETTERS WRITTEN'           TO SL-LABEL.
           MOVE LETTER-SEQ-NUM              TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           CLOSE CORR-EVENT-FILE.
           CLOSE XREF-FILE.
           CLOSE CUSTFILE-FILE.
           CLOSE LETTER-HIST-FILE.
           CLOSE LETTER-FILE.
           CLOSE REPORT-FILE.

           DISPLAY 'CBCOR01C - LETTER EXTRACT COMPLETE'.
           DISPLAY 'EVENTS READ            : ' EVENTS-READ.
           DISPLAY 'EVENTS SELECTED        : ' TOT-SELECTED.
           DISPLAY 'LETTERS WRITTEN        : ' TOT-LETTERED.
           DISPLAY 'EVENTS SUPPRESSED      : ' TOT-SUPPRESSED.
           DISPLAY 'EVENTS UNDELIVERABLE   : ' TOT-UNDELIVERABLE.

           PERFORM 1700-MARK-RUN-COMPLETE THRU 1700-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-WRITE-TYPE-COUNT - ONE LETTER TYPE'S COUNT LINE, ADDED
      *  INTO THE TOTALS
      *****************************************************************
       3100-WRITE-TYPE-COUNT.
           MOVE LTYPE-CODE (LTYPE-SUB)      TO CL-LETTER-TYPE.
           MOVE LTYPE-DESC (LTYPE-SUB)      TO CL-DESC.
           MOVE LTC-SELECTED (LTYPE-SUB)    TO CL-SELECTED.
           MOVE LTC-LETTERED (LTYPE-SUB)    TO CL-LETTERED.
           MOVE LTC-SUPPRESSED (LTYPE-SUB)  TO CL-SUPPRESSED.
           MOVE LTC-UNDELIVERABLE (LTYPE-SUB)
                                            TO CL-UNDELIVERABLE.
           WRITE REPORT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           ADD LTC-SELECTED (LTYPE-SUB)      TO TOT-SELECTED.
           ADD LTC-LETTERED (LTYPE-SUB)      TO TOT-LETTERED.
           ADD LTC-SUPPRESSED (LTYPE-SUB)    TO TOT-SUPPRESSED.
           ADD LTC-UNDELIVERABLE (LTYPE-SUB) TO TOT-UNDELIVERABLE.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  9999-ABEND-PROGRAM - FATAL I/O ERROR, TERMINATE THE RUN
      *****************************************************************
       9999-ABEND-PROGRAM.
           DISPLAY 'CBCOR01C - ABENDING: ' ABEND-MESSAGE.
           DISPLAY 'CORR-FILE-STATUS: ' CORR-FILE-STATUS.
           DISPLAY 'XREF-FILE-STATUS: ' XREF-FILE-STATUS.
           DISPLAY 'CUST-FILE-STATUS: ' CUST-FILE-STATUS.
           DISPLAY 'LTRH-FILE-STATUS: ' LTRH-FILE-STATUS.
           DISPLAY 'LTR-FILE-STATUS : ' LTR-FILE-STATUS.
           DISPLAY 'RPT-FILE-STATUS : ' RPT-FILE-STATUS.
           DISPLAY 'BDATE-FILE-STATUS: ' BDATE-FILE-STATUS.
           DISPLAY 'RUNCTL-FILE-STATUS: ' RUNCTL-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
           EXIT.
