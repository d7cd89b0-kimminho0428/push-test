       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBTIN01C.
       AUTHOR.        AWS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *****************************************************************
      *  MODIFICATION LOG
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 AWS   INITIAL VERSION - NIGHTLY INTAKE OF THE
      *                   PROCESSOR'S DAILY TRANSACTION FILE TO
      *                   TRANFILE AHEAD OF CBTRN02C.
      *****************************************************************
      *  THIS PROGRAM IS THE FIRST STEP OF THE NIGHT.  IT READS THE
      *  PROCESSOR'S DAILY TRANSACTION FILE (DALYTRAN, SEE DLYTREC)
      *  AND LOADS ITS DETAIL RECORDS TO TRANFILE FOR CBTRN02C TO
      *  POST.  CBTRN02C WILL NOT START UNTIL THIS RUN HAS COMPLETED
      *  FOR THE BUSINESS DATE ON RUNCTL.
      *
      *  THE FILE IS READ TWICE.  THE FIRST PASS LOADS NOTHING: IT
      *  CHECKS THE FILE IS A HEADER, DETAILS AND A TRAILER IN THAT
      *  ORDER, AND THAT THE TRAILER'S RECORD COUNT AND AMOUNT TOTAL
      *  AGREE WITH THE DETAILS ACTUALLY READ.  THE FILE DATE AND
      *  SEQUENCE NUMBER FROM THE HEADER ARE THEN LOOKED UP ON
      *  INTKHIST; A FILE WHOSE DATE OR SEQUENCE HAS ALREADY BEEN
      *  LOADED IS A SECOND SENDING.  A FILE THAT FAILS ANY OF THESE
      *  CHECKS IS REFUSED WHOLE - NOTHING IS LOADED, THE RUN ENDS
      *  WITH RETURN CODE 8 AND THE RUN-CONTROL RECORD IS LEFT
      *  STARTED, SO CBTRN02C STAYS HELD UNTIL A GOOD FILE IS RUN.
      *
      *  THE SECOND PASS LOADS THE DETAILS ONE BY ONE.  A RECORD IS
      *  NOT LOADED, BUT CAPTURED ON SUSPFILE FOR REVIEW WITH THE
      *  PROCESSOR, WHEN:
      *    DUPT - ITS TRAN-ID IS ALREADY ON TRANFILE (INCLUDING A
      *           TRAN-ID REPEATED WITHIN THIS FILE)
      *    DUPC - A TRANSACTION ON THE SAME CARD FOR THE SAME AMOUNT
      *           IS ALREADY ON TRANFILE WITH AN ORIGINATION DATE
      *           WITHIN THE DUPLICATE WINDOW OF THIS ONE.  SYSTEM-
      *           GENERATED ENTRIES (FEES, INTEREST) ARE NOT COUNTED.
      *  THE DUPLICATE WINDOW, IN DAYS, IS SUPPLIED AS A 3-BYTE
      *  PARAMETER CARD ON SYSIN; BLANK OR NON-NUMERIC DEFAULTS TO
      *  ONE DAY.  ZERO MEANS THE SAME ORIGINATION DATE ONLY.
      *
      *  THE INTKHIST RECORD IS THE CHECKPOINT: IT IS REWRITTEN AFTER
      *  EVERY DETAIL, SO A RERUN AFTER AN ABEND CARRIES ON FROM THE
      *  NEXT RECORD.  THE REJECTS OF THE ABENDED RUN ARE ONLY ON ITS
      *  OWN REPORT.  AT THE END THE RUN WRITES ITS CONTROL-TOTALS-
      *  RECORD TO CTLFILE (SEE CTLTOT) SO CBBAL01C CAN PROVE THAT
      *  WHAT WAS RECEIVED EQUALS WHAT WAS LOADED PLUS WHAT WAS
      *  SUSPENDED.  THE INTAKE REPORT LISTS EVERY REJECT AND THE
      *  FILE'S CONTROL COUNTS.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-TRAN-FILE ASSIGN TO DALYTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS DALY-FILE-STATUS.

           SELECT TRANSACT-FILE ASSIGN TO TRANFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS TRAN-ID
                  ALTERNATE RECORD KEY IS TRAN-CARD-NUM
                      WITH DUPLICATES
                  FILE STATUS  IS TRAN-FILE-STATUS.

           SELECT INTAKE-HIST-FILE ASSIGN TO INTKHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS IH-FILE-DATE
                  ALTERNATE RECORD KEY IS IH-FILE-SEQ
                  FILE STATUS  IS INTK-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO SUSPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS SUSP-TRAN-ID
                  FILE STATUS  IS SUSP-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO   CTLFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CTL-KEY
                  FILE STATUS  IS CTL-FILE-STATUS.

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
       FD  DAILY-TRAN-FILE
           RECORDING MODE IS F.
           COPY DLYTREC.

       FD  TRANSACT-FILE.
           COPY TRANREC.

       FD  INTAKE-HIST-FILE.
           COPY INTKHREC.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  CONTROL-FILE.
           COPY CTLTOT.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                  PIC X(133).

       FD  BUSDATE-FILE.
           COPY BUSDATE.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77  DALY-FILE-STATUS             PIC X(02) VALUE '00'.
           88  DALY-FILE-STATUS-OK          VALUE '00'.
           88  DALY-FILE-STATUS-EOF         VALUE '10'.
       77  TRAN-FILE-STATUS             PIC X(02) VALUE '00'.
           88  TRAN-FILE-STATUS-OK          VALUE '00' '02'.
       77  INTK-FILE-STATUS             PIC X(02) VALUE '00'.
           88  INTK-FILE-STATUS-OK          VALUE '00'.
           88  INTK-FILE-NOT-FOUND          VALUE '35'.
       77  SUSP-FILE-STATUS             PIC X(02) VALUE '00'.
           88  SUSP-FILE-STATUS-OK          VALUE '00'.
           88  SUSP-FILE-NOT-FOUND          VALUE '35'.
       77  CTL-FILE-STATUS              PIC X(02) VALUE '00'.
           88  CTL-FILE-STATUS-OK           VALUE '00'.
           88  CTL-FILE-NOT-FOUND           VALUE '35'.
       77  RPT-FILE-STATUS              PIC X(02) VALUE '00'.
           88  RPT-FILE-STATUS-OK           VALUE '00'.
       77  BDATE-FILE-STATUS            PIC X(02) VALUE '00'.
           88  BDATE-FILE-STATUS-OK         VALUE '00'.
           88  BDATE-FILE-NOT-FOUND         VALUE '35'.
       77  RUNCTL-FILE-STATUS           PIC X(02) VALUE '00'.
           88  RUNCTL-FILE-STATUS-OK        VALUE '00'.
           88  RUNCTL-FILE-NOT-FOUND        VALUE '35'.

       77  GATE-JOB-NAME                PIC X(08) VALUE 'CBTIN01C'.
       77  GATE-PREREQ-JOB              PIC X(08) VALUE SPACES.
       77  BUSINESS-DATE                PIC 9(08) VALUE ZERO.
       77  GATE-DATE                    PIC 9(08) VALUE ZERO.
       77  GATE-TIME                    PIC 9(08) VALUE ZERO.
       77  GATE-TS                      PIC X(26) VALUE SPACES.

       77  END-OF-DAILY-FILE-SW         PIC X(01) VALUE 'N'.
           88  END-OF-DAILY-FILE            VALUE 'Y'.
       77  FILE-REFUSED-SW              PIC X(01) VALUE 'N'.
           88  FILE-REFUSED                 VALUE 'Y'.
       77  HEADER-SEEN-SW               PIC X(01) VALUE 'N'.
           88  HEADER-SEEN                  VALUE 'Y'.
       77  TRAILER-SEEN-SW              PIC X(01) VALUE 'N'.
           88  TRAILER-SEEN                 VALUE 'Y'.
       77  INTK-FOUND-SW                PIC X(01) VALUE 'N'.
           88  INTK-FOUND                   VALUE 'Y'.
       77  RESTART-RUN-SW               PIC X(01) VALUE 'N'.
           88  RESTART-RUN                  VALUE 'Y'.
       77  TRAN-ON-FILE-SW              PIC X(01) VALUE 'N'.
           88  TRAN-ON-FILE                 VALUE 'Y'.
       77  CARD-AMT-DUP-SW              PIC X(01) VALUE 'N'.
           88  CARD-AMT-DUP                 VALUE 'Y'.
       77  END-OF-CARD-BROWSE-SW        PIC X(01) VALUE 'N'.
           88  END-OF-CARD-BROWSE           VALUE 'Y'.
       77  ORIG-DATE-VALID-SW           PIC X(01) VALUE 'N'.
           88  ORIG-DATE-VALID              VALUE 'Y'.

       77  DAILY-RECORDS-READ           PIC 9(09) COMP VALUE ZERO.
       77  DETAIL-RECORDS-READ          PIC 9(09) COMP VALUE ZERO.
       77  RECORDS-LOADED               PIC 9(09) COMP VALUE ZERO.
       77  RECORDS-LOADED-BEFORE        PIC 9(09) COMP VALUE ZERO.
       77  REJECTED-DUP-TRAN            PIC 9(09) COMP VALUE ZERO.
       77  REJECTED-DUP-CARD            PIC 9(09) COMP VALUE ZERO.
       77  RESUME-AFTER-RECORD          PIC 9(09) COMP VALUE 1.

       77  DETAIL-AMOUNT-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
      *    LARGEST NET AMOUNT CTL-TOTAL-RECEIVED CAN CARRY
       77  MAX-RECEIVED-AMOUNT          PIC S9(13)V99 COMP-3
                                        VALUE 99999999999.99.
       77  LOADED-DEBITS                PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  LOADED-CREDITS               PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  SUSPENDED-AMOUNT             PIC S9(13)V99 COMP-3 VALUE ZERO.

       77  FILE-DATE                    PIC 9(08) VALUE ZERO.
       77  FILE-SEQ                     PIC 9(06) VALUE ZERO.
       77  PROCESSOR-ID                 PIC X(10) VALUE SPACES.
       77  TRAILER-COUNT                PIC 9(09) VALUE ZERO.
       77  TRAILER-AMOUNT               PIC S9(13)V99 VALUE ZERO.
       77  REFUSAL-REASON               PIC X(60) VALUE SPACES.
       77  REFUSAL-RECORD-NUM           PIC 9(09) VALUE ZERO.

       77  DUP-WINDOW-PARM              PIC X(03) VALUE SPACES.
       77  DUP-WINDOW-DAYS              PIC 9(03) VALUE ZERO.
       77  IN-TRAN-ID                   PIC X(16) VALUE SPACES.
       77  IN-CARD-NUM                  PIC X(16) VALUE SPACES.
       77  IN-TRAN-AMT                  PIC S9(09)V99 VALUE ZERO.
       77  IN-ORIG-INTEGER              PIC 9(07) VALUE ZERO.
       77  IN-ORIG-DATE-VALID-SW        PIC X(01) VALUE 'N'.
           88  IN-ORIG-DATE-VALID           VALUE 'Y'.
       77  ORIG-INTEGER                 PIC 9(07) VALUE ZERO.
       77  DAYS-APART                   PIC S9(07) VALUE ZERO.
       77  MATCHED-TRAN-ID              PIC X(16) VALUE SPACES.

       77  RUN-DATE-YYYYMMDD            PIC 9(08) VALUE ZERO.
       77  RUN-TIME-HHMMSSCC            PIC 9(08) VALUE ZERO.

       77  LINE-COUNT                   PIC 9(03) VALUE 99.
       77  PAGE-COUNT                   PIC 9(05) VALUE ZERO.
       77  MAX-LINES-PER-PAGE           PIC 9(03) VALUE 60.

       77  ABEND-MESSAGE                PIC X(60) VALUE SPACES.

      *****************************************************************
      *  ORIGINATION DATE, TAKEN FROM THE 'YYYY-MM-DD' FRONT OF
      *  TRAN-ORIG-TS FOR THE DUPLICATE WINDOW
      *****************************************************************
       01  ORIG-DATE-WORK.
           05  ODW-YYYY                 PIC X(04).
           05  ODW-MM                   PIC X(02).
           05  ODW-DD                   PIC X(02).
       01  ORIG-DATE-NUM REDEFINES ORIG-DATE-WORK.
           05  ODN-DATE                 PIC 9(08).
           05  ODN-PARTS REDEFINES ODN-DATE.
               10  ODN-YYYY             PIC 9(04).
               10  ODN-MM               PIC 9(02).
               10  ODN-DD               PIC 9(02).

       01  HEADING-LINE-1.
           05  FILLER                   PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(132) VALUE
               'CARD PROCESSING SYSTEM - DAILY TRANSACTION INTAKE'.

       01  HEADING-LINE-2.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(11)
               VALUE 'FILE DATE: '.
           05  HL2-FILE-DATE            PIC 9(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(10)
               VALUE 'SEQUENCE: '.
           05  HL2-FILE-SEQ             PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'PAGE: '.
           05  HL2-PAGE-NUM             PIC ZZZZ9.
           05  FILLER                   PIC X(82) VALUE SPACES.

       01  HEADING-LINE-3.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(08) VALUE '  REC NO'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(16) VALUE 'TRAN-ID'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(16) VALUE 'CARD NUMBER'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(17)
               VALUE '           AMOUNT'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE 'RSN'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(16) VALUE 'DUPLICATE OF'.
           05  FILLER                   PIC X(45) VALUE SPACES.

       01  DETAIL-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  DL-RECORD-NUM            PIC ZZZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-TRAN-ID               PIC X(16).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CARD-NUM              PIC X(16).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-AMOUNT                PIC --,---,---,--9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-REASON                PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-DUP-OF                PIC X(16).
           05  FILLER                   PIC X(45) VALUE SPACES.

       01  REFUSAL-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(19)
               VALUE '*** FILE REFUSED - '.
           05  RFL-REASON               PIC X(60).
           05  FILLER                   PIC X(53) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  SL-LABEL                 PIC X(30).
           05  SL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(91) VALUE SPACES.

       01  SUMMARY-AMT-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  SAL-LABEL                PIC X(30).
           05  SAL-AMOUNT               PIC ----,---,---,---,--9.99.
           05  FILLER                   PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           PERFORM 2000-VERIFY-FILE     THRU 2000-EXIT.
           IF NOT FILE-REFUSED
               PERFORM 2500-CHECK-INTAKE-HIST THRU 2500-EXIT
           END-IF.
           IF NOT FILE-REFUSED
               PERFORM 3000-LOAD-FILE   THRU 3000-EXIT
           END-IF.
           PERFORM 4000-FINALIZE        THRU 4000-EXIT.
           GOBACK.

      *****************************************************************
      *  1000-INITIALIZE - PASS THE RUN GATE, OPEN FILES AND PICK UP
      *  THE DUPLICATE WINDOW
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1600-CHECK-RUN-GATE THRU 1600-EXIT.

           OPEN I-O    TRANSACT-FILE.
           IF NOT TRAN-FILE-STATUS-OK
               MOVE 'ERROR OPENING TRANFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           PERFORM 1100-OPEN-INTAKE-HIST  THRU 1100-EXIT.
           PERFORM 1200-OPEN-SUSPENSE-FILE THRU 1200-EXIT.
           PERFORM 1300-OPEN-CONTROL-FILE THRU 1300-EXIT.

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-FILE-STATUS-OK
               MOVE 'ERROR OPENING RPTFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           ACCEPT DUP-WINDOW-PARM FROM SYSIN.
           IF DUP-WINDOW-PARM IS NUMERIC
              AND DUP-WINDOW-PARM NOT = SPACES
               MOVE DUP-WINDOW-PARM TO DUP-WINDOW-DAYS
           ELSE
               MOVE 1 TO DUP-WINDOW-DAYS
           END-IF.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-OPEN-INTAKE-HIST - CREATE INTKHIST ON ITS FIRST USE
      *****************************************************************
       1100-OPEN-INTAKE-HIST.
           OPEN I-O INTAKE-HIST-FILE.
           IF INTK-FILE-NOT-FOUND
               OPEN OUTPUT INTAKE-HIST-FILE
               CLOSE INTAKE-HIST-FILE
               OPEN I-O INTAKE-HIST-FILE
           END-IF.
           IF NOT INTK-FILE-STATUS-OK
               MOVE 'ERROR OPENING INTKHIST' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1200-OPEN-SUSPENSE-FILE - CREATE SUSPFILE ON ITS FIRST USE
      *****************************************************************
       1200-OPEN-SUSPENSE-FILE.
           OPEN I-O SUSPENSE-FILE.
           IF SUSP-FILE-NOT-FOUND
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           IF NOT SUSP-FILE-STATUS-OK
               MOVE 'ERROR OPENING SUSPFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1300-OPEN-CONTROL-FILE - CREATE CTLFILE ON ITS FIRST USE
      *****************************************************************
       1300-OPEN-CONTROL-FILE.
           OPEN I-O CONTROL-FILE.
           IF CTL-FILE-NOT-FOUND
               OPEN OUTPUT CONTROL-FILE
               CLOSE CONTROL-FILE
               OPEN I-O CONTROL-FILE
           END-IF.
           IF NOT CTL-FILE-STATUS-OK
               MOVE 'ERROR OPENING CTLFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.
       1300-EXIT.
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
                       DISPLAY 'CBTIN01C - ALREADY COMPLETED FOR '
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
                   DISPLAY 'CBTIN01C - PREREQUISITE ' GATE-PREREQ-JOB
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
      *  2000-VERIFY-FILE - FIRST PASS: PROVE THE FILE'S STRUCTURE
      *  AND ITS TRAILER AGAINST WHAT WAS ACTUALLY READ.  NOTHING IS
      *  LOADED ON THIS PASS.
      *****************************************************************
       2000-VERIFY-FILE.
           OPEN INPUT DAILY-TRAN-FILE.
           IF NOT DALY-FILE-STATUS-OK
               MOVE 'ERROR OPENING DALYTRAN' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           PERFORM 2100-READ-DAILY-FILE THRU 2100-EXIT.
           PERFORM 2200-VERIFY-RECORD   THRU 2200-EXIT
                   UNTIL END-OF-DAILY-FILE
                      OR FILE-REFUSED.
           IF NOT FILE-REFUSED
               PERFORM 2300-VERIFY-TRAILER THRU 2300-EXIT
           END-IF.

           CLOSE DAILY-TRAN-FILE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-READ-DAILY-FILE - SEQUENTIAL READ OF DALYTRAN, COUNTING
      *  EVERY RECORD SO EACH ONE HAS A POSITION IN THE FILE
      *****************************************************************
       2100-READ-DAILY-FILE.
           READ DAILY-TRAN-FILE
               AT END
                   MOVE 'Y' TO END-OF-DAILY-FILE-SW
               NOT AT END
                   ADD 1 TO DAILY-RECORDS-READ
           END-READ.
           IF NOT DALY-FILE-STATUS-OK
              AND NOT DALY-FILE-STATUS-EOF
               MOVE 'ERROR READING DALYTRAN' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-VERIFY-RECORD - ONE HEADER FIRST, THEN DETAILS, THEN
      *  ONE TRAILER LAST.  DETAIL COUNT AND AMOUNTS ARE ACCUMULATED
      *  FOR THE TRAILER CHECK.
      *****************************************************************
       2200-VERIFY-RECORD.
           EVALUATE TRUE
               WHEN TRAILER-SEEN
                   MOVE 'RECORDS FOUND AFTER THE TRAILER'
                       TO REFUSAL-REASON
                   PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
               WHEN DT-HEADER
                   IF DAILY-RECORDS-READ > 1
                       MOVE 'HEADER IS NOT THE FIRST RECORD'
                           TO REFUSAL-REASON
                       PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
                   ELSE
                       IF DT-HDR-FILE-DATE IS NUMERIC
                          AND DT-HDR-FILE-SEQ IS NUMERIC
                           MOVE DT-HDR-FILE-DATE    TO FILE-DATE
                           MOVE DT-HDR-FILE-SEQ     TO FILE-SEQ
                           MOVE DT-HDR-PROCESSOR-ID TO PROCESSOR-ID
                           MOVE 'Y' TO HEADER-SEEN-SW
                       ELSE
                           MOVE 'HEADER DATE OR SEQUENCE NOT NUMERIC'
                               TO REFUSAL-REASON
                           PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
                       END-IF
                   END-IF
               WHEN NOT HEADER-SEEN
                   MOVE 'FIRST RECORD IS NOT A HEADER'
                       TO REFUSAL-REASON
                   PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
               WHEN DT-DETAIL
                   MOVE DT-DETAIL-DATA TO TRAN-RECORD
                   IF TRAN-AMT IS NUMERIC
                      AND TRAN-ID NOT = SPACES
                       ADD 1        TO DETAIL-RECORDS-READ
                       ADD TRAN-AMT TO DETAIL-AMOUNT-TOTAL
                   ELSE
                       MOVE 'DETAIL WITH NO TRAN-ID OR A BAD AMOUNT'
                           TO REFUSAL-REASON
                       PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
                   END-IF
               WHEN DT-TRAILER
                   IF DT-TRL-RECORD-COUNT IS NUMERIC
                      AND DT-TRL-AMOUNT-TOTAL IS NUMERIC
                       MOVE DT-TRL-RECORD-COUNT TO TRAILER-COUNT
                       MOVE DT-TRL-AMOUNT-TOTAL TO TRAILER-AMOUNT
                       MOVE 'Y' TO TRAILER-SEEN-SW
                   ELSE
                       MOVE 'TRAILER COUNT OR AMOUNT NOT NUMERIC'
                           TO REFUSAL-REASON
                       PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN RECORD TYPE' TO REFUSAL-REASON
                   PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
           END-EVALUATE.
           IF NOT FILE-REFUSED
               PERFORM 2100-READ-DAILY-FILE THRU 2100-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-VERIFY-TRAILER - THE FILE MUST END WITH A TRAILER WHOSE
      *  COUNT AND AMOUNT MATCH THE DETAILS READ.  A MISSING TRAILER
      *  MEANS THE FILE WAS CUT SHORT IN TRANSMISSION.  A NET AMOUNT
      *  TOO LARGE FOR CTL-TOTAL-RECEIVED COULD NOT BE PROVED BY
      *  CBBAL01C, SO THE FILE IS REFUSED RATHER THAN LOADED.
      *****************************************************************
       2300-VERIFY-TRAILER.
           EVALUATE TRUE
               WHEN DAILY-RECORDS-READ = ZERO
                   MOVE 'FILE IS EMPTY' TO REFUSAL-REASON
                   PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
               WHEN NOT TRAILER-SEEN
                   MOVE 'NO TRAILER - FILE IS INCOMPLETE'
                       TO REFUSAL-REASON
                   PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
               WHEN TRAILER-COUNT NOT = DETAIL-RECORDS-READ
                   MOVE 'TRAILER RECORD COUNT DOES NOT MATCH DETAILS'
                       TO REFUSAL-REASON
                   PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
               WHEN TRAILER-AMOUNT NOT = DETAIL-AMOUNT-TOTAL
                   MOVE 'TRAILER AMOUNT TOTAL DOES NOT MATCH DETAILS'
                       TO REFUSAL-REASON
                   PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
               WHEN DETAIL-AMOUNT-TOTAL > MAX-RECEIVED-AMOUNT
                 OR DETAIL-AMOUNT-TOTAL < ZERO - MAX-RECEIVED-AMOUNT
                   MOVE 'AMOUNT TOTAL TOO LARGE FOR CONTROL TOTALS'
                       TO REFUSAL-REASON
                   PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2500-CHECK-INTAKE-HIST - A FILE DATE ALREADY LOADED, OR
      *  LOADED IN PART UNDER ANOTHER SEQUENCE, IS REFUSED.  A FILE
      *  DATE LEFT STARTED UNDER THIS SAME SEQUENCE IS A RERUN AFTER
      *  AN ABEND AND CARRIES ON FROM ITS LAST CHECKPOINT, PROVIDED
      *  THE TRAILER IS THE ONE THAT WAS BEING LOADED.
      *****************************************************************
       2500-CHECK-INTAKE-HIST.
           MOVE FILE-DATE TO IH-FILE-DATE.
           READ INTAKE-HIST-FILE
               INVALID KEY
                   MOVE 'N' TO INTK-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO INTK-FOUND-SW
           END-READ.

           IF NOT INTK-FOUND
               PERFORM 2600-CHECK-FILE-SEQ THRU 2600-EXIT
           ELSE
               EVALUATE TRUE
                   WHEN IH-LOAD-COMPLETED
                       MOVE 'FILE DATE ALREADY LOADED'
                           TO REFUSAL-REASON
                       PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
                   WHEN IH-FILE-SEQ NOT = FILE-SEQ
                       MOVE 'FILE DATE PART LOADED UNDER ANOTHER SEQ'
                           TO REFUSAL-REASON
                       PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
                   WHEN IH-RECORD-COUNT NOT = TRAILER-COUNT
                     OR IH-AMOUNT-TOTAL NOT = TRAILER-AMOUNT
                       MOVE 'TRAILER DIFFERS FROM PART-LOADED FILE'
                           TO REFUSAL-REASON
                       PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
                   WHEN OTHER
                       MOVE 'Y' TO RESTART-RUN-SW
                       MOVE IH-LAST-RECORD-NUM   TO RESUME-AFTER-RECORD
                       MOVE IH-RECORDS-LOADED    TO RECORDS-LOADED
                       MOVE IH-RECORDS-LOADED
                           TO RECORDS-LOADED-BEFORE
                       MOVE IH-REJECTED-DUP-TRAN TO REJECTED-DUP-TRAN
                       MOVE IH-REJECTED-DUP-CARD TO REJECTED-DUP-CARD
                       MOVE IH-LOADED-DEBITS     TO LOADED-DEBITS
                       MOVE IH-LOADED-CREDITS    TO LOADED-CREDITS
                       MOVE IH-SUSPENDED-AMOUNT  TO SUSPENDED-AMOUNT
                       DISPLAY 'CBTIN01C - RESTARTING FILE DATE '
                               FILE-DATE ' AFTER RECORD '
                               IH-LAST-RECORD-NUM
               END-EVALUATE
           END-IF.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2600-CHECK-FILE-SEQ - THE SEQUENCE NUMBER MUST NOT HAVE BEEN
      *  LOADED UNDER ANY OTHER FILE DATE
      *****************************************************************
       2600-CHECK-FILE-SEQ.
           MOVE FILE-SEQ TO IH-FILE-SEQ.
           READ INTAKE-HIST-FILE KEY IS IH-FILE-SEQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'CBTIN01C - SEQUENCE ' FILE-SEQ
                           ' WAS LOADED FOR FILE DATE ' IH-FILE-DATE
                   MOVE 'FILE SEQUENCE ALREADY LOADED'
                       TO REFUSAL-REASON
                   PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
           END-READ.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  2900-REFUSE-FILE - THE FILE WILL NOT BE LOADED
      *****************************************************************
       2900-REFUSE-FILE.
           MOVE 'Y'                TO FILE-REFUSED-SW.
           MOVE DAILY-RECORDS-READ TO REFUSAL-RECORD-NUM.
           DISPLAY 'CBTIN01C - FILE REFUSED: ' REFUSAL-REASON.
       2900-EXIT.
           EXIT.

      *****************************************************************
      *  3000-LOAD-FILE - SECOND PASS: LOAD THE DETAILS TO TRANFILE
      *****************************************************************
       3000-LOAD-FILE.
           PERFORM 3050-MARK-LOAD-STARTED THRU 3050-EXIT.

           OPEN INPUT DAILY-TRAN-FILE.
           IF NOT DALY-FILE-STATUS-OK
               MOVE 'ERROR REOPENING DALYTRAN' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.
           MOVE 'N'  TO END-OF-DAILY-FILE-SW.
           MOVE ZERO TO DAILY-RECORDS-READ.

           PERFORM 2100-READ-DAILY-FILE THRU 2100-EXIT.
           PERFORM 3100-LOAD-RECORD     THRU 3100-EXIT
                   UNTIL END-OF-DAILY-FILE.

           CLOSE DAILY-TRAN-FILE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3050-MARK-LOAD-STARTED - RECORD THE FILE ON INTKHIST BEFORE
      *  THE FIRST DETAIL IS LOADED.  ON A RERUN THE EXISTING RECORD
      *  IS KEPT AS IT STANDS.
      *****************************************************************
       3050-MARK-LOAD-STARTED.
           IF NOT RESTART-RUN
               PERFORM 1650-BUILD-GATE-TS THRU 1650-EXIT
               MOVE FILE-DATE           TO IH-FILE-DATE
               MOVE FILE-SEQ            TO IH-FILE-SEQ
               MOVE 'S'                 TO IH-STATUS
               MOVE BUSINESS-DATE       TO IH-BUS-DATE
               MOVE PROCESSOR-ID        TO IH-PROCESSOR-ID
               MOVE GATE-TS             TO IH-START-TS
               MOVE SPACES              TO IH-END-TS
               MOVE TRAILER-COUNT       TO IH-RECORD-COUNT
               MOVE TRAILER-AMOUNT      TO IH-AMOUNT-TOTAL
               MOVE RESUME-AFTER-RECORD TO IH-LAST-RECORD-NUM
               MOVE ZERO                TO IH-RECORDS-LOADED
                                           IH-REJECTED-DUP-TRAN
                                           IH-REJECTED-DUP-CARD
                                           IH-LOADED-DEBITS
                                           IH-LOADED-CREDITS
                                           IH-SUSPENDED-AMOUNT
               WRITE INTAKE-HIST-RECORD
                   INVALID KEY
                       MOVE 'ERROR WRITING INTKHIST' TO ABEND-MESSAGE
                       PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
               END-WRITE
           END-IF.
       3050-EXIT.
           EXIT.

      *****************************************************************
      *  3100-LOAD-RECORD - LOAD EACH DETAIL NOT ALREADY DEALT WITH
      *  BY AN EARLIER RUN OF THIS FILE
      *****************************************************************
       3100-LOAD-RECORD.
           IF DT-DETAIL
              AND DAILY-RECORDS-READ > RESUME-AFTER-RECORD
               PERFORM 3200-LOAD-DETAIL THRU 3200-EXIT
           END-IF.
           PERFORM 2100-READ-DAILY-FILE THRU 2100-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-LOAD-DETAIL - LOAD ONE DETAIL OR SEND IT TO SUSPENSE,
      *  THEN CHECKPOINT.  ON A RERUN, THE FIRST RECORD AFTER THE
      *  CHECKPOINT MAY ALREADY HAVE BEEN WRITTEN BY THE ABENDED RUN;
      *  IF IT IS ON TRANFILE EXACTLY AS SENT IT IS COUNTED LOADED.
      *****************************************************************
       3200-LOAD-DETAIL.
           MOVE DT-DETAIL-DATA TO TRAN-RECORD.
           MOVE TRAN-ID        TO IN-TRAN-ID.
           MOVE TRAN-CARD-NUM  TO IN-CARD-NUM.
           MOVE TRAN-AMT       TO IN-TRAN-AMT.
           PERFORM 3450-DERIVE-ORIG-DATE THRU 3450-EXIT.
           MOVE ORIG-DATE-VALID-SW TO IN-ORIG-DATE-VALID-SW.
           MOVE ORIG-INTEGER       TO IN-ORIG-INTEGER.

           PERFORM 3300-CHECK-TRAN-ID THRU 3300-EXIT.
           IF TRAN-ON-FILE
               IF RESTART-RUN
                  AND DAILY-RECORDS-READ = RESUME-AFTER-RECORD + 1
                  AND TRAN-RECORD = DT-DETAIL-DATA
                   ADD 1 TO RECORDS-LOADED
                   ADD 1 TO RECORDS-LOADED-BEFORE
                   PERFORM 3600-ADD-LOADED-AMOUNT THRU 3600-EXIT
               ELSE
                   MOVE 'DUPT'   TO SUSP-REJECT-REASON
                   MOVE SPACES   TO MATCHED-TRAN-ID
                   ADD 1 TO REJECTED-DUP-TRAN
                   PERFORM 3800-REJECT-RECORD THRU 3800-EXIT
               END-IF
           ELSE
               PERFORM 3400-CHECK-CARD-AMOUNT THRU 3400-EXIT
               IF CARD-AMT-DUP
                   MOVE 'DUPC'   TO SUSP-REJECT-REASON
                   ADD 1 TO REJECTED-DUP-CARD
                   PERFORM 3800-REJECT-RECORD THRU 3800-EXIT
               ELSE
                   PERFORM 3500-WRITE-TRAN THRU 3500-EXIT
               END-IF
           END-IF.

           PERFORM 3700-CHECKPOINT THRU 3700-EXIT.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  3300-CHECK-TRAN-ID - IS THIS TRAN-ID ALREADY ON TRANFILE
      *****************************************************************
       3300-CHECK-TRAN-ID.
           MOVE IN-TRAN-ID TO TRAN-ID.
           READ TRANSACT-FILE KEY IS TRAN-ID
               INVALID KEY
                   MOVE 'N' TO TRAN-ON-FILE-SW
               NOT INVALID KEY
                   MOVE 'Y' TO TRAN-ON-FILE-SW
           END-READ.
       3300-EXIT.
           EXIT.

      *****************************************************************
      *  3400-CHECK-CARD-AMOUNT - BROWSE THE CARD'S TRANSACTIONS ON
      *  TRANFILE FOR ONE OF THE SAME AMOUNT WITHIN THE DUPLICATE
      *  WINDOW.  WITHOUT A USABLE ORIGINATION DATE THERE IS NO
      *  WINDOW TO TEST AND THE RECORD IS LOADED.
      *****************************************************************
       3400-CHECK-CARD-AMOUNT.
           MOVE 'N'    TO CARD-AMT-DUP-SW.
           MOVE SPACES TO MATCHED-TRAN-ID.
           IF IN-ORIG-DATE-VALID
               MOVE 'N'         TO END-OF-CARD-BROWSE-SW
               MOVE IN-CARD-NUM TO TRAN-CARD-NUM
               START TRANSACT-FILE KEY IS = TRAN-CARD-NUM
                   INVALID KEY
                       MOVE 'Y' TO END-OF-CARD-BROWSE-SW
               END-START
               PERFORM 3410-NEXT-CARD-TRAN THRU 3410-EXIT
                       UNTIL END-OF-CARD-BROWSE
                          OR CARD-AMT-DUP
           END-IF.
       3400-EXIT.
           EXIT.

      *****************************************************************
      *  3410-NEXT-CARD-TRAN - TEST THE CARD'S NEXT TRANSACTION
      *****************************************************************
       3410-NEXT-CARD-TRAN.
           READ TRANSACT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-CARD-BROWSE-SW
           END-READ.
           IF NOT END-OF-CARD-BROWSE
               IF TRAN-CARD-NUM NOT = IN-CARD-NUM
                   MOVE 'Y' TO END-OF-CARD-BROWSE-SW
               ELSE
                   IF TRAN-AMT = IN-TRAN-AMT
                      AND TRAN-SOURCE NOT = 'SYSTEM'
                       PERFORM 3450-DERIVE-ORIG-DATE THRU 3450-EXIT
                       IF ORIG-DATE-VALID
                           COMPUTE DAYS-APART =
                                   IN-ORIG-INTEGER - ORIG-INTEGER
                           IF DAYS-APART < ZERO
                               COMPUTE DAYS-APART = ZERO - DAYS-APART
                           END-IF
                           IF DAYS-APART NOT > DUP-WINDOW-DAYS
                               MOVE 'Y'     TO CARD-AMT-DUP-SW
                               MOVE TRAN-ID TO MATCHED-TRAN-ID
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       3410-EXIT.
           EXIT.

      *****************************************************************
      *  3450-DERIVE-ORIG-DATE - THE ORIGINATION DATE OF THE RECORD
      *  IN TRAN-RECORD AS A DAY NUMBER
      *****************************************************************
       3450-DERIVE-ORIG-DATE.
           MOVE 'N'                 TO ORIG-DATE-VALID-SW.
           MOVE ZERO                TO ORIG-INTEGER.
           MOVE TRAN-ORIG-TS (1:4)  TO ODW-YYYY.
           MOVE TRAN-ORIG-TS (6:2)  TO ODW-MM.
           MOVE TRAN-ORIG-TS (9:2)  TO ODW-DD.
           IF ODN-DATE IS NUMERIC
               IF ODN-YYYY > 1600
                  AND ODN-MM >= 1 AND ODN-MM <= 12
                  AND ODN-DD >= 1 AND ODN-DD <= 31
                   MOVE 'Y' TO ORIG-DATE-VALID-SW
                   COMPUTE ORIG-INTEGER =
                           FUNCTION INTEGER-OF-DATE (ODN-DATE)
               END-IF
           END-IF.
       3450-EXIT.
           EXIT.

      *****************************************************************
      *  3500-WRITE-TRAN - LOAD THE DETAIL TO TRANFILE AS SENT
      *****************************************************************
       3500-WRITE-TRAN.
           MOVE DT-DETAIL-DATA TO TRAN-RECORD.
           WRITE TRAN-RECORD
               INVALID KEY
                   MOVE 'ERROR WRITING TRANFILE' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-WRITE.
           ADD 1 TO RECORDS-LOADED.
           PERFORM 3600-ADD-LOADED-AMOUNT THRU 3600-EXIT.
       3500-EXIT.
           EXIT.

      *****************************************************************
      *  3600-ADD-LOADED-AMOUNT - DEBITS AND CREDITS LOADED, BOTH
      *  CARRIED POSITIVE AS THE POSTING JOBS CARRY THEM
      *****************************************************************
       3600-ADD-LOADED-AMOUNT.
           IF IN-TRAN-AMT < ZERO
               COMPUTE LOADED-CREDITS = LOADED-CREDITS - IN-TRAN-AMT
           ELSE
               ADD IN-TRAN-AMT TO LOADED-DEBITS
           END-IF.
       3600-EXIT.
           EXIT.

      *****************************************************************
      *  3700-CHECKPOINT - COMMIT THE POSITION AND RUNNING TOTALS TO
      *  THE FILE'S INTKHIST RECORD AFTER EVERY DETAIL
      *****************************************************************
       3700-CHECKPOINT.
           MOVE FILE-DATE          TO IH-FILE-DATE.
           READ INTAKE-HIST-FILE
               INVALID KEY
                   MOVE 'ERROR READING INTKHIST' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-READ.
           MOVE DAILY-RECORDS-READ TO IH-LAST-RECORD-NUM.
           MOVE RECORDS-LOADED     TO IH-RECORDS-LOADED.
           MOVE REJECTED-DUP-TRAN  TO IH-REJECTED-DUP-TRAN.
           MOVE REJECTED-DUP-CARD  TO IH-REJECTED-DUP-CARD.
           MOVE LOADED-DEBITS      TO IH-LOADED-DEBITS.
           MOVE LOADED-CREDITS     TO IH-LOADED-CREDITS.
           MOVE SUSPENDED-AMOUNT   TO IH-SUSPENDED-AMOUNT.
           REWRITE INTAKE-HIST-RECORD
               INVALID KEY
                   MOVE 'ERROR REWRITING INTKHIST' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-REWRITE.
       3700-EXIT.
           EXIT.

      *****************************************************************
      *  3800-REJECT-RECORD - CAPTURE THE DETAIL ON SUSPFILE UNDER
      *  ITS INTAKE KEY ('IN' + FILE SEQUENCE + POSITION IN THE
      *  FILE) AND LIST IT ON THE REPORT.  SUSP-REJECT-REASON IS SET
      *  BY THE CALLER.
      *****************************************************************
       3800-REJECT-RECORD.
           MOVE 'IN'               TO SUSP-INTAKE-PREFIX.
           MOVE FILE-SEQ           TO SUSP-INTAKE-FILE-SEQ.
           MOVE DAILY-RECORDS-READ TO SUSP-INTAKE-RECORD-NUM.
           MOVE RUN-DATE-YYYYMMDD  TO SUSP-REJECT-DATE.
           MOVE DT-DETAIL-DATA     TO SUSP-TRAN-IMAGE.
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   WRITE SUSPENSE-RECORD
                       INVALID KEY
                           MOVE 'ERROR WRITING SUSPFILE'
                               TO ABEND-MESSAGE
                           PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
                   END-WRITE
           END-REWRITE.
           ADD IN-TRAN-AMT TO SUSPENDED-AMOUNT.

           IF LINE-COUNT >= MAX-LINES-PER-PAGE
               PERFORM 3860-WRITE-HEADINGS THRU 3860-EXIT
           END-IF.
           MOVE DAILY-RECORDS-READ TO DL-RECORD-NUM.
           MOVE IN-TRAN-ID         TO DL-TRAN-ID.
           MOVE IN-CARD-NUM        TO DL-CARD-NUM.
           MOVE IN-TRAN-AMT        TO DL-AMOUNT.
           MOVE SUSP-REJECT-REASON TO DL-REASON.
           MOVE MATCHED-TRAN-ID    TO DL-DUP-OF.
           WRITE REPORT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.

           DISPLAY 'TRAN REJECTED - ' SUSP-REJECT-REASON
                   ' FOR TRAN-ID: ' IN-TRAN-ID.
       3800-EXIT.
           EXIT.

      *****************************************************************
      *  3860-WRITE-HEADINGS - START A NEW REPORT PAGE
      *****************************************************************
       3860-WRITE-HEADINGS.
           ADD 1 TO PAGE-COUNT.
           MOVE FILE-DATE  TO HL2-FILE-DATE.
           MOVE FILE-SEQ   TO HL2-FILE-SEQ.
           MOVE PAGE-COUNT TO HL2-PAGE-NUM.
           WRITE REPORT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
           WRITE REPORT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM HEADING-LINE-3
               AFTER ADVANCING 2 LINES.
           MOVE 3 TO LINE-COUNT.
       3860-EXIT.
           EXIT.

      *****************************************************************
      *  4000-FINALIZE - A LOADED FILE GETS ITS CONTROL RECORD AND IS
      *  MARKED COMPLETE ON INTKHIST AND RUNCTL.  A REFUSED FILE ENDS
      *  THE RUN WITH RETURN CODE 8 AND RUNCTL LEFT STARTED.
      *****************************************************************
       4000-FINALIZE.
           IF NOT FILE-REFUSED
               PERFORM 4100-WRITE-CONTROL-TOTALS THRU 4100-EXIT
               PERFORM 4200-MARK-LOAD-COMPLETE   THRU 4200-EXIT
           END-IF.
           PERFORM 4300-WRITE-SUMMARY THRU 4300-EXIT.

           CLOSE TRANSACT-FILE.
           CLOSE INTAKE-HIST-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE CONTROL-FILE.
           CLOSE REPORT-FILE.

           DISPLAY 'CBTIN01C - DAILY TRANSACTION INTAKE COMPLETE'.
           DISPLAY 'FILE DATE / SEQUENCE    : ' FILE-DATE ' / '
                   FILE-SEQ.
           DISPLAY 'DETAIL RECORDS READ     : ' DETAIL-RECORDS-READ.
           DISPLAY 'TRAILER RECORD COUNT    : ' TRAILER-COUNT.
           DISPLAY 'AMOUNT READ             : ' DETAIL-AMOUNT-TOTAL.
           DISPLAY 'TRAILER AMOUNT TOTAL    : ' TRAILER-AMOUNT.
           IF FILE-REFUSED
               DISPLAY 'CBTIN01C - *** FILE REFUSED AT RECORD '
                       REFUSAL-RECORD-NUM ' - ' REFUSAL-REASON
               MOVE 8 TO RETURN-CODE
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY 'RECORDS LOADED          : ' RECORDS-LOADED
               DISPLAY 'LOADED BY EARLIER RUN   : '
                       RECORDS-LOADED-BEFORE
               DISPLAY 'REJECTED - DUP TRAN-ID  : ' REJECTED-DUP-TRAN
               DISPLAY 'REJECTED - DUP CARD/AMT : ' REJECTED-DUP-CARD
               DISPLAY 'DUPLICATE WINDOW (DAYS) : ' DUP-WINDOW-DAYS
               PERFORM 1700-MARK-RUN-COMPLETE THRU 1700-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4100-WRITE-CONTROL-TOTALS - COMMIT THE INTAKE CONTROL RECORD
      *  TO CTLFILE SO CBBAL01C CAN PROVE RECEIVED = LOADED +
      *  SUSPENDED.  IT MOVES NO MONEY ITSELF.
      *****************************************************************
       4100-WRITE-CONTROL-TOTALS.
           ACCEPT RUN-TIME-HHMMSSCC FROM TIME.
           MOVE 'CBTIN01C' TO CTL-JOB-NAME.
           MOVE SPACES     TO CTL-RUN-TS.
           STRING RUN-DATE-YYYYMMDD DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  RUN-TIME-HHMMSSCC DELIMITED BY SIZE
                  INTO CTL-RUN-TS
           END-STRING.
           MOVE RUN-DATE-YYYYMMDD   TO CTL-RUN-DATE.
           MOVE DETAIL-RECORDS-READ TO CTL-RECORDS-READ.
           MOVE RECORDS-LOADED      TO CTL-RECORDS-POSTED.
           COMPUTE CTL-RECORDS-REJECTED =
                   REJECTED-DUP-TRAN + REJECTED-DUP-CARD.
           MOVE LOADED-DEBITS       TO CTL-TOTAL-DEBITS.
           MOVE LOADED-CREDITS      TO CTL-TOTAL-CREDITS.
           MOVE ZERO                TO CTL-TOTAL-RECOVERIES.
           MOVE DETAIL-AMOUNT-TOTAL TO CTL-TOTAL-RECEIVED.
           WRITE CONTROL-TOTALS-RECORD
               INVALID KEY
                   MOVE 'ERROR WRITING CTLFILE' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-WRITE.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4200-MARK-LOAD-COMPLETE - FLIP THE FILE'S INTKHIST RECORD TO
      *  COMPLETED SO THE SAME FILE IS NEVER LOADED AGAIN
      *****************************************************************
       4200-MARK-LOAD-COMPLETE.
           MOVE FILE-DATE TO IH-FILE-DATE.
           READ INTAKE-HIST-FILE
               INVALID KEY
                   MOVE 'ERROR READING INTKHIST' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-READ.
           PERFORM 1650-BUILD-GATE-TS THRU 1650-EXIT.
           MOVE 'C'     TO IH-STATUS.
           MOVE GATE-TS TO IH-END-TS.
           REWRITE INTAKE-HIST-RECORD
               INVALID KEY
                   MOVE 'ERROR REWRITING INTKHIST' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-REWRITE.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  4300-WRITE-SUMMARY - THE FILE'S CONTROL COUNTS, AND THE
      *  REASON IF IT WAS REFUSED
      *****************************************************************
       4300-WRITE-SUMMARY.
           IF LINE-COUNT >= MAX-LINES-PER-PAGE - 14
               PERFORM 3860-WRITE-HEADINGS THRU 3860-EXIT
           END-IF.

           IF FILE-REFUSED
               MOVE REFUSAL-REASON TO RFL-REASON
               WRITE REPORT-LINE FROM REFUSAL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'REFUSED AT RECORD NUMBER' TO SL-LABEL
               MOVE REFUSAL-RECORD-NUM         TO SL-COUNT
               WRITE REPORT-LINE FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE 'DETAIL RECORDS READ'      TO SL-LABEL.
           MOVE DETAIL-RECORDS-READ        TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'TRAILER RECORD COUNT'     TO SL-LABEL.
           MOVE TRAILER-COUNT              TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.
           MOVE 'AMOUNT READ'              TO SAL-LABEL.
           MOVE DETAIL-AMOUNT-TOTAL        TO SAL-AMOUNT.
           WRITE REPORT-LINE FROM SUMMARY-AMT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TRAILER AMOUNT TOTAL'     TO SAL-LABEL.
           MOVE TRAILER-AMOUNT             TO SAL-AMOUNT.
           WRITE REPORT-LINE FROM SUMMARY-AMT-LINE
               AFTER ADVANCING 1 LINE.

           IF NOT FILE-REFUSED
               MOVE 'RECORDS LOADED TO TRANFILE' TO SL-LABEL
               MOVE RECORDS-LOADED             TO SL-COUNT
               WRITE REPORT-LINE FROM SUMMARY-LINE
                   AFTER ADVANCING 2 LINES
               MOVE '  OF WHICH BY AN EARLIER RUN' TO SL-LABEL
               MOVE RECORDS-LOADED-BEFORE      TO SL-COUNT
               WRITE REPORT-LINE FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'REJECTED - DUPLICATE TRAN-ID' TO SL-LABEL
               MOVE REJECTED-DUP-TRAN          TO SL-COUNT
               WRITE REPORT-LINE FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'REJECTED - DUP CARD/AMOUNT' TO SL-LABEL
               MOVE REJECTED-DUP-CARD          TO SL-COUNT
               WRITE REPORT-LINE FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'DUPLICATE WINDOW (DAYS)'  TO SL-LABEL
               MOVE DUP-WINDOW-DAYS            TO SL-COUNT
               WRITE REPORT-LINE FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'DEBITS LOADED'            TO SAL-LABEL
               MOVE LOADED-DEBITS              TO SAL-AMOUNT
               WRITE REPORT-LINE FROM SUMMARY-AMT-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'CREDITS LOADED'           TO SAL-LABEL
               MOVE LOADED-CREDITS             TO SAL-AMOUNT
               WRITE REPORT-LINE FROM SUMMARY-AMT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'NET AMOUNT SUSPENDED'     TO SAL-LABEL
               MOVE SUSPENDED-AMOUNT           TO SAL-AMOUNT
               WRITE REPORT-LINE FROM SUMMARY-AMT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       4300-EXIT.
           EXIT.

      *****************************************************************
      *  9999-ABEND-PROGRAM - FATAL I/O ERROR, TERMINATE THE RUN
      *****************************************************************
       9999-ABEND-PROGRAM.
           DISPLAY 'CBTIN01C - ABENDING: ' ABEND-MESSAGE.
           DISPLAY 'DALY-FILE-STATUS: ' DALY-FILE-STATUS.
           DISPLAY 'TRAN-FILE-STATUS: ' TRAN-FILE-STATUS.
           DISPLAY 'INTK-FILE-STATUS: ' INTK-FILE-STATUS.
           DISPLAY 'SUSP-FILE-STATUS: ' SUSP-FILE-STATUS.
           DISPLAY 'CTL-FILE-STATUS : ' CTL-FILE-STATUS.
           DISPLAY 'RPT-FILE-STATUS : ' RPT-FILE-STATUS.
           DISPLAY 'BDATE-FILE-STATUS: ' BDATE-FILE-STATUS.
           DISPLAY 'RUNCTL-FILE-STATUS: ' RUNCTL-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
           EXIT.
