       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBCRB01C.
       AUTHOR.        AWS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *****************************************************************
      *  MODIFICATION LOG
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 AWS   INITIAL VERSION - MONTHLY CREDIT BUREAU
      *                   EXTRACT AND IDENTITY EXCEPTIONS REPORT.
      *  10/15/2026 AWS   THE OWNING CUSTOMER IS NOW READ FROM
      *                   XREFFILE ON ITS XREF-ACCT-ID ALTERNATE KEY.
      *                   THE 50000-ENTRY IN-MEMORY XREF TABLE
      *                   (1100-LOAD-XREF-TABLE), WHICH DROPPED CARDS
      *                   ONCE FULL, IS RETIRED, AND WITH IT THE XREF
      *                   ENTRIES DROPPED LINE OF THE SUMMARY.
      *****************************************************************
      *  THIS PROGRAM RUNS AT MONTH END, AFTER CBCHG01C HAS CHARGED
      *  OFF THE MONTH'S SERIOUSLY DELINQUENT ACCOUNTS, AND WRITES THE
      *  CREDIT BUREAU FILE (CRBFILE, LAYOUT CRBREC) IN THE METRO 2
      *  STYLE: A HEADER, ONE BASE RECORD PER ACCOUNT REPORTED, AND A
      *  TRAILER CARRYING THE RECORD COUNT AND BALANCE TOTALS.
      *
      *  IT WALKS ACCTFILE.  AN ACCOUNT IS REPORTED WHEN IT IS OPEN
      *  (ACCT-ACTIVE-STATUS 'Y'), CHARGED OFF ('C'), OR CLOSED BUT
      *  STILL CARRYING A BALANCE OR CYCLE ACTIVITY - A CLOSED ACCOUNT
      *  IS REPORTED ONE LAST TIME, AS CLOSED AND PAID, IN THE CYCLE
      *  ITS BALANCE REACHES ZERO, AND DROPS OFF THE FILE AFTER THAT.
      *  THE OWNING CUSTOMER IS RESOLVED THROUGH XREFFILE'S ACCOUNT
      *  ID ALTERNATE KEY TO CUSTFILE AND SUPPLIES THE CONSUMER NAME,
      *  ADDRESS, SSN AND DATE OF BIRTH.  BILLFILE, AGED FOR THE
      *  BUSINESS DATE BY CBDLQ01C, SUPPLIES THE SCHEDULED PAYMENT
      *  (BILL-MIN-PAY-DUE) AND THE DELINQUENCY BUCKET THE ACCOUNT
      *  STATUS AND PAYMENT RATING ARE DERIVED FROM:
      *      BUCKET 0  STATUS 11  RATING 0    CURRENT
      *      BUCKET 1  STATUS 71  RATING 1    30-59 DAYS PAST DUE
      *      BUCKET 2  STATUS 78  RATING 2    60-89 DAYS PAST DUE
      *      BUCKET 3  STATUS 80  RATING 3    90+ DAYS PAST DUE
      *  A CHARGED-OFF ACCOUNT IS STATUS 97, RATING L, WITH THE
      *  ORIGINAL CHARGE-OFF AMOUNT AND WHAT IS STILL UNRECOVERED AS
      *  ITS BALANCE; ONCE RECOVERIES COVER THE WRITE-OFF IT IS STATUS
      *  64.  A CLOSED ACCOUNT WITH NO BALANCE IS STATUS 13; ONE STILL
      *  OWING KEEPS ITS BUCKET STATUS AND SPECIAL COMMENT M.  AN
      *  ACCOUNT WITH AN OPEN DISPUTE ON DISPFILE CARRIES COMPLIANCE
      *  CONDITION CODE XB.
      *
      *  AN ACCOUNT WHOSE CONSUMER CANNOT BE IDENTIFIED - NO CARD ON
      *  XREFFILE, NO CUSTOMER, AN INVALID SSN OR DATE OF BIRTH, OR A
      *  MISSING NAME OR ADDRESS - IS NOT SENT TO THE BUREAUS.  IT IS
      *  LISTED ON THE EXCEPTIONS REPORT (RPTFILE) WITH THE REASON SO
      *  THE CUSTOMER RECORD CAN BE CORRECTED BEFORE THE NEXT MONTH'S
      *  FILE.  THE REPORT ENDS WITH THE FILE'S CONTROL TOTALS.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ACCT-ID
                  FILE STATUS  IS ACCT-FILE-STATUS.

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

           SELECT BILLING-FILE ASSIGN TO BILLFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BILL-ACCT-ID
                  FILE STATUS  IS BILL-FILE-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO DISPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DISP-TRAN-ID
                  ALTERNATE RECORD KEY IS DISP-ACCT-ID
                      WITH DUPLICATES
                  FILE STATUS  IS DISP-FILE-STATUS.

           SELECT BUREAU-FILE ASSIGN TO   CRBFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS CRB-FILE-STATUS.

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
       FD  ACCTFILE-FILE.
           COPY ACCTREC.

       FD  XREF-FILE.
           COPY XREFREC.

       FD  CUSTFILE-FILE.
           COPY CUSTREC.

       FD  BILLING-FILE.
           COPY BILLREC.

       FD  DISPUTE-FILE.
           COPY DISPREC.

       FD  BUREAU-FILE
           RECORDING MODE IS F.
           COPY CRBREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                  PIC X(133).

       FD  BUSDATE-FILE.
           COPY BUSDATE.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77  ACCT-FILE-STATUS             PIC X(02) VALUE '00'.
           88  ACCT-FILE-STATUS-OK          VALUE '00'.
           88  ACCT-FILE-STATUS-EOF         VALUE '10'.
       77  XREF-FILE-STATUS             PIC X(02) VALUE '00'.
           88  XREF-FILE-STATUS-OK          VALUE '00' '02'.
           88  XREF-FILE-STATUS-EOF         VALUE '10'.
       77  CUST-FILE-STATUS             PIC X(02) VALUE '00'.
           88  CUST-FILE-STATUS-OK          VALUE '00'.
       77  BILL-FILE-STATUS             PIC X(02) VALUE '00'.
           88  BILL-FILE-STATUS-OK          VALUE '00'.
       77  DISP-FILE-STATUS             PIC X(02) VALUE '00'.
           88  DISP-FILE-STATUS-OK          VALUE '00'.
           88  DISP-FILE-NOT-FOUND          VALUE '35'.
       77  CRB-FILE-STATUS              PIC X(02) VALUE '00'.
           88  CRB-FILE-STATUS-OK           VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02) VALUE '00'.
           88  RPT-FILE-STATUS-OK           VALUE '00'.

       77  END-OF-ACCT-FILE-SW          PIC X(01) VALUE 'N'.
           88  END-OF-ACCT-FILE             VALUE 'Y'.
       77  END-OF-DISPUTES-SW           PIC X(01) VALUE 'N'.
           88  END-OF-DISPUTES              VALUE 'Y'.
       77  DISPUTE-FILE-OPEN-SW         PIC X(01) VALUE 'N'.
           88  DISPUTE-FILE-OPEN            VALUE 'Y'.
       77  OPEN-DISPUTE-SW              PIC X(01) VALUE 'N'.
           88  OPEN-DISPUTE-FOUND           VALUE 'Y'.
       77  ACCT-SELECTED-SW             PIC X(01) VALUE 'N'.
           88  ACCT-SELECTED                VALUE 'Y'.
       77  XREF-MATCH-SW                PIC X(01) VALUE 'N'.
           88  XREF-MATCH-FOUND             VALUE 'Y'.
       77  CUST-FOUND-SW                PIC X(01) VALUE 'N'.
           88  CUST-FOUND                   VALUE 'Y'.
       77  BILL-FOUND-SW                PIC X(01) VALUE 'N'.
           88  BILL-FOUND                   VALUE 'Y'.
       77  IDENTITY-VALID-SW            PIC X(01) VALUE 'N'.
           88  IDENTITY-VALID               VALUE 'Y'.

      *    DATA FURNISHER IDENTIFICATION, AS ASSIGNED BY THE BUREAUS
       77  CRB-REPORTER-ID              PIC X(10) VALUE 'CARDDEMO01'.
       77  CRB-REPORTER-NAME            PIC X(40)
           VALUE 'CARDDEMO CARD SERVICES'.

       77  FOUND-CUST-ID                PIC 9(09) VALUE ZERO.
       77  EXCEPTION-REASON             PIC X(40) VALUE SPACES.
       77  CHGOFF-REMAINING             PIC S9(10)V99 VALUE ZERO.
       77  PAST-DUE-AMT                 PIC S9(10)V99 VALUE ZERO.
       77  DOFD-INTEGER                 PIC 9(07) VALUE ZERO.
       77  DOFD-DATE                    PIC 9(08) VALUE ZERO.
       77  DATE-IN-YYYYMMDD             PIC 9(08) VALUE ZERO.
       77  DATE-OUT-MMDDYYYY            PIC 9(08) VALUE ZERO.
       77  CURRENT-DATE-YYYYMMDD        PIC 9(08) VALUE ZERO.

      *    SSN AND DATE-OF-BIRTH EDIT AREAS
       01  SSN-CHECK.
           05  SSN-AREA                 PIC X(03).
           05  SSN-GROUP                PIC X(02).
           05  SSN-SERIAL               PIC X(04).
       01  DOB-CHECK.
           05  DOB-YYYY                 PIC X(04).
           05  DOB-MM                   PIC X(02).
           05  DOB-DD                   PIC X(02).
       01  DOB-CHECK-NUM REDEFINES DOB-CHECK.
           05  DOB-YYYY-NUM             PIC 9(04).
           05  DOB-MM-NUM               PIC 9(02).
           05  DOB-DD-NUM               PIC 9(02).
       01  DOB-DATE REDEFINES DOB-CHECK PIC 9(08).

       77  ACCOUNTS-READ                PIC 9(09) COMP VALUE ZERO.
       77  ACCOUNTS-REPORTED            PIC 9(09) COMP VALUE ZERO.
       77  ACCOUNTS-EXCEPTED            PIC 9(09) COMP VALUE ZERO.
       77  ACCOUNTS-NOT-SELECTED        PIC 9(09) COMP VALUE ZERO.
       77  ACCOUNTS-NO-BILLING          PIC 9(09) COMP VALUE ZERO.
       77  STATUS-11-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  STATUS-13-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  STATUS-64-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  STATUS-71-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  STATUS-78-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  STATUS-80-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  STATUS-97-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  DISPUTE-COUNT                PIC 9(09) COMP VALUE ZERO.
       77  TOTAL-BALANCE                PIC S9(13) COMP-3 VALUE ZERO.
       77  TOTAL-CREDIT-LIMIT           PIC S9(13) COMP-3 VALUE ZERO.
       77  TOTAL-PAST-DUE               PIC S9(13) COMP-3 VALUE ZERO.
       77  TOTAL-SCHED-PAYMENT          PIC S9(13) COMP-3 VALUE ZERO.

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

       77  GATE-JOB-NAME                PIC X(08) VALUE 'CBCRB01C'.
       77  GATE-PREREQ-JOB              PIC X(08) VALUE 'CBCHG01C'.
       77  BUSINESS-DATE                PIC 9(08) VALUE ZERO.
       77  GATE-DATE                    PIC 9(08) VALUE ZERO.
       77  GATE-TIME                    PIC 9(08) VALUE ZERO.
       77  GATE-TS                      PIC X(26) VALUE SPACES.

       01  HEADING-LINE-1.
           05  FILLER                   PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(132) VALUE
               'CARD PROCESSING SYSTEM - CREDIT BUREAU EXCEPTIONS'.

       01  HEADING-LINE-2.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(10) VALUE 'BUS DATE: '.
           05  HL2-BUS-DATE             PIC 9999/99/99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'PAGE: '.
           05  HL2-PAGE-NUM             PIC ZZZZ9.
           05  FILLER                   PIC X(97) VALUE SPACES.

       01  HEADING-LINE-3.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(11) VALUE 'ACCOUNT ID'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE 'CUST ID'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(40) VALUE 'CUSTOMER NAME'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(40) VALUE 'REASON'.
           05  FILLER                   PIC X(26) VALUE SPACES.

       01  EXCEPTION-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  EL-ACCT-ID               PIC 9(11).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EL-CUST-ID               PIC 9(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EL-CUST-NAME             PIC X(40).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EL-REASON                PIC X(40).
           05  FILLER                   PIC X(26) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  SL-LABEL                 PIC X(30).
           05  SL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(94) VALUE SPACES.

       01  AMOUNT-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  AL-LABEL                 PIC X(30).
           05  AL-AMOUNT                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
                   UNTIL END-OF-ACCT-FILE.
           PERFORM 4000-FINALIZE        THRU 4000-EXIT.
           GOBACK.

      *****************************************************************
      *  1000-INITIALIZE - PASS THE RUN GATE, OPEN FILES, WRITE THE
      *  HEADER RECORD, PRIME READ
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1600-CHECK-RUN-GATE THRU 1600-EXIT.

           OPEN INPUT  ACCTFILE-FILE.
           IF NOT ACCT-FILE-STATUS-OK
               MOVE 'ERROR OPENING ACCTFILE' TO ABEND-MESSAGE
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

           OPEN INPUT  BILLING-FILE.
           IF NOT BILL-FILE-STATUS-OK
               MOVE 'ERROR OPENING BILLFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           PERFORM 1200-OPEN-DISPUTE-FILE THRU 1200-EXIT.

           OPEN OUTPUT BUREAU-FILE.
           IF NOT CRB-FILE-STATUS-OK
               MOVE 'ERROR OPENING CRBFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-FILE-STATUS-OK
               MOVE 'ERROR OPENING RPTFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           PERFORM 1400-WRITE-HEADER-RECORD THRU 1400-EXIT.

           PERFORM 2100-READ-NEXT-ACCT  THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1200-OPEN-DISPUTE-FILE - DISPFILE IS CREATED BY THE FIRST
      *  DISPUTE TAKEN ON CODISP0C.  UNTIL THEN NO ACCOUNT IS IN
      *  DISPUTE.
      *****************************************************************
       1200-OPEN-DISPUTE-FILE.
           OPEN INPUT DISPUTE-FILE.
           IF DISP-FILE-NOT-FOUND
               MOVE 'N' TO DISPUTE-FILE-OPEN-SW
               DISPLAY 'CBCRB01C - DISPFILE NOT FOUND - NO ACCOUNTS '
                       'REPORTED IN DISPUTE'
           ELSE
               IF NOT DISP-FILE-STATUS-OK
                   MOVE 'ERROR OPENING DISPFILE' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
               END-IF
               MOVE 'Y' TO DISPUTE-FILE-OPEN-SW
           END-IF.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1400-WRITE-HEADER-RECORD - IDENTIFY THE FURNISHER AND THE
      *  ACTIVITY DATE (THE BUSINESS DATE) THE FILE REPORTS AS OF
      *****************************************************************
       1400-WRITE-HEADER-RECORD.
           MOVE SPACES             TO CRB-HEADER-RECORD.
           MOVE 'H'                TO CRBH-REC-TYPE.
           MOVE CRB-REPORTER-ID    TO CRBH-REPORTER-ID.
           MOVE BUSINESS-DATE      TO DATE-IN-YYYYMMDD.
           PERFORM 2460-FORMAT-DATE THRU 2460-EXIT.
           MOVE DATE-OUT-MMDDYYYY  TO CRBH-ACTIVITY-DATE.
           ACCEPT CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE CURRENT-DATE-YYYYMMDD TO DATE-IN-YYYYMMDD.
           PERFORM 2460-FORMAT-DATE THRU 2460-EXIT.
           MOVE DATE-OUT-MMDDYYYY  TO CRBH-CREATED-DATE.
           MOVE CRB-REPORTER-NAME  TO CRBH-REPORTER-NAME.
           MOVE 'CBCRB01C'         TO CRBH-PROGRAM-ID.
           WRITE CRB-HEADER-RECORD.
           IF NOT CRB-FILE-STATUS-OK
               MOVE 'ERROR WRITING CRBFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.
       1400-EXIT.
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
                       DISPLAY 'CBCRB01C - ALREADY COMPLETED FOR '
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
                   DISPLAY 'CBCRB01C - PREREQUISITE ' GATE-PREREQ-JOB
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
      *  2000-PROCESS-ACCOUNT - REPORT ONE ACCOUNT, OR LIST IT AS AN
      *  EXCEPTION IF ITS CONSUMER CANNOT BE IDENTIFIED
      *****************************************************************
       2000-PROCESS-ACCOUNT.
           PERFORM 2150-SELECT-ACCOUNT THRU 2150-EXIT.
           IF ACCT-SELECTED
               PERFORM 2200-FIND-OWNING-CUSTOMER THRU 2200-EXIT
               IF CUST-FOUND
                   PERFORM 2300-VALIDATE-IDENTITY THRU 2300-EXIT
               END-IF
               IF IDENTITY-VALID
                   PERFORM 2400-BUILD-BASE-RECORD THRU 2400-EXIT
                   PERFORM 2500-WRITE-BASE-RECORD THRU 2500-EXIT
               ELSE
                   PERFORM 2600-WRITE-EXCEPTION   THRU 2600-EXIT
               END-IF
           ELSE
               ADD 1 TO ACCOUNTS-NOT-SELECTED
           END-IF.
           PERFORM 2100-READ-NEXT-ACCT  THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-READ-NEXT-ACCT - SEQUENTIAL READ OF ACCTFILE
      *****************************************************************
       2100-READ-NEXT-ACCT.
           READ ACCTFILE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-ACCT-FILE-SW
               NOT AT END
                   ADD 1 TO ACCOUNTS-READ
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2150-SELECT-ACCOUNT - OPEN AND CHARGED-OFF ACCOUNTS ARE
      *  ALWAYS REPORTED; A CLOSED ACCOUNT ONLY WHILE IT STILL HAS A
      *  BALANCE OR ACTIVITY IN THE CYCLE
      *****************************************************************
       2150-SELECT-ACCOUNT.
           MOVE 'N' TO ACCT-SELECTED-SW.
           IF ACCT-ACTIVE-STATUS = 'Y'
              OR ACCT-CHARGED-OFF
               MOVE 'Y' TO ACCT-SELECTED-SW
           ELSE
               IF ACCT-CURR-BAL NOT = ZERO
                  OR ACCT-CURR-CYC-CREDIT NOT = ZERO
                  OR ACCT-CURR-CYC-DEBIT NOT = ZERO
                   MOVE 'Y' TO ACCT-SELECTED-SW
               END-IF
           END-IF.
       2150-EXIT.
           EXIT.

      *****************************************************************
      *  2200-FIND-OWNING-CUSTOMER - LOCATE THE ACCOUNT'S CUSTOMER
      *  THROUGH XREFFILE'S XREF-ACCT-ID ALTERNATE KEY AND READ IT
      *  FROM CUSTFILE
      *****************************************************************
       2200-FIND-OWNING-CUSTOMER.
           MOVE 'N'    TO XREF-MATCH-SW.
           MOVE 'N'    TO CUST-FOUND-SW.
           MOVE 'N'    TO IDENTITY-VALID-SW.
           MOVE ZERO   TO FOUND-CUST-ID.
           MOVE ACCT-ID TO XREF-ACCT-ID.
           START XREF-FILE KEY IS = XREF-ACCT-ID
               INVALID KEY
                   MOVE 'N' TO XREF-MATCH-SW
               NOT INVALID KEY
                   MOVE 'Y' TO XREF-MATCH-SW
           END-START.
           IF XREF-MATCH-FOUND
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO XREF-MATCH-SW
                   NOT AT END
                       MOVE XREF-CUST-ID TO FOUND-CUST-ID
               END-READ
               IF XREF-MATCH-FOUND
                  AND NOT XREF-FILE-STATUS-OK
                   MOVE 'ERROR READING XREFFILE' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
               END-IF
           END-IF.
           IF NOT XREF-MATCH-FOUND
               MOVE 'NO CARD ON XREFFILE FOR ACCOUNT'
                   TO EXCEPTION-REASON
           END-IF.

           IF XREF-MATCH-FOUND
               MOVE FOUND-CUST-ID TO CUST-ID
               READ CUSTFILE-FILE
                   INVALID KEY
                       MOVE 'N' TO CUST-FOUND-SW
                       MOVE 'CUSTOMER NOT ON CUSTFILE'
                           TO EXCEPTION-REASON
                   NOT INVALID KEY
                       MOVE 'Y' TO CUST-FOUND-SW
               END-READ
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-VALIDATE-IDENTITY - THE BUREAUS MATCH ON SSN, DATE OF
      *  BIRTH, NAME AND ADDRESS.  THE FIRST FAILURE FOUND IS THE
      *  REASON REPORTED.  AN SSN IS INVALID WHEN IT IS ZERO, HAS AN
      *  AREA OF 000, 666 OR 900-999, OR A ZERO GROUP OR SERIAL.
      *****************************************************************
       2300-VALIDATE-IDENTITY.
           MOVE 'Y' TO IDENTITY-VALID-SW.

           IF CUST-SSN NOT NUMERIC
               MOVE 'N' TO IDENTITY-VALID-SW
               MOVE 'SSN MISSING OR INVALID' TO EXCEPTION-REASON
           ELSE
               MOVE CUST-SSN TO SSN-CHECK
               IF CUST-SSN = ZERO
                  OR SSN-AREA = '000'
                  OR SSN-AREA = '666'
                  OR SSN-AREA (1:1) = '9'
                  OR SSN-GROUP = '00'
                  OR SSN-SERIAL = '0000'
                   MOVE 'N' TO IDENTITY-VALID-SW
                   MOVE 'SSN MISSING OR INVALID' TO EXCEPTION-REASON
               END-IF
           END-IF.

           IF IDENTITY-VALID
               PERFORM 2350-CHECK-DOB THRU 2350-EXIT
           END-IF.

           IF IDENTITY-VALID
               IF CUST-LAST-NAME = SPACES
                  OR CUST-FIRST-NAME = SPACES
                   MOVE 'N' TO IDENTITY-VALID-SW
                   MOVE 'FIRST OR LAST NAME MISSING'
                       TO EXCEPTION-REASON
               END-IF
           END-IF.

           IF IDENTITY-VALID
               IF CUST-ADDR-LINE-1 = SPACES
                  OR CUST-ADDR-STATE-CD = SPACES
                  OR CUST-ADDR-ZIP = SPACES
                   MOVE 'N' TO IDENTITY-VALID-SW
                   MOVE 'ADDRESS, STATE OR ZIP MISSING'
                       TO EXCEPTION-REASON
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2350-CHECK-DOB - CUST-DOB-YYYYMMDD IS HELD AS YYYY-MM-DD.  IT
      *  MUST BE A PLAUSIBLE CALENDAR DATE BEFORE THE BUSINESS DATE.
      *****************************************************************
       2350-CHECK-DOB.
           MOVE CUST-DOB-YYYYMMDD (1:4) TO DOB-YYYY.
           MOVE CUST-DOB-YYYYMMDD (6:2) TO DOB-MM.
           MOVE CUST-DOB-YYYYMMDD (9:2) TO DOB-DD.
           IF DOB-CHECK NOT NUMERIC
               MOVE 'N' TO IDENTITY-VALID-SW
           ELSE
               IF DOB-YYYY-NUM < 1900
                  OR DOB-MM-NUM < 01 OR DOB-MM-NUM > 12
                  OR DOB-DD-NUM < 01 OR DOB-DD-NUM > 31
                  OR DOB-DATE NOT < BUSINESS-DATE
                   MOVE 'N' TO IDENTITY-VALID-SW
               END-IF
           END-IF.
           IF NOT IDENTITY-VALID
               MOVE 'DATE OF BIRTH MISSING OR INVALID'
                   TO EXCEPTION-REASON
           END-IF.
       2350-EXIT.
           EXIT.

      *****************************************************************
      *  2400-BUILD-BASE-RECORD - ASSEMBLE THE ACCOUNT'S BASE SEGMENT
      *****************************************************************
       2400-BUILD-BASE-RECORD.
           MOVE SPACES             TO CRB-BASE-RECORD.
           MOVE 'B'                TO CRBB-REC-TYPE.
           MOVE ACCT-ID            TO CRBB-ACCT-ID.
           MOVE 'R'                TO CRBB-PORTFOLIO-TYPE.
           MOVE '18'               TO CRBB-ACCOUNT-TYPE.
           MOVE 'REV'              TO CRBB-TERMS-DURATION.
           MOVE 'M'                TO CRBB-TERMS-FREQUENCY.
           MOVE '1'                TO CRBB-ECOA-CODE.

           MOVE ACCT-OPEN-DATE (1:4) TO DATE-IN-YYYYMMDD (1:4).
           MOVE ACCT-OPEN-DATE (6:2) TO DATE-IN-YYYYMMDD (5:2).
           MOVE ACCT-OPEN-DATE (9:2) TO DATE-IN-YYYYMMDD (7:2).
           IF DATE-IN-YYYYMMDD NUMERIC
               PERFORM 2460-FORMAT-DATE THRU 2460-EXIT
               MOVE DATE-OUT-MMDDYYYY TO CRBB-DATE-OPENED
           ELSE
               MOVE ZERO TO CRBB-DATE-OPENED
           END-IF.

           IF ACCT-CREDIT-LIMIT > ZERO
               MOVE ACCT-CREDIT-LIMIT TO CRBB-CREDIT-LIMIT
           ELSE
               MOVE ZERO TO CRBB-CREDIT-LIMIT
           END-IF.

           IF ACCT-CURR-CYC-CREDIT > ZERO
               MOVE ACCT-CURR-CYC-CREDIT TO CRBB-ACTUAL-PAYMENT
           ELSE
               MOVE ZERO TO CRBB-ACTUAL-PAYMENT
           END-IF.

           PERFORM 2410-READ-BILLING THRU 2410-EXIT.
           IF BILL-FOUND
              AND BILL-MIN-PAY-DUE > ZERO
               MOVE BILL-MIN-PAY-DUE TO CRBB-SCHED-PAYMENT
           ELSE
               MOVE ZERO TO CRBB-SCHED-PAYMENT
           END-IF.

           MOVE ZERO               TO CRBB-CHGOFF-AMT.
           MOVE ZERO               TO CRBB-FIRST-DELINQ-DATE.
           IF ACCT-CHARGED-OFF
               PERFORM 2420-SET-CHARGED-OFF-STATUS THRU 2420-EXIT
           ELSE
               PERFORM 2430-SET-ACCOUNT-STATUS     THRU 2430-EXIT
           END-IF.

           IF BILL-FOUND
              AND BILL-DAYS-PAST-DUE > ZERO
               COMPUTE DOFD-INTEGER =
                       FUNCTION INTEGER-OF-DATE (BUSINESS-DATE)
                       - BILL-DAYS-PAST-DUE
               COMPUTE DOFD-DATE =
                       FUNCTION DATE-OF-INTEGER (DOFD-INTEGER)
               MOVE DOFD-DATE TO DATE-IN-YYYYMMDD
               PERFORM 2460-FORMAT-DATE THRU 2460-EXIT
               MOVE DATE-OUT-MMDDYYYY TO CRBB-FIRST-DELINQ-DATE
           END-IF.

           PERFORM 2440-CHECK-OPEN-DISPUTE THRU 2440-EXIT.
           IF OPEN-DISPUTE-FOUND
               MOVE 'XB' TO CRBB-COMPLIANCE-CODE
           END-IF.

           MOVE BUSINESS-DATE      TO DATE-IN-YYYYMMDD.
           PERFORM 2460-FORMAT-DATE THRU 2460-EXIT.
           MOVE DATE-OUT-MMDDYYYY  TO CRBB-ACCOUNT-INFO-DATE.

           PERFORM 2450-SET-CONSUMER-FIELDS THRU 2450-EXIT.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2410-READ-BILLING - THE ACCOUNT'S BILLING RECORD.  AN ACCOUNT
      *  NOT YET BILLED IS REPORTED AS CURRENT.
      *****************************************************************
       2410-READ-BILLING.
           MOVE 'N'           TO BILL-FOUND-SW.
           MOVE ACCT-ID       TO BILL-ACCT-ID.
           READ BILLING-FILE
               INVALID KEY
                   MOVE 'N' TO BILL-FOUND-SW
                   ADD 1 TO ACCOUNTS-NO-BILLING
               NOT INVALID KEY
                   MOVE 'Y' TO BILL-FOUND-SW
           END-READ.
       2410-EXIT.
           EXIT.

      *****************************************************************
      *  2420-SET-CHARGED-OFF-STATUS - A CHARGED-OFF ACCOUNT OWES
      *  WHAT WAS WRITTEN OFF LESS WHAT HAS SINCE BEEN RECOVERED, ALL
      *  OF IT PAST DUE.  ONCE NOTHING IS LEFT IT IS REPORTED PAID.
      *****************************************************************
       2420-SET-CHARGED-OFF-STATUS.
           MOVE 'L' TO CRBB-PAYMENT-RATING.
           IF ACCT-CHGOFF-AMT > ZERO
               MOVE ACCT-CHGOFF-AMT TO CRBB-CHGOFF-AMT
           END-IF.
           COMPUTE CHGOFF-REMAINING =
                   ACCT-CHGOFF-AMT - ACCT-RECOVERED-AMT.
           IF CHGOFF-REMAINING > ZERO
               MOVE '97'             TO CRBB-ACCOUNT-STATUS
               MOVE CHGOFF-REMAINING TO CRBB-CURRENT-BALANCE
               MOVE CHGOFF-REMAINING TO CRBB-AMOUNT-PAST-DUE
           ELSE
               MOVE '64'             TO CRBB-ACCOUNT-STATUS
               MOVE ZERO             TO CRBB-CURRENT-BALANCE
               MOVE ZERO             TO CRBB-AMOUNT-PAST-DUE
           END-IF.
       2420-EXIT.
           EXIT.

      *****************************************************************
      *  2430-SET-ACCOUNT-STATUS - STATUS AND RATING FROM THE
      *  DELINQUENCY BUCKET.  THE AMOUNT PAST DUE IS THE MINIMUM
      *  PAYMENT THE CYCLE'S PAYMENTS HAVE NOT COVERED.
      *****************************************************************
       2430-SET-ACCOUNT-STATUS.
           IF ACCT-CURR-BAL > ZERO
               MOVE ACCT-CURR-BAL TO CRBB-CURRENT-BALANCE
           ELSE
               MOVE ZERO TO CRBB-CURRENT-BALANCE
           END-IF.
           MOVE ZERO TO CRBB-AMOUNT-PAST-DUE.

           MOVE '11' TO CRBB-ACCOUNT-STATUS.
           MOVE '0'  TO CRBB-PAYMENT-RATING.
           IF BILL-FOUND
               EVALUATE TRUE
                   WHEN BILL-BUCKET-30
                       MOVE '71' TO CRBB-ACCOUNT-STATUS
                       MOVE '1'  TO CRBB-PAYMENT-RATING
                   WHEN BILL-BUCKET-60
                       MOVE '78' TO CRBB-ACCOUNT-STATUS
                       MOVE '2'  TO CRBB-PAYMENT-RATING
                   WHEN BILL-BUCKET-90-PLUS
                       MOVE '80' TO CRBB-ACCOUNT-STATUS
                       MOVE '3'  TO CRBB-PAYMENT-RATING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF NOT BILL-BUCKET-CURRENT
                   COMPUTE PAST-DUE-AMT =
                           BILL-MIN-PAY-DUE - ACCT-CURR-CYC-CREDIT
                   IF PAST-DUE-AMT > ZERO
                       MOVE PAST-DUE-AMT TO CRBB-AMOUNT-PAST-DUE
                   END-IF
               END-IF
           END-IF.

           IF ACCT-ACTIVE-STATUS NOT = 'Y'
               IF ACCT-CURR-BAL > ZERO
                   MOVE 'M'  TO CRBB-SPECIAL-COMMENT
               ELSE
                   MOVE '13' TO CRBB-ACCOUNT-STATUS
               END-IF
           END-IF.
       2430-EXIT.
           EXIT.

      *****************************************************************
      *  2440-CHECK-OPEN-DISPUTE - READ THE ACCOUNT'S DISPUTES BY THE
      *  DISP-ACCT-ID ALTERNATE KEY, LOOKING FOR ONE STILL OPEN
      *****************************************************************
       2440-CHECK-OPEN-DISPUTE.
           MOVE 'N' TO OPEN-DISPUTE-SW.
           MOVE 'Y' TO END-OF-DISPUTES-SW.
           IF DISPUTE-FILE-OPEN
               MOVE ACCT-ID TO DISP-ACCT-ID
               START DISPUTE-FILE KEY IS = DISP-ACCT-ID
                   INVALID KEY
                       MOVE 'Y' TO END-OF-DISPUTES-SW
                   NOT INVALID KEY
                       MOVE 'N' TO END-OF-DISPUTES-SW
               END-START
           END-IF.
           PERFORM 2445-READ-NEXT-DISPUTE THRU 2445-EXIT
                   UNTIL END-OF-DISPUTES
                      OR OPEN-DISPUTE-FOUND.
       2440-EXIT.
           EXIT.

      *****************************************************************
      *  2445-READ-NEXT-DISPUTE - NEXT DISPUTE IN ALTERNATE-KEY ORDER;
      *  STOP AT THE FIRST THAT BELONGS TO ANOTHER ACCOUNT
      *****************************************************************
       2445-READ-NEXT-DISPUTE.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-DISPUTES-SW
               NOT AT END
                   IF DISP-ACCT-ID NOT = ACCT-ID
                       MOVE 'Y' TO END-OF-DISPUTES-SW
                   ELSE
                       IF DISP-STATUS-OPEN
                           MOVE 'Y' TO OPEN-DISPUTE-SW
                       END-IF
                   END-IF
           END-READ.
       2445-EXIT.
           EXIT.

      *****************************************************************
      *  2450-SET-CONSUMER-FIELDS - NAME, SSN, DATE OF BIRTH, PHONE
      *  AND ADDRESS FROM THE CUSTOMER RECORD.  CUST-ADDR-LINE-3 IS
      *  THE CITY.  A ZIP+4 HELD AS NNNNN-NNNN IS SENT WITHOUT THE
      *  HYPHEN.
      *****************************************************************
       2450-SET-CONSUMER-FIELDS.
           MOVE CUST-LAST-NAME       TO CRBB-SURNAME.
           MOVE CUST-FIRST-NAME      TO CRBB-FIRST-NAME.
           MOVE CUST-MIDDLE-NAME     TO CRBB-MIDDLE-NAME.
           MOVE CUST-SSN             TO CRBB-SSN.
           MOVE DOB-DATE             TO DATE-IN-YYYYMMDD.
           PERFORM 2460-FORMAT-DATE THRU 2460-EXIT.
           MOVE DATE-OUT-MMDDYYYY    TO CRBB-DOB.
           MOVE CUST-PHONE-NUM-1     TO CRBB-PHONE.
           MOVE CUST-ADDR-COUNTRY-CD TO CRBB-COUNTRY-CD.
           MOVE CUST-ADDR-LINE-1     TO CRBB-ADDR-LINE-1.
           MOVE CUST-ADDR-LINE-2     TO CRBB-ADDR-LINE-2.
           MOVE CUST-ADDR-LINE-3     TO CRBB-CITY.
           MOVE CUST-ADDR-STATE-CD   TO CRBB-STATE.
           IF CUST-ADDR-ZIP (6:1) = '-'
               MOVE CUST-ADDR-ZIP (1:5) TO CRBB-ZIP (1:5)
               MOVE CUST-ADDR-ZIP (7:4) TO CRBB-ZIP (6:4)
           ELSE
               MOVE CUST-ADDR-ZIP (1:9) TO CRBB-ZIP
           END-IF.
       2450-EXIT.
           EXIT.

      *****************************************************************
      *  2460-FORMAT-DATE - YYYYMMDD TO THE BUREAU'S MMDDYYYY
      *****************************************************************
       2460-FORMAT-DATE.
           MOVE DATE-IN-YYYYMMDD (5:4) TO DATE-OUT-MMDDYYYY (1:4).
           MOVE DATE-IN-YYYYMMDD (1:4) TO DATE-OUT-MMDDYYYY (5:4).
       2460-EXIT.
           EXIT.

      *****************************************************************
      *  2500-WRITE-BASE-RECORD - WRITE THE BASE SEGMENT AND ADD IT TO
      *  THE TRAILER TOTALS
      *****************************************************************
       2500-WRITE-BASE-RECORD.
           WRITE CRB-BASE-RECORD.
           IF NOT CRB-FILE-STATUS-OK
               MOVE 'ERROR WRITING CRBFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           ADD 1                      TO ACCOUNTS-REPORTED.
           ADD CRBB-CURRENT-BALANCE   TO TOTAL-BALANCE.
           ADD CRBB-CREDIT-LIMIT      TO TOTAL-CREDIT-LIMIT.
           ADD CRBB-AMOUNT-PAST-DUE   TO TOTAL-PAST-DUE.
           ADD CRBB-SCHED-PAYMENT     TO TOTAL-SCHED-PAYMENT.
           EVALUATE TRUE
               WHEN CRBB-STATUS-CURRENT
                   ADD 1 TO STATUS-11-COUNT
               WHEN CRBB-STATUS-CLOSED-PAID
                   ADD 1 TO STATUS-13-COUNT
               WHEN CRBB-STATUS-PAID-CHGOFF
                   ADD 1 TO STATUS-64-COUNT
               WHEN CRBB-STATUS-30-DAYS
                   ADD 1 TO STATUS-71-COUNT
               WHEN CRBB-STATUS-60-DAYS
                   ADD 1 TO STATUS-78-COUNT
               WHEN CRBB-STATUS-90-DAYS
                   ADD 1 TO STATUS-80-COUNT
               WHEN CRBB-STATUS-CHARGED-OFF
                   ADD 1 TO STATUS-97-COUNT
           END-EVALUATE.
           IF CRBB-IN-DISPUTE
               ADD 1 TO DISPUTE-COUNT
           END-IF.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2600-WRITE-EXCEPTION - ONE REPORT LINE PER ACCOUNT HELD BACK
      *****************************************************************
       2600-WRITE-EXCEPTION.
           IF LINE-COUNT >= MAX-LINES-PER-PAGE
               PERFORM 2700-WRITE-HEADINGS THRU 2700-EXIT
           END-IF.
           MOVE ACCT-ID             TO EL-ACCT-ID.
           MOVE FOUND-CUST-ID       TO EL-CUST-ID.
           MOVE SPACES              TO EL-CUST-NAME.
           IF CUST-FOUND
               STRING CUST-LAST-NAME  DELIMITED BY '  '
                      ', '            DELIMITED BY SIZE
                      CUST-FIRST-NAME DELIMITED BY '  '
                      INTO EL-CUST-NAME
               END-STRING
           END-IF.
           MOVE EXCEPTION-REASON    TO EL-REASON.
           WRITE REPORT-LINE FROM EXCEPTION-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO ACCOUNTS-EXCEPTED.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  2700-WRITE-HEADINGS - START A NEW REPORT PAGE
      *****************************************************************
       2700-WRITE-HEADINGS.
           ADD 1 TO PAGE-COUNT.
           MOVE BUSINESS-DATE        TO HL2-BUS-DATE.
           MOVE PAGE-COUNT           TO HL2-PAGE-NUM.
           WRITE REPORT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
           WRITE REPORT-LINE FROM HEADING-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM HEADING-LINE-3
               AFTER ADVANCING 2 LINES.
           MOVE 3 TO LINE-COUNT.
       2700-EXIT.
           EXIT.

      *****************************************************************
      *  4000-FINALIZE - WRITE THE TRAILER, PRINT THE CONTROL TOTALS,
      *  CLOSE FILES
      *****************************************************************
       4000-FINALIZE.
           PERFORM 4100-WRITE-TRAILER-RECORD THRU 4100-EXIT.

           IF PAGE-COUNT = ZERO
               PERFORM 2700-WRITE-HEADINGS THRU 2700-EXIT
           END-IF.
           PERFORM 4200-WRITE-SUMMARY THRU 4200-EXIT.

           CLOSE ACCTFILE-FILE.
           CLOSE XREF-FILE.
           CLOSE CUSTFILE-FILE.
           CLOSE BILLING-FILE.
           IF DISPUTE-FILE-OPEN
               CLOSE DISPUTE-FILE
           END-IF.
           CLOSE BUREAU-FILE.
           CLOSE REPORT-FILE.

           DISPLAY 'CBCRB01C - CREDIT BUREAU EXTRACT COMPLETE'.
           DISPLAY 'ACCOUNTS READ           : ' ACCOUNTS-READ.
           DISPLAY 'ACCOUNTS REPORTED       : ' ACCOUNTS-REPORTED.
           DISPLAY 'IDENTITY EXCEPTIONS     : ' ACCOUNTS-EXCEPTED.
           DISPLAY 'CLOSED, NOT REPORTED    : ' ACCOUNTS-NOT-SELECTED.
           DISPLAY 'ACCOUNTS IN DISPUTE     : ' DISPUTE-COUNT.

           PERFORM 1700-MARK-RUN-COMPLETE THRU 1700-EXIT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4100-WRITE-TRAILER-RECORD - RECORD COUNT AND WHOLE-DOLLAR
      *  TOTALS OF THE BASE RECORDS WRITTEN.  EVERY BASE RECORD PASSED
      *  THE IDENTITY EDITS, SO EACH CARRIES AN SSN AND A DATE OF
      *  BIRTH.
      *****************************************************************
       4100-WRITE-TRAILER-RECORD.
           MOVE SPACES              TO CRB-TRAILER-RECORD.
           MOVE 'T'                 TO CRBT-REC-TYPE.
           MOVE ACCOUNTS-REPORTED   TO CRBT-BASE-COUNT.
           MOVE TOTAL-BALANCE       TO CRBT-TOTAL-BALANCE.
           MOVE TOTAL-CREDIT-LIMIT  TO CRBT-TOTAL-CREDIT-LIMIT.
           MOVE TOTAL-PAST-DUE      TO CRBT-TOTAL-PAST-DUE.
           MOVE TOTAL-SCHED-PAYMENT TO CRBT-TOTAL-SCHED-PAYMENT.
           MOVE STATUS-11-COUNT     TO CRBT-STATUS-11-COUNT.
           MOVE STATUS-13-COUNT     TO CRBT-STATUS-13-COUNT.
           MOVE STATUS-64-COUNT     TO CRBT-STATUS-64-COUNT.
           MOVE STATUS-71-COUNT     TO CRBT-STATUS-71-COUNT.
           MOVE STATUS-78-COUNT     TO CRBT-STATUS-78-COUNT.
           MOVE STATUS-80-COUNT     TO CRBT-STATUS-80-COUNT.
           MOVE STATUS-97-COUNT     TO CRBT-STATUS-97-COUNT.
           MOVE ACCOUNTS-REPORTED   TO CRBT-SSN-COUNT.
           MOVE ACCOUNTS-REPORTED   TO CRBT-DOB-COUNT.
           MOVE DISPUTE-COUNT       TO CRBT-DISPUTE-COUNT.
           WRITE CRB-TRAILER-RECORD.
           IF NOT CRB-FILE-STATUS-OK
               MOVE 'ERROR WRITING CRBFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4200-WRITE-SUMMARY - THE FILE'S CONTROL TOTALS, AS CARRIED
      *  ON THE TRAILER RECORD, FOLLOWED BY THE RUN'S COUNTS
      *****************************************************************
       4200-WRITE-SUMMARY.
           MOVE SPACES                     TO SUMMARY-LINE.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.

           MOVE 'ACCOUNTS READ'            TO SL-LABEL.
           MOVE ACCOUNTS-READ              TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'ACCOUNTS REPORTED'        TO SL-LABEL.
           MOVE ACCOUNTS-REPORTED          TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'IDENTITY EXCEPTIONS'      TO SL-LABEL.
           MOVE ACCOUNTS-EXCEPTED          TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'CLOSED, NOT REPORTED'     TO SL-LABEL.
           MOVE ACCOUNTS-NOT-SELECTED      TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'REPORTED, NOT YET BILLED' TO SL-LABEL.
           MOVE ACCOUNTS-NO-BILLING        TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'STATUS 11 - CURRENT'      TO SL-LABEL.
           MOVE STATUS-11-COUNT            TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.

           MOVE 'STATUS 71 - 30 DAYS'      TO SL-LABEL.
           MOVE STATUS-71-COUNT            TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'STATUS 78 - 60 DAYS'      TO SL-LABEL.
           MOVE STATUS-78-COUNT            TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'STATUS 80 - 90+ DAYS'     TO SL-LABEL.
           MOVE STATUS-80-COUNT            TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'STATUS 97 - CHARGED OFF'  TO SL-LABEL.
           MOVE STATUS-97-COUNT            TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'STATUS 64 - CHG-OFF PAID' TO SL-LABEL.
           MOVE STATUS-64-COUNT            TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'STATUS 13 - CLOSED, PAID' TO SL-LABEL.
           MOVE STATUS-13-COUNT            TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'IN DISPUTE (XB)'          TO SL-LABEL.
           MOVE DISPUTE-COUNT              TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'TOTAL CURRENT BALANCE'    TO AL-LABEL.
           MOVE TOTAL-BALANCE              TO AL-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE AFTER ADVANCING 2 LINES.

           MOVE 'TOTAL CREDIT LIMIT'       TO AL-LABEL.
           MOVE TOTAL-CREDIT-LIMIT         TO AL-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE AFTER ADVANCING 1 LINE.

           MOVE 'TOTAL AMOUNT PAST DUE'    TO AL-LABEL.
           MOVE TOTAL-PAST-DUE             TO AL-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE AFTER ADVANCING 1 LINE.

           MOVE 'TOTAL SCHEDULED PAYMENT'  TO AL-LABEL.
           MOVE TOTAL-SCHED-PAYMENT        TO AL-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE AFTER ADVANCING 1 LINE.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  9999-ABEND-PROGRAM - FATAL I/O ERROR, TERMINATE THE RUN
      *****************************************************************
       9999-ABEND-PROGRAM.
           DISPLAY 'CBCRB01C - ABENDING: ' ABEND-MESSAGE.
           DISPLAY 'ACCT-FILE-STATUS: ' ACCT-FILE-STATUS.
           DISPLAY 'XREF-FILE-STATUS: ' XREF-FILE-STATUS.
           DISPLAY 'CUST-FILE-STATUS: ' CUST-FILE-STATUS.
           DISPLAY 'BILL-FILE-STATUS: ' BILL-FILE-STATUS.
           DISPLAY 'DISP-FILE-STATUS: ' DISP-FILE-STATUS.
           DISPLAY 'CRB-FILE-STATUS : ' CRB-FILE-STATUS.
           DISPLAY 'RPT-FILE-STATUS : ' RPT-FILE-STATUS.
           DISPLAY 'BDATE-FILE-STATUS: ' BDATE-FILE-STATUS.
           DISPLAY 'RUNCTL-FILE-STATUS: ' RUNCTL-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
           EXIT.
