       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBCHG01C.
       AUTHOR.        AWS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *****************************************************************
      *  MODIFICATION LOG
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 AWS   INITIAL VERSION - MONTHLY CHARGE-OFF OF
      *                   SERIOUSLY DELINQUENT ACCOUNTS, CARD
      *                   BLOCKING, AND THE CHARGE-OFF AND RECOVERY
      *                   REPORT.
      *  10/15/2026 AWS   THE CHARGE-OFF TRANSACTION IS KEYED 'CO' +
      *                   ACCT-ID + '000' RATHER THAN FROM THE CLOCK,
      *                   SO A RERUN AFTER A FAILURE BETWEEN THE
      *                   TRANFILE WRITE AND THE ACCTFILE REWRITE
      *                   FINDS THE ENTRY ALREADY WRITTEN AND ONLY
      *                   WRITES THE BALANCE OFF.  THE REPORT IS
      *                   DATED BY THE BUSINESS DATE, AS
      *                   ACCT-CHGOFF-DATE IS; THE MONTH-TO-DATE
      *                   TIE-OUT RUNS BY CALENDAR PROC DATE, THE DATE
      *                   CBGLE01C SELECTS ON.
      *****************************************************************
      *  THIS PROGRAM RUNS AT MONTH END, AFTER CBDLQ01C HAS AGED
      *  BILLFILE FOR THE BUSINESS DATE.  IT WALKS XREFFILE AND FOR
      *  EACH CARD RESOLVES THE OWNING ACCOUNT ON ACCTFILE:
      *    1. AN ACCOUNT NOT YET CHARGED OFF WHOSE BILLING RECORD
      *       SHOWS BILL-DAYS-PAST-DUE AT OR BEYOND THE CHARGE-OFF
      *       THRESHOLD, AND WHICH STILL OWES A POSITIVE BALANCE, IS
      *       CHARGED OFF: A CHARGE-OFF TRANSACTION (TRAN-TYPE-CD
      *       '08', TRAN-CAT-CD 0001) FOR THE WHOLE ACCT-CURR-BAL IS
      *       WRITTEN TO TRANFILE AS A CREDIT, THE BALANCE, ITS
      *       SEGMENTS AND THE CYCLE NETS ARE ZEROED, THE WRITE-OFF IS
      *       RECORDED IN ACCT-CHGOFF-DATE/ACCT-CHGOFF-AMT, AND
      *       ACCT-ACTIVE-STATUS IS SET TO 'C'.
      *    2. EVERY CARD OF A CHARGED-OFF ACCOUNT (THIS MONTH OR
      *       EARLIER) THAT IS STILL ACTIVE ON CARDFILE IS BLOCKED
      *       (CARD-ACTIVE-STATUS 'N').
      *  ONCE AN ACCOUNT IS CHARGED OFF CBACT04C NO LONGER CHARGES IT
      *  INTEREST (IT IS NOT ACTIVE), CBDLQ01C NO LONGER ASSESSES IT
      *  LATE FEES, AND CBTRN02C POSTS ANY PAYMENT THAT ARRIVES AS A
      *  RECOVERY (TRAN-TYPE-CD '08', TRAN-CAT-CD 0002).
      *
      *  THE CHARGE-OFF IS POSTED HERE, AS CBACT04C POSTS ITS FINANCE
      *  CHARGES, SO THE RUN COMMITS ITS CONTROL TOTALS TO CTLFILE:
      *  THE BALANCE WRITTEN OFF IS THE RUN'S CREDITS.
      *
      *  THE REPORT LISTS EACH ACCOUNT CHARGED OFF, WITH ITS SEGMENT
      *  SPLIT, THEN A MONTH-TO-DATE TIE-OUT OF EVERY CHARGE-OFF AND
      *  RECOVERY TRANSACTION ON TRANFILE BY PROC DATE - THE SAME
      *  SELECTION CBGLE01C USES - ALONGSIDE THE GL ACCOUNTS THE
      *  TRANTYPE PAIRS BOOK TO, SO FINANCE CAN AGREE IT TO THE
      *  MONTH'S GL INTERFACE FILES.
      *
      *  THE CHARGE-OFF THRESHOLD, IN DAYS PAST DUE, IS SUPPLIED AS A
      *  4-BYTE PARAMETER CARD ON SYSIN.  A BLANK, ZERO OR NON-NUMERIC
      *  PARAMETER DEFAULTS IT TO THE POLICY VALUE OF 180 DAYS.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO   XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS XREF-CARD-NUM
                  FILE STATUS  IS XREF-FILE-STATUS.

           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCT-ID
                  FILE STATUS  IS ACCT-FILE-STATUS.

           SELECT BILLING-FILE ASSIGN TO BILLFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BILL-ACCT-ID
                  FILE STATUS  IS BILL-FILE-STATUS.

           SELECT CARDFILE-FILE ASSIGN TO   CARDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CARD-NUM
                  FILE STATUS  IS CARD-FILE-STATUS.

           SELECT TRANSACT-FILE ASSIGN TO TRANFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS TRAN-ID
                  FILE STATUS  IS TRAN-FILE-STATUS.

           SELECT TRANTYPE-FILE ASSIGN TO TRANTYPE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS TT-TRAN-TYPE-KEY
                  FILE STATUS  IS TRANTYPE-FILE-STATUS.

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
       FD  XREF-FILE.
           COPY XREFREC.

       FD  ACCTFILE-FILE.
           COPY ACCTREC.

       FD  BILLING-FILE.
           COPY BILLREC.

       FD  CARDFILE-FILE.
           COPY CARDREC.

       FD  TRANSACT-FILE.
           COPY TRANREC.

       FD  TRANTYPE-FILE.
           COPY TRANTYPE.

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
       77  XREF-FILE-STATUS             PIC X(02) VALUE '00'.
           88  XREF-FILE-STATUS-OK          VALUE '00'.
           88  XREF-FILE-STATUS-EOF         VALUE '10'.
       77  ACCT-FILE-STATUS             PIC X(02) VALUE '00'.
           88  ACCT-FILE-STATUS-OK          VALUE '00'.
       77  BILL-FILE-STATUS             PIC X(02) VALUE '00'.
           88  BILL-FILE-STATUS-OK          VALUE '00'.
       77  CARD-FILE-STATUS             PIC X(02) VALUE '00'.
           88  CARD-FILE-STATUS-OK          VALUE '00'.
       77  TRAN-FILE-STATUS             PIC X(02) VALUE '00'.
           88  TRAN-FILE-STATUS-OK          VALUE '00'.
           88  TRAN-FILE-STATUS-EOF         VALUE '10'.
           88  TRAN-FILE-DUPLICATE          VALUE '22'.
       77  TRANTYPE-FILE-STATUS         PIC X(02) VALUE '00'.
           88  TRANTYPE-FILE-STATUS-OK      VALUE '00'.
       77  CTL-FILE-STATUS              PIC X(02) VALUE '00'.
           88  CTL-FILE-STATUS-OK           VALUE '00'.
           88  CTL-FILE-NOT-FOUND           VALUE '35'.
       77  RPT-FILE-STATUS              PIC X(02) VALUE '00'.
           88  RPT-FILE-STATUS-OK           VALUE '00'.

       77  END-OF-XREF-FILE-SW          PIC X(01) VALUE 'N'.
           88  END-OF-XREF-FILE             VALUE 'Y'.
       77  END-OF-TRAN-FILE-SW          PIC X(01) VALUE 'N'.
           88  END-OF-TRAN-FILE             VALUE 'Y'.
       77  ACCT-FOUND-SW                PIC X(01) VALUE 'N'.
           88  ACCT-FOUND                   VALUE 'Y'.
       77  BILL-FOUND-SW                PIC X(01) VALUE 'N'.
           88  BILL-FOUND                   VALUE 'Y'.
       77  RECOVERY-TYPE-FOUND-SW       PIC X(01) VALUE 'N'.
           88  RECOVERY-TYPE-FOUND          VALUE 'Y'.
       77  TRAN-ALREADY-WRITTEN-SW      PIC X(01) VALUE 'N'.
           88  TRAN-ALREADY-WRITTEN         VALUE 'Y'.

      *    THE CHARGE-OFF AND RECOVERY TRANTYPE PAIRS
       77  CHGOFF-TYPE-CD               PIC X(02) VALUE '08'.
       77  CHGOFF-CAT-CD                PIC 9(04) VALUE 0001.
       77  RECOVERY-CAT-CD              PIC 9(04) VALUE 0002.
       77  CHGOFF-TYPE-DESC             PIC X(30) VALUE SPACES.
       77  CHGOFF-GL-DEBIT              PIC X(08) VALUE SPACES.
       77  CHGOFF-GL-CREDIT             PIC X(08) VALUE SPACES.
       77  RECOVERY-TYPE-DESC           PIC X(30) VALUE SPACES.
       77  RECOVERY-GL-DEBIT            PIC X(08) VALUE SPACES.
       77  RECOVERY-GL-CREDIT           PIC X(08) VALUE SPACES.

       77  CHGOFF-DPD-PARM              PIC X(04) VALUE SPACES.
       77  CHGOFF-DPD-THRESHOLD         PIC 9(04) VALUE 180.

       77  CHGOFF-AMT                   PIC S9(10)V99 VALUE ZERO.
       77  SEGMENT-SHORTFALL            PIC S9(10)V99 VALUE ZERO.

       77  XREF-RECORDS-READ            PIC 9(09) COMP VALUE ZERO.
       77  ACCOUNTS-CHARGED-OFF         PIC 9(09) COMP VALUE ZERO.
       77  ACCOUNTS-ZERO-BALANCE        PIC 9(09) COMP VALUE ZERO.
       77  CHGOFFS-ALREADY-ON-TRAN      PIC 9(09) COMP VALUE ZERO.
       77  CARDS-BLOCKED                PIC 9(09) COMP VALUE ZERO.
       77  XREF-NO-ACCOUNT              PIC 9(09) COMP VALUE ZERO.
       77  XREF-NO-CARD                 PIC 9(09) COMP VALUE ZERO.
       77  TOTAL-CHARGED-OFF            PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  TOTAL-CHGOFF-PURCH           PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  TOTAL-CHGOFF-CASH            PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  TOTAL-CHGOFF-FEE             PIC S9(13)V99 COMP-3 VALUE ZERO.

      *    MONTH-TO-DATE TIE-OUT, BY TRAN-PROC-TS DATE
       77  MTD-FROM-DATE                PIC 9(08) VALUE ZERO.
       77  MTD-TO-DATE                  PIC 9(08) VALUE ZERO.
       77  TRAN-PROC-DATE               PIC 9(08) VALUE ZERO.
       77  MTD-CHGOFF-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  MTD-CHGOFF-AMT               PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  MTD-RECOVERY-COUNT           PIC 9(09) COMP VALUE ZERO.
       77  MTD-RECOVERY-AMT             PIC S9(13)V99 COMP-3 VALUE ZERO.

       77  CURRENT-DATE-YYYYMMDD        PIC 9(08) VALUE ZERO.
       77  CURRENT-TIME-HHMMSSCC        PIC 9(08) VALUE ZERO.
       77  TIMESTAMP-VALUE              PIC X(26) VALUE SPACES.

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

       77  GATE-JOB-NAME                PIC X(08) VALUE 'CBCHG01C'.
       77  GATE-PREREQ-JOB              PIC X(08) VALUE 'CBDLQ01C'.
       77  BUSINESS-DATE                PIC 9(08) VALUE ZERO.
       77  GATE-DATE                    PIC 9(08) VALUE ZERO.
       77  GATE-TIME                    PIC 9(08) VALUE ZERO.
       77  GATE-TS                      PIC X(26) VALUE SPACES.

       01  HEADING-LINE-1.
           05  FILLER                   PIC X(01) VALUE '1'.
           05  FILLER                   PIC X(132) VALUE
               'CARD PROCESSING SYSTEM - CHARGE-OFF/RECOVERY REPORT'.

       01  HEADING-LINE-2.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(10) VALUE 'BUS DATE: '.
           05  HL2-BUS-DATE             PIC 9999/99/99.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(21)
               VALUE 'CHARGE-OFF AT DPD >= '.
           05  HL2-DPD-THRESHOLD        PIC ZZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'PAGE: '.
           05  HL2-PAGE-NUM             PIC ZZZZ9.
           05  FILLER                   PIC X(68) VALUE SPACES.

       01  HEADING-LINE-3.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(11) VALUE 'ACCOUNT ID'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE 'DAYS PD'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(15) VALUE 'WRITTEN OFF'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(15) VALUE 'PURCHASES'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(15) VALUE 'CASH ADVANCES'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(15) VALUE 'FEES/INTEREST'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(16) VALUE 'TRAN-ID'.
           05  FILLER                   PIC X(24) VALUE SPACES.

       01  DETAIL-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  DL-ACCT-ID               PIC 9(11).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  DL-DAYS-PD               PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CHGOFF-AMT            PIC ---,---,--9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-PURCH-AMT             PIC ---,---,--9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-CASH-AMT              PIC ---,---,--9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-FEE-AMT               PIC ---,---,--9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DL-TRAN-ID               PIC X(16).
           05  FILLER                   PIC X(24) VALUE SPACES.

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

       01  TIEOUT-HEADING-1.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(36) VALUE
               'MONTH-TO-DATE GL TIE-OUT, PROC DATE '.
           05  TH1-FROM-DATE            PIC 9999/99/99.
           05  FILLER                   PIC X(04) VALUE ' TO '.
           05  TH1-TO-DATE              PIC 9999/99/99.
           05  FILLER                   PIC X(72) VALUE SPACES.

       01  TIEOUT-HEADING-2.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(09) VALUE 'TYPE/CAT'.
           05  FILLER                   PIC X(31) VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(12) VALUE '      COUNT'.
           05  FILLER                   PIC X(21) VALUE
               '               AMOUNT'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'GL DEBIT'.
           05  FILLER                   PIC X(10) VALUE 'GL CREDIT'.
           05  FILLER                   PIC X(37) VALUE SPACES.

       01  TIEOUT-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  TL-TYPE-CD               PIC X(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  TL-CAT-CD                PIC 9(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TL-DESC                  PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TL-AMOUNT                PIC ----,---,---,--9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TL-GL-DEBIT              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TL-GL-CREDIT             PIC X(08).
           05  FILLER                   PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           PERFORM 2000-PROCESS-XREF    THRU 2000-EXIT
                   UNTIL END-OF-XREF-FILE.
           PERFORM 3000-TIE-OUT-MTD     THRU 3000-EXIT.
           PERFORM 4000-FINALIZE        THRU 4000-EXIT.
           GOBACK.

      *****************************************************************
      *  1000-INITIALIZE - PASS THE RUN GATE, OPEN FILES, PICK UP THE
      *  THRESHOLD, CONFIRM THE CHARGE-OFF TRANTYPE PAIR, PRIME READ
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1600-CHECK-RUN-GATE THRU 1600-EXIT.
           ACCEPT MTD-FROM-DATE FROM DATE YYYYMMDD.

           OPEN INPUT  XREF-FILE.
           IF NOT XREF-FILE-STATUS-OK
               MOVE 'ERROR OPENING XREFFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           OPEN I-O    ACCTFILE-FILE.
           IF NOT ACCT-FILE-STATUS-OK
               MOVE 'ERROR OPENING ACCTFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           OPEN INPUT  BILLING-FILE.
           IF NOT BILL-FILE-STATUS-OK
               MOVE 'ERROR OPENING BILLFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           OPEN I-O    CARDFILE-FILE.
           IF NOT CARD-FILE-STATUS-OK
               MOVE 'ERROR OPENING CARDFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           OPEN I-O    TRANSACT-FILE.
           IF NOT TRAN-FILE-STATUS-OK
               MOVE 'ERROR OPENING TRANFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           OPEN INPUT  TRANTYPE-FILE.
           IF NOT TRANTYPE-FILE-STATUS-OK
               MOVE 'ERROR OPENING TRANTYPE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           PERFORM 1300-OPEN-CONTROL-FILE THRU 1300-EXIT.

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-FILE-STATUS-OK
               MOVE 'ERROR OPENING RPTFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           ACCEPT CHGOFF-DPD-PARM FROM SYSIN.
           IF CHGOFF-DPD-PARM IS NUMERIC
              AND CHGOFF-DPD-PARM NOT = SPACES
              AND CHGOFF-DPD-PARM NOT = '0000'
               MOVE CHGOFF-DPD-PARM TO CHGOFF-DPD-THRESHOLD
           ELSE
               MOVE 180 TO CHGOFF-DPD-THRESHOLD
           END-IF.

           PERFORM 1100-LOAD-CHGOFF-TYPES THRU 1100-EXIT.

           PERFORM 2100-READ-NEXT-XREF  THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-LOAD-CHGOFF-TYPES - THE CHARGE-OFF PAIR MUST BE ON
      *  TRANTYPE OR THE GL EXTRACT CANNOT BOOK WHAT THIS RUN WRITES.
      *  A MISSING RECOVERY PAIR ONLY AFFECTS CBTRN02C'S RECOVERIES,
      *  SO IT IS WARNED RATHER THAN FATAL.
      *****************************************************************
       1100-LOAD-CHGOFF-TYPES.
           MOVE CHGOFF-TYPE-CD TO TT-TRAN-TYPE-CD.
           MOVE CHGOFF-CAT-CD  TO TT-TRAN-CAT-CD.
           READ TRANTYPE-FILE
               INVALID KEY
                   MOVE 'CHARGE-OFF TRAN TYPE 08/0001 NOT ON TRANTYPE'
                       TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-READ.
           MOVE TT-TRAN-TYPE-DESC TO CHGOFF-TYPE-DESC.
           MOVE TT-GL-DEBIT-ACCT  TO CHGOFF-GL-DEBIT.
           MOVE TT-GL-CREDIT-ACCT TO CHGOFF-GL-CREDIT.

           MOVE CHGOFF-TYPE-CD  TO TT-TRAN-TYPE-CD.
           MOVE RECOVERY-CAT-CD TO TT-TRAN-CAT-CD.
           READ TRANTYPE-FILE
               INVALID KEY
                   MOVE 'N' TO RECOVERY-TYPE-FOUND-SW
                   MOVE 'NOT ON TRANTYPE' TO RECOVERY-TYPE-DESC
                   DISPLAY 'CBCHG01C - WARNING: RECOVERY TRAN TYPE '
                           '08/0002 NOT ON TRANTYPE - RECOVERIES '
                           'WILL GO TO THE SUSPENSE GL LINE'
               NOT INVALID KEY
                   MOVE 'Y' TO RECOVERY-TYPE-FOUND-SW
                   MOVE TT-TRAN-TYPE-DESC TO RECOVERY-TYPE-DESC
                   MOVE TT-GL-DEBIT-ACCT  TO RECOVERY-GL-DEBIT
                   MOVE TT-GL-CREDIT-ACCT TO RECOVERY-GL-CREDIT
           END-READ.
       1100-EXIT.
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
      *  1500-BUILD-TIMESTAMP - FORMAT A DB2-STYLE TIMESTAMP STRING
      *****************************************************************
       1500-BUILD-TIMESTAMP.
           ACCEPT CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-HHMMSSCC FROM TIME.
           STRING CURRENT-DATE-YYYYMMDD (1:4) '-'
                  CURRENT-DATE-YYYYMMDD (5:2) '-'
                  CURRENT-DATE-YYYYMMDD (7:2) '-'
                  CURRENT-TIME-HHMMSSCC (1:2) '.'
                  CURRENT-TIME-HHMMSSCC (3:2) '.'
                  CURRENT-TIME-HHMMSSCC (5:2) '.'
                  CURRENT-TIME-HHMMSSCC (7:2) '0000'
                  INTO TIMESTAMP-VALUE.
       1500-EXIT.
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
                       DISPLAY 'CBCHG01C - ALREADY COMPLETED FOR '
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
                   DISPLAY 'CBCHG01C - PREREQUISITE ' GATE-PREREQ-JOB
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
      *  2000-PROCESS-XREF - CHARGE OFF THE CARD'S ACCOUNT IF IT HAS
      *  REACHED THE THRESHOLD, THEN BLOCK THE CARD IF ITS ACCOUNT
      *  IS (NOW OR PREVIOUSLY) CHARGED OFF
      *****************************************************************
       2000-PROCESS-XREF.
           PERFORM 2200-LOOKUP-ACCOUNT THRU 2200-EXIT.
           IF ACCT-FOUND
               IF NOT ACCT-CHARGED-OFF
                   PERFORM 2300-CHECK-CHARGE-OFF THRU 2300-EXIT
               END-IF
               IF ACCT-CHARGED-OFF
                   PERFORM 2600-BLOCK-CARD THRU 2600-EXIT
               END-IF
           ELSE
               ADD 1 TO XREF-NO-ACCOUNT
           END-IF.
           PERFORM 2100-READ-NEXT-XREF  THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-READ-NEXT-XREF - SEQUENTIAL READ OF XREFFILE
      *****************************************************************
       2100-READ-NEXT-XREF.
           READ XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-XREF-FILE-SW
               NOT AT END
                   ADD 1 TO XREF-RECORDS-READ
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-LOOKUP-ACCOUNT - READ THE CARD'S OWNING ACCOUNT
      *****************************************************************
       2200-LOOKUP-ACCOUNT.
           MOVE 'N'           TO ACCT-FOUND-SW.
           MOVE XREF-ACCT-ID  TO ACCT-ID.
           READ ACCTFILE-FILE
               INVALID KEY
                   MOVE 'N' TO ACCT-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO ACCT-FOUND-SW
           END-READ.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-CHECK-CHARGE-OFF - HAS THE ACCOUNT'S OLDEST MISSED
      *  MINIMUM REACHED THE THRESHOLD?  BILLFILE WAS AGED FOR THE
      *  BUSINESS DATE BY CBDLQ01C, THE PREREQUISITE JOB.  AN
      *  ACCOUNT WITH NOTHING LEFT TO WRITE OFF IS COUNTED BUT LEFT
      *  ALONE.
      *****************************************************************
       2300-CHECK-CHARGE-OFF.
           MOVE 'N'           TO BILL-FOUND-SW.
           MOVE ACCT-ID       TO BILL-ACCT-ID.
           READ BILLING-FILE
               INVALID KEY
                   MOVE 'N' TO BILL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO BILL-FOUND-SW
           END-READ.

           IF BILL-FOUND
              AND BILL-DAYS-PAST-DUE >= CHGOFF-DPD-THRESHOLD
               IF ACCT-CURR-BAL > ZERO
                   PERFORM 2400-CHARGE-OFF-ACCOUNT THRU 2400-EXIT
               ELSE
                   ADD 1 TO ACCOUNTS-ZERO-BALANCE
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2400-CHARGE-OFF-ACCOUNT - WRITE THE CHARGE-OFF TRANSACTION
      *  AND WRITE THE BALANCE OFF THE ACCOUNT.  THE TRANSACTION IS A
      *  CREDIT FOR THE WHOLE BALANCE, CARRIED ON THE CARD BEING
      *  PROCESSED, AND IS POSTED HERE - ITS PROC TIMESTAMP IS NOW,
      *  AS FOR CBACT04C'S FINANCE CHARGES.  ACCT-CURR-CYC-CREDIT AND
      *  ACCT-CURR-CYC-DEBIT ARE LEFT AS THEY WERE; THEY ARE THE
      *  CYCLE'S CUSTOMER ACTIVITY, NOT THE WRITE-OFF.
      *  AN ACCOUNT IS CHARGED OFF ONCE, SO THE TRANSACTION IS KEYED
      *  BY THE ACCOUNT ALONE.  A DUPLICATE KEY MEANS AN EARLIER RUN
      *  WROTE IT BUT FAILED BEFORE REWRITING THE ACCOUNT; THE ENTRY
      *  IS LEFT AS IT IS AND THE BALANCE IS WRITTEN OFF NOW.  THAT
      *  EARLIER RUN COMMITTED NO CONTROL TOTALS, SO THE WRITE-OFF
      *  STILL COUNTS IN THIS RUN'S CREDITS - IT IS THIS RUN THAT
      *  MOVES ACCT-CURR-BAL.
      *****************************************************************
       2400-CHARGE-OFF-ACCOUNT.
           PERFORM 2410-ALIGN-SEGMENTS  THRU 2410-EXIT.
           PERFORM 1500-BUILD-TIMESTAMP THRU 1500-EXIT.
           MOVE ACCT-CURR-BAL TO CHGOFF-AMT.

           MOVE SPACES              TO TRAN-RECORD.
           MOVE 'N'                 TO TRAN-ALREADY-WRITTEN-SW.
           STRING 'CO'                          DELIMITED BY SIZE
                  ACCT-ID                       DELIMITED BY SIZE
                  '000'                         DELIMITED BY SIZE
                  INTO TRAN-ID.
           MOVE CHGOFF-TYPE-CD       TO TRAN-TYPE-CD.
           MOVE CHGOFF-CAT-CD        TO TRAN-CAT-CD.
           MOVE 'SYSTEM'             TO TRAN-SOURCE.
           MOVE 'PRINCIPAL CHARGE-OFF' TO TRAN-DESC.
           COMPUTE TRAN-AMT = ZERO - CHGOFF-AMT.
           MOVE ZERO                 TO TRAN-MERCHANT-ID.
           MOVE SPACES               TO TRAN-MERCHANT-NAME.
           MOVE SPACES               TO TRAN-MERCHANT-CITY.
           MOVE SPACES               TO TRAN-MERCHANT-ZIP.
           MOVE XREF-CARD-NUM        TO TRAN-CARD-NUM.
           MOVE TIMESTAMP-VALUE      TO TRAN-ORIG-TS.
           MOVE TIMESTAMP-VALUE      TO TRAN-PROC-TS.

           WRITE TRAN-RECORD
               INVALID KEY
                   IF TRAN-FILE-DUPLICATE
                       MOVE 'Y' TO TRAN-ALREADY-WRITTEN-SW
                   ELSE
                       MOVE 'ERROR WRITING TRANFILE' TO ABEND-MESSAGE
                       PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
                   END-IF
           END-WRITE.

           IF TRAN-ALREADY-WRITTEN
               ADD 1 TO CHGOFFS-ALREADY-ON-TRAN
           END-IF.
           PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT.
           ADD 1 TO ACCOUNTS-CHARGED-OFF.
           ADD CHGOFF-AMT     TO TOTAL-CHARGED-OFF.
           ADD ACCT-PURCH-BAL TO TOTAL-CHGOFF-PURCH.
           ADD ACCT-CASH-BAL  TO TOTAL-CHGOFF-CASH.
           ADD ACCT-FEE-BAL   TO TOTAL-CHGOFF-FEE.

           MOVE 'C'            TO ACCT-ACTIVE-STATUS.
           MOVE BUSINESS-DATE  TO ACCT-CHGOFF-DATE.
           MOVE CHGOFF-AMT     TO ACCT-CHGOFF-AMT.
           MOVE ZERO           TO ACCT-RECOVERED-AMT.
           MOVE ZERO           TO ACCT-CURR-BAL.
           MOVE ZERO           TO ACCT-PURCH-BAL.
           MOVE ZERO           TO ACCT-CASH-BAL.
           MOVE ZERO           TO ACCT-FEE-BAL.
           MOVE ZERO           TO ACCT-CYC-PURCH-NET.
           MOVE ZERO           TO ACCT-CYC-CASH-NET.
           MOVE ZERO           TO ACCT-CYC-FEE-NET.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'ERROR REWRITING ACCTFILE' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-REWRITE.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2410-ALIGN-SEGMENTS - BRING THE BALANCE SEGMENTS INTO STEP
      *  WITH ACCT-CURR-BAL SO THE REPORT SHOWS WHAT WAS WRITTEN OFF
      *  FROM EACH.  AS IN CBTRN02C, NON-NUMERIC SEGMENTS ON A RECORD
      *  WRITTEN BEFORE THEY EXISTED ARE ZEROED AND ANY SHORTFALL IS
      *  TREATED AS PURCHASES.
      *****************************************************************
       2410-ALIGN-SEGMENTS.
           IF ACCT-PURCH-BAL     NOT NUMERIC
              OR ACCT-CASH-BAL      NOT NUMERIC
              OR ACCT-FEE-BAL       NOT NUMERIC
               MOVE ZERO TO ACCT-PURCH-BAL
               MOVE ZERO TO ACCT-CASH-BAL
               MOVE ZERO TO ACCT-FEE-BAL
           END-IF.
           COMPUTE SEGMENT-SHORTFALL =
                   ACCT-CURR-BAL - ACCT-PURCH-BAL
                   - ACCT-CASH-BAL - ACCT-FEE-BAL.
           ADD SEGMENT-SHORTFALL TO ACCT-PURCH-BAL.
       2410-EXIT.
           EXIT.

      *****************************************************************
      *  2500-WRITE-DETAIL - ONE REPORT LINE PER ACCOUNT CHARGED OFF
      *****************************************************************
       2500-WRITE-DETAIL.
           IF LINE-COUNT >= MAX-LINES-PER-PAGE
               PERFORM 2700-WRITE-HEADINGS THRU 2700-EXIT
           END-IF.
           MOVE ACCT-ID             TO DL-ACCT-ID.
           MOVE BILL-DAYS-PAST-DUE  TO DL-DAYS-PD.
           MOVE CHGOFF-AMT          TO DL-CHGOFF-AMT.
           MOVE ACCT-PURCH-BAL      TO DL-PURCH-AMT.
           MOVE ACCT-CASH-BAL       TO DL-CASH-AMT.
           MOVE ACCT-FEE-BAL        TO DL-FEE-AMT.
           MOVE TRAN-ID             TO DL-TRAN-ID.
           WRITE REPORT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2600-BLOCK-CARD - A CHARGED-OFF ACCOUNT KEEPS NO USABLE
      *  CARDS.  AN ALREADY BLOCKED CARD IS LEFT ALONE.
      *****************************************************************
       2600-BLOCK-CARD.
           MOVE XREF-CARD-NUM TO CARD-NUM.
           READ CARDFILE-FILE
               INVALID KEY
                   ADD 1 TO XREF-NO-CARD
               NOT INVALID KEY
                   IF CARD-ACTIVE-STATUS = 'Y'
                       MOVE 'N' TO CARD-ACTIVE-STATUS
                       REWRITE CARD-RECORD
                           INVALID KEY
                               MOVE 'ERROR REWRITING CARDFILE'
                                   TO ABEND-MESSAGE
                               PERFORM 9999-ABEND-PROGRAM
                                   THRU 9999-EXIT
                       END-REWRITE
                       ADD 1 TO CARDS-BLOCKED
                   END-IF
           END-READ.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  2700-WRITE-HEADINGS - START A NEW REPORT PAGE
      *****************************************************************
       2700-WRITE-HEADINGS.
           ADD 1 TO PAGE-COUNT.
           MOVE BUSINESS-DATE        TO HL2-BUS-DATE.
           MOVE CHGOFF-DPD-THRESHOLD TO HL2-DPD-THRESHOLD.
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
      *  3000-TIE-OUT-MTD - SWEEP TRANFILE FOR THE MONTH'S CHARGE-OFF
      *  AND RECOVERY TRANSACTIONS BY PROC DATE, THE DATE CBGLE01C
      *  SELECTS ON.  PROC DATES ARE CALENDAR RUN DATES - CBGLE01C'S
      *  RUN DATE, AND THE DATE THIS RUN STAMPS ON ITS OWN
      *  CHARGE-OFFS - SO THE MONTH RUNS FROM THE FIRST OF THE MONTH
      *  THE RUN STARTED IN THROUGH TODAY.  A RUN THAT CROSSES
      *  MIDNIGHT STILL FINDS EVERY CHARGE-OFF IT WROTE.
      *****************************************************************
       3000-TIE-OUT-MTD.
           MOVE '01'                  TO MTD-FROM-DATE (7:2).
           ACCEPT MTD-TO-DATE FROM DATE YYYYMMDD.

           MOVE LOW-VALUES TO TRAN-ID.
           START TRANSACT-FILE KEY IS NOT < TRAN-ID
               INVALID KEY
                   MOVE 'Y' TO END-OF-TRAN-FILE-SW
           END-START.
           IF NOT END-OF-TRAN-FILE
               PERFORM 3100-READ-NEXT-TRAN THRU 3100-EXIT
           END-IF.
           PERFORM 3200-TALLY-TRAN THRU 3200-EXIT
                   UNTIL END-OF-TRAN-FILE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *  3100-READ-NEXT-TRAN - SEQUENTIAL READ OF TRANFILE
      *****************************************************************
       3100-READ-NEXT-TRAN.
           READ TRANSACT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-TRAN-FILE-SW
           END-READ.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *  3200-TALLY-TRAN - COUNT ONE CHARGE-OFF OR RECOVERY FALLING IN
      *  THE MONTH
      *****************************************************************
       3200-TALLY-TRAN.
           IF TRAN-TYPE-CD = CHGOFF-TYPE-CD
               MOVE TRAN-PROC-TS (1:4) TO TRAN-PROC-DATE (1:4)
               MOVE TRAN-PROC-TS (6:2) TO TRAN-PROC-DATE (5:2)
               MOVE TRAN-PROC-TS (9:2) TO TRAN-PROC-DATE (7:2)
               IF TRAN-PROC-DATE >= MTD-FROM-DATE
                  AND TRAN-PROC-DATE <= MTD-TO-DATE
                   IF TRAN-CAT-CD = CHGOFF-CAT-CD
                       ADD 1        TO MTD-CHGOFF-COUNT
                       ADD TRAN-AMT TO MTD-CHGOFF-AMT
                   END-IF
                   IF TRAN-CAT-CD = RECOVERY-CAT-CD
                       ADD 1        TO MTD-RECOVERY-COUNT
                       ADD TRAN-AMT TO MTD-RECOVERY-AMT
                   END-IF
               END-IF
           END-IF.
           PERFORM 3100-READ-NEXT-TRAN THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  4000-FINALIZE - COMMIT CONTROL TOTALS, PRINT THE SUMMARY AND
      *  THE GL TIE-OUT, CLOSE FILES
      *****************************************************************
       4000-FINALIZE.
           PERFORM 4100-WRITE-CONTROL-TOTALS THRU 4100-EXIT.

           IF PAGE-COUNT = ZERO
               PERFORM 2700-WRITE-HEADINGS THRU 2700-EXIT
           END-IF.

           MOVE SPACES                     TO SUMMARY-LINE.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.

           MOVE 'XREF ENTRIES READ'        TO SL-LABEL.
           MOVE XREF-RECORDS-READ          TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'ACCOUNTS CHARGED OFF'     TO SL-LABEL.
           MOVE ACCOUNTS-CHARGED-OFF       TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'CHARGE-OFFS ALREADY ON TRAN' TO SL-LABEL.
           MOVE CHGOFFS-ALREADY-ON-TRAN    TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'PAST THRESHOLD, NO BALANCE'  TO SL-LABEL.
           MOVE ACCOUNTS-ZERO-BALANCE      TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'CARDS BLOCKED'            TO SL-LABEL.
           MOVE CARDS-BLOCKED              TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'XREF ENTRIES, NO ACCOUNT' TO SL-LABEL.
           MOVE XREF-NO-ACCOUNT            TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'XREF ENTRIES, NO CARD'    TO SL-LABEL.
           MOVE XREF-NO-CARD               TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'TOTAL WRITTEN OFF'        TO AL-LABEL.
           MOVE TOTAL-CHARGED-OFF          TO AL-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE AFTER ADVANCING 2 LINES.

           MOVE '  PURCHASES'              TO AL-LABEL.
           MOVE TOTAL-CHGOFF-PURCH         TO AL-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE AFTER ADVANCING 1 LINE.

           MOVE '  CASH ADVANCES'          TO AL-LABEL.
           MOVE TOTAL-CHGOFF-CASH          TO AL-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE AFTER ADVANCING 1 LINE.

           MOVE '  FEES/INTEREST'          TO AL-LABEL.
           MOVE TOTAL-CHGOFF-FEE           TO AL-AMOUNT.
           WRITE REPORT-LINE FROM AMOUNT-LINE AFTER ADVANCING 1 LINE.

           PERFORM 4200-WRITE-TIE-OUT THRU 4200-EXIT.

           CLOSE XREF-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE BILLING-FILE.
           CLOSE CARDFILE-FILE.
           CLOSE TRANSACT-FILE.
           CLOSE TRANTYPE-FILE.
           CLOSE CONTROL-FILE.
           CLOSE REPORT-FILE.

           DISPLAY 'CBCHG01C - CHARGE-OFF RUN COMPLETE'.
           DISPLAY 'DPD THRESHOLD           : ' CHGOFF-DPD-THRESHOLD.
           DISPLAY 'XREF ENTRIES READ       : ' XREF-RECORDS-READ.
           DISPLAY 'ACCOUNTS CHARGED OFF    : ' ACCOUNTS-CHARGED-OFF.
           DISPLAY 'ALREADY ON TRANFILE     : '
                   CHGOFFS-ALREADY-ON-TRAN.
           DISPLAY 'TOTAL WRITTEN OFF       : ' TOTAL-CHARGED-OFF.
           DISPLAY 'CARDS BLOCKED           : ' CARDS-BLOCKED.
           DISPLAY 'MTD CHARGE-OFF TRANS    : ' MTD-CHGOFF-COUNT.
           DISPLAY 'MTD RECOVERY TRANS      : ' MTD-RECOVERY-COUNT.

           PERFORM 1700-MARK-RUN-COMPLETE THRU 1700-EXIT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *  4100-WRITE-CONTROL-TOTALS - COMMIT THE RUN'S CONTROL TOTALS
      *  TO CTLFILE SO CBBAL01C CAN BALANCE THE WRITE-OFF AGAINST THE
      *  MOVEMENT OF ACCT-CURR-BAL.  THE BALANCES WRITTEN OFF ARE THE
      *  RUN'S CREDITS; THIS PROGRAM POSTS NO DEBITS AND NO
      *  RECOVERIES.  THE RECORD CARRIES THE DAY THE MONEY MOVED, AS
      *  EVERY POSTING JOB'S DOES - THE DATE CBBAL01C AND CBGLE01C
      *  SELECT CTLFILE BY.
      *****************************************************************
       4100-WRITE-CONTROL-TOTALS.
           ACCEPT CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-HHMMSSCC FROM TIME.
           MOVE 'CBCHG01C' TO CTL-JOB-NAME.
           MOVE SPACES     TO CTL-RUN-TS.
           STRING CURRENT-DATE-YYYYMMDD DELIMITED BY SIZE
                  '-'                   DELIMITED BY SIZE
                  CURRENT-TIME-HHMMSSCC DELIMITED BY SIZE
                  INTO CTL-RUN-TS
           END-STRING.
           MOVE CURRENT-DATE-YYYYMMDD  TO CTL-RUN-DATE.
           MOVE XREF-RECORDS-READ      TO CTL-RECORDS-READ.
           MOVE ACCOUNTS-CHARGED-OFF   TO CTL-RECORDS-POSTED.
           MOVE ZERO                   TO CTL-RECORDS-REJECTED.
           MOVE ZERO                   TO CTL-TOTAL-DEBITS.
           MOVE TOTAL-CHARGED-OFF      TO CTL-TOTAL-CREDITS.
           MOVE ZERO                   TO CTL-TOTAL-RECOVERIES.
           MOVE ZERO                   TO CTL-TOTAL-RECEIVED.
           WRITE CONTROL-TOTALS-RECORD
               INVALID KEY
                   MOVE 'ERROR WRITING CTLFILE' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-WRITE.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4200-WRITE-TIE-OUT - THE MONTH'S CHARGE-OFF AND RECOVERY
      *  TRANSACTIONS WITH THE GL ACCOUNTS THEIR TRANTYPE PAIRS NAME.
      *  BOTH CARRY NEGATIVE AMOUNTS, SO CBGLE01C BOOKS THEM WITH THE
      *  PAIR'S ACCOUNTS SWAPPED; THE COLUMNS SHOW THE SIDES AS
      *  BOOKED, SO EACH LINE AGREES DIRECTLY TO THE GL FILE.
      *****************************************************************
       4200-WRITE-TIE-OUT.
           MOVE MTD-FROM-DATE          TO TH1-FROM-DATE.
           MOVE MTD-TO-DATE            TO TH1-TO-DATE.
           WRITE REPORT-LINE FROM TIEOUT-HEADING-1
               AFTER ADVANCING 3 LINES.
           WRITE REPORT-LINE FROM TIEOUT-HEADING-2
               AFTER ADVANCING 2 LINES.

           MOVE CHGOFF-TYPE-CD         TO TL-TYPE-CD.
           MOVE CHGOFF-CAT-CD          TO TL-CAT-CD.
           MOVE CHGOFF-TYPE-DESC       TO TL-DESC.
           MOVE MTD-CHGOFF-COUNT       TO TL-COUNT.
           COMPUTE TL-AMOUNT = ZERO - MTD-CHGOFF-AMT.
           MOVE CHGOFF-GL-CREDIT       TO TL-GL-DEBIT.
           MOVE CHGOFF-GL-DEBIT        TO TL-GL-CREDIT.
           WRITE REPORT-LINE FROM TIEOUT-LINE AFTER ADVANCING 1 LINE.

           MOVE CHGOFF-TYPE-CD         TO TL-TYPE-CD.
           MOVE RECOVERY-CAT-CD        TO TL-CAT-CD.
           MOVE RECOVERY-TYPE-DESC     TO TL-DESC.
           MOVE MTD-RECOVERY-COUNT     TO TL-COUNT.
           COMPUTE TL-AMOUNT = ZERO - MTD-RECOVERY-AMT.
           IF RECOVERY-TYPE-FOUND
               MOVE RECOVERY-GL-CREDIT TO TL-GL-DEBIT
               MOVE RECOVERY-GL-DEBIT  TO TL-GL-CREDIT
           ELSE
               MOVE 'SUSPENSE'         TO TL-GL-DEBIT
               MOVE 'SUSPENSE'         TO TL-GL-CREDIT
           END-IF.
           WRITE REPORT-LINE FROM TIEOUT-LINE AFTER ADVANCING 1 LINE.
       4200-EXIT.
           EXIT.

      *****************************************************************
      *  9999-ABEND-PROGRAM - FATAL I/O ERROR, TERMINATE THE RUN
      *****************************************************************
       9999-ABEND-PROGRAM.
           DISPLAY 'CBCHG01C - ABENDING: ' ABEND-MESSAGE.
           DISPLAY 'XREF-FILE-STATUS: ' XREF-FILE-STATUS.
           DISPLAY 'ACCT-FILE-STATUS: ' ACCT-FILE-STATUS.
           DISPLAY 'BILL-FILE-STATUS: ' BILL-FILE-STATUS.
           DISPLAY 'CARD-FILE-STATUS: ' CARD-FILE-STATUS.
           DISPLAY 'TRAN-FILE-STATUS: ' TRAN-FILE-STATUS.
           DISPLAY 'TRANTYPE-FILE-STATUS: ' TRANTYPE-FILE-STATUS.
           DISPLAY 'CTL-FILE-STATUS: ' CTL-FILE-STATUS.
           DISPLAY 'RPT-FILE-STATUS : ' RPT-FILE-STATUS.
           DISPLAY 'BDATE-FILE-STATUS: ' BDATE-FILE-STATUS.
           DISPLAY 'RUNCTL-FILE-STATUS: ' RUNCTL-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
           EXIT.
