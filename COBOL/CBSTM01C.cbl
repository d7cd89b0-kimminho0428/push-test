      *                   TRANFILE RECORD THAT DOES NOT MATCH ANY XREF
      *                   ENTRY, INSTEAD OF SILENTLY OMITTING IT FROM
      *                   THE STATEMENT RUN.
      *  10/15/2026 AWS   EACH ACCOUNT BLOCK NOW SHOWS THE BALANCE
      *                   SPLIT INTO ITS PURCHASE, CASH-ADVANCE AND
      *                   FEE/INTEREST SEGMENTS BENEATH THE CURRENT
      *                   BALANCE.
      *  10/15/2026 AWS   EACH ACCOUNT BLOCK NOW ENDS WITH THE REWARDS
      *                   POINTS OPENING, EARNED, REDEEMED AND CLOSING
      *                   FOR THE PERIOD, FROM RWDFILE AND RWDHIST.
      *  10/15/2026 AWS   THE 50000-ENTRY IN-MEMORY XREF TABLE AND THE
      *                   FULL TRANFILE SCAN ARE RETIRED.  A CUSTOMER'S
      *                   ACCOUNTS ARE READ FROM XREFFILE ON ITS
      *                   XREF-CUST-ID ALTERNATE KEY, EACH ACCOUNT'S
      *                   CARDS ON XREF-ACCT-ID, AND EACH CARD'S
      *                   TRANSACTIONS FROM TRANFILE ON ITS NEW
      *                   TRAN-CARD-NUM ALTERNATE KEY, LOADING
      *                   WSTMTWRK ONE ACCOUNT AT A TIME.  THE
      *                   UNMATCHED-TRANSACTION WARNING GOES WITH THE
      *                   SCAN.
      *****************************************************************
      *  THIS PROGRAM PRINTS ONE STATEMENT PER CUST-ID, LISTING EACH
      *  ACCOUNT LINKED TO THE CUSTOMER THROUGH XREFFILE ALONG WITH
      *  SUPPLIED AS A 16-BYTE PARAMETER CARD ON SYSIN.  WHEN NO
      *  PARAMETER IS SUPPLIED THE PERIOD DEFAULTS TO MONTH-TO-DATE.
      *
      *  TRANFILE CARRIES ONLY THE CARD NUMBER (NOT THE ACCOUNT ID),
      *  SO FOR EACH CUSTOMER ON CUSTFILE THE PROGRAM:
      *    1. BROWSES XREFFILE ON ITS XREF-CUST-ID ALTERNATE KEY FOR
      *       THE CUSTOMER'S DISTINCT ACCOUNTS.
      *    2. FOR EACH ACCOUNT, BROWSES XREFFILE ON XREF-ACCT-ID FOR
      *       ITS CARDS, AND TRANFILE ON ITS TRAN-CARD-NUM ALTERNATE
      *       KEY FOR EACH CARD'S TRANSACTIONS.  THOSE THAT FALL IN THE
      *       BILLING PERIOD ARE WRITTEN TO A WORK FILE KEYED BY
      *       ACCOUNT ID / TRANSACTION ID.
      *    3. BROWSES THE WORK FILE FOR THE ACCOUNT TO PRINT THE
      *       PERIOD'S ACTIVITY IN TRANSACTION ID ORDER.
      *  AN ACCOUNT SHARED BY MORE THAN ONE CUSTOMER IS LOADED TO THE
      *  WORK FILE ONCE AND PRINTED ON EACH CUSTOMER'S STATEMENT.
      *
      *  AN ACCOUNT WITH A REWARDS LEDGER RECORD (RWDFILE) ALSO GETS
      *  A REWARDS POINTS LINE.  THE CLOSING FIGURE IS THE CURRENT
      *  BALANCE LESS ANY RWDHIST MOVEMENT DATED AFTER THE PERIOD, SO
      *  A STATEMENT RE-RUN FOR AN EARLIER PERIOD PRINTS THE SAME
      *  POINTS; THE OPENING FIGURE IS THE CLOSING LESS THE PERIOD'S
      *  NET EARNINGS PLUS ITS REDEMPTIONS.  EARNED IS NET OF RETURN
      *  AND CHARGEBACK REVERSALS.  IF THE REWARDS FILES HAVE NOT
      *  BEEN DEFINED THE STATEMENTS PRINT WITHOUT THE POINTS LINE.
      *****************************************************************

       ENVIRONMENT DIVISION.

           SELECT XREF-FILE ASSIGN TO   XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS XREF-CARD-NUM
                  ALTERNATE RECORD KEY IS XREF-ACCT-ID
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS XREF-CUST-ID
                      WITH DUPLICATES
                  FILE STATUS  IS XREF-FILE-STATUS.

           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE

           SELECT TRANSACT-FILE ASSIGN TO TRANFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS TRAN-ID
                  ALTERNATE RECORD KEY IS TRAN-CARD-NUM
                      WITH DUPLICATES
                  FILE STATUS  IS TRAN-FILE-STATUS.

           SELECT WORK-STMT-FILE ASSIGN TO WSTMTWRK
                  RECORD KEY   IS WST-KEY
                  FILE STATUS  IS WORK-FILE-STATUS.

           SELECT REWARDS-FILE ASSIGN TO  RWDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS RWD-ACCT-ID
                  FILE STATUS  IS RWD-FILE-STATUS.

           SELECT REWARDS-HIST-FILE ASSIGN TO RWDHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RWH-KEY
                  FILE STATUS  IS RWH-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO   RPTFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.
           05  WST-TRAN-AMT              PIC S9(09)V99.
           05  WST-TRAN-PROC-TS          PIC X(26).

       FD  REWARDS-FILE.
           COPY RWDREC.

       FD  REWARDS-HIST-FILE.
           COPY RWDHREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                  PIC X(133).
           88  CUST-FILE-STATUS-OK          VALUE '00'.
           88  CUST-FILE-STATUS-EOF         VALUE '10'.
       77  XREF-FILE-STATUS             PIC X(02) VALUE '00'.
           88  XREF-FILE-STATUS-OK          VALUE '00' '02'.
           88  XREF-FILE-STATUS-EOF         VALUE '10'.
       77  ACCT-FILE-STATUS             PIC X(02) VALUE '00'.
           88  ACCT-FILE-STATUS-OK          VALUE '00'.
       77  TRAN-FILE-STATUS             PIC X(02) VALUE '00'.
           88  TRAN-FILE-STATUS-OK          VALUE '00' '02'.
           88  TRAN-FILE-STATUS-EOF         VALUE '10'.
       77  WORK-FILE-STATUS             PIC X(02) VALUE '00'.
           88  WORK-FILE-STATUS-OK          VALUE '00'.
           88  WORK-FILE-STATUS-EOF         VALUE '10'.
           88  WORK-FILE-DUP-KEY            VALUE '22'.
       77  RPT-FILE-STATUS              PIC X(02) VALUE '00'.
           88  RPT-FILE-STATUS-OK           VALUE '00'.
       77  RWD-FILE-STATUS              PIC X(02) VALUE '00'.
           88  RWD-FILE-STATUS-OK           VALUE '00'.
           88  RWD-FILE-NOT-FOUND           VALUE '35'.
       77  RWH-FILE-STATUS              PIC X(02) VALUE '00'.
           88  RWH-FILE-STATUS-OK           VALUE '00'.
           88  RWH-FILE-STATUS-EOF          VALUE '10'.
           88  RWH-FILE-NOT-FOUND           VALUE '35'.

       77  END-OF-CUST-FILE-SW          PIC X(01) VALUE 'N'.
           88  END-OF-CUST-FILE             VALUE 'Y'.
           88  ACCT-FOUND                   VALUE 'Y'.
       77  WORK-STARTBR-OK-SW           PIC X(01) VALUE 'N'.
           88  WORK-STARTBR-OK              VALUE 'Y'.
       77  REWARDS-AVAILABLE-SW         PIC X(01) VALUE 'Y'.
           88  REWARDS-AVAILABLE            VALUE 'Y'.
       77  RWD-FOUND-SW                 PIC X(01) VALUE 'N'.
           88  RWD-FOUND                    VALUE 'Y'.
       77  END-OF-RWH-SW                PIC X(01) VALUE 'N'.
           88  END-OF-RWH                   VALUE 'Y'.
       77  END-OF-XREF-SW               PIC X(01) VALUE 'N'.
           88  END-OF-XREF                  VALUE 'Y'.
       77  END-OF-TRAN-SW               PIC X(01) VALUE 'N'.
           88  END-OF-TRAN                  VALUE 'Y'.

       77  CUSTOMERS-READ               PIC 9(09) COMP VALUE ZERO.
       77  STATEMENTS-PRINTED           PIC 9(09) COMP VALUE ZERO.
       77  TRAN-RECORDS-SELECTED        PIC 9(09) COMP VALUE ZERO.

       77  STMT-ACCT-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
           88  STMT-ACCT-TABLE-FULL         VALUE 'Y'.
       77  STMT-ACCTS-DROPPED           PIC 9(05) COMP VALUE ZERO.

       77  STMT-PERIOD-PARM             PIC X(16) VALUE SPACES.
       77  STMT-BEGIN-DATE              PIC 9(08) VALUE ZERO.
       77  STMT-END-DATE                PIC 9(08) VALUE ZERO.
       77  TODAY-YYYYMMDD                PIC 9(08) VALUE ZERO.
       77  TRAN-PROC-DATE                PIC 9(08) VALUE ZERO.
       77  STMT-CARD-NUM                 PIC X(16) VALUE SPACES.

       77  LINE-COUNT                   PIC 9(03) VALUE 99.
       77  PAGE-COUNT                   PIC 9(05) VALUE ZERO.

       77  ABEND-MESSAGE                PIC X(60) VALUE SPACES.
       77  STMT-ACCT-TOTAL              PIC S9(09)V99 VALUE ZERO.
       77  STMT-PURCH-BAL               PIC S9(10)V99 VALUE ZERO.
       77  STMT-CASH-BAL                PIC S9(10)V99 VALUE ZERO.
       77  STMT-FEE-BAL                 PIC S9(10)V99 VALUE ZERO.
       77  STMT-PTS-OPENING             PIC S9(11) VALUE ZERO.
       77  STMT-PTS-EARNED              PIC S9(11) VALUE ZERO.
       77  STMT-PTS-REDEEMED            PIC S9(11) VALUE ZERO.
       77  STMT-PTS-CLOSING             PIC S9(11) VALUE ZERO.
       77  STMT-PTS-AFTER-PERIOD        PIC S9(11) VALUE ZERO.

      *****************************************************************
      *  DISTINCT ACCOUNTS FOUND FOR THE CUSTOMER CURRENTLY BEING
           05  AHL-CREDIT-LIMIT         PIC ---,---,--9.99.
           05  FILLER                   PIC X(15) VALUE SPACES.

       01  BALANCE-SEGMENT-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(11) VALUE 'PURCHASES:'.
           05  BSL-PURCH-BAL            PIC ---,---,--9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(15) VALUE
               'CASH ADVANCES:'.
           05  BSL-CASH-BAL             PIC ---,---,--9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(15) VALUE
               'FEES/INTEREST:'.
           05  BSL-FEE-BAL              PIC ---,---,--9.99.
           05  FILLER                   PIC X(43) VALUE SPACES.

       01  TRAN-HEADING-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(16) VALUE 'TRAN ID'.
           05  ATL-TOTAL-AMOUNT         PIC ---,---,--9.99.
           05  FILLER                   PIC X(88) VALUE SPACES.

       01  REWARDS-POINTS-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(24) VALUE
               'REWARDS POINTS  OPENING:'.
           05  RPL-OPENING              PIC -,---,---,--9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'EARNED:'.
           05  RPL-EARNED               PIC -,---,---,--9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'REDEEMED:'.
           05  RPL-REDEEMED             PIC -,---,---,--9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  FILLER                   PIC X(09) VALUE 'CLOSING:'.
           05  RPL-CLOSING              PIC -,---,---,--9.
           05  FILLER                   PIC X(20) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  SL-LABEL                 PIC X(30).
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE           THRU 1000-EXIT.
           PERFORM 4900-READ-NEXT-CUST        THRU 4900-EXIT.
           PERFORM 4000-PROCESS-CUSTOMER      THRU 4000-EXIT
                   UNTIL END-OF-CUST-FILE.
               MOVE 'ERROR OPENING WSTMTWRK' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.
           CLOSE WORK-STMT-FILE.
           OPEN I-O    WORK-STMT-FILE.
           IF NOT WORK-FILE-STATUS-OK
               MOVE 'ERROR REOPENING WSTMTWRK' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-FILE-STATUS-OK
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           PERFORM 1100-OPEN-REWARDS-FILES THRU 1100-EXIT.

           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT STMT-PERIOD-PARM FROM SYSIN.
           IF STMT-PERIOD-PARM (1:8) IS NUMERIC
           EXIT.

      *****************************************************************
      *  1100-OPEN-REWARDS-FILES - THE REWARDS LEDGER AND ITS HISTORY.
      *  WHERE EITHER HAS NOT BEEN DEFINED YET THE RUN CARRIES ON
      *  WITHOUT THE REWARDS POINTS LINE RATHER THAN ABENDING.
      *****************************************************************
       1100-OPEN-REWARDS-FILES.
           OPEN INPUT  REWARDS-FILE.
           IF RWD-FILE-NOT-FOUND
               MOVE 'N' TO REWARDS-AVAILABLE-SW
           ELSE
               IF NOT RWD-FILE-STATUS-OK
                   MOVE 'ERROR OPENING RWDFILE' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
               END-IF
               OPEN INPUT  REWARDS-HIST-FILE
               IF RWH-FILE-NOT-FOUND
                   MOVE 'N' TO REWARDS-AVAILABLE-SW
                   CLOSE REWARDS-FILE
               ELSE
                   IF NOT RWH-FILE-STATUS-OK
                       MOVE 'ERROR OPENING RWDHIST' TO ABEND-MESSAGE
                       PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
                   END-IF
               END-IF
           END-IF.
           IF NOT REWARDS-AVAILABLE
               DISPLAY 'CBSTM01C - WARNING: REWARDS FILES NOT DEFINED, '
                       'STATEMENTS WILL PRINT WITHOUT REWARDS POINTS'
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************

      *****************************************************************
      *  4100-FIND-CUST-ACCOUNTS - COLLECT THE DISTINCT ACCOUNTS
      *  LINKED TO THIS CUSTOMER, BROWSING XREFFILE ON ITS
      *  XREF-CUST-ID ALTERNATE KEY
      *****************************************************************
       4100-FIND-CUST-ACCOUNTS.
           MOVE ZERO TO STMT-ACCT-COUNT.
           MOVE CUST-ID TO XREF-CUST-ID.
           MOVE 'N' TO END-OF-XREF-SW.
           START XREF-FILE KEY IS = XREF-CUST-ID
               INVALID KEY
                   MOVE 'Y' TO END-OF-XREF-SW
           END-START.
           IF NOT END-OF-XREF
               PERFORM 4150-READ-NEXT-XREF THRU 4150-EXIT
           END-IF.
           PERFORM 4110-ADD-XREF-ACCOUNT THRU 4110-EXIT
                   UNTIL END-OF-XREF
                   OR XREF-CUST-ID NOT = CUST-ID.
       4100-EXIT.
           EXIT.

      *****************************************************************
      *  4110-ADD-XREF-ACCOUNT - ADD THE XREF RECORD'S ACCOUNT TO THE
      *  CUSTOMER'S LIST IF IT ISN'T ALREADY THERE, AND READ THE NEXT
      *****************************************************************
       4110-ADD-XREF-ACCOUNT.
           SET STMT-ACCT-IDX TO 1.
           SET WORK-STARTBR-OK-SW TO 'N'.
           PERFORM 4120-CHECK-ACCT-KNOWN THRU 4120-EXIT
                   VARYING STMT-ACCT-IDX FROM 1 BY 1
                   UNTIL STMT-ACCT-IDX > STMT-ACCT-COUNT
                   OR WORK-STARTBR-OK.
           IF NOT WORK-STARTBR-OK
               IF STMT-ACCT-COUNT < 20
                   ADD 1 TO STMT-ACCT-COUNT
                   MOVE XREF-ACCT-ID
                       TO STMT-ACCT-ID (STMT-ACCT-COUNT)
               ELSE
                   ADD 1 TO STMT-ACCTS-DROPPED
                   IF NOT STMT-ACCT-TABLE-FULL
                       MOVE 'Y' TO STMT-ACCT-TABLE-FULL-SW
                       DISPLAY 'CBSTM01C - WARNING: A CUSTOMER HAS '
                               'MORE THAN 20 LINKED ACCOUNTS, '
                               'ADDITIONAL ACCOUNTS WILL BE '
                               'DROPPED FROM ITS STATEMENT'
                   END-IF
               END-IF
           END-IF.
           PERFORM 4150-READ-NEXT-XREF THRU 4150-EXIT.
       4110-EXIT.
           EXIT.

      *  FLAG FOR THE DUPLICATE CHECK)
      *****************************************************************
       4120-CHECK-ACCT-KNOWN.
           IF STMT-ACCT-ID (STMT-ACCT-IDX) = XREF-ACCT-ID
               SET WORK-STARTBR-OK-SW TO 'Y'
           END-IF.
       4120-EXIT.
           EXIT.

      *****************************************************************
      *  4150-READ-NEXT-XREF - NEXT XREFFILE RECORD ON THE ALTERNATE
      *  KEY THE BROWSE WAS STARTED ON
      *****************************************************************
       4150-READ-NEXT-XREF.
           READ XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-XREF-SW
           END-READ.
           IF NOT END-OF-XREF
              AND NOT XREF-FILE-STATUS-OK
               MOVE 'ERROR READING XREFFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.
       4150-EXIT.
           EXIT.

      *****************************************************************
      *  4200-PRINT-ACCT-STMT - PRINT ONE ACCOUNT'S STATEMENT BLOCK
      *****************************************************************
           IF ACCT-FOUND
               PERFORM 4210-PRINT-STMT-HEADER THRU 4210-EXIT
               PERFORM 4220-PRINT-ACCT-TRANS  THRU 4220-EXIT
               IF REWARDS-AVAILABLE
                   PERFORM 4240-PRINT-REWARDS THRU 4240-EXIT
               END-IF
               ADD 1 TO STATEMENTS-PRINTED
           END-IF.
       4200-EXIT.
               AFTER ADVANCING 2.
           ADD 2 TO LINE-COUNT.

           PERFORM 4215-GET-BALANCE-SEGMENTS THRU 4215-EXIT.
           MOVE STMT-PURCH-BAL    TO BSL-PURCH-BAL.
           MOVE STMT-CASH-BAL     TO BSL-CASH-BAL.
           MOVE STMT-FEE-BAL      TO BSL-FEE-BAL.
           WRITE REPORT-LINE FROM BALANCE-SEGMENT-LINE
               AFTER ADVANCING 1.
           ADD 1 TO LINE-COUNT.

           WRITE REPORT-LINE FROM TRAN-HEADING-LINE AFTER ADVANCING 2.
           ADD 2 TO LINE-COUNT.
       4210-EXIT.
           EXIT.

      *****************************************************************
      *  4215-GET-BALANCE-SEGMENTS - THE ACCOUNT'S PURCHASE, CASH AND
      *  FEE/INTEREST SEGMENTS.  AN ACCOUNT NOT YET SPLIT (NO POSTING
      *  SINCE THE SEGMENTS WERE ADDED) SHOWS ITS WHOLE BALANCE AS
      *  PURCHASES, AS THE POSTING PROGRAMS WILL TREAT IT.
      *****************************************************************
       4215-GET-BALANCE-SEGMENTS.
           IF ACCT-PURCH-BAL NOT NUMERIC
              OR ACCT-CASH-BAL NOT NUMERIC
              OR ACCT-FEE-BAL  NOT NUMERIC
               MOVE ZERO TO STMT-CASH-BAL
               MOVE ZERO TO STMT-FEE-BAL
           ELSE
               MOVE ACCT-CASH-BAL TO STMT-CASH-BAL
               MOVE ACCT-FEE-BAL  TO STMT-FEE-BAL
           END-IF.
           COMPUTE STMT-PURCH-BAL =
                   ACCT-CURR-BAL - STMT-CASH-BAL - STMT-FEE-BAL.
       4215-EXIT.
           EXIT.

      *****************************************************************
      *  4220-PRINT-ACCT-TRANS - LOAD THE ACCOUNT'S PERIOD ACTIVITY TO
      *  THE WORK FILE, THEN BROWSE IT FOR THIS ACCOUNT
      *****************************************************************
       4220-PRINT-ACCT-TRANS.
           PERFORM 4250-LOAD-ACCT-TRANS THRU 4250-EXIT.

           MOVE ACCT-ID    TO WST-ACCT-ID.
           MOVE LOW-VALUES TO WST-TRAN-ID.
           MOVE ZERO       TO STMT-ACCT-TOTAL.
       4230-EXIT.
           EXIT.

      *****************************************************************
      *  4240-PRINT-REWARDS - THE ACCOUNT'S REWARDS POINTS FOR THE
      *  PERIOD, WORKED BACK FROM THE CURRENT LEDGER BALANCE THROUGH
      *  ITS RWDHIST ENTRIES.  AN ACCOUNT THAT HAS NEVER EARNED HAS
      *  NO LEDGER RECORD AND GETS NO POINTS LINE.
      *****************************************************************
       4240-PRINT-REWARDS.
           MOVE ACCT-ID TO RWD-ACCT-ID.
           READ REWARDS-FILE
               INVALID KEY
                   MOVE 'N' TO RWD-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO RWD-FOUND-SW
           END-READ.
           IF RWD-FOUND
               MOVE ZERO TO STMT-PTS-EARNED
               MOVE ZERO TO STMT-PTS-REDEEMED
               MOVE ZERO TO STMT-PTS-AFTER-PERIOD
               MOVE ACCT-ID    TO RWH-ACCT-ID
               MOVE LOW-VALUES TO RWH-TRAN-ID
               MOVE LOW-VALUES TO RWH-ENTRY-TYPE
               MOVE 'N' TO END-OF-RWH-SW
               START REWARDS-HIST-FILE KEY IS >= RWH-KEY
                   INVALID KEY
                       MOVE 'Y' TO END-OF-RWH-SW
               END-START
               IF NOT END-OF-RWH
                   READ REWARDS-HIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO END-OF-RWH-SW
                   END-READ
               END-IF
               PERFORM 4241-ADD-ONE-RWH-ENTRY THRU 4241-EXIT
                       UNTIL END-OF-RWH
                       OR RWH-ACCT-ID NOT = ACCT-ID

               COMPUTE STMT-PTS-CLOSING =
                       RWD-POINTS-BAL - STMT-PTS-AFTER-PERIOD
               COMPUTE STMT-PTS-OPENING =
                       STMT-PTS-CLOSING - STMT-PTS-EARNED
                       + STMT-PTS-REDEEMED

               IF LINE-COUNT >= MAX-LINES-PER-PAGE
                   PERFORM 4230-WRITE-HEADINGS THRU 4230-EXIT
               END-IF
               MOVE STMT-PTS-OPENING  TO RPL-OPENING
               MOVE STMT-PTS-EARNED   TO RPL-EARNED
               MOVE STMT-PTS-REDEEMED TO RPL-REDEEMED
               MOVE STMT-PTS-CLOSING  TO RPL-CLOSING
               WRITE REPORT-LINE FROM REWARDS-POINTS-LINE
                   AFTER ADVANCING 1
               ADD 1 TO LINE-COUNT
           END-IF.
       4240-EXIT.
           EXIT.

      *****************************************************************
      *  4241-ADD-ONE-RWH-ENTRY - CLASSIFY ONE RWDHIST ENTRY BY ITS
      *  POST DATE AND ADVANCE TO THE NEXT.  A REDEMPTION IS CARRIED
      *  NEGATIVE ON RWDHIST BUT SHOWN AS A POSITIVE NUMBER REDEEMED.
      *****************************************************************
       4241-ADD-ONE-RWH-ENTRY.
           IF RWH-POST-DATE > STMT-END-DATE
               ADD RWH-POINTS TO STMT-PTS-AFTER-PERIOD
           ELSE
               IF RWH-POST-DATE >= STMT-BEGIN-DATE
                   IF RWH-REDEEMED
                       SUBTRACT RWH-POINTS FROM STMT-PTS-REDEEMED
                   ELSE
                       ADD RWH-POINTS TO STMT-PTS-EARNED
                   END-IF
               END-IF
           END-IF.
           READ REWARDS-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-RWH-SW
           END-READ.
       4241-EXIT.
           EXIT.

      *****************************************************************
      *  4250-LOAD-ACCT-TRANS - FOR EACH CARD FILED UNDER THE ACCOUNT
      *  ON XREFFILE'S XREF-ACCT-ID ALTERNATE KEY, COPY THE CARD'S
      *  PERIOD TRANSACTIONS TO THE WORK FILE
      *****************************************************************
       4250-LOAD-ACCT-TRANS.
           MOVE ACCT-ID TO XREF-ACCT-ID.
           MOVE 'N' TO END-OF-XREF-SW.
           START XREF-FILE KEY IS = XREF-ACCT-ID
               INVALID KEY
                   MOVE 'Y' TO END-OF-XREF-SW
           END-START.
           IF NOT END-OF-XREF
               PERFORM 4150-READ-NEXT-XREF THRU 4150-EXIT
           END-IF.
           PERFORM 4251-LOAD-CARD-TRANS THRU 4251-EXIT
                   UNTIL END-OF-XREF
                   OR XREF-ACCT-ID NOT = ACCT-ID.
       4250-EXIT.
           EXIT.

      *****************************************************************
      *  4251-LOAD-CARD-TRANS - BROWSE TRANFILE ON ITS TRAN-CARD-NUM
      *  ALTERNATE KEY FOR ONE CARD, THEN MOVE ON TO THE NEXT CARD
      *****************************************************************
       4251-LOAD-CARD-TRANS.
           MOVE XREF-CARD-NUM TO STMT-CARD-NUM.
           MOVE XREF-CARD-NUM TO TRAN-CARD-NUM.
           MOVE 'N' TO END-OF-TRAN-SW.
           START TRANSACT-FILE KEY IS = TRAN-CARD-NUM
               INVALID KEY
                   MOVE 'Y' TO END-OF-TRAN-SW
           END-START.
           IF NOT END-OF-TRAN
               PERFORM 4253-READ-NEXT-TRAN THRU 4253-EXIT
           END-IF.
           PERFORM 4252-SELECT-TRAN THRU 4252-EXIT
                   UNTIL END-OF-TRAN
                   OR TRAN-CARD-NUM NOT = STMT-CARD-NUM.
           PERFORM 4150-READ-NEXT-XREF THRU 4150-EXIT.
       4251-EXIT.
           EXIT.

      *****************************************************************
      *  4252-SELECT-TRAN - KEEP THE TRANSACTION IF ITS PROC DATE IS
      *  IN THE PERIOD, AND READ THE NEXT.  A DUPLICATE KEY ON THE
      *  WORK FILE MEANS THE ACCOUNT WAS ALREADY LOADED FOR AN EARLIER
      *  CUSTOMER SHARING IT, AND IS NOT COUNTED AGAIN.
      *****************************************************************
       4252-SELECT-TRAN.
           MOVE TRAN-PROC-TS (1:4) TO TRAN-PROC-DATE (1:4).
           MOVE TRAN-PROC-TS (6:2) TO TRAN-PROC-DATE (5:2).
           MOVE TRAN-PROC-TS (9:2) TO TRAN-PROC-DATE (7:2).
           IF TRAN-PROC-DATE >= STMT-BEGIN-DATE
              AND TRAN-PROC-DATE <= STMT-END-DATE
               MOVE ACCT-ID          TO WST-ACCT-ID
               MOVE TRAN-ID          TO WST-TRAN-ID
               MOVE TRAN-DESC        TO WST-TRAN-DESC
               MOVE TRAN-AMT         TO WST-TRAN-AMT
               MOVE TRAN-PROC-TS     TO WST-TRAN-PROC-TS
               WRITE WORK-STMT-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WORK-FILE-STATUS-OK
                   ADD 1 TO TRAN-RECORDS-SELECTED
               ELSE
                   IF NOT WORK-FILE-DUP-KEY
                       MOVE 'ERROR WRITING WSTMTWRK' TO ABEND-MESSAGE
                       PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
                   END-IF
               END-IF
           END-IF.
           PERFORM 4253-READ-NEXT-TRAN THRU 4253-EXIT.
       4252-EXIT.
           EXIT.

      *****************************************************************
      *  4253-READ-NEXT-TRAN - NEXT TRANFILE RECORD ON TRAN-CARD-NUM
      *****************************************************************
       4253-READ-NEXT-TRAN.
           READ TRANSACT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-TRAN-SW
           END-READ.
           IF NOT END-OF-TRAN
              AND NOT TRAN-FILE-STATUS-OK
               MOVE 'ERROR READING TRANFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.
       4253-EXIT.
           EXIT.

      *****************************************************************
      *  4900-READ-NEXT-CUST - SEQUENTIAL READ OF CUSTFILE
      *****************************************************************
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1.

           CLOSE CUSTFILE-FILE.
           CLOSE XREF-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE TRANSACT-FILE.
           CLOSE WORK-STMT-FILE.
           CLOSE REPORT-FILE.
           IF REWARDS-AVAILABLE
               CLOSE REWARDS-FILE
               CLOSE REWARDS-HIST-FILE
           END-IF.

           DISPLAY 'CBSTM01C - STATEMENT PRINT COMPLETE'.
           DISPLAY 'CUSTOMERS READ         : ' CUSTOMERS-READ.
           DISPLAY 'STATEMENTS PRINTED     : ' STATEMENTS-PRINTED.
           DISPLAY 'TRANSACTIONS IN PERIOD : ' TRAN-RECORDS-SELECTED.
           IF STMT-ACCT-TABLE-FULL
               DISPLAY 'ACCOUNTS DROPPED (>20 PER CUSTOMER) : '
                       STMT-ACCTS-DROPPED
           END-IF.
       5000-EXIT.
           EXIT.

           DISPLAY 'TRAN-FILE-STATUS: ' TRAN-FILE-STATUS.
           DISPLAY 'WORK-FILE-STATUS: ' WORK-FILE-STATUS.
           DISPLAY 'RPT-FILE-STATUS : ' RPT-FILE-STATUS.
           DISPLAY 'RWD-FILE-STATUS : ' RWD-FILE-STATUS.
           DISPLAY 'RWH-FILE-STATUS : ' RWH-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
