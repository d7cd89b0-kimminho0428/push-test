      *                   EXTRACT PICKS IT UP ON THE DAY THE MONEY
      *                   MOVES.  TRAN-ORIG-TS STILL CARRIES THE
      *                   TRUE GENERATION TIME.
      *  10/15/2026 AWS   THE RESTART RECORD GREW CHARGE-OFF REJECT
      *                   AND RECOVERY FIELDS FOR CBTRN02C; THIS JOB
      *                   COMMITS THEM AS ZERO AT EACH CHECKPOINT.
      *  10/15/2026 AWS   THE CARD AND OWNING CUSTOMER ARE NOW READ
      *                   FROM XREFFILE ON ITS XREF-ACCT-ID ALTERNATE
      *                   KEY.  THE 50000-ENTRY IN-MEMORY XREF TABLE
      *                   (1100-LOAD-XREF-TABLE), WHICH DROPPED CARDS
      *                   ONCE FULL, IS RETIRED.
      *  10/15/2026 AWS   AN ACCOUNT'S CARD IS NOW THE FIRST ON ITS
      *                   XREFFILE CHAIN THAT HAS NOT BEEN REPLACED
      *                   (CARDFILE CARD-REPLACED-BY-NUM SPACES), SO
      *                   GENERATED ENTRIES NO LONGER LAND ON A CARD
      *                   REPORTED LOST OR STOLEN.
      *****************************************************************
      *  THIS PROGRAM RUNS AT MONTH END.  FOR EVERY ACTIVE ACCOUNT ON
      *  ACCTFILE CARRYING A POSITIVE ACCT-CURR-BAL IT RESOLVES THE
      *  ITSELF - THE BALANCE MOVES ONLY WHEN THE PAYMENT POSTS.
      *
      *  A REPRESENTATIVE CARD NUMBER AND THE OWNING CUSTOMER FOR
      *  EACH ACCOUNT ARE READ FROM XREFFILE THROUGH ITS ACCOUNT ID
      *  ALTERNATE KEY (THE FIRST CARD FILED UNDER THE ACCOUNT THAT
      *  HAS NOT BEEN REPLACED ON CARDFILE, OR FAILING THAT THE FIRST
      *  CARD FILED).  AN ACCOUNT WITH NO XREF ENTRY, OR WHOSE
      *  CUSTOMER IS NOT ON CUSTFILE, IS COUNTED AND WARNED BUT DOES
      *  NOT STOP THE RUN.
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

           SELECT CARDFILE-FILE ASSIGN TO   CARDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CARD-NUM
                  FILE STATUS  IS CARD-FILE-STATUS.

           SELECT CUSTFILE-FILE ASSIGN TO   CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
       FD  XREF-FILE.
           COPY XREFREC.

       FD  CARDFILE-FILE.
           COPY CARDREC.

       FD  CUSTFILE-FILE.
           COPY CUSTREC.

           88  ACCT-FILE-STATUS-OK          VALUE '00'.
           88  ACCT-FILE-STATUS-EOF         VALUE '10'.
       77  XREF-FILE-STATUS             PIC X(02) VALUE '00'.
           88  XREF-FILE-STATUS-OK          VALUE '00' '02'.
           88  XREF-FILE-STATUS-EOF         VALUE '10'.
       77  CARD-FILE-STATUS             PIC X(02) VALUE '00'.
           88  CARD-FILE-STATUS-OK          VALUE '00'.
       77  CUST-FILE-STATUS             PIC X(02) VALUE '00'.
           88  CUST-FILE-STATUS-OK          VALUE '00'.
       77  TRAN-FILE-STATUS             PIC X(02) VALUE '00'.
           88  END-OF-ACCT-FILE             VALUE 'Y'.
       77  XREF-MATCH-SW                PIC X(01) VALUE 'N'.
           88  XREF-MATCH-FOUND             VALUE 'Y'.
       77  LIVE-CARD-FOUND-SW           PIC X(01) VALUE 'N'.
           88  LIVE-CARD-FOUND              VALUE 'Y'.
       77  END-OF-ACCT-CARDS-SW         PIC X(01) VALUE 'N'.
           88  END-OF-ACCT-CARDS            VALUE 'Y'.
       77  CUST-FOUND-SW                PIC X(01) VALUE 'N'.
           88  CUST-FOUND                   VALUE 'Y'.

       77  ACCT-NO-CUST-SW              PIC X(01) VALUE 'N'.
           88  ACCT-NO-CUST-FOUND           VALUE 'Y'.

       77  CURRENT-DATE-YYYYMMDD        PIC 9(08) VALUE ZERO.
       77  CURRENT-TIME-HHMMSSCC        PIC 9(08) VALUE ZERO.
       77  TIMESTAMP-VALUE              PIC X(26) VALUE SPACES.
       77  GATE-TS                      PIC X(26) VALUE SPACES.


       01  FOUND-CARD-NUM               PIC X(16).
       01  FOUND-CUST-ID                PIC 9(09).

           GOBACK.

      *****************************************************************
      *  1000-INITIALIZE - OPEN FILES, PRIME READ
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1600-CHECK-RUN-GATE THRU 1600-EXIT.
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           OPEN INPUT  CARDFILE-FILE.
           IF NOT CARD-FILE-STATUS-OK
               MOVE 'ERROR OPENING CARDFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           OPEN INPUT  CUSTFILE-FILE.
           IF NOT CUST-FILE-STATUS-OK
               MOVE 'ERROR OPENING CUSTFILE' TO ABEND-MESSAGE

           ACCEPT CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD.

           PERFORM 2100-READ-NEXT-ACCT  THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
       1250-EXIT.
           EXIT.

      *****************************************************************
      *  1600-CHECK-RUN-GATE - REFUSE TO START IF THIS JOB HAS
      *  ALREADY COMPLETED FOR THE BUSINESS DATE, OR IF ITS
               MOVE ZERO                TO RESTART-OVER-LIMIT-COUNT
               MOVE ZERO                TO RESTART-DEBIT-AMT
               MOVE TOTAL-DRAFT-AMOUNT  TO RESTART-CREDIT-AMT
               MOVE ZERO                TO RESTART-CHGOFF-REJECT-COUNT
               MOVE ZERO                TO RESTART-RECOVERY-COUNT
               MOVE ZERO                TO RESTART-RECOVERY-AMT
               STRING CHKPT-DATE DELIMITED BY SIZE
                      '-'         DELIMITED BY SIZE
                      CHKPT-TIME  DELIMITED BY SIZE
           EXIT.

      *****************************************************************
      *  2200-FIND-OWNING-CUSTOMER - READ XREFFILE ON ITS XREF-ACCT-ID
      *  ALTERNATE KEY FOR THE ACCOUNT'S CARD (THE FIRST NOT REPLACED,
      *  OR FAILING THAT THE FIRST FILED), THEN READ THE CUSTOMER
      *  RECORD IT NAMES
      *****************************************************************
       2200-FIND-OWNING-CUSTOMER.
           MOVE 'N'    TO XREF-MATCH-SW.
           MOVE 'N'    TO CUST-FOUND-SW.
           MOVE 'N'    TO LIVE-CARD-FOUND-SW.
           MOVE 'N'    TO END-OF-ACCT-CARDS-SW.
           MOVE SPACES TO FOUND-CARD-NUM.
           MOVE ACCT-ID TO XREF-ACCT-ID.
           START XREF-FILE KEY IS = XREF-ACCT-ID
               INVALID KEY
                   MOVE 'Y' TO END-OF-ACCT-CARDS-SW
           END-START.
           PERFORM 2210-READ-NEXT-ACCT-CARD THRU 2210-EXIT
                   UNTIL LIVE-CARD-FOUND
                      OR END-OF-ACCT-CARDS.
           IF NOT XREF-MATCH-FOUND
               ADD 1 TO ACCOUNTS-NO-XREF
               IF NOT ACCT-NO-XREF-FOUND
                   MOVE 'Y' TO ACCT-NO-XREF-SW
                   DISPLAY 'CBEFT01C - WARNING: ACCT-ID ' ACCT-ID
                           ' HAS NO LINKED CARD ON XREFFILE '
                           '- NO DRAFT CAN BE RAISED'
               END-IF
           END-IF.

           IF XREF-MATCH-FOUND
               MOVE FOUND-CUST-ID TO CUST-ID
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2210-READ-NEXT-ACCT-CARD - NEXT CARD ON THE ACCOUNT'S CHAIN.
      *  THE CHAIN ENDS WHERE XREF-ACCT-ID CHANGES.
      *****************************************************************
       2210-READ-NEXT-ACCT-CARD.
           READ XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-ACCT-CARDS-SW
           END-READ.
           IF NOT END-OF-ACCT-CARDS
               IF NOT XREF-FILE-STATUS-OK
                   MOVE 'ERROR READING XREFFILE' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
               END-IF
               IF XREF-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO END-OF-ACCT-CARDS-SW
               ELSE
                   IF NOT XREF-MATCH-FOUND
                       MOVE 'Y'           TO XREF-MATCH-SW
                       MOVE XREF-CARD-NUM TO FOUND-CARD-NUM
                       MOVE XREF-CUST-ID  TO FOUND-CUST-ID
                   END-IF
                   PERFORM 2220-CHECK-CARD-REPLACED THRU 2220-EXIT
               END-IF
           END-IF.
       2210-EXIT.
           EXIT.

      *****************************************************************
      *  2220-CHECK-CARD-REPLACED - A CARD STILL IN USE ENDS THE
      *  SEARCH.  A CARD MISSING FROM CARDFILE IS PASSED OVER.
      *****************************************************************
       2220-CHECK-CARD-REPLACED.
           MOVE XREF-CARD-NUM TO CARD-NUM.
           READ CARDFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CARD-REPLACED-BY-NUM = SPACES
                       MOVE 'Y'           TO LIVE-CARD-FOUND-SW
                       MOVE XREF-CARD-NUM TO FOUND-CARD-NUM
                   END-IF
           END-READ.
       2220-EXIT.
           EXIT.

      *****************************************************************
      *  2300-WRITE-PAYMENT-TRAN - GENERATE THE AUTOPAY PAYMENT
      *  TRANSACTION (NEGATIVE TRAN-AMT FOR THE FULL BALANCE) ONTO
           END-DELETE.

           CLOSE ACCTFILE-FILE.
           CLOSE XREF-FILE.
           CLOSE CARDFILE-FILE.
           CLOSE CUSTFILE-FILE.
           CLOSE TRANSACT-FILE.
           CLOSE EFT-FILE.
               DISPLAY 'ACCOUNTS WITH NO CUST   : '
                       ACCOUNTS-NO-CUSTOMER
           END-IF.

           PERFORM 1700-MARK-RUN-COMPLETE THRU 1700-EXIT.
       3000-EXIT.
           DISPLAY 'CBEFT01C - ABENDING: ' ABEND-MESSAGE.
           DISPLAY 'ACCT-FILE-STATUS: ' ACCT-FILE-STATUS.
           DISPLAY 'XREF-FILE-STATUS: ' XREF-FILE-STATUS.
           DISPLAY 'CARD-FILE-STATUS: ' CARD-FILE-STATUS.
           DISPLAY 'CUST-FILE-STATUS: ' CUST-FILE-STATUS.
           DISPLAY 'TRAN-FILE-STATUS: ' TRAN-FILE-STATUS.
           DISPLAY 'EFT-FILE-STATUS : ' EFT-FILE-STATUS.
