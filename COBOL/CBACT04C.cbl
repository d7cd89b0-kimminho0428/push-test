      *                   GROUP PRICES UNDER 'DEFAULT'; A MISSING
      *                   PRICEFIL FALLS BACK TO THE HISTORIC
      *                   HARDCODED VALUES WITH A WARNING.
      *  10/15/2026 AWS   THE FINANCE CHARGE IS NOW WORKED OUT PER
      *                   BALANCE SEGMENT - PURCHASES AND FEES/
      *                   INTEREST AT PRC-PURCH-INT-RATE, CASH
      *                   ADVANCES AT PRC-CASH-INT-RATE - FROM EACH
      *                   SEGMENT'S CYCLE NET, INSTEAD OF THE PURCHASE
      *                   RATE ON THE WHOLE CYCLE.  THE CHARGE IS
      *                   ADDED TO THE FEE SEGMENT AND THE SEGMENT
      *                   CYCLE NETS ARE RESET WITH THE CYCLE TOTALS.
      *  10/15/2026 AWS   THE CARD FOR THE FINANCE CHARGE IS NOW READ
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
      *  ACCTFILE IT NETS ACCT-CURR-CYC-DEBIT AGAINST ACCT-CURR-CYC-
      *  ACCT-CURR-BAL.  THE CYCLE-TO-DATE TOTALS ARE THEN RESET TO
      *  ZERO SO THE NEXT BILLING CYCLE STARTS CLEAN.
      *
      *  THE RATE IS APPLIED SEGMENT BY SEGMENT: EACH OF THE
      *  PURCHASE, CASH-ADVANCE AND FEE/INTEREST CYCLE NETS KEPT BY
      *  CBTRN02C IS CHARGED AT ITS OWN RATE, AND THE SUM IS THE ONE
      *  FINANCE CHARGE POSTED.
      *
      *  A REPRESENTATIVE CARD NUMBER FOR THE INTEREST TRANSACTION IS
      *  READ FROM XREFFILE THROUGH ITS ACCOUNT ID ALTERNATE KEY.
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

           SELECT TRANSACT-FILE ASSIGN TO TRANFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
       FD  XREF-FILE.
           COPY XREFREC.

       FD  CARDFILE-FILE.
           COPY CARDREC.

       FD  TRANSACT-FILE.
           COPY TRANREC.

           88  ACCT-FILE-STATUS-OK          VALUE '00'.
           88  ACCT-FILE-STATUS-EOF         VALUE '10'.
       77  XREF-FILE-STATUS             PIC X(02) VALUE '00'.
           88  XREF-FILE-STATUS-OK          VALUE '00' '02'.
           88  XREF-FILE-STATUS-EOF         VALUE '10'.
       77  CARD-FILE-STATUS             PIC X(02) VALUE '00'.
           88  CARD-FILE-STATUS-OK          VALUE '00'.
       77  TRAN-FILE-STATUS             PIC X(02) VALUE '00'.
           88  TRAN-FILE-STATUS-OK          VALUE '00'.
       77  BILL-FILE-STATUS             PIC X(02) VALUE '00'.
      *  THE HISTORIC HARDCODED PRICES - NOW ONLY THE FALLBACK WHEN
      *  NEITHER THE ACCOUNT'S GROUP NOR 'DEFAULT' IS ON PRICEFIL
       77  MONTHLY-INT-RATE             PIC V9(04) VALUE 0.0150.
       77  MONTHLY-CASH-INT-RATE        PIC V9(04) VALUE 0.0150.
       77  MIN-PAY-RATE                 PIC V9(04) VALUE 0.0200.
       77  MIN-PAY-FLOOR                PIC S9(03)V99 VALUE 25.00.
       77  PAYMENT-DUE-DAYS             PIC 9(03) VALUE 25.

       77  DEFAULT-GROUP-ID             PIC X(10) VALUE 'DEFAULT'.
       77  PRICE-INT-RATE               PIC V9(04) VALUE ZERO.
       77  PRICE-CASH-INT-RATE          PIC V9(04) VALUE ZERO.
       77  PRICE-MIN-PAY-RATE           PIC V9(04) VALUE ZERO.
       77  PRICE-MIN-PAY-FLOOR          PIC S9(03)V99 VALUE ZERO.
       77  NO-PRICING-FILE-SW           PIC X(01) VALUE 'N'.
       77  BILLS-CARRIED-PAST-DUE       PIC 9(09) COMP VALUE ZERO.
       77  BILLS-DELETED                PIC 9(09) COMP VALUE ZERO.

       77  FINANCE-CHARGE-AMT           PIC S9(09)V99 VALUE ZERO.
       77  PURCH-FINANCE-AMT            PIC S9(09)V99 VALUE ZERO.
       77  CASH-FINANCE-AMT             PIC S9(09)V99 VALUE ZERO.
       77  FEE-FINANCE-AMT              PIC S9(09)V99 VALUE ZERO.
       77  SEGMENT-SHORTFALL            PIC S9(10)V99 VALUE ZERO.

       77  ACCOUNTS-READ                PIC 9(09) COMP VALUE ZERO.
       77  ACCOUNTS-CHARGED             PIC 9(09) COMP VALUE ZERO.
       77  TOTAL-FINANCE-CHARGES        PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  TOTAL-CASH-FIN-CHARGES       PIC S9(11)V99 COMP-3 VALUE ZERO.

       77  CURRENT-DATE-YYYYMMDD        PIC 9(08) VALUE ZERO.
       77  CURRENT-TIME-HHMMSSCC        PIC 9(08) VALUE ZERO.
       77  GATE-TS                      PIC X(26) VALUE SPACES.


       77  ACCT-NO-CARD-SW              PIC X(01) VALUE 'N'.
           88  ACCT-NO-CARD-FOUND           VALUE 'Y'.
       77  ACCTS-CHARGED-NO-CARD        PIC 9(07) COMP VALUE ZERO.

       01  FOUND-CARD-NUM               PIC X(16).
       01  CARD-FOUND-SW                PIC X(01) VALUE 'N'.
           88  CARD-FOUND                   VALUE 'Y'.
       01  LIVE-CARD-FOUND-SW           PIC X(01) VALUE 'N'.
           88  LIVE-CARD-FOUND              VALUE 'Y'.
       01  END-OF-ACCT-CARDS-SW         PIC X(01) VALUE 'N'.
           88  END-OF-ACCT-CARDS            VALUE 'Y'.
       01  CHAIN-ACCT-ID                PIC 9(11) VALUE ZERO.

       PROCEDURE DIVISION.

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

           OPEN I-O    TRANSACT-FILE.
           IF NOT TRAN-FILE-STATUS-OK
               MOVE 'ERROR OPENING TRANFILE' TO ABEND-MESSAGE
           COMPUTE TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (TODAY-YYYYMMDD).

           PERFORM 2100-READ-NEXT-ACCT  THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
       1400-EXIT.
           EXIT.

      *****************************************************************
      *  1600-CHECK-RUN-GATE - REFUSE TO START IF THIS JOB HAS
      *  ALREADY COMPLETED FOR THE BUSINESS DATE, OR IF ITS

      *****************************************************************
      *  2200-CALC-INTEREST - NET THE CYCLE TOTALS AND APPLY THE RATE
      *  SEGMENT BY SEGMENT: PURCHASES AND FEES/INTEREST AT THE
      *  PURCHASE RATE, CASH ADVANCES AT THE CASH RATE.  A SEGMENT
      *  WHOSE CYCLE NET IS NOT POSITIVE (PAID DOWN BY THE CYCLE'S
      *  CREDITS) IS NOT CHARGED.
      *****************************************************************
       2200-CALC-INTEREST.
           PERFORM 2250-GET-PRICING THRU 2250-EXIT.
           PERFORM 2210-ALIGN-SEGMENTS THRU 2210-EXIT.

           MOVE ZERO TO PURCH-FINANCE-AMT.
           MOVE ZERO TO CASH-FINANCE-AMT.
           MOVE ZERO TO FEE-FINANCE-AMT.
           IF ACCT-CREDIT-LIMIT > ZERO
               IF ACCT-CYC-PURCH-NET > ZERO
                   COMPUTE PURCH-FINANCE-AMT ROUNDED =
                           ACCT-CYC-PURCH-NET * PRICE-INT-RATE
               END-IF
               IF ACCT-CYC-CASH-NET > ZERO
                   COMPUTE CASH-FINANCE-AMT ROUNDED =
                           ACCT-CYC-CASH-NET * PRICE-CASH-INT-RATE
               END-IF
               IF ACCT-CYC-FEE-NET > ZERO
                   COMPUTE FEE-FINANCE-AMT ROUNDED =
                           ACCT-CYC-FEE-NET * PRICE-INT-RATE
               END-IF
           END-IF.
           COMPUTE FINANCE-CHARGE-AMT =
                   PURCH-FINANCE-AMT + CASH-FINANCE-AMT
                   + FEE-FINANCE-AMT.
           IF FINANCE-CHARGE-AMT > ZERO
               PERFORM 2300-POST-INTEREST-TRAN THRU 2300-EXIT
           END-IF.

           PERFORM 2400-UPDATE-BILLING THRU 2400-EXIT.

           MOVE ZERO TO ACCT-CURR-CYC-CREDIT.
           MOVE ZERO TO ACCT-CURR-CYC-DEBIT.
           MOVE ZERO TO ACCT-CYC-PURCH-NET.
           MOVE ZERO TO ACCT-CYC-CASH-NET.
           MOVE ZERO TO ACCT-CYC-FEE-NET.

           REWRITE ACCOUNT-RECORD
               INVALID KEY
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2210-ALIGN-SEGMENTS - BRING THE BALANCE SEGMENTS INTO STEP
      *  WITH THE ACCOUNT TOTALS, AS CBTRN02C DOES BEFORE EVERY
      *  POSTING.  A RECORD THAT PREDATES THE SEGMENTS STARTS FROM
      *  ZERO, AND ANY BALANCE (OR CYCLE NET) THE SEGMENTS DO NOT
      *  ACCOUNT FOR IS TREATED AS PURCHASES - SO AN ACCOUNT WITH NO
      *  SPLIT IS CHARGED EXACTLY AS IT WAS BEFORE SEGMENTS EXISTED.
      *****************************************************************
       2210-ALIGN-SEGMENTS.
           IF ACCT-PURCH-BAL     NOT NUMERIC
              OR ACCT-CASH-BAL      NOT NUMERIC
              OR ACCT-FEE-BAL       NOT NUMERIC
              OR ACCT-CYC-PURCH-NET NOT NUMERIC
              OR ACCT-CYC-CASH-NET  NOT NUMERIC
              OR ACCT-CYC-FEE-NET   NOT NUMERIC
               MOVE ZERO TO ACCT-PURCH-BAL
               MOVE ZERO TO ACCT-CASH-BAL
               MOVE ZERO TO ACCT-FEE-BAL
               MOVE ZERO TO ACCT-CYC-PURCH-NET
               MOVE ZERO TO ACCT-CYC-CASH-NET
               MOVE ZERO TO ACCT-CYC-FEE-NET
           END-IF.
           COMPUTE SEGMENT-SHORTFALL =
                   ACCT-CURR-BAL - ACCT-PURCH-BAL
                   - ACCT-CASH-BAL - ACCT-FEE-BAL.
           ADD SEGMENT-SHORTFALL TO ACCT-PURCH-BAL.
           COMPUTE SEGMENT-SHORTFALL =
                   ACCT-CURR-CYC-DEBIT - ACCT-CURR-CYC-CREDIT
                   - ACCT-CYC-PURCH-NET - ACCT-CYC-CASH-NET
                   - ACCT-CYC-FEE-NET.
           ADD SEGMENT-SHORTFALL TO ACCT-CYC-PURCH-NET.
       2210-EXIT.
           EXIT.

      *****************************************************************
      *  2250-GET-PRICING - FETCH THE ACCOUNT'S GROUP PRICING FROM
      *  PRICEFIL INTO THE PRICE- FIELDS THE CALCULATIONS USE.  A
      *  BLANK OR UNMATCHED ACCT-GROUP-ID PRICES UNDER 'DEFAULT';
      *  WHEN EVEN 'DEFAULT' IS MISSING (OR PRICEFIL IS NOT LOADED)
      *  THE HISTORIC HARDCODED VALUES APPLY.  THE PURCHASE RATE
      *  PRICES THE PURCHASE AND FEE/INTEREST SEGMENTS, THE CASH RATE
      *  THE CASH-ADVANCE SEGMENT.
      *****************************************************************
       2250-GET-PRICING.
           MOVE 'N' TO PRICE-FOUND-SW.
                   ADD 1 TO ACCTS-PRICED-DEFAULT
               END-IF
               MOVE PRC-PURCH-INT-RATE TO PRICE-INT-RATE
               MOVE PRC-CASH-INT-RATE  TO PRICE-CASH-INT-RATE
               MOVE PRC-MIN-PAY-RATE   TO PRICE-MIN-PAY-RATE
               MOVE PRC-MIN-PAY-FLOOR  TO PRICE-MIN-PAY-FLOOR
           ELSE
               ADD 1 TO ACCTS-PRICED-FALLBACK
               MOVE MONTHLY-INT-RATE   TO PRICE-INT-RATE
               MOVE MONTHLY-CASH-INT-RATE TO PRICE-CASH-INT-RATE
               MOVE MIN-PAY-RATE       TO PRICE-MIN-PAY-RATE
               MOVE MIN-PAY-FLOOR      TO PRICE-MIN-PAY-FLOOR
           END-IF.
               IF NOT ACCT-NO-CARD-FOUND
                   MOVE 'Y' TO ACCT-NO-CARD-SW
                   DISPLAY 'CBACT04C - WARNING: ACCT-ID ' ACCT-ID
                           ' HAS NO LINKED CARD ON XREFFILE - '
                           'ITS FINANCE CHARGE WILL NOT APPEAR ON '
                           'ANY STATEMENT'
               END-IF
           END-WRITE.

           ADD FINANCE-CHARGE-AMT TO ACCT-CURR-BAL.
           ADD FINANCE-CHARGE-AMT TO ACCT-FEE-BAL.
           ADD 1 TO ACCOUNTS-CHARGED.
           ADD FINANCE-CHARGE-AMT TO TOTAL-FINANCE-CHARGES.
           ADD CASH-FINANCE-AMT   TO TOTAL-CASH-FIN-CHARGES.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2350-FIND-CARD-FOR-ACCT - THE FIRST CARD FILED UNDER THE
      *  ACCOUNT ON XREFFILE'S XREF-ACCT-ID ALTERNATE KEY THAT HAS NOT
      *  BEEN REPLACED (CARD-REPLACED-BY-NUM SPACES ON CARDFILE).  IF
      *  EVERY CARD ON THE CHAIN HAS BEEN REPLACED, THE FIRST CARD
      *  FILED IS TAKEN.
      *****************************************************************
       2350-FIND-CARD-FOR-ACCT.
           MOVE 'N' TO CARD-FOUND-SW.
           MOVE 'N' TO LIVE-CARD-FOUND-SW.
           MOVE 'N' TO END-OF-ACCT-CARDS-SW.
           MOVE SPACES TO FOUND-CARD-NUM.
           MOVE ACCT-ID TO CHAIN-ACCT-ID.
           MOVE CHAIN-ACCT-ID TO XREF-ACCT-ID.
           START XREF-FILE KEY IS = XREF-ACCT-ID
               INVALID KEY
                   MOVE 'Y' TO END-OF-ACCT-CARDS-SW
           END-START.
           PERFORM 2360-READ-NEXT-ACCT-CARD THRU 2360-EXIT
                   UNTIL LIVE-CARD-FOUND
                      OR END-OF-ACCT-CARDS.
       2350-EXIT.
           EXIT.

      *****************************************************************
      *  2360-READ-NEXT-ACCT-CARD - NEXT CARD ON THE ACCOUNT'S CHAIN.
      *  THE CHAIN ENDS WHERE XREF-ACCT-ID CHANGES.
      *****************************************************************
       2360-READ-NEXT-ACCT-CARD.
           READ XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-ACCT-CARDS-SW
           END-READ.
           IF NOT END-OF-ACCT-CARDS
               IF NOT XREF-FILE-STATUS-OK
                   MOVE 'ERROR READING XREFFILE' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
               END-IF
               IF XREF-ACCT-ID NOT = CHAIN-ACCT-ID
                   MOVE 'Y' TO END-OF-ACCT-CARDS-SW
               ELSE
                   IF NOT CARD-FOUND
                       MOVE 'Y'           TO CARD-FOUND-SW
                       MOVE XREF-CARD-NUM TO FOUND-CARD-NUM
                   END-IF
                   PERFORM 2370-CHECK-CARD-REPLACED THRU 2370-EXIT
               END-IF
           END-IF.
       2360-EXIT.
           EXIT.

      *****************************************************************
      *  2370-CHECK-CARD-REPLACED - A CARD STILL IN USE ENDS THE
      *  SEARCH.  A CARD MISSING FROM CARDFILE IS PASSED OVER.
      *****************************************************************
       2370-CHECK-CARD-REPLACED.
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
       2370-EXIT.
           EXIT.

      *****************************************************************
      *  2400-UPDATE-BILLING - REFRESH THE ACCOUNT'S BILLING RECORD
      *  FOR THE NEW CYCLE.  RUNS BEFORE THE CYCLE TOTALS ARE RESET

           CLOSE ACCTFILE-FILE.
           CLOSE XREF-FILE.
           CLOSE CARDFILE-FILE.
           CLOSE TRANSACT-FILE.
           CLOSE BILLING-FILE.
           CLOSE CONTROL-FILE.
           DISPLAY 'ACCOUNTS READ           : ' ACCOUNTS-READ.
           DISPLAY 'ACCOUNTS CHARGED        : ' ACCOUNTS-CHARGED.
           DISPLAY 'TOTAL FINANCE CHARGES   : ' TOTAL-FINANCE-CHARGES.
           DISPLAY '  OF WHICH ON CASH ADV  : ' TOTAL-CASH-FIN-CHARGES.
           DISPLAY 'BILLING RECORDS WRITTEN : ' BILLS-WRITTEN.
           DISPLAY 'BILLS CARRIED PAST DUE  : ' BILLS-CARRIED-PAST-DUE.
           DISPLAY 'BILLING RECORDS DELETED : ' BILLS-DELETED.
           IF ACCT-NO-CARD-FOUND
               DISPLAY 'ACCTS CHARGED, NO CARD  : '
                       ACCTS-CHARGED-NO-CARD
           DISPLAY 'CBACT04C - ABENDING: ' ABEND-MESSAGE.
           DISPLAY 'ACCT-FILE-STATUS: ' ACCT-FILE-STATUS.
           DISPLAY 'XREF-FILE-STATUS: ' XREF-FILE-STATUS.
           DISPLAY 'CARD-FILE-STATUS: ' CARD-FILE-STATUS.
           DISPLAY 'TRAN-FILE-STATUS: ' TRAN-FILE-STATUS.
           DISPLAY 'BILL-FILE-STATUS: ' BILL-FILE-STATUS.
           DISPLAY 'CTL-FILE-STATUS: ' CTL-FILE-STATUS.
