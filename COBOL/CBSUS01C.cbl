      *                   ANYTHING STILL ON SUSPFILE) PICKS THE ITEM
      *                   UP ON THE DAY ITS MONEY ACTUALLY MOVED
      *                   RATHER THAN NEVER.
      *  10/15/2026 AWS   RE-POSTS NOW MAINTAIN THE ACCOUNT'S
      *                   PURCHASE, CASH-ADVANCE AND FEE/INTEREST
      *                   BALANCE SEGMENTS EXACTLY AS CBTRN02C DOES -
      *                   DEBITS ROUTED BY TRAN TYPE, CREDITS PAID TO
      *                   THE HIGHEST-RATE SEGMENT FIRST USING THE
      *                   GROUP'S RATES FROM PRICEFIL.
      *  10/15/2026 AWS   ITEMS FOR AN ACCOUNT CHARGED OFF BY CBCHG01C
      *                   FOLLOW CBTRN02C: A CREDIT POSTS AS A
      *                   RECOVERY (RE-TYPED TO 08/0002, BALANCE
      *                   LEFT AT ZERO) AND A DEBIT STAYS IN SUSPENSE
      *                   UNDER REASON 'CHGO'.  RECOVERIES ARE
      *                   CARRIED ON THE CONTROL RECORD.
      *  10/15/2026 AWS   DUPLICATES REFUSED BY THE INTAKE RUN,
      *                   CBTIN01C (REASONS 'DUPT' AND 'DUPC'), ARE
      *                   PASSED OVER - THEY ARE FOR REVIEW WITH THE
      *                   PROCESSOR AND MUST NEVER BE RE-POSTED.  THEY
      *                   ARE COUNTED APART FROM THE ITEMS READ.  THE
      *                   CONTROL RECORD ZEROES CTL-TOTAL-RECEIVED,
      *                   WHICH ONLY THE INTAKE RUN FILLS.
      *  10/15/2026 AWS   A RE-POSTED CREDIT ON A FEE/INTEREST PAIR (A
      *                   FEE WAIVER) NOW CLEARS THE FEE SEGMENT FIRST,
      *                   AS IN CBTRN02C.  RE-POSTED ITEMS NOW EARN (OR,
      *                   FOR A RETURN, TAKE BACK) REWARDS POINTS ON
      *                   RWDFILE/RWDHIST EXACTLY AS CBTRN02C ACCRUES
      *                   THEM, DATED BY THE RE-POST DATE.
      *****************************************************************
      *  THIS PROGRAM RE-DRIVES EVERY TRANSACTION SITTING ON SUSPFILE
      *  THROUGH THE SAME EDITS CBTRN02C APPLIES ON THE NIGHTLY RUN:
      *  ENTRY WAS ADDED) IS POSTED TO THE ACCOUNT'S BALANCE AND
      *  CYCLE TOTALS AND ITS SUSPENSE RECORD IS DELETED; AN ITEM
      *  THAT STILL FAILS STAYS ON SUSPFILE WITH ITS REASON CODE AND
      *  REJECT DATE REFRESHED.  DUPLICATES THE INTAKE RUN REFUSED
      *  ARE LEFT ON SUSPFILE UNTOUCHED.  A RE-POSTED PURCHASE EARNS
      *  REWARDS POINTS, AND A RE-POSTED RETURN TAKES THEM BACK.
      *
      *  LIKE EVERY FINANCIAL BATCH, THE RUN COMMITS ITS CONTROL
      *  TOTALS TO CTLFILE AT FINALIZE SO CBBAL01C CAN BALANCE THE
                  RECORD KEY   IS LTRN-ID
                  FILE STATUS  IS TRAN-FILE-STATUS.

           SELECT PRICING-FILE ASSIGN TO PRICEFIL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PRC-GROUP-ID
                  FILE STATUS  IS PRICE-FILE-STATUS.

           SELECT REWARDS-FILE ASSIGN TO  RWDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS RWD-ACCT-ID
                  FILE STATUS  IS RWD-FILE-STATUS.

           SELECT REWARDS-HIST-FILE ASSIGN TO RWDHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS RWH-KEY
                  FILE STATUS  IS RWH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       FD  TRANSACT-FILE.
           COPY TRANREC REPLACING LEADING ==TRAN== BY ==LTRN==.

       FD  PRICING-FILE.
           COPY PRICEREC.

       FD  REWARDS-FILE.
           COPY RWDREC.

       FD  REWARDS-HIST-FILE.
           COPY RWDHREC.

       WORKING-STORAGE SECTION.
       77  SUSP-FILE-STATUS             PIC X(02) VALUE '00'.
           88  SUSP-FILE-STATUS-OK          VALUE '00'.
           88  CTL-FILE-NOT-FOUND           VALUE '35'.
       77  TRAN-FILE-STATUS             PIC X(02) VALUE '00'.
           88  TRAN-FILE-STATUS-OK          VALUE '00'.
       77  PRICE-FILE-STATUS            PIC X(02) VALUE '00'.
           88  PRICE-FILE-STATUS-OK         VALUE '00'.
           88  PRICE-FILE-NOT-FOUND         VALUE '35'.
       77  RWD-FILE-STATUS              PIC X(02) VALUE '00'.
           88  RWD-FILE-STATUS-OK           VALUE '00'.
           88  RWD-FILE-NOT-FOUND           VALUE '35'.
       77  RWH-FILE-STATUS              PIC X(02) VALUE '00'.
           88  RWH-FILE-STATUS-OK           VALUE '00'.
           88  RWH-DUPLICATE-KEY            VALUE '22'.
           88  RWH-FILE-NOT-FOUND           VALUE '35'.

       77  END-OF-SUSP-FILE-SW          PIC X(01) VALUE 'N'.
           88  END-OF-SUSP-FILE             VALUE 'Y'.
           88  TRAN-OVER-LIMIT              VALUE 'Y'.

       77  SUSP-RECORDS-READ            PIC 9(09) COMP VALUE ZERO.
       77  SUSP-INTAKE-PASSED           PIC 9(09) COMP VALUE ZERO.
       77  SUSP-RECORDS-REPOSTED        PIC 9(09) COMP VALUE ZERO.
       77  SUSP-RECORDS-STILL-FAILED    PIC 9(09) COMP VALUE ZERO.
       77  TRANS-RESTAMPED              PIC 9(09) COMP VALUE ZERO.

       77  TOTAL-DEBITS-POSTED          PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  TOTAL-CREDITS-POSTED         PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  TOTAL-RECOVERIES-POSTED      PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  SUSP-RECORDS-RECOVERED       PIC 9(09) COMP VALUE ZERO.
       77  RECOVERY-POSTED-SW           PIC X(01) VALUE 'N'.
           88  RECOVERY-POSTED                    VALUE 'Y'.
      *    A CREDIT ON A CHARGED-OFF ACCOUNT IS RE-TYPED TO THE
      *    RECOVERY PAIR SO THE GL BOOKS IT AGAINST THE CHARGE-OFF
       77  RECOVERY-TYPE-CD             PIC X(02) VALUE '08'.
       77  RECOVERY-CAT-CD              PIC 9(04) VALUE 0002.

       77  PROJECTED-BALANCE            PIC S9(10)V99 VALUE ZERO.

      *  PAYMENT ALLOCATION ACROSS THE BALANCE SEGMENTS - SAME RULES
      *  AND SAME FALLBACK RATE AS CBTRN02C
       77  FALLBACK-INT-RATE            PIC V9(04) VALUE 0.0150.
       77  PURCH-INT-RATE               PIC V9(04) VALUE ZERO.
       77  CASH-INT-RATE                PIC V9(04) VALUE ZERO.
       77  DEFAULT-GROUP-ID             PIC X(10) VALUE 'DEFAULT'.
       77  NO-PRICING-FILE-SW           PIC X(01) VALUE 'N'.
           88  NO-PRICING-FILE              VALUE 'Y'.
       77  PRICE-FOUND-SW               PIC X(01) VALUE 'N'.
           88  PRICE-FOUND                  VALUE 'Y'.
       77  CREDIT-REMAINING             PIC S9(10)V99 VALUE ZERO.
       77  SEGMENT-BAL                  PIC S9(10)V99 VALUE ZERO.
       77  SEGMENT-APPLIED              PIC S9(10)V99 VALUE ZERO.
       77  SEGMENT-SHORTFALL            PIC S9(10)V99 VALUE ZERO.

      *  REWARDS ACCRUAL - SAME RULES AND SAME STANDARD MULTIPLIER AS
      *  CBTRN02C
       77  DEFAULT-RWD-MULTIPLIER       PIC 9(01)V99 VALUE 1.00.
       77  REWARD-MULTIPLIER            PIC 9(01)V99 VALUE ZERO.
       77  REWARD-POINTS                PIC S9(09) VALUE ZERO.
       77  REWARD-POST-DATE             PIC 9(08) VALUE ZERO.
       77  REWARD-ENTRY-SW              PIC X(01) VALUE 'N'.
           88  REWARD-ENTRY-NEW             VALUE 'Y'.
       77  RWD-FOUND-SW                 PIC X(01) VALUE 'N'.
           88  RWD-FOUND                    VALUE 'Y'.
       77  REWARD-ENTRIES-WRITTEN       PIC 9(09) COMP VALUE ZERO.
       77  REWARD-ENTRIES-REPEATED      PIC 9(09) COMP VALUE ZERO.
       77  TOTAL-POINTS-EARNED          PIC S9(13) COMP-3 VALUE ZERO.
       77  TOTAL-POINTS-REVERSED        PIC S9(13) COMP-3 VALUE ZERO.

       77  RUN-DATE-YYYYMMDD            PIC 9(08) VALUE ZERO.
       77  RUN-TIME-HHMMSSCC            PIC 9(08) VALUE ZERO.
       77  POSTING-TS                   PIC X(26) VALUE SPACES.
           END-IF.

           PERFORM 1300-OPEN-CONTROL-FILE THRU 1300-EXIT.
           PERFORM 1400-OPEN-PRICING-FILE THRU 1400-EXIT.
           PERFORM 1500-OPEN-REWARDS-FILES THRU 1500-EXIT.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           MOVE SPACES TO POSTING-TS.
       1300-EXIT.
           EXIT.

      *****************************************************************
      *  1400-OPEN-PRICING-FILE - PRICEFIL IS OPTIONAL: WITHOUT IT
      *  EVERY SEGMENT IS RANKED AT THE FALLBACK RATE
      *****************************************************************
       1400-OPEN-PRICING-FILE.
           OPEN INPUT PRICING-FILE.
           IF PRICE-FILE-NOT-FOUND
               MOVE 'Y' TO NO-PRICING-FILE-SW
               DISPLAY 'CBSUS01C - WARNING: PRICEFIL NOT FOUND - '
                       'PAYMENTS ALLOCATED AT FALLBACK RATES'
           ELSE
               IF NOT PRICE-FILE-STATUS-OK
                   MOVE 'ERROR OPENING PRICEFIL' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
               END-IF
           END-IF.
       1400-EXIT.
           EXIT.

      *****************************************************************
      *  1500-OPEN-REWARDS-FILES - CREATE RWDFILE AND RWDHIST ON
      *  THEIR FIRST USE
      *****************************************************************
       1500-OPEN-REWARDS-FILES.
           OPEN I-O REWARDS-FILE.
           IF RWD-FILE-NOT-FOUND
               OPEN OUTPUT REWARDS-FILE
               CLOSE REWARDS-FILE
               OPEN I-O REWARDS-FILE
           END-IF.
           IF NOT RWD-FILE-STATUS-OK
               MOVE 'ERROR OPENING RWDFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           OPEN I-O REWARDS-HIST-FILE.
           IF RWH-FILE-NOT-FOUND
               OPEN OUTPUT REWARDS-HIST-FILE
               CLOSE REWARDS-HIST-FILE
               OPEN I-O REWARDS-HIST-FILE
           END-IF.
           IF NOT RWH-FILE-STATUS-OK
               MOVE 'ERROR OPENING RWDHIST' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.
       1500-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-SUSP - RE-DRIVE ONE SUSPENSE ITEM THROUGH THE
      *  POSTING EDITS
      *****************************************************************
       2000-PROCESS-SUSP.
           MOVE SUSP-TRAN-IMAGE TO TRAN-RECORD.
           MOVE 'N' TO RECOVERY-POSTED-SW.
           PERFORM 2150-VALIDATE-TRAN-TYPE THRU 2150-EXIT.
           IF TRAN-TYPE-VALID
               PERFORM 2200-LOOKUP-XREF     THRU 2200-EXIT
               IF XREF-FOUND
                   PERFORM 2300-LOOKUP-ACCOUNT THRU 2300-EXIT
                   IF ACCT-FOUND
                       IF ACCT-CHARGED-OFF
                           PERFORM 2700-CHARGED-OFF-ITEM THRU 2700-EXIT
                       ELSE
                           PERFORM 2350-CHECK-OVER-LIMIT THRU 2350-EXIT
                           IF TRAN-OVER-LIMIT
                               MOVE 'OVLM' TO SUSP-REJECT-REASON
                               PERFORM 2900-KEEP-IN-SUSPENSE
                                   THRU 2900-EXIT
                           ELSE
                               PERFORM 2400-POST-TRAN-AMOUNT
                                   THRU 2400-EXIT
                               IF TRAN-SOURCE NOT = 'SYSTEM'
                                   PERFORM 2800-ACCRUE-REWARDS
                                       THRU 2800-EXIT
                               END-IF
                               PERFORM 2500-CLEAR-SUSPENSE
                                   THRU 2500-EXIT
                           END-IF
                       END-IF
                   ELSE
                       MOVE 'NOAC' TO SUSP-REJECT-REASON
           EXIT.

      *****************************************************************
      *  2100-READ-NEXT-SUSP - NEXT SUSPFILE ITEM TO RE-DRIVE,
      *  PASSING OVER THE INTAKE RUN'S DUPLICATES
      *****************************************************************
       2100-READ-NEXT-SUSP.
           PERFORM 2110-READ-SUSP-RECORD THRU 2110-EXIT.
           PERFORM 2110-READ-SUSP-RECORD THRU 2110-EXIT
                   UNTIL END-OF-SUSP-FILE
                      OR NOT SUSP-INTAKE-REJECT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2110-READ-SUSP-RECORD - SEQUENTIAL READ OF SUSPFILE
      *****************************************************************
       2110-READ-SUSP-RECORD.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-SUSP-FILE-SW
               NOT AT END
                   IF SUSP-INTAKE-REJECT
                       ADD 1 TO SUSP-INTAKE-PASSED
                   ELSE
                       ADD 1 TO SUSP-RECORDS-READ
                   END-IF
           END-READ.
       2110-EXIT.
           EXIT.

      *****************************************************************
      *  EXACTLY AS CBTRN02C'S NIGHTLY POSTING DOES
      *****************************************************************
       2400-POST-TRAN-AMOUNT.
           PERFORM 2410-ALIGN-SEGMENTS THRU 2410-EXIT.
           ADD TRAN-AMT TO ACCT-CURR-BAL.
           IF TRAN-AMT < ZERO
               COMPUTE ACCT-CURR-CYC-CREDIT =
                       ACCT-CURR-CYC-CREDIT - TRAN-AMT
               COMPUTE TOTAL-CREDITS-POSTED =
                       TOTAL-CREDITS-POSTED - TRAN-AMT
               PERFORM 2430-ALLOCATE-CREDIT THRU 2430-EXIT
           ELSE
               ADD TRAN-AMT TO ACCT-CURR-CYC-DEBIT
               ADD TRAN-AMT TO TOTAL-DEBITS-POSTED
               PERFORM 2420-ROUTE-DEBIT THRU 2420-EXIT
           END-IF.

           REWRITE ACCOUNT-RECORD
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2410-ALIGN-SEGMENTS - BRING THE BALANCE SEGMENTS INTO STEP
      *  WITH THE ACCOUNT TOTALS BEFORE THIS POSTING IS SPREAD.  A
      *  RECORD THAT PREDATES THE SEGMENTS CARRIES FILLER THERE AND
      *  STARTS FROM ZERO; ANY BALANCE (OR CYCLE NET) NOT ACCOUNTED
      *  FOR BY THE SEGMENTS IS TREATED AS PURCHASES.
      *****************************************************************
       2410-ALIGN-SEGMENTS.
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
       2410-EXIT.
           EXIT.

      *****************************************************************
      *  2420-ROUTE-DEBIT - A DEBIT LANDS IN ONE SEGMENT, CHOSEN BY
      *  ITS TRAN TYPE ON TRANTYPE-FILE (STILL IN THE RECORD AREA
      *  FROM 2150-VALIDATE-TRAN-TYPE)
      *****************************************************************
       2420-ROUTE-DEBIT.
           IF TT-IS-CASH-ADVANCE
               ADD TRAN-AMT TO ACCT-CASH-BAL
               ADD TRAN-AMT TO ACCT-CYC-CASH-NET
           ELSE
               IF TT-IS-FEE-OR-INTEREST
                   ADD TRAN-AMT TO ACCT-FEE-BAL
                   ADD TRAN-AMT TO ACCT-CYC-FEE-NET
               ELSE
                   ADD TRAN-AMT TO ACCT-PURCH-BAL
                   ADD TRAN-AMT TO ACCT-CYC-PURCH-NET
               END-IF
           END-IF.
       2420-EXIT.
           EXIT.

      *****************************************************************
      *  2430-ALLOCATE-CREDIT - A PAYMENT OR CREDIT PAYS DOWN THE
      *  HIGHEST-RATE SEGMENT FIRST.  FEES AND FINANCE CHARGES ARE
      *  PRICED AT THE PURCHASE RATE, SO THE ORDER IS EITHER CASH,
      *  FEES, PURCHASES (CASH RATE AT OR ABOVE THE PURCHASE RATE -
      *  THE NORMAL CASE) OR FEES, PURCHASES, CASH.  WHAT IS LEFT
      *  AFTER EVERY SEGMENT IS CLEARED IS AN OVERPAYMENT AND SITS AS
      *  A CREDIT ON THE PURCHASE SEGMENT.  A CREDIT ON A FEE/
      *  INTEREST PAIR (TRANTYPE STILL IN THE RECORD AREA) IS A FEE
      *  WAIVER OR REVERSAL AND CLEARS THE FEE SEGMENT BEFORE THE
      *  NORMAL ORDER TAKES WHAT IS LEFT.
      *****************************************************************
       2430-ALLOCATE-CREDIT.
           PERFORM 2440-GET-SEGMENT-RATES THRU 2440-EXIT.
           COMPUTE CREDIT-REMAINING = ZERO - TRAN-AMT.
           IF TT-IS-FEE-OR-INTEREST
               PERFORM 2432-CREDIT-FEE-SEGMENT   THRU 2432-EXIT
           END-IF.
           IF CASH-INT-RATE NOT < PURCH-INT-RATE
               PERFORM 2431-CREDIT-CASH-SEGMENT  THRU 2431-EXIT
               PERFORM 2432-CREDIT-FEE-SEGMENT   THRU 2432-EXIT
               PERFORM 2433-CREDIT-PURCH-SEGMENT THRU 2433-EXIT
           ELSE
               PERFORM 2432-CREDIT-FEE-SEGMENT   THRU 2432-EXIT
               PERFORM 2433-CREDIT-PURCH-SEGMENT THRU 2433-EXIT
               PERFORM 2431-CREDIT-CASH-SEGMENT  THRU 2431-EXIT
           END-IF.
           IF CREDIT-REMAINING > ZERO
               SUBTRACT CREDIT-REMAINING FROM ACCT-PURCH-BAL
               SUBTRACT CREDIT-REMAINING FROM ACCT-CYC-PURCH-NET
           END-IF.
       2430-EXIT.
           EXIT.

      *****************************************************************
      *  2431-CREDIT-CASH-SEGMENT - PAY DOWN THE CASH-ADVANCE SEGMENT
      *****************************************************************
       2431-CREDIT-CASH-SEGMENT.
           MOVE ACCT-CASH-BAL TO SEGMENT-BAL.
           PERFORM 2435-APPLY-TO-SEGMENT THRU 2435-EXIT.
           SUBTRACT SEGMENT-APPLIED FROM ACCT-CASH-BAL.
           SUBTRACT SEGMENT-APPLIED FROM ACCT-CYC-CASH-NET.
       2431-EXIT.
           EXIT.

      *****************************************************************
      *  2432-CREDIT-FEE-SEGMENT - PAY DOWN THE FEE/INTEREST SEGMENT
      *****************************************************************
       2432-CREDIT-FEE-SEGMENT.
           MOVE ACCT-FEE-BAL TO SEGMENT-BAL.
           PERFORM 2435-APPLY-TO-SEGMENT THRU 2435-EXIT.
           SUBTRACT SEGMENT-APPLIED FROM ACCT-FEE-BAL.
           SUBTRACT SEGMENT-APPLIED FROM ACCT-CYC-FEE-NET.
       2432-EXIT.
           EXIT.

      *****************************************************************
      *  2433-CREDIT-PURCH-SEGMENT - PAY DOWN THE PURCHASE SEGMENT
      *****************************************************************
       2433-CREDIT-PURCH-SEGMENT.
           MOVE ACCT-PURCH-BAL TO SEGMENT-BAL.
           PERFORM 2435-APPLY-TO-SEGMENT THRU 2435-EXIT.
           SUBTRACT SEGMENT-APPLIED FROM ACCT-PURCH-BAL.
           SUBTRACT SEGMENT-APPLIED FROM ACCT-CYC-PURCH-NET.
       2433-EXIT.
           EXIT.

      *****************************************************************
      *  2435-APPLY-TO-SEGMENT - TAKE AS MUCH OF THE CREDIT STILL TO
      *  BE ALLOCATED AS THE SEGMENT IN SEGMENT-BAL OWES
      *****************************************************************
       2435-APPLY-TO-SEGMENT.
           MOVE ZERO TO SEGMENT-APPLIED.
           IF SEGMENT-BAL > ZERO AND CREDIT-REMAINING > ZERO
               IF CREDIT-REMAINING < SEGMENT-BAL
                   MOVE CREDIT-REMAINING TO SEGMENT-APPLIED
               ELSE
                   MOVE SEGMENT-BAL      TO SEGMENT-APPLIED
               END-IF
               SUBTRACT SEGMENT-APPLIED FROM CREDIT-REMAINING
           END-IF.
       2435-EXIT.
           EXIT.

      *****************************************************************
      *  2440-GET-SEGMENT-RATES - FETCH THE ACCOUNT GROUP'S PURCHASE
      *  AND CASH RATES FROM PRICEFIL THE SAME WAY CBACT04C DOES: A
      *  BLANK OR UNMATCHED GROUP PRICES UNDER 'DEFAULT', AND WHEN
      *  THAT IS MISSING TOO BOTH RATES TAKE THE FALLBACK
      *****************************************************************
       2440-GET-SEGMENT-RATES.
           MOVE 'N' TO PRICE-FOUND-SW.
           IF NOT NO-PRICING-FILE
               IF ACCT-GROUP-ID = SPACES
                   MOVE DEFAULT-GROUP-ID TO PRC-GROUP-ID
               ELSE
                   MOVE ACCT-GROUP-ID    TO PRC-GROUP-ID
               END-IF
               READ PRICING-FILE
                   INVALID KEY
                       MOVE 'N' TO PRICE-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO PRICE-FOUND-SW
               END-READ
               IF NOT PRICE-FOUND
                  AND PRC-GROUP-ID NOT = DEFAULT-GROUP-ID
                   MOVE DEFAULT-GROUP-ID TO PRC-GROUP-ID
                   READ PRICING-FILE
                       INVALID KEY
                           MOVE 'N' TO PRICE-FOUND-SW
                       NOT INVALID KEY
                           MOVE 'Y' TO PRICE-FOUND-SW
                   END-READ
               END-IF
           END-IF.
           IF PRICE-FOUND
               MOVE PRC-PURCH-INT-RATE TO PURCH-INT-RATE
               MOVE PRC-CASH-INT-RATE  TO CASH-INT-RATE
           ELSE
               MOVE FALLBACK-INT-RATE  TO PURCH-INT-RATE
               MOVE FALLBACK-INT-RATE  TO CASH-INT-RATE
           END-IF.
       2440-EXIT.
           EXIT.

      *****************************************************************
      *  2500-CLEAR-SUSPENSE - THE ITEM POSTED, REMOVE IT FROM THE
      *  SUSPENSE FILE
                   END-IF
               NOT INVALID KEY
                   MOVE POSTING-TS TO LTRN-PROC-TS
                   IF RECOVERY-POSTED
                       MOVE RECOVERY-TYPE-CD TO LTRN-TYPE-CD
                       MOVE RECOVERY-CAT-CD  TO LTRN-CAT-CD
                   END-IF
                   REWRITE LTRN-RECORD
                       INVALID KEY
                           MOVE 'ERROR REWRITING TRANFILE'
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  2700-CHARGED-OFF-ITEM - THE ACCOUNT HAS BEEN CHARGED OFF.  A
      *  CREDIT IS A RECOVERY: IT IS ADDED TO ACCT-RECOVERED-AMT, THE
      *  WRITTEN-OFF BALANCE IS LEFT ALONE, AND THE LIVE TRANFILE
      *  RECORD IS RE-TYPED WHEN IT IS RESTAMPED.  A DEBIT CANNOT
      *  POST AND STAYS IN SUSPENSE.
      *****************************************************************
       2700-CHARGED-OFF-ITEM.
           IF TRAN-AMT < ZERO
               PERFORM 2710-POST-RECOVERY THRU 2710-EXIT
               PERFORM 2500-CLEAR-SUSPENSE THRU 2500-EXIT
           ELSE
               MOVE 'CHGO' TO SUSP-REJECT-REASON
               PERFORM 2900-KEEP-IN-SUSPENSE THRU 2900-EXIT
           END-IF.
       2700-EXIT.
           EXIT.

      *****************************************************************
      *  2710-POST-RECOVERY - RECORD THE RECOVERY ON THE ACCOUNT AND
      *  IN THE RUN TOTALS, AS CBTRN02C'S 2510-POST-RECOVERY DOES
      *****************************************************************
       2710-POST-RECOVERY.
           IF ACCT-RECOVERED-AMT NOT NUMERIC
               MOVE ZERO TO ACCT-RECOVERED-AMT
           END-IF.
           COMPUTE ACCT-RECOVERED-AMT = ACCT-RECOVERED-AMT - TRAN-AMT.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'ERROR REWRITING ACCTFILE' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-REWRITE.

           COMPUTE TOTAL-CREDITS-POSTED =
                   TOTAL-CREDITS-POSTED - TRAN-AMT.
           COMPUTE TOTAL-RECOVERIES-POSTED =
                   TOTAL-RECOVERIES-POSTED - TRAN-AMT.
           ADD 1 TO SUSP-RECORDS-RECOVERED.
           MOVE 'Y' TO RECOVERY-POSTED-SW.
       2710-EXIT.
           EXIT.

      *****************************************************************
      *  2800-ACCRUE-REWARDS - THE ITEM JUST RE-POSTED; EARN (OR, FOR
      *  A CREDIT, TAKE BACK) ITS REWARDS POINTS.  THE PAIR'S EARN
      *  RATE IS STILL IN THE TRANTYPE RECORD AREA FROM 2150.  CASH
      *  ADVANCES AND FEES/INTEREST NEVER EARN; A PAIR WITH NO RATE
      *  MOVES NO POINTS.  FRACTIONS OF A POINT ARE DROPPED.
      *****************************************************************
       2800-ACCRUE-REWARDS.
           MOVE ZERO TO REWARD-POINTS.
           IF NOT TT-IS-CASH-ADVANCE
              AND NOT TT-IS-FEE-OR-INTEREST
              AND TT-RWD-EARN-RATE IS NUMERIC
               IF TT-RWD-EARN-RATE > ZERO
                   PERFORM 2810-GET-REWARD-MULTIPLIER THRU 2810-EXIT
                   COMPUTE REWARD-POINTS = TRAN-AMT
                           * TT-RWD-EARN-RATE * REWARD-MULTIPLIER
               END-IF
           END-IF.
           IF REWARD-POINTS NOT = ZERO
               PERFORM 2820-WRITE-REWARD-HIST THRU 2820-EXIT
               IF REWARD-ENTRY-NEW
                   PERFORM 2830-UPDATE-REWARD-BAL THRU 2830-EXIT
               END-IF
           END-IF.
       2800-EXIT.
           EXIT.

      *****************************************************************
      *  2810-GET-REWARD-MULTIPLIER - THE ACCOUNT GROUP'S MULTIPLIER,
      *  FROM THE SAME PRICEFIL RECORD (OR 'DEFAULT' FALLBACK) THAT
      *  PRICES ITS SEGMENTS
      *****************************************************************
       2810-GET-REWARD-MULTIPLIER.
           PERFORM 2440-GET-SEGMENT-RATES THRU 2440-EXIT.
           MOVE DEFAULT-RWD-MULTIPLIER TO REWARD-MULTIPLIER.
           IF PRICE-FOUND
               IF PRC-RWD-MULTIPLIER IS NUMERIC
                   MOVE PRC-RWD-MULTIPLIER TO REWARD-MULTIPLIER
               END-IF
           END-IF.
       2810-EXIT.
           EXIT.

      *****************************************************************
      *  2820-WRITE-REWARD-HIST - RECORD THE MOVEMENT ON RWDHIST,
      *  DATED BY THE RE-POST DATE - THE SAME DATE 2600 RESTAMPS THE
      *  LIVE TRANFILE RECORD WITH.  AN ENTRY ALREADY ON FILE WAS
      *  APPLIED BY AN EARLIER RUN AND IS NOT APPLIED AGAIN.
      *****************************************************************
       2820-WRITE-REWARD-HIST.
           MOVE RUN-DATE-YYYYMMDD TO REWARD-POST-DATE.
           MOVE SPACES            TO REWARDS-HIST-RECORD.
           MOVE ACCT-ID           TO RWH-ACCT-ID.
           MOVE TRAN-ID           TO RWH-TRAN-ID.
           IF REWARD-POINTS > ZERO
               MOVE 'E'           TO RWH-ENTRY-TYPE
           ELSE
               MOVE 'R'           TO RWH-ENTRY-TYPE
           END-IF.
           MOVE REWARD-POST-DATE  TO RWH-POST-DATE.
           MOVE REWARD-POINTS     TO RWH-POINTS.
           MOVE TRAN-AMT          TO RWH-TRAN-AMT.
           MOVE TRAN-TYPE-CD      TO RWH-TRAN-TYPE-CD.
           MOVE TRAN-CAT-CD       TO RWH-TRAN-CAT-CD.
           MOVE TT-RWD-EARN-RATE  TO RWH-EARN-RATE.
           MOVE REWARD-MULTIPLIER TO RWH-MULTIPLIER.
           MOVE 'CBSUS01C'        TO RWH-SOURCE-PGM.
           MOVE 'N'               TO REWARD-ENTRY-SW.
           WRITE REWARDS-HIST-RECORD
               INVALID KEY
                   IF RWH-DUPLICATE-KEY
                       ADD 1 TO REWARD-ENTRIES-REPEATED
                   ELSE
                       MOVE 'ERROR WRITING RWDHIST' TO ABEND-MESSAGE
                       PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
                   END-IF
               NOT INVALID KEY
                   MOVE 'Y' TO REWARD-ENTRY-SW
                   ADD 1 TO REWARD-ENTRIES-WRITTEN
           END-WRITE.
       2820-EXIT.
           EXIT.

      *****************************************************************
      *  2830-UPDATE-REWARD-BAL - APPLY THE MOVEMENT TO THE ACCOUNT'S
      *  RWDFILE RECORD, OPENING ONE ON ITS FIRST MOVEMENT
      *****************************************************************
       2830-UPDATE-REWARD-BAL.
           MOVE ACCT-ID TO RWD-ACCT-ID.
           READ REWARDS-FILE
               INVALID KEY
                   MOVE 'N' TO RWD-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO RWD-FOUND-SW
           END-READ.
           IF NOT RWD-FOUND
               MOVE SPACES           TO REWARDS-RECORD
               MOVE ACCT-ID          TO RWD-ACCT-ID
               MOVE ZERO             TO RWD-POINTS-BAL
               MOVE ZERO             TO RWD-LIFE-EARNED
               MOVE ZERO             TO RWD-LIFE-REVERSED
               MOVE ZERO             TO RWD-LIFE-REDEEMED
               MOVE REWARD-POST-DATE TO RWD-OPEN-DATE
           END-IF.
           ADD REWARD-POINTS TO RWD-POINTS-BAL.
           IF REWARD-POINTS > ZERO
               ADD REWARD-POINTS TO RWD-LIFE-EARNED
               ADD REWARD-POINTS TO TOTAL-POINTS-EARNED
           ELSE
               SUBTRACT REWARD-POINTS FROM RWD-LIFE-REVERSED
               SUBTRACT REWARD-POINTS FROM TOTAL-POINTS-REVERSED
           END-IF.
           MOVE REWARD-POST-DATE TO RWD-LAST-ACTIVITY-DATE.
           IF RWD-FOUND
               REWRITE REWARDS-RECORD
                   INVALID KEY
                       MOVE 'ERROR REWRITING RWDFILE' TO ABEND-MESSAGE
                       PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
               END-REWRITE
           ELSE
               WRITE REWARDS-RECORD
                   INVALID KEY
                       MOVE 'ERROR WRITING RWDFILE' TO ABEND-MESSAGE
                       PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
               END-WRITE
           END-IF.
       2830-EXIT.
           EXIT.

      *****************************************************************
      *  2900-KEEP-IN-SUSPENSE - THE ITEM STILL FAILS; REFRESH ITS
      *  REASON CODE AND REJECT DATE AND LEAVE IT ON THE FILE
           CLOSE ACCTFILE-FILE.
           CLOSE CONTROL-FILE.
           CLOSE TRANSACT-FILE.
           IF NOT NO-PRICING-FILE
               CLOSE PRICING-FILE
           END-IF.
           CLOSE REWARDS-FILE.
           CLOSE REWARDS-HIST-FILE.

           DISPLAY 'CBSUS01C - SUSPENSE RE-POST COMPLETE'.
           DISPLAY 'SUSPENSE ITEMS READ     : ' SUSP-RECORDS-READ.
           DISPLAY 'ITEMS RE-POSTED         : ' SUSP-RECORDS-REPOSTED.
           DISPLAY 'RECOVERIES RE-POSTED    : ' SUSP-RECORDS-RECOVERED.
           DISPLAY 'ITEMS STILL IN SUSPENSE : '
                   SUSP-RECORDS-STILL-FAILED.
           DISPLAY 'PROC TIMESTAMPS RESTAMPED: ' TRANS-RESTAMPED.
           DISPLAY 'INTAKE DUPLICATES PASSED: ' SUSP-INTAKE-PASSED.
           DISPLAY 'REWARDS ENTRIES WRITTEN : ' REWARD-ENTRIES-WRITTEN.
           DISPLAY 'REWARDS ENTRIES ALREADY ON FILE: '
                   REWARD-ENTRIES-REPEATED.
           DISPLAY 'REWARDS POINTS EARNED   : ' TOTAL-POINTS-EARNED.
           DISPLAY 'REWARDS POINTS REVERSED : ' TOTAL-POINTS-REVERSED.
           IF TRAN-MISSING-SEEN
               DISPLAY 'RE-POSTS NOT ON TRANFILE : '
                       TRANS-NOT-ON-TRANFILE
           MOVE SUSP-RECORDS-STILL-FAILED TO CTL-RECORDS-REJECTED.
           MOVE TOTAL-DEBITS-POSTED      TO CTL-TOTAL-DEBITS.
           MOVE TOTAL-CREDITS-POSTED     TO CTL-TOTAL-CREDITS.
           MOVE TOTAL-RECOVERIES-POSTED  TO CTL-TOTAL-RECOVERIES.
           MOVE ZERO                     TO CTL-TOTAL-RECEIVED.
           WRITE CONTROL-TOTALS-RECORD
               INVALID KEY
                   MOVE 'ERROR WRITING CTLFILE' TO ABEND-MESSAGE
           DISPLAY 'ACCT-FILE-STATUS: ' ACCT-FILE-STATUS.
           DISPLAY 'CTL-FILE-STATUS : ' CTL-FILE-STATUS.
           DISPLAY 'TRAN-FILE-STATUS: ' TRAN-FILE-STATUS.
           DISPLAY 'PRICE-FILE-STATUS: ' PRICE-FILE-STATUS.
           DISPLAY 'RWD-FILE-STATUS: ' RWD-FILE-STATUS.
           DISPLAY 'RWH-FILE-STATUS: ' RWH-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
