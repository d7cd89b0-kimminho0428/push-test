      *                   A LATE FEE OR NSF FEE POSTING WAS EATING
      *                   THE CARD'S OLDEST HOLD EVEN THOUGH NO
      *                   AUTHORIZATION EVER RESERVED IT.
      *  10/15/2026 AWS   POSTINGS NOW ALSO MAINTAIN THE ACCOUNT'S
      *                   PURCHASE, CASH-ADVANCE AND FEE/INTEREST
      *                   BALANCE SEGMENTS.  A DEBIT GOES TO THE CASH
      *                   SEGMENT WHEN TT-CASH-ADVANCE-IND IS SET, TO
      *                   THE FEE SEGMENT WHEN TT-FEE-INTEREST-IND IS
      *                   SET, OTHERWISE TO PURCHASES.  A PAYMENT OR
      *                   CREDIT PAYS DOWN THE HIGHEST-RATE SEGMENT
      *                   FIRST, USING THE ACCOUNT GROUP'S RATES FROM
      *                   PRICEFIL; AN OVERPAYMENT IS CARRIED AS A
      *                   CREDIT ON THE PURCHASE SEGMENT.
      *  10/15/2026 AWS   CHARGED-OFF ACCOUNTS (ACCT-ACTIVE-STATUS 'C',
      *                   SET BY CBCHG01C) NO LONGER TAKE NORMAL
      *                   POSTINGS.  A PAYMENT OR CREDIT IS POSTED AS
      *                   A RECOVERY - ADDED TO ACCT-RECOVERED-AMT,
      *                   BALANCE UNTOUCHED, AND ITS TRANFILE RECORD
      *                   RE-TYPED TO THE RECOVERY PAIR (08/0002) SO
      *                   THE GL EXTRACT BOOKS IT TO THE RECOVERY
      *                   ACCOUNTS.  A DEBIT GOES TO SUSPFILE UNDER
      *                   REASON 'CHGO'.  THE CONTROL-TOTALS-RECORD
      *                   CARRIES THE RECOVERIES SEPARATELY SO
      *                   CBBAL01C CAN ALLOW FOR THEM.  CBCHG01C'S OWN
      *                   CHARGE-OFF ENTRIES AND ALREADY RE-TYPED
      *                   RECOVERIES (TYPE 08) ARE PASSED OVER.
      *  10/15/2026 AWS   A CARD REPORTED LOST OR STOLEN IS REPLACED
      *                   BY COCRDRPC, WHICH MOVES ITS HOLDS TO THE
      *                   NEW CARD.  WHEN A DEBIT ON THE OLD CARD
      *                   FINDS NO HOLD, THE HOLD RELEASE NOW FOLLOWS
      *                   CARD-REPLACED-BY-NUM ON CARDFILE AND
      *                   RELEASES FROM THE REPLACEMENT CARD'S HOLDS.
      *  10/15/2026 AWS   REWARDS POINTS NOW ACCRUE AS TRANSACTIONS
      *                   POST.  THE POINTS ARE TRAN-AMT TIMES THE
      *                   PAIR'S TT-RWD-EARN-RATE TIMES THE ACCOUNT
      *                   GROUP'S PRC-RWD-MULTIPLIER; A CREDIT ON AN
      *                   EARNING PAIR (A RETURN) TAKES THEM BACK.
      *                   CASH ADVANCES, FEES, INTEREST AND SYSTEM-
      *                   GENERATED ENTRIES EARN NOTHING.  EACH
      *                   MOVEMENT IS WRITTEN TO RWDHIST AND APPLIED
      *                   TO THE ACCOUNT'S RWDFILE BALANCE; ONE
      *                   ALREADY ON RWDHIST (A RESTARTED RUN) IS NOT
      *                   APPLIED TWICE.
      *  10/15/2026 AWS   A CREDIT ON A FEE/INTEREST PAIR (A FEE
      *                   WAIVER RAISED FROM A MANUAL ADJUSTMENT BY
      *                   CBADJ01C) NOW PAYS DOWN THE FEE SEGMENT
      *                   FIRST, SO THE WAIVER CLEARS THE FEE IT WAS
      *                   GIVEN FOR RATHER THAN THE CASH BALANCE.
      *  10/15/2026 AWS   TRANFILE IS NOW LOADED FROM THE PROCESSOR'S
      *                   DAILY FILE BY THE INTAKE RUN, CBTIN01C, SO
      *                   CBTRN02C IS NO LONGER THE FIRST JOB OF THE
      *                   NIGHT - THE RUN GATE NOW HOLDS IT UNTIL
      *                   CBTIN01C HAS COMPLETED FOR THE BUSINESS DATE.
      *                   THE CONTROL RECORD ZEROES CTL-TOTAL-RECEIVED,
      *                   WHICH ONLY THE INTAKE RUN FILLS.
      *****************************************************************
      *  THIS PROGRAM READS EACH TRANSACTION ON TRANFILE, RESOLVES THE
      *  OWNING ACCOUNT THROUGH XREFFILE (CARD NUMBER TO ACCOUNT ID),
      *  TRANSACTIONS THAT CANNOT BE MATCHED TO AN ACCOUNT, WHOSE
      *  TRAN-TYPE-CD/TRAN-CAT-CD PAIR IS NOT ON TRANTYPE-FILE, OR
      *  WHICH WOULD DRIVE THE ACCOUNT OVER ITS CREDIT LIMIT, ARE
      *  COUNTED AND REPORTED BUT DO NOT STOP THE RUN.  ON A
      *  CHARGED-OFF ACCOUNT A CREDIT IS POSTED AS A RECOVERY AND A
      *  DEBIT IS REJECTED.  A POSTED PURCHASE EARNS REWARDS POINTS
      *  ON RWDFILE, AND A POSTED RETURN TAKES THEM BACK.
      *****************************************************************

       ENVIRONMENT DIVISION.
                  RECORD KEY   IS ACCT-ID
                  FILE STATUS  IS ACCT-FILE-STATUS.

           SELECT CARDFILE-FILE ASSIGN TO   CARDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CARD-NUM
                  FILE STATUS  IS CARD-FILE-STATUS.

           SELECT TRANTYPE-FILE ASSIGN TO TRANTYPE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS AH-KEY
                  FILE STATUS  IS AUTH-FILE-STATUS.

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

           SELECT BUSDATE-FILE ASSIGN TO  BUSDATE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
       FD  ACCTFILE-FILE.
           COPY ACCTREC.

       FD  CARDFILE-FILE.
           COPY CARDREC.

       FD  TRANTYPE-FILE.
           COPY TRANTYPE.

       FD  AUTH-HOLD-FILE.
           COPY AUTHHREC.

       FD  PRICING-FILE.
           COPY PRICEREC.

       FD  REWARDS-FILE.
           COPY RWDREC.

       FD  REWARDS-HIST-FILE.
           COPY RWDHREC.

       FD  BUSDATE-FILE.
           COPY BUSDATE.

           88  XREF-FILE-STATUS-OK          VALUE '00'.
       77  ACCT-FILE-STATUS             PIC X(02) VALUE '00'.
           88  ACCT-FILE-STATUS-OK          VALUE '00'.
       77  CARD-FILE-STATUS             PIC X(02) VALUE '00'.
           88  CARD-FILE-STATUS-OK          VALUE '00'.
       77  TRANTYPE-FILE-STATUS         PIC X(02) VALUE '00'.
           88  TRANTYPE-FILE-STATUS-OK      VALUE '00'.
       77  OVRLIMIT-FILE-STATUS         PIC X(02) VALUE '00'.
       77  AUTH-FILE-STATUS             PIC X(02) VALUE '00'.
           88  AUTH-FILE-STATUS-OK          VALUE '00'.
           88  AUTH-FILE-NOT-FOUND          VALUE '35'.
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
       77  BDATE-FILE-STATUS            PIC X(02) VALUE '00'.
           88  BDATE-FILE-STATUS-OK         VALUE '00'.
           88  BDATE-FILE-NOT-FOUND         VALUE '35'.
           88  RUNCTL-FILE-NOT-FOUND        VALUE '35'.

       77  GATE-JOB-NAME                PIC X(08) VALUE 'CBTRN02C'.
       77  GATE-PREREQ-JOB              PIC X(08) VALUE 'CBTIN01C'.
       77  BUSINESS-DATE                PIC 9(08) VALUE ZERO.
       77  GATE-DATE                    PIC 9(08) VALUE ZERO.
       77  GATE-TIME                    PIC 9(08) VALUE ZERO.
       77  HOLD-FOR-CARD-SW             PIC X(01) VALUE 'N'.
           88  HOLD-FOR-CARD-FOUND          VALUE 'Y'.
       77  RELEASE-HOLD-KEY             PIC X(42) VALUE SPACES.
       77  HOLD-CARD-NUM                PIC X(16) VALUE SPACES.
       77  END-OF-CARD-CHAIN-SW         PIC X(01) VALUE 'N'.
           88  END-OF-CARD-CHAIN            VALUE 'Y'.
       77  CARD-CHAIN-HOPS              PIC 9(02) VALUE ZERO.
       77  MAX-CARD-CHAIN-HOPS          PIC 9(02) VALUE 5.

       77  TRAN-RECORDS-READ            PIC 9(09) COMP VALUE ZERO.
       77  TRAN-RECORDS-POSTED          PIC 9(09) COMP VALUE ZERO.
       77  TRAN-RECORDS-REJECTED        PIC 9(09) COMP VALUE ZERO.
       77  TRAN-RECORDS-BAD-TYPE        PIC 9(09) COMP VALUE ZERO.
       77  TRAN-RECORDS-OVER-LIMIT      PIC 9(09) COMP VALUE ZERO.
       77  TRAN-RECORDS-CHARGED-OFF     PIC 9(09) COMP VALUE ZERO.
       77  TRAN-RECORDS-RECOVERED       PIC 9(09) COMP VALUE ZERO.
       77  TRAN-RECORDS-CHGOFF-SKIPPED  PIC 9(09) COMP VALUE ZERO.
       77  AUTH-HOLDS-RELEASED          PIC 9(09) COMP VALUE ZERO.
       77  AUTH-HOLDS-EXPIRED           PIC 9(09) COMP VALUE ZERO.

       77  TOTAL-DEBITS-POSTED          PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  TOTAL-CREDITS-POSTED         PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  TOTAL-RECOVERIES-POSTED      PIC S9(13)V99 COMP-3 VALUE ZERO.

      *  THE TYPE/CATEGORY A PAYMENT ON A CHARGED-OFF ACCOUNT IS
      *  RE-TYPED TO, SO IT REACHES THE RECOVERY GL ACCOUNTS
       77  RECOVERY-TYPE-CD             PIC X(02) VALUE '08'.
       77  RECOVERY-CAT-CD              PIC 9(04) VALUE 0002.

       77  PROJECTED-BALANCE            PIC S9(10)V99 VALUE ZERO.

      *  PAYMENT ALLOCATION ACROSS THE BALANCE SEGMENTS.  THE RATES
      *  ONLY DECIDE THE ORDER THE SEGMENTS ARE PAID DOWN IN; THE
      *  FALLBACK IS THE HISTORIC SINGLE FINANCE RATE CBACT04C USED
      *  FOR EVERY BALANCE WHEN NO PRICING IS ON FILE.
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

      *  REWARDS ACCRUAL.  A GROUP WITH NO MULTIPLIER ON PRICEFIL
      *  (OR NO PRICING AT ALL) EARNS AT THE STANDARD RATE.
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

       77  OVRLIMIT-LINE-COUNT          PIC 9(03) VALUE 99.
       77  OVRLIMIT-PAGE-COUNT          PIC 9(05) VALUE ZERO.
       77  OVRLIMIT-MAX-LINES           PIC 9(03) VALUE 60.
       1000-INITIALIZE.
           PERFORM 1600-CHECK-RUN-GATE THRU 1600-EXIT.

           OPEN I-O    TRANSACT-FILE.
           IF NOT TRAN-FILE-STATUS-OK
               MOVE 'ERROR OPENING TRANFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           OPEN INPUT  CARDFILE-FILE.
           IF NOT CARD-FILE-STATUS-OK
               MOVE 'ERROR OPENING CARDFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           OPEN INPUT  TRANTYPE-FILE.
           IF NOT TRANTYPE-FILE-STATUS-OK
               MOVE 'ERROR OPENING TRANTYPE' TO ABEND-MESSAGE
           PERFORM 1300-OPEN-CONTROL-FILE  THRU 1300-EXIT.
           PERFORM 1400-OPEN-SUSPENSE-FILE THRU 1400-EXIT.
           PERFORM 1500-OPEN-AUTH-HOLD-FILE THRU 1500-EXIT.
           PERFORM 1550-OPEN-PRICING-FILE THRU 1550-EXIT.
           PERFORM 1560-OPEN-REWARDS-FILES THRU 1560-EXIT.

           PERFORM 2100-READ-NEXT-TRAN  THRU 2100-EXIT.
       1000-EXIT.
                   TO TRAN-RECORDS-OVER-LIMIT
               MOVE RESTART-DEBIT-AMT        TO TOTAL-DEBITS-POSTED
               MOVE RESTART-CREDIT-AMT       TO TOTAL-CREDITS-POSTED
               MOVE RESTART-CHGOFF-REJECT-COUNT
                   TO TRAN-RECORDS-CHARGED-OFF
               MOVE RESTART-RECOVERY-COUNT   TO TRAN-RECORDS-RECOVERED
               MOVE RESTART-RECOVERY-AMT     TO TOTAL-RECOVERIES-POSTED
               DISPLAY 'RESTARTING CBTRN02C AFTER TRAN-ID: ' TRAN-ID
           END-IF.
       1200-EXIT.
       1500-EXIT.
           EXIT.

      *****************************************************************
      *  1550-OPEN-PRICING-FILE - PRICEFIL IS OPTIONAL, AS IN CBACT04C:
      *  WITHOUT IT EVERY SEGMENT IS RANKED AT THE FALLBACK RATE
      *****************************************************************
       1550-OPEN-PRICING-FILE.
           OPEN INPUT PRICING-FILE.
           IF PRICE-FILE-NOT-FOUND
               MOVE 'Y' TO NO-PRICING-FILE-SW
               DISPLAY 'CBTRN02C - WARNING: PRICEFIL NOT FOUND - '
                       'PAYMENTS ALLOCATED AT FALLBACK RATES'
           ELSE
               IF NOT PRICE-FILE-STATUS-OK
                   MOVE 'ERROR OPENING PRICEFIL' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
               END-IF
           END-IF.
       1550-EXIT.
           EXIT.

      *****************************************************************
      *  1560-OPEN-REWARDS-FILES - CREATE RWDFILE AND RWDHIST ON
      *  THEIR FIRST USE
      *****************************************************************
       1560-OPEN-REWARDS-FILES.
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
       1560-EXIT.
           EXIT.

      *****************************************************************
      *  1600-CHECK-RUN-GATE - REFUSE TO START IF THIS JOB HAS
      *  ALREADY COMPLETED FOR THE BUSINESS DATE, OR IF ITS
               IF XREF-FOUND
                   PERFORM 2300-LOOKUP-ACCOUNT THRU 2300-EXIT
                   IF ACCT-FOUND
                       IF ACCT-CHARGED-OFF
                           PERFORM 2500-CHARGED-OFF-TRAN THRU 2500-EXIT
                       ELSE
                           PERFORM 2350-CHECK-OVER-LIMIT THRU 2350-EXIT
                           IF TRAN-OVER-LIMIT
                               PERFORM 2970-REJECT-OVER-LIMIT
                                   THRU 2970-EXIT
                           ELSE
                               PERFORM 2400-POST-TRAN-AMOUNT
                                   THRU 2400-EXIT
                               IF TRAN-AMT > ZERO
                                  AND TRAN-CARD-NUM NOT = SPACES
                                  AND TRAN-SOURCE NOT = 'SYSTEM'
                                   PERFORM 2450-RELEASE-AUTH-HOLD
                                       THRU 2450-EXIT
                               END-IF
                               IF TRAN-SOURCE NOT = 'SYSTEM'
                                   PERFORM 2600-ACCRUE-REWARDS
                                       THRU 2600-EXIT
                               END-IF
                           END-IF
                       END-IF
                   ELSE
                   TO RESTART-OVER-LIMIT-COUNT
               MOVE TOTAL-DEBITS-POSTED TO RESTART-DEBIT-AMT
               MOVE TOTAL-CREDITS-POSTED TO RESTART-CREDIT-AMT
               MOVE TRAN-RECORDS-CHARGED-OFF
                   TO RESTART-CHGOFF-REJECT-COUNT
               MOVE TRAN-RECORDS-RECOVERED
                   TO RESTART-RECOVERY-COUNT
               MOVE TOTAL-RECOVERIES-POSTED
                   TO RESTART-RECOVERY-AMT
               STRING CHKPT-DATE DELIMITED BY SIZE
                      '-'         DELIMITED BY SIZE
                      CHKPT-TIME  DELIMITED BY SIZE
      *  A NEGATIVE TRAN-AMT (PAYMENT/CREDIT) REDUCES THE BALANCE AND
      *  ADDS TO THE CYCLE CREDIT TOTAL; A POSITIVE TRAN-AMT (PURCHASE/
      *  DEBIT) INCREASES THE BALANCE AND ADDS TO THE CYCLE DEBIT
      *  TOTAL.  THE SAME AMOUNT IS SPREAD ACROSS THE BALANCE
      *  SEGMENTS SO THEY KEEP SUMMING TO ACCT-CURR-BAL.
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
      *  THAT IS MISSING TOO BOTH RATES TAKE THE FALLBACK.  THE
      *  PRICING RECORD READ ALSO SUPPLIES 2610 WITH THE GROUP'S
      *  REWARDS MULTIPLIER.
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
      *  2450-RELEASE-AUTH-HOLD - THE DEBIT JUST POSTED; MATCH OFF
      *  ONE OF THE CARD'S AUTHORIZATION HOLDS.  THE CARD'S HOLDS ARE
      *  (TRAN-SOURCE 'SYSTEM' - LATE FEES, FINANCE CHARGES, NSF
      *  FEES, DISPUTE RE-DEBITS), WHICH NEVER PASSED THROUGH
      *  COAUTH0C AND MUST NOT CONSUME A HOLD STILL COMMITTED TO A
      *  REAL PENDING AUTHORIZATION.  A CARD REPLACED AFTER BEING
      *  REPORTED LOST OR STOLEN HAS HAD ITS HOLDS MOVED TO THE NEW
      *  CARD, SO WHEN THE POSTING CARD HAS NONE THE SEARCH FOLLOWS
      *  CARD-REPLACED-BY-NUM (UP TO MAX-CARD-CHAIN-HOPS CARDS).
      *****************************************************************
       2450-RELEASE-AUTH-HOLD.
           MOVE 'N'           TO HOLD-MATCH-SW.
           MOVE 'N'           TO HOLD-FOR-CARD-SW.
           MOVE SPACES        TO RELEASE-HOLD-KEY.
           MOVE TRAN-CARD-NUM TO HOLD-CARD-NUM.
           MOVE 'N'           TO END-OF-CARD-CHAIN-SW.
           MOVE ZERO          TO CARD-CHAIN-HOPS.
           PERFORM 2455-SCAN-CARD-HOLDS THRU 2455-EXIT
                   UNTIL HOLD-FOR-CARD-FOUND OR END-OF-CARD-CHAIN.
           IF HOLD-FOR-CARD-FOUND
               MOVE RELEASE-HOLD-KEY TO AH-KEY
               DELETE AUTH-HOLD-FILE
       2450-EXIT.
           EXIT.

      *****************************************************************
      *  2455-SCAN-CARD-HOLDS - BROWSE HOLD-CARD-NUM'S HOLDS; IF IT
      *  HAS NONE, MOVE ON TO ITS REPLACEMENT CARD, IF ANY
      *****************************************************************
       2455-SCAN-CARD-HOLDS.
           MOVE 'N'           TO END-OF-HOLD-BROWSE-SW.
           MOVE HOLD-CARD-NUM TO AH-CARD-NUM.
           MOVE LOW-VALUES    TO AH-HOLD-TS.
           START AUTH-HOLD-FILE KEY IS >= AH-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-HOLD-BROWSE-SW
           END-START.
           PERFORM 2460-SCAN-ONE-HOLD THRU 2460-EXIT
                   UNTIL END-OF-HOLD-BROWSE OR HOLD-EXACT-MATCH.
           IF NOT HOLD-FOR-CARD-FOUND
               PERFORM 2470-NEXT-REPLACEMENT-CARD THRU 2470-EXIT
           END-IF.
       2455-EXIT.
           EXIT.

      *****************************************************************
      *  2460-SCAN-ONE-HOLD - READ THE CARD'S NEXT HOLD; STOP AT END
      *  OF FILE OR THE NEXT CARD.  THE FIRST HOLD SEEN IS THE OLDEST
                   MOVE 'Y' TO END-OF-HOLD-BROWSE-SW
           END-READ.
           IF NOT END-OF-HOLD-BROWSE
               IF AH-CARD-NUM NOT = HOLD-CARD-NUM
                   MOVE 'Y' TO END-OF-HOLD-BROWSE-SW
               ELSE
                   IF AH-HOLD-AMT = TRAN-AMT
       2460-EXIT.
           EXIT.

      *****************************************************************
      *  2470-NEXT-REPLACEMENT-CARD - THE CARD THAT REPLACED
      *  HOLD-CARD-NUM, OR END OF THE CHAIN IF IT WAS NEVER REPLACED
      *****************************************************************
       2470-NEXT-REPLACEMENT-CARD.
           MOVE 'Y'           TO END-OF-CARD-CHAIN-SW.
           ADD 1              TO CARD-CHAIN-HOPS.
           IF CARD-CHAIN-HOPS <= MAX-CARD-CHAIN-HOPS
               MOVE HOLD-CARD-NUM TO CARD-NUM
               READ CARDFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CARD-REPLACED-BY-NUM NOT = SPACES
                           MOVE CARD-REPLACED-BY-NUM TO HOLD-CARD-NUM
                           MOVE 'N' TO END-OF-CARD-CHAIN-SW
                       END-IF
               END-READ
           END-IF.
       2470-EXIT.
           EXIT.

      *****************************************************************
      *  2600-ACCRUE-REWARDS - THE TRANSACTION JUST POSTED; EARN (OR,
      *  FOR A CREDIT, TAKE BACK) ITS REWARDS POINTS.  THE PAIR'S
      *  EARN RATE IS STILL IN THE TRANTYPE RECORD AREA FROM 2150.
      *  CASH ADVANCES AND FEES/INTEREST NEVER EARN; A PAIR WITH NO
      *  RATE (PAYMENTS, AND EVERY PAIR BEFORE THE RATES WERE
      *  LOADED) MOVES NO POINTS.  FRACTIONS OF A POINT ARE DROPPED.
      *****************************************************************
       2600-ACCRUE-REWARDS.
           MOVE ZERO TO REWARD-POINTS.
           IF NOT TT-IS-CASH-ADVANCE
              AND NOT TT-IS-FEE-OR-INTEREST
              AND TT-RWD-EARN-RATE IS NUMERIC
               IF TT-RWD-EARN-RATE > ZERO
                   PERFORM 2610-GET-REWARD-MULTIPLIER THRU 2610-EXIT
                   COMPUTE REWARD-POINTS = TRAN-AMT
                           * TT-RWD-EARN-RATE * REWARD-MULTIPLIER
               END-IF
           END-IF.
           IF REWARD-POINTS NOT = ZERO
               PERFORM 2620-WRITE-REWARD-HIST THRU 2620-EXIT
               IF REWARD-ENTRY-NEW
                   PERFORM 2630-UPDATE-REWARD-BAL THRU 2630-EXIT
               END-IF
           END-IF.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  2610-GET-REWARD-MULTIPLIER - THE ACCOUNT GROUP'S MULTIPLIER,
      *  FROM THE SAME PRICEFIL RECORD (OR 'DEFAULT' FALLBACK) THAT
      *  PRICES ITS SEGMENTS
      *****************************************************************
       2610-GET-REWARD-MULTIPLIER.
           PERFORM 2440-GET-SEGMENT-RATES THRU 2440-EXIT.
           MOVE DEFAULT-RWD-MULTIPLIER TO REWARD-MULTIPLIER.
           IF PRICE-FOUND
               IF PRC-RWD-MULTIPLIER IS NUMERIC
                   MOVE PRC-RWD-MULTIPLIER TO REWARD-MULTIPLIER
               END-IF
           END-IF.
       2610-EXIT.
           EXIT.

      *****************************************************************
      *  2620-WRITE-REWARD-HIST - RECORD THE MOVEMENT ON RWDHIST,
      *  DATED BY THE TRANSACTION'S PROC DATE (THE BUSINESS DATE WHEN
      *  IT CARRIES NONE).  AN ENTRY ALREADY ON FILE WAS APPLIED BY
      *  AN EARLIER RUN THAT FAILED BEFORE ITS NEXT CHECKPOINT, AND
      *  IS NOT APPLIED AGAIN.
      *****************************************************************
       2620-WRITE-REWARD-HIST.
           MOVE BUSINESS-DATE TO REWARD-POST-DATE.
           IF TRAN-PROC-TS (1:4) IS NUMERIC
              AND TRAN-PROC-TS (6:2) IS NUMERIC
              AND TRAN-PROC-TS (9:2) IS NUMERIC
               MOVE TRAN-PROC-TS (1:4) TO REWARD-POST-DATE (1:4)
               MOVE TRAN-PROC-TS (6:2) TO REWARD-POST-DATE (5:2)
               MOVE TRAN-PROC-TS (9:2) TO REWARD-POST-DATE (7:2)
           END-IF.
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
           MOVE 'CBTRN02C'        TO RWH-SOURCE-PGM.
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
       2620-EXIT.
           EXIT.

      *****************************************************************
      *  2630-UPDATE-REWARD-BAL - APPLY THE MOVEMENT TO THE ACCOUNT'S
      *  RWDFILE RECORD, OPENING ONE ON ITS FIRST MOVEMENT
      *****************************************************************
       2630-UPDATE-REWARD-BAL.
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
       2630-EXIT.
           EXIT.

      *****************************************************************
      *  2500-CHARGED-OFF-TRAN - THE ACCOUNT HAS BEEN CHARGED OFF BY
      *  CBCHG01C AND ITS BALANCE WRITTEN OFF.  A PAYMENT OR OTHER
      *  CREDIT IS A RECOVERY; A DEBIT CANNOT POST AND IS REJECTED.
      *  THE CHARGE-OFF ENTRY ITSELF AND AN ALREADY RE-TYPED RECOVERY
      *  (TRAN-TYPE-CD '08') WERE APPLIED BY THE JOB THAT WROTE THEM
      *  AND ARE PASSED OVER.
      *****************************************************************
       2500-CHARGED-OFF-TRAN.
           IF TRAN-TYPE-CD = RECOVERY-TYPE-CD
               ADD 1 TO TRAN-RECORDS-CHGOFF-SKIPPED
           ELSE
               IF TRAN-AMT < ZERO
                   PERFORM 2510-POST-RECOVERY THRU 2510-EXIT
               ELSE
                   PERFORM 2980-REJECT-CHARGED-OFF THRU 2980-EXIT
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2510-POST-RECOVERY - A RECOVERY DOES NOT REDUCE ACCT-CURR-BAL
      *  (ALREADY WRITTEN OFF TO ZERO) OR THE CYCLE TOTALS; IT IS
      *  ADDED TO ACCT-RECOVERED-AMT, AND THE TRANSACTION ITSELF IS
      *  RE-TYPED ON TRANFILE TO THE RECOVERY PAIR SO CBGLE01C BOOKS
      *  IT AGAINST THE CHARGE-OFF RATHER THAN RECEIVABLES.  IT STILL
      *  COUNTS AS A POSTED CREDIT FOR THE GL PROOF, AND IS CARRIED
      *  SEPARATELY ON THE CONTROL RECORD FOR CBBAL01C.
      *****************************************************************
       2510-POST-RECOVERY.
           IF ACCT-RECOVERED-AMT NOT NUMERIC
               MOVE ZERO TO ACCT-RECOVERED-AMT
           END-IF.
           COMPUTE ACCT-RECOVERED-AMT = ACCT-RECOVERED-AMT - TRAN-AMT.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'ERROR REWRITING ACCTFILE' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-REWRITE.

           MOVE RECOVERY-TYPE-CD TO TRAN-TYPE-CD.
           MOVE RECOVERY-CAT-CD  TO TRAN-CAT-CD.
           REWRITE TRAN-RECORD
               INVALID KEY
                   MOVE 'ERROR REWRITING TRANFILE' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-REWRITE.

           COMPUTE TOTAL-CREDITS-POSTED =
                   TOTAL-CREDITS-POSTED - TRAN-AMT.
           COMPUTE TOTAL-RECOVERIES-POSTED =
                   TOTAL-RECOVERIES-POSTED - TRAN-AMT.
           ADD 1 TO TRAN-RECORDS-POSTED.
           ADD 1 TO TRAN-RECORDS-RECOVERED.
           DISPLAY 'RECOVERY POSTED ON CHARGED-OFF ACCOUNT '
                   ACCT-ID ' - TRAN-ID: ' TRAN-ID.
       2510-EXIT.
           EXIT.

      *****************************************************************
      *  2900-REJECT-TRAN - NO MATCHING XREF/ACCOUNT COULD BE FOUND
      *****************************************************************
       2950-EXIT.
           EXIT.

      *****************************************************************
      *  2980-REJECT-CHARGED-OFF - A DEBIT ON A CHARGED-OFF ACCOUNT
      *  WOULD REBUILD A BALANCE THAT HAS BEEN WRITTEN OFF
      *****************************************************************
       2980-REJECT-CHARGED-OFF.
           ADD 1 TO TRAN-RECORDS-CHARGED-OFF.
           DISPLAY 'TRAN REJECTED - ACCOUNT CHARGED OFF FOR '
                   'TRAN-ID: ' TRAN-ID.
           MOVE 'CHGO' TO SUSP-REJECT-REASON.
           PERFORM 2990-WRITE-SUSPENSE THRU 2990-EXIT.
       2980-EXIT.
           EXIT.

      *****************************************************************
      *  2990-WRITE-SUSPENSE - CAPTURE THE REJECTED TRANSACTION AS A
      *  FULL SUSPENSE-RECORD SO CBSUS01C CAN RE-POST IT ONCE THE
           CLOSE TRANSACT-FILE.
           CLOSE XREF-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE CARDFILE-FILE.
           CLOSE TRANTYPE-FILE.
           CLOSE OVRLIMIT-RPT-FILE.
           CLOSE RESTART-FILE.
           CLOSE CONTROL-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE AUTH-HOLD-FILE.
           IF NOT NO-PRICING-FILE
               CLOSE PRICING-FILE
           END-IF.
           CLOSE REWARDS-FILE.
           CLOSE REWARDS-HIST-FILE.

           DISPLAY 'CBTRN02C - TRANSACTION POSTING COMPLETE'.
           DISPLAY 'TRANSACTIONS READ      : ' TRAN-RECORDS-READ.
           DISPLAY 'TRANSACTIONS BAD TYPE   : ' TRAN-RECORDS-BAD-TYPE.
           DISPLAY 'TRANSACTIONS OVER LIMIT : '
                   TRAN-RECORDS-OVER-LIMIT.
           DISPLAY 'REJECTED - CHARGED OFF  : '
                   TRAN-RECORDS-CHARGED-OFF.
           DISPLAY 'RECOVERIES POSTED       : ' TRAN-RECORDS-RECOVERED.
           DISPLAY 'CHARGE-OFF ENTRIES SKIPPED: '
                   TRAN-RECORDS-CHGOFF-SKIPPED.
           DISPLAY 'TOTAL RECOVERIES        : ' TOTAL-RECOVERIES-POSTED.
           DISPLAY 'AUTH HOLDS RELEASED     : ' AUTH-HOLDS-RELEASED.
           DISPLAY 'AUTH HOLDS EXPIRED      : ' AUTH-HOLDS-EXPIRED.
           DISPLAY 'REWARDS ENTRIES WRITTEN : ' REWARD-ENTRIES-WRITTEN.
           DISPLAY 'REWARDS ENTRIES ALREADY ON FILE: '
                   REWARD-ENTRIES-REPEATED.
           DISPLAY 'REWARDS POINTS EARNED   : ' TOTAL-POINTS-EARNED.
           DISPLAY 'REWARDS POINTS REVERSED : ' TOTAL-POINTS-REVERSED.

           PERFORM 1700-MARK-RUN-COMPLETE THRU 1700-EXIT.
       3000-EXIT.
           MOVE TRAN-RECORDS-POSTED    TO CTL-RECORDS-POSTED.
           COMPUTE CTL-RECORDS-REJECTED =
                   TRAN-RECORDS-REJECTED + TRAN-RECORDS-BAD-TYPE
                   + TRAN-RECORDS-OVER-LIMIT + TRAN-RECORDS-CHARGED-OFF.
           MOVE TOTAL-DEBITS-POSTED    TO CTL-TOTAL-DEBITS.
           MOVE TOTAL-CREDITS-POSTED   TO CTL-TOTAL-CREDITS.
           MOVE TOTAL-RECOVERIES-POSTED TO CTL-TOTAL-RECOVERIES.
           MOVE ZERO                   TO CTL-TOTAL-RECEIVED.
           WRITE CONTROL-TOTALS-RECORD
               INVALID KEY
                   MOVE 'ERROR WRITING CTLFILE' TO ABEND-MESSAGE
           DISPLAY 'TRAN-FILE-STATUS: ' TRAN-FILE-STATUS.
           DISPLAY 'XREF-FILE-STATUS: ' XREF-FILE-STATUS.
           DISPLAY 'ACCT-FILE-STATUS: ' ACCT-FILE-STATUS.
           DISPLAY 'CARD-FILE-STATUS: ' CARD-FILE-STATUS.
           DISPLAY 'TRANTYPE-FILE-STATUS: ' TRANTYPE-FILE-STATUS.
           DISPLAY 'OVRLIMIT-FILE-STATUS: ' OVRLIMIT-FILE-STATUS.
           DISPLAY 'RESTART-FILE-STATUS: ' RESTART-FILE-STATUS.
           DISPLAY 'CTL-FILE-STATUS: ' CTL-FILE-STATUS.
           DISPLAY 'SUSP-FILE-STATUS: ' SUSP-FILE-STATUS.
           DISPLAY 'AUTH-FILE-STATUS: ' AUTH-FILE-STATUS.
           DISPLAY 'PRICE-FILE-STATUS: ' PRICE-FILE-STATUS.
           DISPLAY 'RWD-FILE-STATUS: ' RWD-FILE-STATUS.
           DISPLAY 'RWH-FILE-STATUS: ' RWH-FILE-STATUS.
           DISPLAY 'BDATE-FILE-STATUS: ' BDATE-FILE-STATUS.
           DISPLAY 'RUNCTL-FILE-STATUS: ' RUNCTL-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
