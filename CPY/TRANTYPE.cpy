      *  BUILD THE NIGHTLY GL INTERFACE FILE.  A PAIR WITH BLANK GL
      *  ACCOUNTS GOES TO THE SUSPENSE GL LINE AND ONTO CBGLE01C'S
      *  EXCEPTION REPORT.
      *  TT-FEE-INTEREST-IND MARKS THE PAIRS (FINANCE CHARGES, LATE
      *  AND NSF FEES) WHOSE DEBITS POST TO THE ACCOUNT'S FEE
      *  SEGMENT (ACCT-FEE-BAL) RATHER THAN ITS PURCHASE SEGMENT;
      *  CASH-ADVANCE PAIRS POST TO THE CASH SEGMENT.  A CREDIT ON A
      *  FEE/INTEREST PAIR (A FEE WAIVER) PAYS DOWN THE FEE SEGMENT
      *  BEFORE ANY OTHER.
      *  TYPE '10' IS THE MANUAL ADJUSTMENT TYPE RAISED BY CBADJ01C:
      *  0001 FEE WAIVER (FLAGGED FEE/INTEREST), 0002 GOODWILL
      *  CREDIT, 0003 MISPOSTING CORRECTION CREDIT, 0004 MISPOSTING
      *  CORRECTION DEBIT.
      *  TT-RWD-EARN-RATE IS THE REWARDS POINTS EARNED PER DOLLAR ON
      *  THE PAIR (ZERO OR FILLER - NO POINTS).  CBTRN02C APPLIES IT,
      *  TIMES THE ACCOUNT GROUP'S PRC-RWD-MULTIPLIER, AS A PURCHASE
      *  POSTS; A CREDIT ON A PAIR WITH A RATE (A RETURN) TAKES THE
      *  POINTS BACK AT THE SAME RATE.  CASH-ADVANCE AND FEE/INTEREST
      *  PAIRS NEVER EARN, WHATEVER THEIR RATE.
      *****************************************************************
       01  TRAN-TYPE-RECORD.
           05  TT-TRAN-TYPE-KEY.
               88  TT-TYPE-INACTIVE                  VALUE 'I'.
           05  TT-GL-DEBIT-ACCT                  PIC X(08).
           05  TT-GL-CREDIT-ACCT                 PIC X(08).
           05  TT-FEE-INTEREST-IND               PIC X(01).
               88  TT-IS-FEE-OR-INTEREST            VALUE 'Y'.
               88  TT-IS-NOT-FEE-OR-INTEREST        VALUE 'N'.
           05  TT-RWD-EARN-RATE                  PIC 9(01)V99.
           05  FILLER                            PIC X(02).
