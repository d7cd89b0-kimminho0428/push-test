      *                   SO CBGLE01C'S GL EXTRACT PICKS IT UP ON
      *                   THE DAY THE MONEY MOVES.  TRAN-ORIG-TS
      *                   STILL CARRIES THE TRUE GENERATION TIME.
      *  10/15/2026 AWS   NO LATE FEE IS ASSESSED ON AN ACCOUNT THAT
      *                   CBCHG01C HAS CHARGED OFF (ACCT-ACTIVE-STATUS
      *                   'C').  THE BILL IS STILL AGED SO THE DAYS
      *                   PAST DUE KEEP COUNTING; SUPPRESSED FEES ARE
      *                   COUNTED ON THE SUMMARY.
      *  10/15/2026 AWS   THE CARD FOR THE LATE FEE IS NOW READ FROM
      *                   XREFFILE ON ITS XREF-ACCT-ID ALTERNATE KEY.
      *                   THE 50000-ENTRY IN-MEMORY XREF TABLE
      *                   (1100-LOAD-XREF-TABLE), WHICH DROPPED CARDS
      *                   ONCE FULL, IS RETIRED.
      *  10/15/2026 AWS   EACH LATE FEE NOW WRITES A 'LATE' EVENT TO
      *                   CORREVT SO CBCOR01C SENDS THE CUSTOMER THE
      *                   LATE PAYMENT LETTER.
      *  10/15/2026 AWS   AN ACCOUNT'S CARD IS NOW THE FIRST ON ITS
      *                   XREFFILE CHAIN THAT HAS NOT BEEN REPLACED
      *                   (CARDFILE CARD-REPLACED-BY-NUM SPACES), SO
      *                   GENERATED ENTRIES NO LONGER LAND ON A CARD
      *                   REPORTED LOST OR STOLEN.  THE 'LATE' EVENT
      *                   NAMES THE CUSTOMER ON THAT CARD'S XREF ENTRY.
      *****************************************************************
      *  THIS PROGRAM AGES EVERY ACCOUNT ON THE BILLING/DELINQUENCY
      *  FILE (BILLFILE, BUILT AT CYCLE END BY CBACT04C).  FOR EACH
      *  WRITTEN TO TRANFILE (TRAN-TYPE-CD '05') FOR CBTRN02C TO POST
      *  ON THE NEXT NIGHTLY RUN, AND THE SWITCH IS SET SO THE FEE IS
      *  CHARGED AT MOST ONCE PER CYCLE.  CBACT04C RESETS THE SWITCH
      *  WHEN IT BILLS THE NEXT CYCLE.  A CHARGED-OFF ACCOUNT IS
      *  AGED BUT NEVER CHARGED A FEE.
      *
      *  AFTER THE AGING PASS A DELINQUENCY REPORT IS PRINTED FOR
      *  THE COLLECTIONS TEAM, WORST BUCKET FIRST (90+, THEN 60,
      *  THEN 30).  ACCOUNTS THAT ARE CURRENT ARE NOT LISTED.
      *
      *  A REPRESENTATIVE CARD NUMBER FOR THE LATE FEE TRANSACTION IS
      *  READ FROM XREFFILE THROUGH ITS ACCOUNT ID ALTERNATE KEY, AS
      *  IN CBACT04C.
      *
      *  EVERY LATE FEE ALSO DROPS A 'LATE' CORRESPONDENCE EVENT ONTO
      *  CORREVT (SEE CORRREC) CARRYING THE FEE, THE DUE DATE, THE
      *  DAYS PAST DUE AND THE MINIMUM DUE, FOR THE NIGHTLY LETTER
      *  EXTRACT, CBCOR01C.  THE CUSTOMER IS TAKEN FROM THE XREF
      *  ENTRY THAT SUPPLIED THE CARD.
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
                  RECORD KEY   IS RC-KEY
                  FILE STATUS  IS RUNCTL-FILE-STATUS.

           SELECT CORR-EVENT-FILE ASSIGN TO CORREVT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CEV-KEY
                  FILE STATUS  IS CORR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-FILE.
       FD  XREF-FILE.
           COPY XREFREC.

       FD  CARDFILE-FILE.
           COPY CARDREC.

       FD  TRANSACT-FILE.
           COPY TRANREC.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  CORR-EVENT-FILE.
           COPY CORRREC.

       WORKING-STORAGE SECTION.
       77  BILL-FILE-STATUS             PIC X(02) VALUE '00'.
           88  BILL-FILE-STATUS-OK          VALUE '00'.
       77  ACCT-FILE-STATUS             PIC X(02) VALUE '00'.
           88  ACCT-FILE-STATUS-OK          VALUE '00'.
       77  XREF-FILE-STATUS             PIC X(02) VALUE '00'.
           88  XREF-FILE-STATUS-OK          VALUE '00' '02'.
           88  XREF-FILE-STATUS-EOF         VALUE '10'.
       77  CARD-FILE-STATUS             PIC X(02) VALUE '00'.
           88  CARD-FILE-STATUS-OK          VALUE '00'.
       77  TRAN-FILE-STATUS             PIC X(02) VALUE '00'.
           88  TRAN-FILE-STATUS-OK          VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02) VALUE '00'.
       77  PRICE-FILE-STATUS            PIC X(02) VALUE '00'.
           88  PRICE-FILE-STATUS-OK         VALUE '00'.
           88  PRICE-FILE-NOT-FOUND         VALUE '35'.
       77  CORR-FILE-STATUS             PIC X(02) VALUE '00'.
           88  CORR-FILE-STATUS-OK          VALUE '00'.
           88  CORR-FILE-NOT-FOUND          VALUE '35'.

       77  END-OF-BILL-FILE-SW          PIC X(01) VALUE 'N'.
           88  END-OF-BILL-FILE             VALUE 'Y'.
       77  BILLS-BUCKET-60              PIC 9(09) COMP VALUE ZERO.
       77  BILLS-BUCKET-90              PIC 9(09) COMP VALUE ZERO.
       77  LATE-FEES-POSTED             PIC 9(09) COMP VALUE ZERO.
       77  LATE-FEES-SUPPRESSED         PIC 9(09) COMP VALUE ZERO.
       77  CORR-EVENTS-WRITTEN          PIC 9(09) COMP VALUE ZERO.
       77  BILLS-NO-ACCOUNT             PIC 9(07) COMP VALUE ZERO.
       77  TOTAL-LATE-FEES              PIC S9(11)V99 COMP-3 VALUE ZERO.

       77  BILL-NO-ACCT-SW              PIC X(01) VALUE 'N'.
           88  BILL-NO-ACCT-FOUND           VALUE 'Y'.

       77  TODAY-YYYYMMDD               PIC 9(08) VALUE ZERO.
       77  TODAY-INTEGER                PIC 9(07) VALUE ZERO.
       77  DUE-DATE-INTEGER             PIC 9(07) VALUE ZERO.
       77  NEXT-BUS-INTEGER             PIC 9(07) VALUE ZERO.
       77  NEXT-BUS-DATE                PIC 9(08) VALUE ZERO.
       77  POSTING-TS                   PIC X(26) VALUE SPACES.
       77  CORR-SEQ-NUM                 PIC 9(06) VALUE ZERO.

       77  REPORT-BUCKET                PIC X(01) VALUE '0'.
       77  LINE-COUNT                   PIC 9(03) VALUE 99.
       77  GATE-TS                      PIC X(26) VALUE SPACES.


       01  FOUND-CARD-NUM               PIC X(16).
       01  FOUND-CUST-ID                PIC 9(09) VALUE ZERO.
       01  CARD-FOUND-SW                PIC X(01) VALUE 'N'.
           88  CARD-FOUND                   VALUE 'Y'.
       01  LIVE-CARD-FOUND-SW           PIC X(01) VALUE 'N'.
           88  LIVE-CARD-FOUND              VALUE 'Y'.
       01  END-OF-ACCT-CARDS-SW         PIC X(01) VALUE 'N'.
           88  END-OF-ACCT-CARDS            VALUE 'Y'.
       01  CHAIN-ACCT-ID                PIC 9(11) VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER                   PIC X(01) VALUE '1'.
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
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           PERFORM 1100-OPEN-CORR-FILE    THRU 1100-EXIT.
           PERFORM 1400-OPEN-PRICING-FILE THRU 1400-EXIT.

           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           COMPUTE TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (TODAY-YYYYMMDD).

           PERFORM 2100-READ-NEXT-BILL  THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1100-OPEN-CORR-FILE - CREATE CORREVT ON ITS FIRST USE
      *****************************************************************
       1100-OPEN-CORR-FILE.
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
       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1400-OPEN-PRICING-FILE - THE PRICING MASTER IS OPTIONAL FOR
      *  NOW: A SHOP THAT HAS NOT LOADED PRICEFIL YET KEEPS CHARGING
       1400-EXIT.
           EXIT.

      *****************************************************************
      *  1600-CHECK-RUN-GATE - REFUSE TO START IF THIS JOB HAS
      *  ALREADY COMPLETED FOR THE BUSINESS DATE, OR IF ITS
                           MOVE '1' TO BILL-DPD-BUCKET
                   END-EVALUATE
                   IF NOT BILL-LATE-FEE-POSTED
                       IF ACCT-CHARGED-OFF
                           ADD 1 TO LATE-FEES-SUPPRESSED
                       ELSE
                           PERFORM 2300-POST-LATE-FEE THRU 2300-EXIT
                           MOVE 'Y' TO BILL-LATE-FEE-SW
                       END-IF
                   END-IF
               END-IF
               REWRITE BILLING-RECORD

           ADD 1 TO LATE-FEES-POSTED.
           ADD PRICE-LATE-FEE-AMT TO TOTAL-LATE-FEES.
           PERFORM 2400-WRITE-CORR-EVENT THRU 2400-EXIT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2400-WRITE-CORR-EVENT - DROP THE 'LATE' LETTER EVENT FOR THE
      *  FEE JUST WRITTEN ONTO CORREVT.  THE CUSTOMER IS THE ONE 2350
      *  SAVED WITH THE CARD IT CHOSE; AN ACCOUNT WITH NO CARD LEAVES
      *  THE CUSTOMER FOR CBCOR01C TO RESOLVE.  THE FRACTION DIGITS
      *  OF THE EVENT TIMESTAMP CARRY A RUN SEQUENCE NUMBER SO THE
      *  KEYS STAY DISTINCT.
      *****************************************************************
       2400-WRITE-CORR-EVENT.
           ADD 1 TO CORR-SEQ-NUM.
           MOVE SPACES TO CORR-EVENT-RECORD.
           STRING CURRENT-DATE-YYYYMMDD (1:4) '-'
                  CURRENT-DATE-YYYYMMDD (5:2) '-'
                  CURRENT-DATE-YYYYMMDD (7:2) '-'
                  CURRENT-TIME-HHMMSSCC (1:2) '.'
                  CURRENT-TIME-HHMMSSCC (3:2) '.'
                  CURRENT-TIME-HHMMSSCC (5:2) '.'
                  CORR-SEQ-NUM
                  INTO CEV-EVENT-TS.
           MOVE 'CBDLQ01C'          TO CEV-SOURCE-PGM.
           MOVE 'LATE'              TO CEV-LETTER-TYPE.
           MOVE TODAY-YYYYMMDD      TO CEV-EVENT-DATE.
           MOVE TODAY-YYYYMMDD      TO CEV-DEDUP-DATE.
           MOVE ACCT-ID             TO CEV-ACCT-ID.
           IF CARD-FOUND
               MOVE FOUND-CUST-ID   TO CEV-CUST-ID
           ELSE
               MOVE ZERO            TO CEV-CUST-ID
           END-IF.
           MOVE FOUND-CARD-NUM      TO CEV-CARD-NUM.
           MOVE 'P'                 TO CEV-STATUS.
           MOVE ZERO                TO CEV-EXTRACT-DATE.
           MOVE PRICE-LATE-FEE-AMT  TO CEV-LATE-FEE-AMT.
           MOVE BILL-DUE-DATE       TO CEV-LATE-DUE-DATE.
           MOVE BILL-DAYS-PAST-DUE  TO CEV-LATE-DAYS-PAST-DUE.
           MOVE BILL-MIN-PAY-DUE    TO CEV-LATE-MIN-PAY-DUE.
           MOVE BILL-STMT-BAL       TO CEV-LATE-STMT-BAL.
           WRITE CORR-EVENT-RECORD
               INVALID KEY
                   MOVE 'ERROR WRITING CORREVT' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-WRITE.
           ADD 1 TO CORR-EVENTS-WRITTEN.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2250-GET-PRICING - FETCH THE ACCOUNT'S GROUP LATE FEE FROM
      *  PRICEFIL.  A BLANK OR UNMATCHED ACCT-GROUP-ID PRICES UNDER
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
           MOVE ZERO TO FOUND-CUST-ID.
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
                       MOVE XREF-CUST-ID  TO FOUND-CUST-ID
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
                       MOVE XREF-CUST-ID  TO FOUND-CUST-ID
                   END-IF
           END-READ.
       2370-EXIT.
           EXIT.

      *****************************************************************
      *  1500-BUILD-TIMESTAMP - FORMAT A DB2-STYLE TIMESTAMP STRING
      *****************************************************************
           MOVE LATE-FEES-POSTED           TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'FEES SUPPRESSED - CHARGED OFF' TO SL-LABEL.
           MOVE LATE-FEES-SUPPRESSED       TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'LETTER EVENTS WRITTEN'    TO SL-LABEL.
           MOVE CORR-EVENTS-WRITTEN        TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           CLOSE BILLING-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE XREF-FILE.
           CLOSE CARDFILE-FILE.
           CLOSE TRANSACT-FILE.
           CLOSE REPORT-FILE.
           CLOSE CORR-EVENT-FILE.
           IF NOT NO-PRICING-FILE
               CLOSE PRICING-FILE
           END-IF.
           DISPLAY 'BUCKET 90+              : ' BILLS-BUCKET-90.
           DISPLAY 'LATE FEES POSTED        : ' LATE-FEES-POSTED.
           DISPLAY 'TOTAL LATE FEES         : ' TOTAL-LATE-FEES.
           DISPLAY 'FEES SUPPRESSED (CHGOFF): ' LATE-FEES-SUPPRESSED.
           DISPLAY 'LETTER EVENTS WRITTEN   : ' CORR-EVENTS-WRITTEN.
           IF BILL-NO-ACCT-FOUND
               DISPLAY 'BILLS WITH NO ACCOUNT   : ' BILLS-NO-ACCOUNT
           END-IF.
           IF FEES-PRICED-DEFAULT > ZERO
               DISPLAY 'FEES PRICED AT DEFAULT  : '
                       FEES-PRICED-DEFAULT
           DISPLAY 'BILL-FILE-STATUS: ' BILL-FILE-STATUS.
           DISPLAY 'ACCT-FILE-STATUS: ' ACCT-FILE-STATUS.
           DISPLAY 'XREF-FILE-STATUS: ' XREF-FILE-STATUS.
           DISPLAY 'CARD-FILE-STATUS: ' CARD-FILE-STATUS.
           DISPLAY 'TRAN-FILE-STATUS: ' TRAN-FILE-STATUS.
           DISPLAY 'RPT-FILE-STATUS : ' RPT-FILE-STATUS.
           DISPLAY 'PRICE-FILE-STATUS: ' PRICE-FILE-STATUS.
           DISPLAY 'BDATE-FILE-STATUS: ' BDATE-FILE-STATUS.
           DISPLAY 'RUNCTL-FILE-STATUS: ' RUNCTL-FILE-STATUS.
           DISPLAY 'CORR-FILE-STATUS: ' CORR-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
