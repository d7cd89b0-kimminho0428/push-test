      *                   SO CBGLE01C'S GL EXTRACT PICKS THEM UP ON
      *                   THE DAY THE MONEY MOVES.  TRAN-ORIG-TS
      *                   STILL CARRIES THE TRUE GENERATION TIME.
      *  10/15/2026 AWS   THE CARD FOR THE GENERATED TRANSACTIONS IS
      *                   NOW READ FROM XREFFILE ON ITS XREF-ACCT-ID
      *                   ALTERNATE KEY.  THE 50000-ENTRY IN-MEMORY
      *                   XREF TABLE (1100-LOAD-XREF-TABLE), WHICH
      *                   DROPPED CARDS ONCE FULL, IS RETIRED.
      *  10/15/2026 AWS   EACH MATCHED RETURN NOW WRITES AN 'NSFR'
      *                   EVENT TO CORREVT SO CBCOR01C SENDS THE
      *                   CUSTOMER THE RETURNED-PAYMENT LETTER.
      *  10/15/2026 AWS   AN ACCOUNT'S CARD IS NOW THE FIRST ON ITS
      *                   XREFFILE CHAIN THAT HAS NOT BEEN REPLACED
      *                   (CARDFILE CARD-REPLACED-BY-NUM SPACES), SO
      *                   GENERATED ENTRIES NO LONGER LAND ON A CARD
      *                   REPORTED LOST OR STOLEN.
      *****************************************************************
      *  THIS PROGRAM READS THE BANK'S EFT RETURN FILE (EFTRTN) AND
      *  MATCHES EACH RETURN BY ERT-TRAN-ID BACK TO THE DRAFT CBEFT01C
      *  A BLANK OR NON-NUMERIC PARAMETER TAKES ALL THE DEFAULTS.
      *
      *  A REPRESENTATIVE CARD NUMBER FOR THE GENERATED TRANSACTIONS
      *  IS READ FROM XREFFILE THROUGH ITS ACCOUNT ID ALTERNATE KEY,
      *  AS IN CBACT04C.
      *
      *  EVERY MATCHED RETURN ALSO DROPS AN 'NSFR' CORRESPONDENCE
      *  EVENT ONTO CORREVT (SEE CORRREC) CARRYING THE DRAFT, THE
      *  FEE, AND WHETHER AUTOPAY WAS DROPPED, FOR THE NIGHTLY LETTER
      *  EXTRACT, CBCOR01C.
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
                  RECORD KEY   IS RC-KEY
                  FILE STATUS  IS RUNCTL-FILE-STATUS.

           SELECT CORR-EVENT-FILE ASSIGN TO CORREVT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CEV-KEY
                  FILE STATUS  IS CORR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EFT-RETURN-FILE
       FD  XREF-FILE.
           COPY XREFREC.

       FD  CARDFILE-FILE.
           COPY CARDREC.

       FD  CUSTFILE-FILE.
           COPY CUSTREC.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  CORR-EVENT-FILE.
           COPY CORRREC.

       WORKING-STORAGE SECTION.
       77  ERTN-FILE-STATUS             PIC X(02) VALUE '00'.
           88  ERTN-FILE-STATUS-OK          VALUE '00'.
           88  EFT-FILE-STATUS-OK           VALUE '00'.
           88  EFT-FILE-STATUS-EOF          VALUE '10'.
       77  XREF-FILE-STATUS             PIC X(02) VALUE '00'.
           88  XREF-FILE-STATUS-OK          VALUE '00' '02'.
           88  XREF-FILE-STATUS-EOF         VALUE '10'.
       77  CARD-FILE-STATUS             PIC X(02) VALUE '00'.
           88  CARD-FILE-STATUS-OK          VALUE '00'.
       77  CUST-FILE-STATUS             PIC X(02) VALUE '00'.
           88  CUST-FILE-STATUS-OK          VALUE '00'.
       77  TRAN-FILE-STATUS             PIC X(02) VALUE '00'.
           88  TRAN-FILE-STATUS-OK          VALUE '00'.
       77  RPT-FILE-STATUS              PIC X(02) VALUE '00'.
           88  RPT-FILE-STATUS-OK           VALUE '00'.
       77  CORR-FILE-STATUS             PIC X(02) VALUE '00'.
           88  CORR-FILE-STATUS-OK          VALUE '00'.
           88  CORR-FILE-NOT-FOUND          VALUE '35'.

       77  END-OF-RETURN-FILE-SW        PIC X(01) VALUE 'N'.
           88  END-OF-RETURN-FILE           VALUE 'Y'.
       77  RETURNS-AMT-MISMATCH         PIC 9(09) COMP VALUE ZERO.
       77  REVERSALS-WRITTEN            PIC 9(09) COMP VALUE ZERO.
       77  NSF-FEES-WRITTEN             PIC 9(09) COMP VALUE ZERO.
       77  CORR-EVENTS-WRITTEN          PIC 9(09) COMP VALUE ZERO.
       77  CUSTOMERS-DISENROLLED        PIC 9(09) COMP VALUE ZERO.
       77  RETURNS-NO-CUSTOMER          PIC 9(07) COMP VALUE ZERO.
       77  TOTAL-REVERSED-AMOUNT        PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  DRAFT-TABLE-FULL-SW          PIC X(01) VALUE 'N'.
           88  DRAFT-TABLE-FULL             VALUE 'Y'.
       77  DRAFT-ENTRIES-DROPPED        PIC 9(07) COMP VALUE ZERO.

       77  TODAY-YYYYMMDD               PIC 9(08) VALUE ZERO.
       77  CURRENT-DATE-YYYYMMDD        PIC 9(08) VALUE ZERO.
       77  NEXT-BUS-INTEGER             PIC 9(07) VALUE ZERO.
       77  NEXT-BUS-DATE                PIC 9(08) VALUE ZERO.
       77  POSTING-TS                   PIC X(26) VALUE SPACES.
       77  CORR-SEQ-NUM                 PIC 9(06) VALUE ZERO.

      *  A RUN SEQUENCE FEEDS THE GENERATED TRAN-ID SUFFIX - UNLIKE
      *  CBEFT01C, THIS PROGRAM CAN WRITE SEVERAL TRANSACTIONS FOR
               10  ET-CUST-ID           PIC 9(09).
               10  ET-DRAFT-AMT         PIC S9(09)V99.

       01  FOUND-CARD-NUM               PIC X(16).
       01  CARD-FOUND-SW                PIC X(01) VALUE 'N'.
           88  CARD-FOUND                   VALUE 'Y'.
       01  LIVE-CARD-FOUND-SW           PIC X(01) VALUE 'N'.
           88  LIVE-CARD-FOUND              VALUE 'Y'.
       01  END-OF-ACCT-CARDS-SW         PIC X(01) VALUE 'N'.
           88  END-OF-ACCT-CARDS            VALUE 'Y'.
       01  CHAIN-ACCT-ID                PIC 9(11) VALUE ZERO.

       01  HEADING-LINE-1.
           05  FILLER                   PIC X(01) VALUE '1'.

      *****************************************************************
      *  1000-INITIALIZE - OPEN FILES, PICK UP THE PARM, LOAD THE
      *  DRAFT TABLE, PRIME THE READ
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

           OPEN I-O    CUSTFILE-FILE.
           IF NOT CUST-FILE-STATUS-OK
               MOVE 'ERROR OPENING CUSTFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           PERFORM 1100-OPEN-CORR-FILE THRU 1100-EXIT.

           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-HHMMSSCC FROM TIME.
           MOVE CURRENT-TIME-HHMMSSCC (6:3) TO TRAN-SEQ-NUM.
               MOVE RETURNS-PARM (4:5) TO NSF-FEE-AMT
           END-IF.

           PERFORM 1200-LOAD-DRAFT-TABLE THRU 1200-EXIT.

           PERFORM 2100-READ-NEXT-RETURN THRU 2100-EXIT.
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

               PERFORM 2300-WRITE-REVERSAL-TRAN THRU 2300-EXIT
               PERFORM 2400-WRITE-NSF-FEE-TRAN  THRU 2400-EXIT
               PERFORM 2500-UPDATE-CUSTOMER     THRU 2500-EXIT
               PERFORM 2550-WRITE-CORR-EVENT    THRU 2550-EXIT
               PERFORM 2600-WRITE-RETURN-DETAIL THRU 2600-EXIT
           ELSE
               ADD 1 TO RETURNS-NOT-MATCHED
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
           MOVE ET-ACCT-ID (DRAFT-TABLE-IDX) TO CHAIN-ACCT-ID.
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
      *  2300-WRITE-REVERSAL-TRAN - GENERATE THE REVERSING DEBIT FOR
      *  THE FULL DRAFT AMOUNT ONTO TRANFILE, BACKING OUT THE PAYMENT
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2550-WRITE-CORR-EVENT - DROP THE 'NSFR' LETTER EVENT FOR THE
      *  RETURN JUST PROCESSED ONTO CORREVT.  THE FRACTION DIGITS OF
      *  THE EVENT TIMESTAMP CARRY A RUN SEQUENCE NUMBER SO TWO
      *  EVENTS IN THE SAME SECOND STILL GET DISTINCT KEYS.
      *****************************************************************
       2550-WRITE-CORR-EVENT.
           ACCEPT CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-HHMMSSCC FROM TIME.
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
           MOVE 'CBEFT02C'                      TO CEV-SOURCE-PGM.
           MOVE 'NSFR'                          TO CEV-LETTER-TYPE.
           MOVE TODAY-YYYYMMDD                  TO CEV-EVENT-DATE.
           MOVE TODAY-YYYYMMDD                  TO CEV-DEDUP-DATE.
           MOVE ET-ACCT-ID (DRAFT-TABLE-IDX)    TO CEV-ACCT-ID.
           MOVE ET-CUST-ID (DRAFT-TABLE-IDX)    TO CEV-CUST-ID.
           MOVE FOUND-CARD-NUM                  TO CEV-CARD-NUM.
           MOVE 'P'                             TO CEV-STATUS.
           MOVE ZERO                            TO CEV-EXTRACT-DATE.
           MOVE ERT-TRAN-ID                     TO CEV-NSF-TRAN-ID.
           MOVE ERT-RETURN-CODE                 TO CEV-NSF-RETURN-CD.
           IF ERT-RETURN-DATE IS NUMERIC
               MOVE ERT-RETURN-DATE             TO CEV-NSF-RETURN-DATE
           ELSE
               MOVE TODAY-YYYYMMDD              TO CEV-NSF-RETURN-DATE
           END-IF.
           MOVE ET-DRAFT-AMT (DRAFT-TABLE-IDX)  TO CEV-NSF-DRAFT-AMT.
           MOVE NSF-FEE-AMT                     TO CEV-NSF-FEE-AMT.
           IF CUST-DISENROLLED
               MOVE 'Y'                         TO CEV-NSF-DISENROLLED
           ELSE
               MOVE 'N'                         TO CEV-NSF-DISENROLLED
           END-IF.
           WRITE CORR-EVENT-RECORD
               INVALID KEY
                   MOVE 'ERROR WRITING CORREVT' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-WRITE.
           ADD 1 TO CORR-EVENTS-WRITTEN.
       2550-EXIT.
           EXIT.

      *****************************************************************
      *  2600-WRITE-RETURN-DETAIL - ONE REPORT LINE PER MATCHED RETURN
      *****************************************************************
           MOVE CUSTOMERS-DISENROLLED      TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'LETTER EVENTS WRITTEN'    TO SL-LABEL.
           MOVE CORR-EVENTS-WRITTEN        TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           CLOSE EFT-RETURN-FILE.
           CLOSE XREF-FILE.
           CLOSE CARDFILE-FILE.
           CLOSE CUSTFILE-FILE.
           CLOSE TRANSACT-FILE.
           CLOSE REPORT-FILE.
           CLOSE CORR-EVENT-FILE.

           DISPLAY 'CBEFT02C - EFT RETURN PROCESSING COMPLETE'.
           DISPLAY 'RETURNS READ            : ' RETURNS-READ.
           DISPLAY 'REVERSALS WRITTEN       : ' REVERSALS-WRITTEN.
           DISPLAY 'NSF FEES WRITTEN        : ' NSF-FEES-WRITTEN.
           DISPLAY 'CUSTOMERS DISENROLLED   : ' CUSTOMERS-DISENROLLED.
           DISPLAY 'LETTER EVENTS WRITTEN   : ' CORR-EVENTS-WRITTEN.
           DISPLAY 'TOTAL REVERSED AMOUNT   : ' TOTAL-REVERSED-AMOUNT.
           DISPLAY 'TOTAL NSF FEES          : ' TOTAL-NSF-FEES.
           IF RETURN-NO-CUST-FOUND
               DISPLAY 'DRAFT ENTRIES DROPPED   : '
                       DRAFT-ENTRIES-DROPPED
           END-IF.

           PERFORM 1700-MARK-RUN-COMPLETE THRU 1700-EXIT.
       5000-EXIT.
           DISPLAY 'ERTN-FILE-STATUS: ' ERTN-FILE-STATUS.
           DISPLAY 'EFT-FILE-STATUS : ' EFT-FILE-STATUS.
           DISPLAY 'XREF-FILE-STATUS: ' XREF-FILE-STATUS.
           DISPLAY 'CARD-FILE-STATUS: ' CARD-FILE-STATUS.
           DISPLAY 'CUST-FILE-STATUS: ' CUST-FILE-STATUS.
           DISPLAY 'TRAN-FILE-STATUS: ' TRAN-FILE-STATUS.
           DISPLAY 'RPT-FILE-STATUS : ' RPT-FILE-STATUS.
           DISPLAY 'BDATE-FILE-STATUS: ' BDATE-FILE-STATUS.
           DISPLAY 'RUNCTL-FILE-STATUS: ' RUNCTL-FILE-STATUS.
           DISPLAY 'CORR-FILE-STATUS: ' CORR-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
