      *                   POSTED-AMOUNT FIELDS FOR THE FINANCIAL
      *                   BATCHES; THIS JOB MOVES NO MONEY, SO
      *                   2050-CHECKPOINT COMMITS THEM AS ZERO.
      *  10/15/2026 AWS   THE RESTART RECORD GREW CHARGE-OFF REJECT
      *                   AND RECOVERY FIELDS FOR CBTRN02C; THIS JOB
      *                   COMMITS THEM AS ZERO AT EACH CHECKPOINT.
      *  10/15/2026 AWS   CARDS REPLACED AS LOST OR STOLEN (CARD-
      *                   REPLACED-BY-NUM SET BY COCRDRPC) ARE NO
      *                   LONGER LISTED FOR REISSUE - THEIR
      *                   REPLACEMENT IS ALREADY IN PRODUCTION.
      *  10/15/2026 AWS   EACH CARD LISTED FOR REISSUE NOW WRITES A
      *                   'REIS' EVENT TO CORREVT SO CBCOR01C SENDS
      *                   THE CUSTOMER THE NEW-CARD-COMING LETTER.
      *****************************************************************
      *  THIS PROGRAM SCANS CARDFILE FOR CARDS WHOSE CARD-EXPIRAION-
      *  DATE FALLS WITHIN A CONFIGURABLE NUMBER OF DAYS FROM TODAY
      *  (INCLUDING CARDS ALREADY EXPIRED), CROSS-CHECKS THE LINKED
      *  ACCTFILE RECORD'S ACCT-REISSUE-DATE, AND PRODUCES A WORKLIST
      *  SO PLASTICS PRODUCTION KNOWS WHICH CARDS TO REPRINT.  A CARD
      *  ALREADY REPLACED AFTER BEING REPORTED LOST OR STOLEN IS
      *  PASSED OVER AND COUNTED SEPARATELY.
      *
      *  THE REISSUE WINDOW, IN DAYS, IS SUPPLIED AS A PARAMETER CARD
      *  ON SYSIN.  A BLANK OR NON-NUMERIC PARAMETER DEFAULTS THE
      *  TEXT.  THEY ARE CONVERTED TO A LILIAN DAY NUMBER VIA
      *  FUNCTION INTEGER-OF-DATE SO THE WINDOW CAN BE COMPARED WITH
      *  SIMPLE ARITHMETIC.
      *
      *  EVERY CARD LISTED 'REISSUE CARD' ALSO DROPS A 'REIS'
      *  CORRESPONDENCE EVENT ONTO CORREVT (SEE CORRREC) FOR THE
      *  NIGHTLY LETTER EXTRACT, CBCOR01C.  A CARD STAYS ON THE
      *  WORKLIST EVERY DAY IT IS IN THE WINDOW, SO THE EVENT IS
      *  DE-DUPLICATED ON THE CARD'S EXPIRY DATE: THE CUSTOMER GETS
      *  ONE LETTER PER EXPIRING CARD, NOT ONE PER RUN.
      *****************************************************************

       ENVIRONMENT DIVISION.
                  RECORD KEY   IS RESTART-JOB-ID
                  FILE STATUS  IS RESTART-FILE-STATUS.

           SELECT CORR-EVENT-FILE ASSIGN TO CORREVT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CEV-KEY
                  FILE STATUS  IS CORR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARDFILE-FILE.
       FD  RESTART-FILE.
           COPY RESTART.

       FD  CORR-EVENT-FILE.
           COPY CORRREC.

       WORKING-STORAGE SECTION.
       77  CARD-FILE-STATUS             PIC X(02) VALUE '00'.
           88  CARD-FILE-STATUS-OK          VALUE '00'.
       77  RESTART-FILE-STATUS          PIC X(02) VALUE '00'.
           88  RESTART-FILE-STATUS-OK       VALUE '00'.
           88  RESTART-FILE-NOT-FOUND       VALUE '35'.
       77  CORR-FILE-STATUS             PIC X(02) VALUE '00'.
           88  CORR-FILE-STATUS-OK          VALUE '00'.
           88  CORR-FILE-NOT-FOUND          VALUE '35'.

       77  END-OF-CARD-FILE-SW          PIC X(01) VALUE 'N'.
           88  END-OF-CARD-FILE             VALUE 'Y'.
       77  CARDS-READ                   PIC 9(09) COMP VALUE ZERO.
       77  CARDS-EXPIRING               PIC 9(09) COMP VALUE ZERO.
       77  CARDS-NEEDING-REISSUE        PIC 9(09) COMP VALUE ZERO.
       77  CARDS-REPLACED-SKIPPED       PIC 9(09) COMP VALUE ZERO.
       77  CORR-EVENTS-WRITTEN          PIC 9(09) COMP VALUE ZERO.

       77  CORR-SEQ-NUM                 PIC 9(06) VALUE ZERO.
       77  CORR-DATE-YYYYMMDD           PIC 9(08) VALUE ZERO.
       77  CORR-TIME-HHMMSSCC           PIC 9(08) VALUE ZERO.

       77  LINE-COUNT                   PIC 9(03) VALUE 99.
       77  PAGE-COUNT                   PIC 9(05) VALUE ZERO.
                   FUNCTION INTEGER-OF-DATE (TODAY-YYYYMMDD).

           PERFORM 1100-OPEN-RESTART-FILE   THRU 1100-EXIT.
           PERFORM 1300-OPEN-CORR-FILE      THRU 1300-EXIT.
           PERFORM 1200-CHECK-RESTART-POINT THRU 1200-EXIT.

           PERFORM 2100-READ-NEXT-CARD  THRU 2100-EXIT.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  1300-OPEN-CORR-FILE - CREATE CORREVT ON ITS FIRST USE
      *****************************************************************
       1300-OPEN-CORR-FILE.
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
       1300-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-CARD - EVALUATE ONE CARD FOR THE REISSUE WINDOW
      *****************************************************************
       2000-PROCESS-CARD.
           IF CARD-REPLACED-BY-NUM NOT = SPACES
               ADD 1 TO CARDS-REPLACED-SKIPPED
           ELSE
               PERFORM 2200-CALC-EXPIRATION THRU 2200-EXIT
               IF DAYS-TO-EXPIRATION <= REISSUE-WINDOW-DAYS
                   ADD 1 TO CARDS-EXPIRING
                   PERFORM 2300-CHECK-ACCOUNT-REISSUE THRU 2300-EXIT
                   PERFORM 2500-WRITE-DETAIL          THRU 2500-EXIT
               END-IF
           END-IF.
           PERFORM 2050-CHECKPOINT      THRU 2050-EXIT.
           PERFORM 2100-READ-NEXT-CARD  THRU 2100-EXIT.
               MOVE ZERO                TO RESTART-OVER-LIMIT-COUNT
               MOVE ZERO                TO RESTART-DEBIT-AMT
               MOVE ZERO                TO RESTART-CREDIT-AMT
               MOVE ZERO                TO RESTART-CHGOFF-REJECT-COUNT
               MOVE ZERO                TO RESTART-RECOVERY-COUNT
               MOVE ZERO                TO RESTART-RECOVERY-AMT
               STRING CHKPT-DATE DELIMITED BY SIZE
                      '-'         DELIMITED BY SIZE
                      CHKPT-TIME  DELIMITED BY SIZE
               ELSE
                   MOVE 'REISSUE CARD'      TO DL-ACTION
                   ADD 1 TO CARDS-NEEDING-REISSUE
                   PERFORM 2550-WRITE-CORR-EVENT THRU 2550-EXIT
               END-IF
           END-IF.

       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2550-WRITE-CORR-EVENT - DROP THE 'REIS' LETTER EVENT FOR THE
      *  CARD JUST LISTED FOR REISSUE ONTO CORREVT.  THE CUSTOMER IS
      *  LEFT FOR CBCOR01C TO RESOLVE FROM THE CARD.  THE FRACTION
      *  DIGITS OF THE EVENT TIMESTAMP CARRY A RUN SEQUENCE NUMBER
      *  SO THE KEYS STAY DISTINCT.
      *****************************************************************
       2550-WRITE-CORR-EVENT.
           ACCEPT CORR-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT CORR-TIME-HHMMSSCC FROM TIME.
           ADD 1 TO CORR-SEQ-NUM.
           MOVE SPACES TO CORR-EVENT-RECORD.
           STRING CORR-DATE-YYYYMMDD (1:4) '-'
                  CORR-DATE-YYYYMMDD (5:2) '-'
                  CORR-DATE-YYYYMMDD (7:2) '-'
                  CORR-TIME-HHMMSSCC (1:2) '.'
                  CORR-TIME-HHMMSSCC (3:2) '.'
                  CORR-TIME-HHMMSSCC (5:2) '.'
                  CORR-SEQ-NUM
                  INTO CEV-EVENT-TS.
           MOVE 'CBCRDEXP'           TO CEV-SOURCE-PGM.
           MOVE 'REIS'               TO CEV-LETTER-TYPE.
           MOVE TODAY-YYYYMMDD       TO CEV-EVENT-DATE.
           MOVE CARD-EXP-YYYYMMDD    TO CEV-DEDUP-DATE.
           MOVE CARD-ACCT-ID         TO CEV-ACCT-ID.
           MOVE ZERO                 TO CEV-CUST-ID.
           MOVE CARD-NUM             TO CEV-CARD-NUM.
           MOVE 'P'                  TO CEV-STATUS.
           MOVE ZERO                 TO CEV-EXTRACT-DATE.
           MOVE CARD-EXPIRAION-DATE  TO CEV-REI-EXP-DATE.
           MOVE CARD-EMBOSSED-NAME   TO CEV-REI-EMBOSSED-NAME.
           WRITE CORR-EVENT-RECORD
               INVALID KEY
                   MOVE 'ERROR WRITING CORREVT' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-WRITE.
           ADD 1 TO CORR-EVENTS-WRITTEN.
       2550-EXIT.
           EXIT.

      *****************************************************************
      *  2600-WRITE-HEADINGS - START A NEW REPORT PAGE
      *****************************************************************
           MOVE CARDS-NEEDING-REISSUE       TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'REPLACED CARDS PASSED OVER' TO SL-LABEL.
           MOVE CARDS-REPLACED-SKIPPED      TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'LETTER EVENTS WRITTEN'     TO SL-LABEL.
           MOVE CORR-EVENTS-WRITTEN         TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE RESTART-JOB-ID-LIT TO RESTART-JOB-ID.
           DELETE RESTART-FILE
               INVALID KEY
           CLOSE ACCTFILE-FILE.
           CLOSE REPORT-FILE.
           CLOSE RESTART-FILE.
           CLOSE CORR-EVENT-FILE.

           DISPLAY 'CBCRDEXP - REISSUE WORKLIST COMPLETE'.
           DISPLAY 'CARDS READ             : ' CARDS-READ.
           DISPLAY 'CARDS IN WINDOW        : ' CARDS-EXPIRING.
           DISPLAY 'CARDS NEEDING REISSUE  : ' CARDS-NEEDING-REISSUE.
           DISPLAY 'REPLACED CARDS SKIPPED : ' CARDS-REPLACED-SKIPPED.
           DISPLAY 'LETTER EVENTS WRITTEN  : ' CORR-EVENTS-WRITTEN.
       3000-EXIT.
           EXIT.

           DISPLAY 'ACCT-FILE-STATUS: ' ACCT-FILE-STATUS.
           DISPLAY 'RPT-FILE-STATUS : ' RPT-FILE-STATUS.
           DISPLAY 'RESTART-FILE-STATUS: ' RESTART-FILE-STATUS.
           DISPLAY 'CORR-FILE-STATUS: ' CORR-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
