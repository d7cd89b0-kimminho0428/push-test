      *  DATE       INIT  DESCRIPTION
      *  08/22/2026 AWS   INITIAL VERSION - NIGHTLY FRAUD VELOCITY
      *                   AND PATTERN SCAN OVER TRANFILE.
      *  10/15/2026 AWS   ADDED LSTC ALERT - ACTIVITY ON A CARD
      *                   REPORTED LOST OR STOLEN AND REPLACED.
      *  10/15/2026 AWS   LSTC NO LONGER FLAGS SYSTEM-GENERATED
      *                   ENTRIES (TRAN-SOURCE 'SYSTEM') - FEES,
      *                   INTEREST AND OTHER BOOKKEEPING CARRIED ON A
      *                   REPLACED CARD ARE NOT CARD ACTIVITY.
      *****************************************************************
      *  THIS PROGRAM SCANS THE DAY'S TRANSACTIONS (TRAN-ORIG-TS DATE
      *  EQUAL TO THE RUN DATE) PER CARD AND RAISES ALERTS FOR THREE
      *    GEOZ - SAME-CARD ACTIVITY AT MERCHANTS IN WIDELY DIFFERENT
      *           ZIPS (DIFFERENT FIRST THREE DIGITS, I.E. DIFFERENT
      *           SECTIONAL CENTERS) WITHIN THE SAME HOUR
      *  AND FLAGS EVERY TRANSACTION ON A CARD REPORTED LOST OR STOLEN:
      *    LSTC - THE CARD HAS BEEN REPLACED BY COCRDRPC (CARD-
      *           REPLACED-BY-NUM SET) AND THE TRANSACTION ORIGINATED
      *           AT OR AFTER THE TIME OF THE REPORT.  SUCH ACTIVITY
      *           STILL RESOLVES TO THE ACCOUNT AND POSTS; THE ALERT
      *           PUTS EACH ONE IN FRONT OF THE RISK TEAM.  ENTRIES
      *           THE SYSTEM GENERATES ITSELF (TRAN-SOURCE 'SYSTEM')
      *           ARE NOT CARD USE AND ARE NOT FLAGGED.
      *  ALERTS ARE WRITTEN TO THE FRAUD WORK FILE (FRAUDWRK), KEYED
      *  BY PRIORITY PLUS SEQUENCE, AND THEN LISTED ON A PRIORITIZED
      *  REVIEW REPORT FOR THE RISK TEAM, HIGHEST PRIORITY FIRST.
      *  VELOCITY AND GEOGRAPHY ALERTS ARE PRIORITY 1 AND ARE RAISED
      *  AT MOST ONCE PER CARD PER RUN; HIGH-AMOUNT ALERTS ARE
      *  PRIORITY 2 AND ARE RAISED ONCE PER QUALIFYING TRANSACTION,
      *  SINCE EACH SUCH TRANSACTION NEEDS ITS OWN REVIEW.  LOST/
      *  STOLEN ALERTS ARE PRIORITY 1 AND ARE ALSO RAISED ONCE PER
      *  TRANSACTION.
      *
      *  THE THRESHOLDS ARE SUPPLIED AS A 16-BYTE PARAMETER CARD ON
      *  SYSIN, AS FOR CBSTM01C'S PERIOD PARM:
                  RECORD KEY   IS TRAN-ID
                  FILE STATUS  IS TRAN-FILE-STATUS.

           SELECT CARDFILE-FILE ASSIGN TO   CARDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CARD-NUM
                  FILE STATUS  IS CARD-FILE-STATUS.

           SELECT FRAUD-WORK-FILE ASSIGN TO FRAUDWRK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
       FD  TRANSACT-FILE.
           COPY TRANREC.

       FD  CARDFILE-FILE.
           COPY CARDREC.

       FD  FRAUD-WORK-FILE.
           COPY FRAUDREC.

       77  TRAN-FILE-STATUS             PIC X(02) VALUE '00'.
           88  TRAN-FILE-STATUS-OK          VALUE '00'.
           88  TRAN-FILE-STATUS-EOF         VALUE '10'.
       77  CARD-FILE-STATUS             PIC X(02) VALUE '00'.
           88  CARD-FILE-STATUS-OK          VALUE '00'.
       77  FRAUD-FILE-STATUS            PIC X(02) VALUE '00'.
           88  FRAUD-FILE-STATUS-OK         VALUE '00'.
           88  FRAUD-FILE-STATUS-EOF        VALUE '10'.
           88  GEO-MISMATCH-FOUND           VALUE 'Y'.
       77  CARD-ALERTED-SW              PIC X(01) VALUE 'N'.
           88  CARD-ALREADY-ALERTED         VALUE 'Y'.
       77  CARD-FOUND-SW                PIC X(01) VALUE 'N'.
           88  CARD-FOUND                   VALUE 'Y'.

       77  FRAUD-PARM                   PIC X(16) VALUE SPACES.
       77  VELOCITY-COUNT-LIMIT         PIC 9(03) VALUE 5.
       77  ALERTS-VELOCITY              PIC 9(09) COMP VALUE ZERO.
       77  ALERTS-HIGH-AMOUNT           PIC 9(09) COMP VALUE ZERO.
       77  ALERTS-GEO                   PIC 9(09) COMP VALUE ZERO.
       77  ALERTS-LOST-STOLEN           PIC 9(09) COMP VALUE ZERO.
       77  ALERT-SEQ-NUM                PIC 9(07) VALUE ZERO.

       77  DAY-TABLE-FULL-SW            PIC X(01) VALUE 'N'.
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           OPEN INPUT  CARDFILE-FILE.
           IF NOT CARD-FILE-STATUS-OK
               MOVE 'ERROR OPENING CARDFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           OPEN OUTPUT FRAUD-WORK-FILE.
           IF NOT FRAUD-FILE-STATUS-OK
               MOVE 'ERROR OPENING FRAUDWRK' TO ABEND-MESSAGE

      *****************************************************************
      *  2000-LOAD-DAY-TRANS - KEEP THE DAY'S TRANSACTIONS IN MEMORY
      *  AND RAISE HIGH-AMOUNT AND LOST/STOLEN ALERTS AS THEY ARE
      *  SEEN
      *****************************************************************
       2000-LOAD-DAY-TRANS.
           MOVE TRAN-ORIG-TS (1:4) TO TRAN-ORIG-DATE (1:4).
               IF TRAN-AMT >= AMOUNT-THRESHOLD
                   PERFORM 2300-ALERT-HIGH-AMOUNT THRU 2300-EXIT
               END-IF
               PERFORM 2400-CHECK-LOST-STOLEN THRU 2400-EXIT
           END-IF.
           PERFORM 2100-READ-NEXT-TRAN  THRU 2100-EXIT.
       2000-EXIT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      *  2400-CHECK-LOST-STOLEN - A TRANSACTION ORIGINATING AT OR
      *  AFTER THE TIME ITS CARD WAS REPORTED LOST OR STOLEN
      *  (PRIORITY 1).  A SYSTEM-GENERATED ENTRY IS NOT CARD USE AND
      *  IS PASSED OVER.
      *****************************************************************
       2400-CHECK-LOST-STOLEN.
           MOVE 'N'           TO CARD-FOUND-SW.
           IF TRAN-SOURCE NOT = 'SYSTEM'
               MOVE TRAN-CARD-NUM TO CARD-NUM
               READ CARDFILE-FILE
                   INVALID KEY
                       MOVE 'N' TO CARD-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO CARD-FOUND-SW
               END-READ
           END-IF.

           IF CARD-FOUND
              AND CARD-REPLACED-BY-NUM NOT = SPACES
              AND TRAN-ORIG-TS (1:19) >= CARD-REPLACE-TS
               ADD 1 TO ALERTS-LOST-STOLEN
               MOVE 1             TO FA-PRIORITY
               MOVE 'LSTC'        TO FA-ALERT-TYPE
               MOVE TRAN-CARD-NUM TO FA-CARD-NUM
               MOVE TRAN-ID       TO FA-TRAN-ID
               MOVE TRAN-AMT      TO FA-TRAN-AMT
               MOVE SPACES        TO FA-DETAIL-TEXT
               IF CARD-REPORTED-STOLEN
                   STRING 'CARD REPORTED STOLEN, REPLACED BY '
                                              DELIMITED BY SIZE
                          CARD-REPLACED-BY-NUM DELIMITED BY SIZE
                          INTO FA-DETAIL-TEXT
                   END-STRING
               ELSE
                   STRING 'CARD REPORTED LOST, REPLACED BY '
                                              DELIMITED BY SIZE
                          CARD-REPLACED-BY-NUM DELIMITED BY SIZE
                          INTO FA-DETAIL-TEXT
                   END-STRING
               END-IF
               PERFORM 2900-WRITE-ALERT THRU 2900-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2900-WRITE-ALERT - STAMP THE SEQUENCE AND DATE AND WRITE
      *  THE ALERT TO THE FRAUD WORK FILE
           MOVE ALERTS-HIGH-AMOUNT         TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'LOST/STOLEN CARD ALERTS'  TO SL-LABEL.
           MOVE ALERTS-LOST-STOLEN         TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           CLOSE TRANSACT-FILE.
           CLOSE CARDFILE-FILE.
           CLOSE FRAUD-WORK-FILE.
           CLOSE REPORT-FILE.

           DISPLAY 'VELOCITY ALERTS        : ' ALERTS-VELOCITY.
           DISPLAY 'GEO MISMATCH ALERTS    : ' ALERTS-GEO.
           DISPLAY 'HIGH AMOUNT ALERTS     : ' ALERTS-HIGH-AMOUNT.
           DISPLAY 'LOST/STOLEN ALERTS     : ' ALERTS-LOST-STOLEN.
           IF DAY-TABLE-FULL
               DISPLAY 'DAY TRANS DROPPED      : ' DAY-TRANS-DROPPED
           END-IF.
       9999-ABEND-PROGRAM.
           DISPLAY 'CBFRD01C - ABENDING: ' ABEND-MESSAGE.
           DISPLAY 'TRAN-FILE-STATUS: ' TRAN-FILE-STATUS.
           DISPLAY 'CARD-FILE-STATUS: ' CARD-FILE-STATUS.
           DISPLAY 'FRAUD-FILE-STATUS: ' FRAUD-FILE-STATUS.
           DISPLAY 'RPT-FILE-STATUS : ' RPT-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
