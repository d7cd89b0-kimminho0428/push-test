      *  DATE       INIT  DESCRIPTION
      *  09/03/2026 AWS   INITIAL VERSION - BULK APPLY OF APPROVED
      *                   CREDIT LINE REVIEW RECOMMENDATIONS.
      *  10/15/2026 AWS   EACH APPLIED CHANGE NOW WRITES A 'CLCH'
      *                   EVENT TO CORREVT SO CBCOR01C SENDS THE
      *                   CUSTOMER THE CREDIT LINE CHANGE LETTER.
      *****************************************************************
      *  THIS PROGRAM READS CRVFILE (BUILT BY CBCRV01C) AND, FOR
      *  EVERY RECOMMENDATION THE CREDIT TEAM HAS MARKED APPROVED
      *  SEQUENCE NUMBER (AS THE ONLINE TRANSACTIONS CARRY THE CICS
      *  TASK NUMBER) SO TWO CHANGES APPLIED IN THE SAME SECOND
      *  STILL GET DISTINCT AUDIT KEYS.
      *
      *  EVERY APPLIED CHANGE ALSO DROPS A 'CLCH' CORRESPONDENCE
      *  EVENT ONTO CORREVT (SEE CORRREC) CARRYING THE OLD AND NEW
      *  LIMITS, FOR THE NIGHTLY LETTER EXTRACT, CBCOR01C.  ITS
      *  TIMESTAMP CARRIES A RUN SEQUENCE IN THE SAME WAY.
      *****************************************************************

       ENVIRONMENT DIVISION.
                  RECORD KEY   IS AUDIT-KEY
                  FILE STATUS  IS AUDIT-FILE-STATUS.

           SELECT CORR-EVENT-FILE ASSIGN TO CORREVT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CEV-KEY
                  FILE STATUS  IS CORR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVIEW-FILE.
       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  CORR-EVENT-FILE.
           COPY CORRREC.

       WORKING-STORAGE SECTION.
       77  CRV-FILE-STATUS              PIC X(02) VALUE '00'.
           88  CRV-FILE-STATUS-OK           VALUE '00'.
       77  AUDIT-FILE-STATUS            PIC X(02) VALUE '00'.
           88  AUDIT-FILE-STATUS-OK         VALUE '00'.
           88  AUDIT-FILE-NOT-FOUND         VALUE '35'.
       77  CORR-FILE-STATUS             PIC X(02) VALUE '00'.
           88  CORR-FILE-STATUS-OK          VALUE '00'.
           88  CORR-FILE-NOT-FOUND          VALUE '35'.

       77  END-OF-CRV-FILE-SW           PIC X(01) VALUE 'N'.
           88  END-OF-CRV-FILE              VALUE 'Y'.
       77  RECORDS-PENDING              PIC 9(09) COMP VALUE ZERO.
       77  RECORDS-ALREADY-DONE         PIC 9(09) COMP VALUE ZERO.
       77  RECORDS-NO-ACCOUNT           PIC 9(07) COMP VALUE ZERO.
       77  CORR-EVENTS-WRITTEN          PIC 9(09) COMP VALUE ZERO.

       77  CRV-NO-ACCT-SW               PIC X(01) VALUE 'N'.
           88  CRV-NO-ACCT-FOUND            VALUE 'Y'.
       77  RUN-DATE-YYYYMMDD            PIC 9(08) VALUE ZERO.
       77  RUN-TIME-HHMMSSCC            PIC 9(08) VALUE ZERO.
       77  AUDIT-SEQ-NUM                PIC 9(06) VALUE ZERO.
       77  CORR-SEQ-NUM                 PIC 9(06) VALUE ZERO.
       77  OLD-CREDIT-LIMIT             PIC S9(10)V99 VALUE ZERO.

       77  ABEND-MESSAGE                PIC X(60) VALUE SPACES.

           END-IF.

           PERFORM 1100-OPEN-AUDIT-FILE THRU 1100-EXIT.
           PERFORM 1200-OPEN-CORR-FILE  THRU 1200-EXIT.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.

       1100-EXIT.
           EXIT.

      *****************************************************************
      *  1200-OPEN-CORR-FILE - CREATE CORREVT ON ITS FIRST USE
      *****************************************************************
       1200-OPEN-CORR-FILE.
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
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-CRV - APPLY ONE APPROVED RECOMMENDATION
      *****************************************************************

           IF ACCT-FOUND
               PERFORM 2300-BUILD-BEFORE-IMAGE THRU 2300-EXIT
               MOVE ACCT-CREDIT-LIMIT TO OLD-CREDIT-LIMIT
               MOVE CRV-NEW-LIMIT TO ACCT-CREDIT-LIMIT
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
               END-REWRITE
               PERFORM 2400-BUILD-AFTER-IMAGE THRU 2400-EXIT
               PERFORM 2500-WRITE-AUDIT       THRU 2500-EXIT
               PERFORM 2600-WRITE-CORR-EVENT  THRU 2600-EXIT
               ADD 1 TO CHANGES-APPLIED
               MOVE 'D' TO CRV-APPROVAL-SW
               REWRITE CREDIT-REVIEW-RECORD
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2600-WRITE-CORR-EVENT - DROP THE 'CLCH' LETTER EVENT FOR THE
      *  CHANGE JUST APPLIED ONTO CORREVT.  THE CARD IS LEFT BLANK;
      *  CBCOR01C NEEDS ONLY THE CUSTOMER THE REVIEW WAS SCORED FOR.
      *****************************************************************
       2600-WRITE-CORR-EVENT.
           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-HHMMSSCC FROM TIME.
           ADD 1 TO CORR-SEQ-NUM.
           MOVE SPACES TO CORR-EVENT-RECORD.
           STRING RUN-DATE-YYYYMMDD (1:4) '-'
                  RUN-DATE-YYYYMMDD (5:2) '-'
                  RUN-DATE-YYYYMMDD (7:2) '-'
                  RUN-TIME-HHMMSSCC (1:2) '.'
                  RUN-TIME-HHMMSSCC (3:2) '.'
                  RUN-TIME-HHMMSSCC (5:2) '.'
                  CORR-SEQ-NUM
                  INTO CEV-EVENT-TS.
           MOVE 'CBCRV02C'        TO CEV-SOURCE-PGM.
           MOVE 'CLCH'            TO CEV-LETTER-TYPE.
           MOVE RUN-DATE-YYYYMMDD TO CEV-EVENT-DATE.
           MOVE RUN-DATE-YYYYMMDD TO CEV-DEDUP-DATE.
           MOVE ACCT-ID           TO CEV-ACCT-ID.
           MOVE CRV-CUST-ID       TO CEV-CUST-ID.
           MOVE SPACES            TO CEV-CARD-NUM.
           MOVE 'P'               TO CEV-STATUS.
           MOVE ZERO              TO CEV-EXTRACT-DATE.
           MOVE OLD-CREDIT-LIMIT  TO CEV-LIM-OLD-LIMIT.
           MOVE ACCT-CREDIT-LIMIT TO CEV-LIM-NEW-LIMIT.
           MOVE CRV-REVIEW-DATE   TO CEV-LIM-REVIEW-DATE.
           WRITE CORR-EVENT-RECORD
               INVALID KEY
                   MOVE 'ERROR WRITING CORREVT' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-WRITE.
           ADD 1 TO CORR-EVENTS-WRITTEN.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  3000-FINALIZE - CLOSE FILES AND REPORT RUN TOTALS
      *****************************************************************
           CLOSE REVIEW-FILE.
           CLOSE ACCTFILE-FILE.
           CLOSE AUDIT-FILE.
           CLOSE CORR-EVENT-FILE.

           DISPLAY 'CBCRV02C - CREDIT LINE APPLY COMPLETE'.
           DISPLAY 'RECOMMENDATIONS READ    : ' CRV-RECORDS-READ.
           DISPLAY 'CHANGES APPLIED         : ' CHANGES-APPLIED.
           DISPLAY 'STILL PENDING APPROVAL  : ' RECORDS-PENDING.
           DISPLAY 'ALREADY APPLIED         : ' RECORDS-ALREADY-DONE.
           DISPLAY 'LETTER EVENTS WRITTEN   : ' CORR-EVENTS-WRITTEN.
           IF CRV-NO-ACCT-FOUND
               DISPLAY 'RECS WITH NO ACCOUNT    : ' RECORDS-NO-ACCOUNT
           END-IF.
           DISPLAY 'CRV-FILE-STATUS : ' CRV-FILE-STATUS.
           DISPLAY 'ACCT-FILE-STATUS: ' ACCT-FILE-STATUS.
           DISPLAY 'AUDIT-FILE-STATUS: ' AUDIT-FILE-STATUS.
           DISPLAY 'CORR-FILE-STATUS: ' CORR-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
