      *  DATE       INIT  DESCRIPTION
      *  08/22/2026 AWS   INITIAL VERSION - DAILY AUDIT TRAIL REPORT
      *                   OVER AUDITLOG.
      *  10/15/2026 AWS   SIGN-ON EVENTS FROM COSGN00C (AUDIT-FILE-NAME
      *                   'SIGNON') ARE LISTED WITH THE CHANGES BUT
      *                   KEPT OUT OF THE CHANGE COUNTS, AND ARE
      *                   SUMMARIZED BY OUTCOME - GOOD SIGN-ONS,
      *                   PASSWORD CHANGES, FAILED PASSWORDS, LOCKOUTS
      *                   AND REFUSALS.
      *****************************************************************
      *  THIS PROGRAM READS AUDITLOG (WRITTEN BY THE ONLINE
      *  TRANSACTIONS FOR EVERY MASTER FILE ADD/REWRITE) AND PRINTS
      *  THE DAY'S CHANGES: A DETAIL LISTING IN TIMESTAMP ORDER
      *  SHOWING OPERATOR, TRANSACTION, FILE, RECORD KEY, AND THE
      *  BEFORE AND AFTER IMAGES OF THE CHANGED FIELDS, FOLLOWED BY
      *  CHANGE COUNTS SUMMARIZED BY OPERATOR AND BY FILE.  SIGN-ON
      *  ATTEMPTS LOGGED BY COSGN00C ARE LISTED IN THE SAME DETAIL
      *  AND COUNTED SEPARATELY BY OUTCOME, SO FAILED SIGN-ONS AND
      *  LOCKOUTS CAN BE SEEN NEXT TO THE UPDATES MADE THAT DAY.
      *
      *  THE REPORT DATE (YYYYMMDD) IS SUPPLIED AS AN 8-BYTE
      *  PARAMETER CARD ON SYSIN.  WHEN NO PARAMETER IS SUPPLIED THE

       77  AUDIT-RECORDS-READ           PIC 9(09) COMP VALUE ZERO.
       77  AUDIT-RECORDS-REPORTED       PIC 9(09) COMP VALUE ZERO.
       77  SIGNON-EVENTS-REPORTED       PIC 9(09) COMP VALUE ZERO.
       77  SIGNON-OK-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  SIGNON-PWD-CHANGE-COUNT      PIC 9(09) COMP VALUE ZERO.
       77  SIGNON-FAILED-COUNT          PIC 9(09) COMP VALUE ZERO.
       77  SIGNON-LOCKOUT-COUNT         PIC 9(09) COMP VALUE ZERO.
       77  SIGNON-REFUSED-COUNT         PIC 9(09) COMP VALUE ZERO.

       77  RPT-DATE-PARM                PIC X(08) VALUE SPACES.
       77  RPT-DATE-YYYYMMDD            PIC 9(08) VALUE ZERO.
           MOVE AUDIT-TS (6:2)  TO AUDIT-TS-DATE (5:2).
           MOVE AUDIT-TS (9:2)  TO AUDIT-TS-DATE (7:2).
           IF AUDIT-TS-DATE = RPT-DATE-YYYYMMDD
               PERFORM 2500-WRITE-DETAIL    THRU 2500-EXIT
               IF AUDIT-SIGNON-ENTRY
                   PERFORM 3200-COUNT-SIGNON THRU 3200-EXIT
               ELSE
                   ADD 1 TO AUDIT-RECORDS-REPORTED
                   PERFORM 3000-COUNT-BY-OPER   THRU 3000-EXIT
                   PERFORM 3100-COUNT-BY-FILE   THRU 3100-EXIT
               END-IF
           END-IF.
           PERFORM 2100-READ-NEXT-AUDIT THRU 2100-EXIT.
       2000-EXIT.
       3110-EXIT.
           EXIT.

      *****************************************************************
      *  3200-COUNT-SIGNON - BUMP THE COUNT FOR THE SIGN-ON OUTCOME.
      *  A SIGN-ON WITH A PASSWORD CHANGE IS ALSO A GOOD SIGN-ON.
      *****************************************************************
       3200-COUNT-SIGNON.
           ADD 1 TO SIGNON-EVENTS-REPORTED.
           EVALUATE TRUE
               WHEN AUDIT-SIGNON-OK
                   ADD 1 TO SIGNON-OK-COUNT
               WHEN AUDIT-SIGNON-PWD-CHANGED
                   ADD 1 TO SIGNON-OK-COUNT
                   ADD 1 TO SIGNON-PWD-CHANGE-COUNT
               WHEN AUDIT-SIGNON-FAILED
                   ADD 1 TO SIGNON-FAILED-COUNT
               WHEN AUDIT-SIGNON-LOCKOUT
                   ADD 1 TO SIGNON-FAILED-COUNT
                   ADD 1 TO SIGNON-LOCKOUT-COUNT
               WHEN OTHER
                   ADD 1 TO SIGNON-REFUSED-COUNT
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *  4000-PRINT-SUMMARIES - CHANGE COUNTS BY OPERATOR AND BY FILE
      *****************************************************************
           MOVE AUDIT-RECORDS-REPORTED     TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'SIGN-ON EVENTS ON REPORT DATE' TO SL-LABEL.
           MOVE SIGNON-EVENTS-REPORTED     TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE '  GOOD SIGN-ONS'          TO SL-LABEL.
           MOVE SIGNON-OK-COUNT            TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE '    WITH PASSWORD CHANGE'  TO SL-LABEL.
           MOVE SIGNON-PWD-CHANGE-COUNT    TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE '  FAILED PASSWORDS'       TO SL-LABEL.
           MOVE SIGNON-FAILED-COUNT        TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE '    CAUSING LOCKOUT'      TO SL-LABEL.
           MOVE SIGNON-LOCKOUT-COUNT       TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE '  REFUSED (ID NOT USABLE)'  TO SL-LABEL.
           MOVE SIGNON-REFUSED-COUNT       TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           CLOSE AUDIT-FILE.
           CLOSE REPORT-FILE.

           DISPLAY 'AUDIT RECORDS READ     : ' AUDIT-RECORDS-READ.
           DISPLAY 'CHANGES ON REPORT DATE : '
                   AUDIT-RECORDS-REPORTED.
           DISPLAY 'SIGN-ON EVENTS         : '
                   SIGNON-EVENTS-REPORTED.
           DISPLAY 'SIGN-ON LOCKOUTS       : '
                   SIGNON-LOCKOUT-COUNT.
       5000-EXIT.
           EXIT.

