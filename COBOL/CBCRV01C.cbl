      *  09/03/2026 AWS   INITIAL VERSION - PERIODIC CREDIT LINE
      *                   REVIEW DRIVEN BY FICO, UTILIZATION, AND
      *                   DELINQUENCY.
      *  10/15/2026 AWS   THE OWNING CUSTOMER IS NOW READ FROM
      *                   XREFFILE ON ITS XREF-ACCT-ID ALTERNATE KEY.
      *                   THE 50000-ENTRY IN-MEMORY XREF TABLE
      *                   (1100-LOAD-XREF-TABLE), WHICH DROPPED CARDS
      *                   ONCE FULL, IS RETIRED.
      *****************************************************************
      *  THIS PROGRAM SWEEPS ACCTFILE, JOINS EACH ACTIVE ACCOUNT TO
      *  ITS OWNING CUSTOMER THROUGH XREFFILE'S ACCOUNT ID ALTERNATE
      *  KEY, AND SCORES IT ON:
      *    - CUST-FICO-CREDIT-SCORE FROM CUSTFILE
      *    - UTILIZATION (ACCT-CURR-BAL AGAINST ACCT-CREDIT-LIMIT)
      *    - THE BILLFILE DELINQUENCY BUCKET (NO BILLING RECORD

           SELECT XREF-FILE ASSIGN TO   XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS XREF-CARD-NUM
                  ALTERNATE RECORD KEY IS XREF-ACCT-ID
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS XREF-CUST-ID
                      WITH DUPLICATES
                  FILE STATUS  IS XREF-FILE-STATUS.

           SELECT CUSTFILE-FILE ASSIGN TO   CUSTFILE
           88  ACCT-FILE-STATUS-OK          VALUE '00'.
           88  ACCT-FILE-STATUS-EOF         VALUE '10'.
       77  XREF-FILE-STATUS             PIC X(02) VALUE '00'.
           88  XREF-FILE-STATUS-OK          VALUE '00' '02'.
           88  XREF-FILE-STATUS-EOF         VALUE '10'.
       77  CUST-FILE-STATUS             PIC X(02) VALUE '00'.
           88  CUST-FILE-STATUS-OK          VALUE '00'.
       77  ACCT-NO-CUST-SW              PIC X(01) VALUE 'N'.
           88  ACCT-NO-CUST-FOUND           VALUE 'Y'.

       77  UTILIZATION-PCT              PIC 9(05) VALUE ZERO.
       77  PROPOSED-NEW-LIMIT           PIC S9(10)V99 VALUE ZERO.
       77  DELINQUENCY-BUCKET           PIC X(01) VALUE '0'.

       77  ABEND-MESSAGE                PIC X(60) VALUE SPACES.

       01  FOUND-CUST-ID                PIC 9(09).

       01  HEADING-LINE-1.
           GOBACK.

      *****************************************************************
      *  1000-INITIALIZE - OPEN FILES, PRIME READ
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT  ACCTFILE-FILE.

           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD.

           PERFORM 2100-READ-NEXT-ACCT  THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
       1200-EXIT.
           EXIT.

      *****************************************************************
      *  2000-REVIEW-ACCT - SCORE ONE ACCOUNT AND WRITE ITS
      *  RECOMMENDATION.  INACTIVE ACCOUNTS AND ACCOUNTS WITH NO
           EXIT.

      *****************************************************************
      *  2200-FIND-OWNING-CUSTOMER - READ XREFFILE ON ITS XREF-ACCT-ID
      *  ALTERNATE KEY FOR THE ACCOUNT, THEN READ THE CUSTOMER RECORD
      *  IT NAMES
      *****************************************************************
       2200-FIND-OWNING-CUSTOMER.
           MOVE 'N'    TO XREF-MATCH-SW.
           MOVE 'N'    TO CUST-FOUND-SW.
           MOVE ACCT-ID TO XREF-ACCT-ID.
           START XREF-FILE KEY IS = XREF-ACCT-ID
               INVALID KEY
                   MOVE 'N' TO XREF-MATCH-SW
               NOT INVALID KEY
                   MOVE 'Y' TO XREF-MATCH-SW
           END-START.
           IF XREF-MATCH-FOUND
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO XREF-MATCH-SW
                   NOT AT END
                       MOVE XREF-CUST-ID TO FOUND-CUST-ID
               END-READ
               IF XREF-MATCH-FOUND
                  AND NOT XREF-FILE-STATUS-OK
                   MOVE 'ERROR READING XREFFILE' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
               END-IF
           END-IF.
           IF NOT XREF-MATCH-FOUND
               ADD 1 TO ACCOUNTS-NO-XREF
               IF NOT ACCT-NO-XREF-FOUND
                   MOVE 'Y' TO ACCT-NO-XREF-SW
                   DISPLAY 'CBCRV01C - WARNING: ACCT-ID ' ACCT-ID
                           ' HAS NO LINKED CARD ON XREFFILE '
                           '- ACCOUNT NOT REVIEWED'
               END-IF
           END-IF.

           IF XREF-MATCH-FOUND
               MOVE FOUND-CUST-ID TO CUST-ID
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           CLOSE ACCTFILE-FILE.
           CLOSE XREF-FILE.
           CLOSE CUSTFILE-FILE.
           CLOSE BILLING-FILE.
           CLOSE REVIEW-FILE.
               DISPLAY 'ACCOUNTS WITH NO CUST   : '
                       ACCOUNTS-NO-CUSTOMER
           END-IF.
       5000-EXIT.
           EXIT.

