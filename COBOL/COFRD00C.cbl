      *  09/03/2026 AWS   INITIAL VERSION - ONLINE FRAUD ALERT
      *                   DISPOSITION WORKLIST WITH AUTOMATIC CARD
      *                   BLOCK ON CONFIRMED FRAUD.
      *  10/15/2026 AWS   A CARD BLOCKED ON CONFIRMED FRAUD NOW WRITES
      *                   AN 'FRBL' EVENT TO CORREVT SO CBCOR01C
      *                   SENDS THE CUSTOMER THE CARD-BLOCKED LETTER.
      *****************************************************************
      *  TRANSACTION CFRD, MAPSET COFRD00, MAP COFRD0A.
      *
      *  AUDITLOG WITH THE ANALYST'S OPERATOR ID FROM THE COMMAREA.
      *  DISPOSITIONED ALERTS ARE DELETED, SO THE NEXT NIGHT'S
      *  CBFRD01C RUN STARTS FROM A CLEAN WORKLIST.
      *  A CARD BLOCKED ON PF5 ALSO DROPS AN 'FRBL' CORRESPONDENCE
      *  EVENT ONTO CORREVT (SEE CORRREC) FOR THE NIGHTLY LETTER
      *  EXTRACT, CBCOR01C.
      *
      *  THIS TRANSACTION IS REACHED BY XCTL FROM THE SIGN-ON
      *  TRANSACTION, WHICH POPULATES THE STANDARD CARDDEMO-COMMAREA

       01  AUDIT-RESP-CD                PIC S9(08) COMP VALUE ZERO.

       01  CORR-RESP-CD                 PIC S9(08) COMP VALUE ZERO.
       01  TODAY-YYYYMMDD               PIC X(08) VALUE SPACES.

       01  ABS-TIME                     PIC S9(15) COMP-3 VALUE ZERO.
       01  AUDIT-DATE-X                 PIC X(10) VALUE SPACES.
       01  AUDIT-TIME-X                 PIC X(08) VALUE SPACES.

           COPY CARDREC.

           COPY CORRREC.

           COPY COFRD0A.

           COPY DFHAID.
               IF CARD-RESP-CD NOT = DFHRESP(NORMAL)
                   MOVE 'ALERT CLEARED BUT CARD BLOCK FAILED'
                       TO SCREEN-MESSAGE
               ELSE
                   PERFORM 4260-WRITE-CORR-EVENT THRU 4260-EXIT
               END-IF
           ELSE
               MOVE 'ALERT CLEARED BUT CARD NOT ON CARDFILE'
       4250-EXIT.
           EXIT.

      *****************************************************************
      *  4260-WRITE-CORR-EVENT - DROP THE 'FRBL' LETTER EVENT FOR THE
      *  CARD JUST BLOCKED ONTO CORREVT.  THE CUSTOMER IS LEFT FOR
      *  CBCOR01C TO RESOLVE FROM THE CARD.  THE FRACTION DIGITS OF
      *  THE EVENT TIMESTAMP CARRY THE CICS TASK NUMBER, AS FOR THE
      *  AUDIT KEY.  THE BLOCK HAS ALREADY SUCCEEDED, SO A FAILED
      *  WRITE IS SURFACED TO THE ANALYST BUT DOES NOT BACK IT OUT.
      *****************************************************************
       4260-WRITE-CORR-EVENT.
           EXEC CICS
               ASKTIME ABSTIME(ABS-TIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABS-TIME)
                          YYYYMMDD(AUDIT-DATE-X) DATESEP('-')
                          TIME(AUDIT-TIME-X) TIMESEP('.')
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME(ABS-TIME)
                          YYYYMMDD(TODAY-YYYYMMDD)
           END-EXEC.
           MOVE EIBTASKN TO AUDIT-TASKN.
           MOVE SPACES TO CORR-EVENT-RECORD.
           STRING AUDIT-DATE-X DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  AUDIT-TIME-X DELIMITED BY SIZE
                  '.'          DELIMITED BY SIZE
                  AUDIT-TASKN  DELIMITED BY SIZE
                  INTO CEV-EVENT-TS.
           MOVE 'COFRD00C'     TO CEV-SOURCE-PGM.
           MOVE 'FRBL'         TO CEV-LETTER-TYPE.
           MOVE TODAY-YYYYMMDD TO CEV-EVENT-DATE.
           MOVE TODAY-YYYYMMDD TO CEV-DEDUP-DATE.
           MOVE CARD-ACCT-ID   TO CEV-ACCT-ID.
           MOVE ZERO           TO CEV-CUST-ID.
           MOVE CARD-NUM       TO CEV-CARD-NUM.
           MOVE 'P'            TO CEV-STATUS.
           MOVE ZERO           TO CEV-EXTRACT-DATE.
           MOVE FA-ALERT-TYPE  TO CEV-FRD-ALERT-TYPE.
           MOVE FA-TRAN-ID     TO CEV-FRD-TRAN-ID.
           MOVE FA-TRAN-AMT    TO CEV-FRD-TRAN-AMT.
           MOVE FA-ALERT-DATE  TO CEV-FRD-ALERT-DATE.
           EXEC CICS
               WRITE DATASET('CORREVT')
                     FROM(CORR-EVENT-RECORD)
                     RIDFLD(CEV-KEY)
                     RESP(CORR-RESP-CD)
           END-EXEC.
           IF CORR-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'CARD BLOCKED BUT LETTER EVENT WRITE FAILED'
                   TO SCREEN-MESSAGE
           END-IF.
       4260-EXIT.
           EXIT.

      *****************************************************************
      *  4300-FALSE-POSITIVE - PF6: REMOVE THE ALERT, LEAVE THE CARD
      *****************************************************************
