       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBADJ01C.
       AUTHOR.        AWS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED. 10/15/2026.

      *****************************************************************
      *  MODIFICATION LOG
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 AWS   INITIAL VERSION - RAISE APPROVED MANUAL
      *                   ADJUSTMENTS ONTO TRANFILE.
      *  10/15/2026 AWS   AN ACCOUNT'S CARD IS NOW THE FIRST ON ITS
      *                   XREFFILE CHAIN THAT HAS NOT BEEN REPLACED
      *                   (CARDFILE CARD-REPLACED-BY-NUM SPACES), SO
      *                   GENERATED ENTRIES NO LONGER LAND ON A CARD
      *                   REPORTED LOST OR STOLEN.
      *  10/15/2026 AWS   AN APPROVED ADJUSTMENT WHOSE ACCOUNT HAS
      *                   SINCE BEEN CHARGED OFF IS NO LONGER RAISED;
      *                   IT IS LISTED AS AN EXCEPTION AND MARKED
      *                   REJECTED.
      *****************************************************************
      *  THIS PROGRAM SWEEPS ADJFILE FOR MANUAL ADJUSTMENTS THAT HAVE
      *  BEEN ENTERED ON COADJ00C AND APPROVED BY A SECOND
      *  ADMINISTRATOR ON COADJ01C (ADJ-STATUS 'A').  FOR EACH ONE IT
      *  GENERATES A TRANSACTION ONTO TRANFILE, FOR CBTRN02C TO POST
      *  ON THE NEXT NIGHTLY RUN:
      *    - TRAN-ID IS THE ADJ-ID, SO AN ADJUSTMENT CAN ONLY EVER BE
      *      RAISED ONCE
      *    - TRAN-TYPE-CD '10', TRAN-CAT-CD BY REASON CODE (SEE
      *      ADJREC) - 0001 FEE WAIVER, 0002 GOODWILL CREDIT, 0003
      *      MISPOSTING CORRECTION CREDIT, 0004 MISPOSTING CORRECTION
      *      DEBIT
      *    - TRAN-AMT NEGATIVE FOR THE THREE CREDITS, POSITIVE FOR
      *      THE CORRECTION DEBIT
      *    - TRAN-SOURCE 'SYSTEM', SO CBTRN02C NEITHER RELEASES AN
      *      AUTHORIZATION HOLD NOR EARNS REWARDS POINTS ON IT
      *  AND MARKS THE ADJUSTMENT RAISED ('T') WITH THE DATE IT WILL
      *  POST.  THE POSTED TRANSACTION FLOWS INTO CBGLE01C'S GL
      *  EXTRACT AND CBBAL01C'S CONTROL TOTALS LIKE ANY OTHER.
      *
      *  AN ADJUSTMENT KEYED AGAINST THE ACCOUNT ONLY IS RAISED ON
      *  THE FIRST CARD FILED UNDER THE ACCOUNT THAT HAS NOT BEEN
      *  REPLACED, READ FROM XREFFILE THROUGH ITS ACCOUNT ID
      *  ALTERNATE KEY AND CHECKED ON CARDFILE AS IN CBEFT02C.  ONE
      *  WHOSE ACCOUNT HAS NO CARD IS LISTED AS AN EXCEPTION AND LEFT
      *  APPROVED FOR THE NEXT RUN.  ONE WHOSE ACCOUNT HAS BEEN
      *  CHARGED OFF SINCE IT WAS ENTERED (COADJ00C REFUSES ENTRY ON A
      *  CHARGED-OFF ACCOUNT, AND COADJ01C APPROVAL, BUT THE MONTHLY
      *  CBCHG01C CAN CHARGE THE ACCOUNT OFF IN BETWEEN) IS NOT
      *  RAISED: IT IS LISTED AS AN EXCEPTION AND MARKED REJECTED
      *  ('R') BY THIS RUN, SINCE AN ADJUSTMENT CANNOT BE REVIEWED A
      *  SECOND TIME ON COADJ01C.  AN ADJ-ID ALREADY ON TRANFILE
      *  (A RERUN AFTER A FAILURE BETWEEN THE TRANFILE WRITE AND THE
      *  ADJFILE REWRITE) IS MARKED RAISED WITHOUT A SECOND WRITE.
      *
      *  RUNS AFTER CBTRN02C IN THE NIGHTLY CYCLE.  A MISSING ADJFILE
      *  MEANS NO ADJUSTMENT HAS YET BEEN ENTERED AND IS NOT AN ERROR.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT-FILE ASSIGN TO ADJFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ADJ-ID
                  FILE STATUS  IS ADJ-FILE-STATUS.

           SELECT ACCTFILE-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCT-ID
                  FILE STATUS  IS ACCT-FILE-STATUS.

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
                  RECORD KEY   IS TRAN-ID
                  FILE STATUS  IS TRAN-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO   RPTFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS RPT-FILE-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO  BUSDATE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS BD-ID
                  FILE STATUS  IS BDATE-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS RC-KEY
                  FILE STATUS  IS RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJUSTMENT-FILE.
           COPY ADJREC.

       FD  ACCTFILE-FILE.
           COPY ACCTREC.

       FD  XREF-FILE.
           COPY XREFREC.

       FD  CARDFILE-FILE.
           COPY CARDREC.

       FD  TRANSACT-FILE.
           COPY TRANREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                  PIC X(133).

       FD  BUSDATE-FILE.
           COPY BUSDATE.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77  ADJ-FILE-STATUS              PIC X(02) VALUE '00'.
           88  ADJ-FILE-STATUS-OK           VALUE '00'.
           88  ADJ-FILE-STATUS-EOF          VALUE '10'.
           88  ADJ-FILE-NOT-FOUND           VALUE '35'.
       77  ACCT-FILE-STATUS             PIC X(02) VALUE '00'.
           88  ACCT-FILE-STATUS-OK          VALUE '00'.
       77  XREF-FILE-STATUS             PIC X(02) VALUE '00'.
           88  XREF-FILE-STATUS-OK          VALUE '00' '02'.
           88  XREF-FILE-STATUS-EOF         VALUE '10'.
       77  CARD-FILE-STATUS             PIC X(02) VALUE '00'.
           88  CARD-FILE-STATUS-OK          VALUE '00'.
       77  TRAN-FILE-STATUS             PIC X(02) VALUE '00'.
           88  TRAN-FILE-STATUS-OK          VALUE '00'.
           88  TRAN-FILE-DUPLICATE          VALUE '22'.
       77  RPT-FILE-STATUS              PIC X(02) VALUE '00'.
           88  RPT-FILE-STATUS-OK           VALUE '00'.

       77  END-OF-ADJ-FILE-SW           PIC X(01) VALUE 'N'.
           88  END-OF-ADJ-FILE              VALUE 'Y'.
       77  ADJ-FILE-OPEN-SW             PIC X(01) VALUE 'N'.
           88  ADJ-FILE-OPEN                VALUE 'Y'.
       77  TRAN-ALREADY-RAISED-SW       PIC X(01) VALUE 'N'.
           88  TRAN-ALREADY-RAISED          VALUE 'Y'.
       77  ADJ-ACCT-CHGOFF-SW           PIC X(01) VALUE 'N'.
           88  ADJ-ACCT-CHARGED-OFF         VALUE 'Y'.

       77  ADJUSTMENTS-READ             PIC 9(09) COMP VALUE ZERO.
       77  ADJUSTMENTS-APPROVED         PIC 9(09) COMP VALUE ZERO.
       77  ADJUSTMENTS-RAISED           PIC 9(09) COMP VALUE ZERO.
       77  ADJUSTMENTS-ALREADY-ON-TRAN  PIC 9(09) COMP VALUE ZERO.
       77  ADJUSTMENTS-NO-CARD          PIC 9(09) COMP VALUE ZERO.
       77  ADJUSTMENTS-CHARGED-OFF      PIC 9(09) COMP VALUE ZERO.
       77  TOTAL-CREDIT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  TOTAL-DEBIT-AMOUNT           PIC S9(13)V99 COMP-3 VALUE ZERO.

       77  SIGNED-AMOUNT                PIC S9(09)V99 VALUE ZERO.
       77  REASON-DESC                  PIC X(30) VALUE SPACES.
       77  REASON-CAT-CD                PIC 9(04) VALUE ZERO.

       77  TODAY-YYYYMMDD               PIC 9(08) VALUE ZERO.
       77  CURRENT-DATE-YYYYMMDD        PIC 9(08) VALUE ZERO.
       77  CURRENT-TIME-HHMMSSCC        PIC 9(08) VALUE ZERO.
       77  TIMESTAMP-VALUE              PIC X(26) VALUE SPACES.
       77  NEXT-BUS-INTEGER             PIC 9(07) VALUE ZERO.
       77  NEXT-BUS-DATE                PIC 9(08) VALUE ZERO.
       77  POSTING-TS                   PIC X(26) VALUE SPACES.

       77  LINE-COUNT                   PIC 9(03) VALUE 99.
       77  PAGE-COUNT                   PIC 9(05) VALUE ZERO.
       77  MAX-LINES-PER-PAGE           PIC 9(03) VALUE 60.

       77  ABEND-MESSAGE                PIC X(60) VALUE SPACES.

       77  BDATE-FILE-STATUS            PIC X(02) VALUE '00'.
           88  BDATE-FILE-STATUS-OK         VALUE '00'.
           88  BDATE-FILE-NOT-FOUND         VALUE '35'.
       77  RUNCTL-FILE-STATUS           PIC X(02) VALUE '00'.
           88  RUNCTL-FILE-STATUS-OK        VALUE '00'.
           88  RUNCTL-FILE-NOT-FOUND        VALUE '35'.

       77  GATE-JOB-NAME                PIC X(08) VALUE 'CBADJ01C'.
       77  GATE-PREREQ-JOB              PIC X(08) VALUE 'CBTRN02C'.
       77  BUSINESS-DATE                PIC 9(08) VALUE ZERO.
       77  GATE-DATE                    PIC 9(08) VALUE ZERO.
       77  GATE-TIME                    PIC 9(08) VALUE ZERO.
       77  GATE-TS                      PIC X(26) VALUE SPACES.

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
           05  FILLER                   PIC X(132) VALUE
               'CARD PROCESSING SYSTEM - MANUAL ADJUSTMENTS RAISED'.

       01  HEADING-LINE-2.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05  HL2-RUN-DATE             PIC 9999/99/99.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'PAGE: '.
           05  HL2-PAGE-NUM             PIC ZZZZ9.
           05  FILLER                   PIC X(96) VALUE SPACES.

       01  HEADING-LINE-3.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  FILLER                   PIC X(16) VALUE 'ADJUSTMENT ID'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'ACCOUNT ID'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(16) VALUE 'CARD NUMBER'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE 'RSN'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(15) VALUE 'AMOUNT'.
           05  FILLER                   PIC X(10) VALUE 'ENTERED BY'.
           05  FILLER                   PIC X(11) VALUE 'APPROVED BY'.
           05  FILLER                   PIC X(41) VALUE SPACES.

       01  DETAIL-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  DL-ADJ-ID                PIC X(16).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-ACCT-ID               PIC 9(11).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-CARD-NUM              PIC X(16).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-REASON-CD             PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-AMT                   PIC ---,---,--9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DL-ENTRY-USR-ID          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DL-REVIEW-USR-ID         PIC X(08).
           05  FILLER                   PIC X(44) VALUE SPACES.

       01  EXCEPTION-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  EXL-TRAN-ID              PIC X(16).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EXL-TEXT                 PIC X(40).
           05  FILLER                   PIC X(74) VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER                   PIC X(01) VALUE ' '.
           05  SL-LABEL                 PIC X(30).
           05  SL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(94) VALUE SPACES.

       PROCEDURE DIVISION.

      *****************************************************************
      *  0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ADJ     THRU 2000-EXIT
                   UNTIL END-OF-ADJ-FILE.
           PERFORM 5000-FINALIZE        THRU 5000-EXIT.
           GOBACK.

      *****************************************************************
      *  1000-INITIALIZE - OPEN FILES, PRIME THE READ
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1600-CHECK-RUN-GATE THRU 1600-EXIT.
           PERFORM 1800-BUILD-POSTING-TS THRU 1800-EXIT.

           OPEN I-O    ADJUSTMENT-FILE.
           IF ADJ-FILE-NOT-FOUND
               MOVE 'Y' TO END-OF-ADJ-FILE-SW
           ELSE
               IF NOT ADJ-FILE-STATUS-OK
                   MOVE 'ERROR OPENING ADJFILE' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
               END-IF
               MOVE 'Y' TO ADJ-FILE-OPEN-SW
           END-IF.

           OPEN INPUT  ACCTFILE-FILE.
           IF NOT ACCT-FILE-STATUS-OK
               MOVE 'ERROR OPENING ACCTFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           OPEN INPUT  XREF-FILE.
           IF NOT XREF-FILE-STATUS-OK
               MOVE 'ERROR OPENING XREFFILE' TO ABEND-MESSAGE
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

           OPEN OUTPUT REPORT-FILE.
           IF NOT RPT-FILE-STATUS-OK
               MOVE 'ERROR OPENING RPTFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD.

           IF ADJ-FILE-OPEN
               PERFORM 2100-READ-NEXT-ADJ THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      *  1600-CHECK-RUN-GATE - REFUSE TO START IF THIS JOB HAS
      *  ALREADY COMPLETED FOR THE BUSINESS DATE, OR IF ITS
      *  PREREQUISITE JOB (WHEN ONE IS NAMED) HAS NOT.  THE BUSINESS
      *  DATE COMES FROM BUSDATE, WHICH CBEOD01C ADVANCES AT CLOSE
      *  OF DAY.  ON THE WAY THROUGH, THE RUN IS MARKED STARTED
      *  ('S'); 1700-MARK-RUN-COMPLETE FLIPS IT TO 'C' AT FINALIZE,
      *  SO AN ABENDED RUN LEAVES 'S' AND CAN BE RERUN.
      *****************************************************************
       1600-CHECK-RUN-GATE.
           OPEN I-O BUSDATE-FILE.
           IF BDATE-FILE-NOT-FOUND
               OPEN OUTPUT BUSDATE-FILE
               CLOSE BUSDATE-FILE
               OPEN I-O BUSDATE-FILE
           END-IF.
           IF NOT BDATE-FILE-STATUS-OK
               MOVE 'ERROR OPENING BUSDATE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           MOVE 'BUSNDATE' TO BD-ID.
           READ BUSDATE-FILE
               INVALID KEY
                   ACCEPT BD-BUS-DATE FROM DATE YYYYMMDD
                   WRITE BUSINESS-DATE-RECORD
                       INVALID KEY
                           MOVE 'ERROR WRITING BUSDATE'
                               TO ABEND-MESSAGE
                           PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
                   END-WRITE
           END-READ.
           MOVE BD-BUS-DATE TO BUSINESS-DATE.
           CLOSE BUSDATE-FILE.

           OPEN I-O RUN-CONTROL-FILE.
           IF RUNCTL-FILE-NOT-FOUND
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.
           IF NOT RUNCTL-FILE-STATUS-OK
               MOVE 'ERROR OPENING RUNCTL' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.

           MOVE BUSINESS-DATE TO RC-BUS-DATE.
           MOVE GATE-JOB-NAME TO RC-JOB-NAME.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RC-JOB-COMPLETED
                       DISPLAY 'CBADJ01C - ALREADY COMPLETED FOR '
                               'BUSINESS DATE ' BUSINESS-DATE
                               ' - RUN REFUSED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

           IF GATE-PREREQ-JOB NOT = SPACES
               MOVE BUSINESS-DATE   TO RC-BUS-DATE
               MOVE GATE-PREREQ-JOB TO RC-JOB-NAME
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       MOVE SPACE TO RC-STATUS
               END-READ
               IF NOT RC-JOB-COMPLETED
                   DISPLAY 'CBADJ01C - PREREQUISITE ' GATE-PREREQ-JOB
                           ' HAS NOT COMPLETED FOR BUSINESS DATE '
                           BUSINESS-DATE ' - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM 1650-BUILD-GATE-TS THRU 1650-EXIT.
           MOVE BUSINESS-DATE TO RC-BUS-DATE.
           MOVE GATE-JOB-NAME TO RC-JOB-NAME.
           MOVE 'S'           TO RC-STATUS.
           MOVE GATE-TS       TO RC-START-TS.
           MOVE SPACES        TO RC-END-TS.
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   WRITE RUN-CONTROL-RECORD
           END-REWRITE.
           IF NOT RUNCTL-FILE-STATUS-OK
               MOVE 'ERROR WRITING RUNCTL' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.
       1600-EXIT.
           EXIT.

      *****************************************************************
      *  1650-BUILD-GATE-TS - FORMAT A DB2-STYLE TIMESTAMP FOR THE
      *  RUN-CONTROL RECORD
      *****************************************************************
       1650-BUILD-GATE-TS.
           ACCEPT GATE-DATE FROM DATE YYYYMMDD.
           ACCEPT GATE-TIME FROM TIME.
           MOVE SPACES TO GATE-TS.
           STRING GATE-DATE (1:4) '-'
                  GATE-DATE (5:2) '-'
                  GATE-DATE (7:2) '-'
                  GATE-TIME (1:2) '.'
                  GATE-TIME (3:2) '.'
                  GATE-TIME (5:2) '.'
                  GATE-TIME (7:2) '0000'
                  INTO GATE-TS.
       1650-EXIT.
           EXIT.

      *****************************************************************
      *  1700-MARK-RUN-COMPLETE - FLIP THIS JOB'S RUN-CONTROL RECORD
      *  TO COMPLETED FOR THE BUSINESS DATE AND LET GO OF RUNCTL
      *****************************************************************
       1700-MARK-RUN-COMPLETE.
           MOVE BUSINESS-DATE TO RC-BUS-DATE.
           MOVE GATE-JOB-NAME TO RC-JOB-NAME.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           PERFORM 1650-BUILD-GATE-TS THRU 1650-EXIT.
           MOVE 'C'     TO RC-STATUS.
           MOVE GATE-TS TO RC-END-TS.
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   WRITE RUN-CONTROL-RECORD
           END-REWRITE.
           CLOSE RUN-CONTROL-FILE.
       1700-EXIT.
           EXIT.

      *****************************************************************
      *  1800-BUILD-POSTING-TS - THE GENERATED ADJUSTMENTS ARE POSTED
      *  BY CBTRN02C ON THE NEXT BUSINESS DATE'S RUN, SO THAT IS THE
      *  PROC TIMESTAMP THEY CARRY - CBGLE01C'S GL EXTRACT SELECTS BY
      *  PROC DATE AND MUST SEE THEM ON THE DAY THE MONEY MOVES
      *****************************************************************
       1800-BUILD-POSTING-TS.
           COMPUTE NEXT-BUS-INTEGER =
                   FUNCTION INTEGER-OF-DATE (BUSINESS-DATE) + 1.
           COMPUTE NEXT-BUS-DATE =
                   FUNCTION DATE-OF-INTEGER (NEXT-BUS-INTEGER).
           MOVE SPACES TO POSTING-TS.
           STRING NEXT-BUS-DATE (1:4) '-'
                  NEXT-BUS-DATE (5:2) '-'
                  NEXT-BUS-DATE (7:2) '-'
                  '00.00.00.000000'
                  INTO POSTING-TS.
       1800-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-ADJ - RAISE ONE APPROVED ADJUSTMENT ONTO
      *  TRANFILE.  PENDING, REJECTED AND ALREADY-RAISED ADJUSTMENTS
      *  ARE PASSED OVER; ONE ON A CHARGED-OFF ACCOUNT IS REJECTED.
      *****************************************************************
       2000-PROCESS-ADJ.
           IF ADJ-STATUS-APPROVED
               ADD 1 TO ADJUSTMENTS-APPROVED
               PERFORM 2200-CHECK-ACCOUNT THRU 2200-EXIT
               IF ADJ-ACCT-CHARGED-OFF
                   ADD 1 TO ADJUSTMENTS-CHARGED-OFF
                   PERFORM 2550-MARK-ADJ-REJECTED THRU 2550-EXIT
                   MOVE ADJ-ID TO EXL-TRAN-ID
                   MOVE 'ACCOUNT CHARGED OFF - REJECTED'
                       TO EXL-TEXT
                   PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
               ELSE
                   PERFORM 2300-RESOLVE-CARD THRU 2300-EXIT
                   IF CARD-FOUND
                       PERFORM 2400-WRITE-ADJ-TRAN THRU 2400-EXIT
                       PERFORM 2500-MARK-ADJ-RAISED THRU 2500-EXIT
                       PERFORM 2600-WRITE-ADJ-DETAIL THRU 2600-EXIT
                   ELSE
                       ADD 1 TO ADJUSTMENTS-NO-CARD
                       MOVE ADJ-ID TO EXL-TRAN-ID
                       MOVE 'NO CARD ON XREFFILE FOR ACCOUNT'
                           TO EXL-TEXT
                       PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
                   END-IF
               END-IF
           END-IF.
           PERFORM 2100-READ-NEXT-ADJ THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *  2100-READ-NEXT-ADJ - SEQUENTIAL READ OF ADJFILE
      *****************************************************************
       2100-READ-NEXT-ADJ.
           READ ADJUSTMENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-ADJ-FILE-SW
               NOT AT END
                   ADD 1 TO ADJUSTMENTS-READ
           END-READ.
           IF NOT END-OF-ADJ-FILE
              AND NOT ADJ-FILE-STATUS-OK
               MOVE 'ERROR READING ADJFILE' TO ABEND-MESSAGE
               PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *  2200-CHECK-ACCOUNT - HAS THE ADJUSTMENT'S ACCOUNT BEEN
      *  CHARGED OFF SINCE IT WAS ENTERED AND APPROVED?  AN ACCOUNT
      *  NOT ON ACCTFILE IS LEFT FOR CBTRN02C TO REJECT AS BEFORE.
      *****************************************************************
       2200-CHECK-ACCOUNT.
           MOVE 'N'         TO ADJ-ACCT-CHGOFF-SW.
           MOVE ADJ-ACCT-ID TO ACCT-ID.
           READ ACCTFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-CHARGED-OFF
                       MOVE 'Y' TO ADJ-ACCT-CHGOFF-SW
                   END-IF
           END-READ.
       2200-EXIT.
           EXIT.

      *****************************************************************
      *  2300-RESOLVE-CARD - THE CARD KEYED ON THE ADJUSTMENT, OR THE
      *  ACCOUNT'S CARD FROM 2350 WHEN ONLY THE ACCOUNT WAS KEYED
      *****************************************************************
       2300-RESOLVE-CARD.
           IF ADJ-CARD-NUM NOT = SPACES
               MOVE 'Y'          TO CARD-FOUND-SW
               MOVE ADJ-CARD-NUM TO FOUND-CARD-NUM
           ELSE
               PERFORM 2350-FIND-CARD-FOR-ACCT THRU 2350-EXIT
           END-IF.
       2300-EXIT.
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
           MOVE ADJ-ACCT-ID TO CHAIN-ACCT-ID.
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
      *  2400-WRITE-ADJ-TRAN - GENERATE THE ADJUSTMENT TRANSACTION
      *  ONTO TRANFILE FOR CBTRN02C TO POST ON THE NEXT NIGHTLY RUN.
      *  A DUPLICATE KEY MEANS AN EARLIER RUN ALREADY RAISED THIS
      *  ADJ-ID BUT FAILED BEFORE MARKING IT, SO IT IS ONLY MARKED.
      *****************************************************************
       2400-WRITE-ADJ-TRAN.
           PERFORM 1500-BUILD-TIMESTAMP THRU 1500-EXIT.
           PERFORM 2450-SET-REASON-FIELDS THRU 2450-EXIT.

           MOVE 'N'                  TO TRAN-ALREADY-RAISED-SW.
           MOVE SPACES               TO TRAN-RECORD.
           MOVE ADJ-ID               TO TRAN-ID.
           MOVE '10'                 TO TRAN-TYPE-CD.
           MOVE REASON-CAT-CD        TO TRAN-CAT-CD.
           MOVE 'SYSTEM'             TO TRAN-SOURCE.
           STRING 'MANUAL ADJUSTMENT - ' DELIMITED BY SIZE
                  REASON-DESC            DELIMITED BY SIZE
                  INTO TRAN-DESC.
           MOVE SIGNED-AMOUNT        TO TRAN-AMT.
           MOVE ZERO                 TO TRAN-MERCHANT-ID.
           MOVE SPACES               TO TRAN-MERCHANT-NAME.
           MOVE SPACES               TO TRAN-MERCHANT-CITY.
           MOVE SPACES               TO TRAN-MERCHANT-ZIP.
           MOVE FOUND-CARD-NUM       TO TRAN-CARD-NUM.
           MOVE TIMESTAMP-VALUE      TO TRAN-ORIG-TS.
           MOVE POSTING-TS           TO TRAN-PROC-TS.

           WRITE TRAN-RECORD
               INVALID KEY
                   IF TRAN-FILE-DUPLICATE
                       MOVE 'Y' TO TRAN-ALREADY-RAISED-SW
                   ELSE
                       MOVE 'ERROR WRITING TRANFILE' TO ABEND-MESSAGE
                       PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
                   END-IF
           END-WRITE.

           IF TRAN-ALREADY-RAISED
               ADD 1 TO ADJUSTMENTS-ALREADY-ON-TRAN
           ELSE
               ADD 1 TO ADJUSTMENTS-RAISED
               IF SIGNED-AMOUNT < ZERO
                   ADD SIGNED-AMOUNT TO TOTAL-CREDIT-AMOUNT
               ELSE
                   ADD SIGNED-AMOUNT TO TOTAL-DEBIT-AMOUNT
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.

      *****************************************************************
      *  2450-SET-REASON-FIELDS - CATEGORY, DESCRIPTION AND SIGN OF
      *  THE TRANSACTION FOR THE ADJUSTMENT'S REASON CODE.  ONLY THE
      *  CORRECTION DEBIT ADDS TO THE BALANCE.
      *****************************************************************
       2450-SET-REASON-FIELDS.
           EVALUATE TRUE
               WHEN ADJ-FEE-WAIVER
                   MOVE 0001 TO REASON-CAT-CD
                   MOVE 'FEE WAIVER'                   TO REASON-DESC
               WHEN ADJ-GOODWILL-CREDIT
                   MOVE 0002 TO REASON-CAT-CD
                   MOVE 'GOODWILL CREDIT'              TO REASON-DESC
               WHEN ADJ-CORRECTION-CREDIT
                   MOVE 0003 TO REASON-CAT-CD
                   MOVE 'MISPOSTING CORRECTION CREDIT' TO REASON-DESC
               WHEN OTHER
                   MOVE 0004 TO REASON-CAT-CD
                   MOVE 'MISPOSTING CORRECTION DEBIT'  TO REASON-DESC
           END-EVALUATE.
           IF ADJ-CORRECTION-DEBIT
               MOVE ADJ-AMT TO SIGNED-AMOUNT
           ELSE
               COMPUTE SIGNED-AMOUNT = ZERO - ADJ-AMT
           END-IF.
       2450-EXIT.
           EXIT.

      *****************************************************************
      *  2500-MARK-ADJ-RAISED - FLAG THE ADJUSTMENT RAISED WITH THE
      *  BUSINESS DATE IT WILL POST, SO IT IS NOT PICKED UP AGAIN
      *****************************************************************
       2500-MARK-ADJ-RAISED.
           MOVE 'T'           TO ADJ-STATUS.
           MOVE NEXT-BUS-DATE TO ADJ-RAISED-DATE.
           REWRITE ADJUSTMENT-RECORD
               INVALID KEY
                   MOVE 'ERROR REWRITING ADJFILE' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-REWRITE.
       2500-EXIT.
           EXIT.

      *****************************************************************
      *  2550-MARK-ADJ-REJECTED - THE ACCOUNT WAS CHARGED OFF AFTER
      *  APPROVAL.  THE ADJUSTMENT IS REJECTED IN THIS RUN'S NAME ON
      *  THE BUSINESS DATE SO IT DROPS OUT OF THE NIGHTLY SWEEP.
      *****************************************************************
       2550-MARK-ADJ-REJECTED.
           MOVE 'R'           TO ADJ-STATUS.
           MOVE BUSINESS-DATE TO ADJ-REVIEW-DATE.
           MOVE GATE-JOB-NAME TO ADJ-REVIEW-USR-ID.
           REWRITE ADJUSTMENT-RECORD
               INVALID KEY
                   MOVE 'ERROR REWRITING ADJFILE' TO ABEND-MESSAGE
                   PERFORM 9999-ABEND-PROGRAM THRU 9999-EXIT
           END-REWRITE.
       2550-EXIT.
           EXIT.

      *****************************************************************
      *  2600-WRITE-ADJ-DETAIL - ONE REPORT LINE PER ADJUSTMENT RAISED
      *****************************************************************
       2600-WRITE-ADJ-DETAIL.
           IF LINE-COUNT >= MAX-LINES-PER-PAGE
               PERFORM 2800-WRITE-HEADINGS THRU 2800-EXIT
           END-IF.
           MOVE ADJ-ID            TO DL-ADJ-ID.
           MOVE ADJ-ACCT-ID       TO DL-ACCT-ID.
           MOVE FOUND-CARD-NUM    TO DL-CARD-NUM.
           MOVE ADJ-REASON-CD     TO DL-REASON-CD.
           MOVE SIGNED-AMOUNT     TO DL-AMT.
           MOVE ADJ-ENTRY-USR-ID  TO DL-ENTRY-USR-ID.
           MOVE ADJ-REVIEW-USR-ID TO DL-REVIEW-USR-ID.
           WRITE REPORT-LINE FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *  2700-WRITE-EXCEPTION - ONE LINE PER APPROVED ADJUSTMENT THAT
      *  COULD NOT BE RAISED
      *****************************************************************
       2700-WRITE-EXCEPTION.
           IF LINE-COUNT >= MAX-LINES-PER-PAGE
               PERFORM 2800-WRITE-HEADINGS THRU 2800-EXIT
           END-IF.
           WRITE REPORT-LINE FROM EXCEPTION-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-COUNT.
       2700-EXIT.
           EXIT.

      *****************************************************************
      *  2800-WRITE-HEADINGS - START A NEW REPORT PAGE
      *****************************************************************
       2800-WRITE-HEADINGS.
           ADD 1 TO PAGE-COUNT.
           MOVE TODAY-YYYYMMDD TO HL2-RUN-DATE.
           MOVE PAGE-COUNT     TO HL2-PAGE-NUM.
           WRITE REPORT-LINE FROM HEADING-LINE-1 AFTER ADVANCING PAGE.
           WRITE REPORT-LINE FROM HEADING-LINE-2 AFTER ADVANCING 1 LINE.
           WRITE REPORT-LINE FROM HEADING-LINE-3
               AFTER ADVANCING 2 LINES.
           MOVE 3 TO LINE-COUNT.
       2800-EXIT.
           EXIT.

      *****************************************************************
      *  1500-BUILD-TIMESTAMP - FORMAT A DB2-STYLE TIMESTAMP STRING
      *****************************************************************
       1500-BUILD-TIMESTAMP.
           ACCEPT CURRENT-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME-HHMMSSCC FROM TIME.
           STRING CURRENT-DATE-YYYYMMDD (1:4) '-'
                  CURRENT-DATE-YYYYMMDD (5:2) '-'
                  CURRENT-DATE-YYYYMMDD (7:2) '-'
                  CURRENT-TIME-HHMMSSCC (1:2) '.'
                  CURRENT-TIME-HHMMSSCC (3:2) '.'
                  CURRENT-TIME-HHMMSSCC (5:2) '.'
                  CURRENT-TIME-HHMMSSCC (7:2) '0000'
                  INTO TIMESTAMP-VALUE.
       1500-EXIT.
           EXIT.

      *****************************************************************
      *  5000-FINALIZE - WRITE SUMMARY TOTALS AND CLOSE FILES
      *****************************************************************
       5000-FINALIZE.
           IF PAGE-COUNT = ZERO
               PERFORM 2800-WRITE-HEADINGS THRU 2800-EXIT
           END-IF.
           MOVE SPACES                     TO SUMMARY-LINE.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.

           MOVE 'ADJUSTMENTS READ'         TO SL-LABEL.
           MOVE ADJUSTMENTS-READ           TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'APPROVED ADJUSTMENTS'     TO SL-LABEL.
           MOVE ADJUSTMENTS-APPROVED       TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'RAISED TO TRANFILE'       TO SL-LABEL.
           MOVE ADJUSTMENTS-RAISED         TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'ALREADY ON TRANFILE'      TO SL-LABEL.
           MOVE ADJUSTMENTS-ALREADY-ON-TRAN TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'NO CARD FOR ACCOUNT'      TO SL-LABEL.
           MOVE ADJUSTMENTS-NO-CARD        TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           MOVE 'REJECTED, ACCOUNT CHARGED OFF' TO SL-LABEL.
           MOVE ADJUSTMENTS-CHARGED-OFF    TO SL-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

           IF ADJ-FILE-OPEN
               CLOSE ADJUSTMENT-FILE
           END-IF.
           CLOSE ACCTFILE-FILE.
           CLOSE XREF-FILE.
           CLOSE CARDFILE-FILE.
           CLOSE TRANSACT-FILE.
           CLOSE REPORT-FILE.

           DISPLAY 'CBADJ01C - MANUAL ADJUSTMENT RAISE COMPLETE'.
           DISPLAY 'ADJUSTMENTS READ        : ' ADJUSTMENTS-READ.
           DISPLAY 'APPROVED ADJUSTMENTS    : ' ADJUSTMENTS-APPROVED.
           DISPLAY 'RAISED TO TRANFILE      : ' ADJUSTMENTS-RAISED.
           DISPLAY 'ALREADY ON TRANFILE     : '
                   ADJUSTMENTS-ALREADY-ON-TRAN.
           DISPLAY 'NO CARD FOR ACCOUNT     : ' ADJUSTMENTS-NO-CARD.
           DISPLAY 'REJECTED, CHARGED OFF   : '
                   ADJUSTMENTS-CHARGED-OFF.
           DISPLAY 'TOTAL CREDITS RAISED    : ' TOTAL-CREDIT-AMOUNT.
           DISPLAY 'TOTAL DEBITS RAISED     : ' TOTAL-DEBIT-AMOUNT.
           IF NOT ADJ-FILE-OPEN
               DISPLAY 'CBADJ01C - ADJFILE NOT FOUND - NOTHING TO '
                       'RAISE'
           END-IF.

           PERFORM 1700-MARK-RUN-COMPLETE THRU 1700-EXIT.
       5000-EXIT.
           EXIT.

      *****************************************************************
      *  9999-ABEND-PROGRAM - FATAL I/O ERROR, TERMINATE THE RUN
      *****************************************************************
       9999-ABEND-PROGRAM.
           DISPLAY 'CBADJ01C - ABENDING: ' ABEND-MESSAGE.
           DISPLAY 'ADJ-FILE-STATUS : ' ADJ-FILE-STATUS.
           DISPLAY 'ACCT-FILE-STATUS: ' ACCT-FILE-STATUS.
           DISPLAY 'XREF-FILE-STATUS: ' XREF-FILE-STATUS.
           DISPLAY 'CARD-FILE-STATUS: ' CARD-FILE-STATUS.
           DISPLAY 'TRAN-FILE-STATUS: ' TRAN-FILE-STATUS.
           DISPLAY 'RPT-FILE-STATUS : ' RPT-FILE-STATUS.
           DISPLAY 'BDATE-FILE-STATUS: ' BDATE-FILE-STATUS.
           DISPLAY 'RUNCTL-FILE-STATUS: ' RUNCTL-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
           EXIT.
