      *****************************************************************
      *  ADJREC.cpy
      *  RECORD LAYOUT FOR ADJFILE (ADJUSTMENT-RECORD)
      *  ONE RECORD PER MANUAL MONETARY ADJUSTMENT, KEYED BY ADJ-ID
      *  ('AJ' + ACCOUNT ID + THE LAST THREE DIGITS OF THE CICS TASK
      *  NUMBER THAT ENTERED IT).  AN ADMINISTRATOR KEYS THE
      *  ADJUSTMENT ON THE COADJ00C ENTRY SCREEN, WHERE IT IS WRITTEN
      *  PENDING ('P'); A SECOND, DIFFERENT ADMINISTRATOR APPROVES
      *  ('A') OR REJECTS ('R') IT ON THE COADJ01C REVIEW SCREEN.
      *  THE NIGHTLY CBADJ01C RAISES EACH APPROVED ADJUSTMENT ONTO
      *  TRANFILE (TRAN-TYPE-CD '10', TRAN-ID = ADJ-ID) FOR CBTRN02C
      *  TO POST AND MARKS IT RAISED ('T').  CBADJ02C REPORTS THE
      *  ADJUSTMENTS STILL WAITING FOR REVIEW DAILY.
      *
      *  ADJ-AMT IS ALWAYS POSITIVE; THE REASON CODE DECIDES WHETHER
      *  THE ADJUSTMENT CREDITS OR DEBITS THE ACCOUNT, AND THE
      *  TRAN-CAT-CD IT POSTS UNDER:
      *    FEEW  FEE WAIVER                CREDIT  10/0001
      *    GDWL  GOODWILL CREDIT           CREDIT  10/0002
      *    CORC  MISPOSTING CORRECTION     CREDIT  10/0003
      *    CORD  MISPOSTING CORRECTION     DEBIT   10/0004
      *  ADJ-CARD-NUM IS SPACES WHEN ONLY THE ACCOUNT WAS KEYED;
      *  CBADJ01C THEN RAISES THE TRANSACTION ON THE FIRST CARD FILED
      *  UNDER THE ACCOUNT ON XREFFILE THAT HAS NOT BEEN REPLACED.
      *  THE RECORD IS 200 BYTES.
      *****************************************************************
       01  ADJUSTMENT-RECORD.
           05  ADJ-ID                            PIC X(16).
           05  ADJ-ACCT-ID                       PIC 9(11).
           05  ADJ-CARD-NUM                      PIC X(16).
           05  ADJ-REASON-CD                     PIC X(04).
               88  ADJ-FEE-WAIVER                   VALUE 'FEEW'.
               88  ADJ-GOODWILL-CREDIT              VALUE 'GDWL'.
               88  ADJ-CORRECTION-CREDIT            VALUE 'CORC'.
               88  ADJ-CORRECTION-DEBIT             VALUE 'CORD'.
               88  ADJ-REASON-VALID                 VALUE 'FEEW'
                                                          'GDWL'
                                                          'CORC'
                                                          'CORD'.
           05  ADJ-AMT                           PIC 9(09)V99.
           05  ADJ-STATUS                        PIC X(01).
               88  ADJ-STATUS-PENDING               VALUE 'P'.
               88  ADJ-STATUS-APPROVED              VALUE 'A'.
               88  ADJ-STATUS-REJECTED              VALUE 'R'.
               88  ADJ-STATUS-RAISED                VALUE 'T'.
           05  ADJ-MEMO                          PIC X(40).
           05  ADJ-ENTRY-DATE                    PIC 9(08).
           05  ADJ-ENTRY-USR-ID                  PIC X(08).
           05  ADJ-REVIEW-DATE                   PIC 9(08).
           05  ADJ-REVIEW-USR-ID                 PIC X(08).
           05  ADJ-RAISED-DATE                   PIC 9(08).
           05  FILLER                            PIC X(61).
