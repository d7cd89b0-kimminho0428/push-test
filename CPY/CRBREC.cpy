      *****************************************************************
      *  CRBREC.cpy
      *  RECORD LAYOUTS FOR THE MONTHLY CREDIT BUREAU EXTRACT FILE.
      *  400-BYTE FIXED RECORDS IN THE METRO 2 STYLE, WRITTEN AT MONTH
      *  END BY CBCRB01C FOR TRANSMISSION TO THE CREDIT BUREAUS:
      *    CRB-HEADER-RECORD   ONE PER FILE, FIRST (TYPE 'H')
      *    CRB-BASE-RECORD     ONE PER ACCOUNT REPORTED (TYPE 'B')
      *    CRB-TRAILER-RECORD  ONE PER FILE, LAST (TYPE 'T')
      *  THE FIRST BYTE OF EVERY RECORD IS ITS TYPE.  ALL DATES ARE
      *  MMDDYYYY AND ZERO WHEN NOT APPLICABLE.  ALL AMOUNTS ARE WHOLE
      *  DOLLARS, CENTS DROPPED, AND ZERO WHEN NEGATIVE.  THE TRAILER
      *  TOTALS ARE THE SUMS OF THE BASE RECORDS' WHOLE-DOLLAR FIELDS
      *  SO THE BUREAU CAN PROVE THE FILE ON RECEIPT.
      *****************************************************************
       01  CRB-HEADER-RECORD.
           05  CRBH-REC-TYPE                     PIC X(01).
               88  CRB-HEADER                       VALUE 'H'.
           05  CRBH-REPORTER-ID                  PIC X(10).
           05  CRBH-ACTIVITY-DATE                PIC 9(08).
           05  CRBH-CREATED-DATE                 PIC 9(08).
           05  CRBH-REPORTER-NAME                PIC X(40).
           05  CRBH-PROGRAM-ID                   PIC X(08).
           05  FILLER                            PIC X(325).

       01  CRB-BASE-RECORD.
           05  CRBB-REC-TYPE                     PIC X(01).
               88  CRB-BASE                         VALUE 'B'.
           05  CRBB-ACCT-ID                      PIC 9(11).
           05  CRBB-PORTFOLIO-TYPE               PIC X(01).
           05  CRBB-ACCOUNT-TYPE                 PIC X(02).
           05  CRBB-DATE-OPENED                  PIC 9(08).
           05  CRBB-CREDIT-LIMIT                 PIC 9(09).
           05  CRBB-TERMS-DURATION               PIC X(03).
           05  CRBB-TERMS-FREQUENCY              PIC X(01).
           05  CRBB-SCHED-PAYMENT                PIC 9(09).
           05  CRBB-ACTUAL-PAYMENT               PIC 9(09).
           05  CRBB-ACCOUNT-STATUS               PIC X(02).
               88  CRBB-STATUS-CURRENT              VALUE '11'.
               88  CRBB-STATUS-CLOSED-PAID          VALUE '13'.
               88  CRBB-STATUS-PAID-CHGOFF          VALUE '64'.
               88  CRBB-STATUS-30-DAYS              VALUE '71'.
               88  CRBB-STATUS-60-DAYS              VALUE '78'.
               88  CRBB-STATUS-90-DAYS              VALUE '80'.
               88  CRBB-STATUS-CHARGED-OFF          VALUE '97'.
           05  CRBB-PAYMENT-RATING               PIC X(01).
           05  CRBB-SPECIAL-COMMENT              PIC X(02).
           05  CRBB-COMPLIANCE-CODE              PIC X(02).
               88  CRBB-IN-DISPUTE                  VALUE 'XB'.
           05  CRBB-CURRENT-BALANCE              PIC 9(09).
           05  CRBB-AMOUNT-PAST-DUE              PIC 9(09).
           05  CRBB-CHGOFF-AMT                   PIC 9(09).
           05  CRBB-ACCOUNT-INFO-DATE            PIC 9(08).
           05  CRBB-FIRST-DELINQ-DATE            PIC 9(08).
           05  CRBB-ECOA-CODE                    PIC X(01).
           05  CRBB-SURNAME                      PIC X(25).
           05  CRBB-FIRST-NAME                   PIC X(20).
           05  CRBB-MIDDLE-NAME                  PIC X(20).
           05  CRBB-SSN                          PIC 9(09).
           05  CRBB-DOB                          PIC 9(08).
           05  CRBB-PHONE                        PIC X(15).
           05  CRBB-COUNTRY-CD                   PIC X(03).
           05  CRBB-ADDR-LINE-1                  PIC X(32).
           05  CRBB-ADDR-LINE-2                  PIC X(32).
           05  CRBB-CITY                         PIC X(20).
           05  CRBB-STATE                        PIC X(02).
           05  CRBB-ZIP                          PIC X(09).
           05  FILLER                            PIC X(100).

       01  CRB-TRAILER-RECORD.
           05  CRBT-REC-TYPE                     PIC X(01).
               88  CRB-TRAILER                      VALUE 'T'.
           05  CRBT-BASE-COUNT                   PIC 9(09).
           05  CRBT-TOTAL-BALANCE                PIC 9(13).
           05  CRBT-TOTAL-CREDIT-LIMIT           PIC 9(13).
           05  CRBT-TOTAL-PAST-DUE               PIC 9(13).
           05  CRBT-TOTAL-SCHED-PAYMENT          PIC 9(13).
           05  CRBT-STATUS-11-COUNT              PIC 9(09).
           05  CRBT-STATUS-13-COUNT              PIC 9(09).
           05  CRBT-STATUS-64-COUNT              PIC 9(09).
           05  CRBT-STATUS-71-COUNT              PIC 9(09).
           05  CRBT-STATUS-78-COUNT              PIC 9(09).
           05  CRBT-STATUS-80-COUNT              PIC 9(09).
           05  CRBT-STATUS-97-COUNT              PIC 9(09).
           05  CRBT-SSN-COUNT                    PIC 9(09).
           05  CRBT-DOB-COUNT                    PIC 9(09).
           05  CRBT-DISPUTE-COUNT                PIC 9(09).
           05  FILLER                            PIC X(248).
