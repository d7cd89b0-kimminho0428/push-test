      *****************************************************************
      *  CORRREC.cpy
      *  RECORD LAYOUT FOR CORREVT (CORR-EVENT-RECORD)
      *  ONE RECORD PER EVENT THAT OWES THE CUSTOMER A LETTER, KEYED
      *  BY THE TIME THE EVENT WAS RAISED PLUS THE PROGRAM THAT
      *  RAISED IT, SO A SEQUENTIAL READ YIELDS THE EVENTS IN THE
      *  ORDER THEY HAPPENED.  LIKE AUDITLOG, THE FILE IS WRITTEN BY
      *  BOTH BATCH AND ONLINE PROGRAMS: BATCH WRITERS CARRY A RUN
      *  SEQUENCE NUMBER IN THE FRACTION DIGITS OF CEV-EVENT-TS, THE
      *  CICS TRANSACTIONS CARRY THE TASK NUMBER, SO TWO EVENTS
      *  RAISED IN THE SAME SECOND STILL GET DISTINCT KEYS.
      *    NSFR - EFT DRAFT RETURNED AND NSF FEE RAISED   (CBEFT02C)
      *    CLCH - CREDIT LINE CHANGE APPLIED              (CBCRV02C)
      *    LATE - LATE FEE ASSESSED                       (CBDLQ01C)
      *    FRBL - CARD BLOCKED FOR CONFIRMED FRAUD        (COFRD00C)
      *    DSPR - DISPUTE RESOLVED, EITHER WAY            (CODISP0C)
      *    REIS - CARD DUE FOR REISSUE                    (CBCRDEXP)
      *  THE WRITER FILLS IN WHAT IT HAS ON HAND: CEV-CUST-ID IS ZERO
      *  WHEN IT DOES NOT KNOW THE CUSTOMER, AND THE NIGHTLY LETTER
      *  EXTRACT, CBCOR01C, RESOLVES IT THROUGH XREFFILE - BY CARD
      *  WHEN ONE IS GIVEN, OTHERWISE BY ACCOUNT.  EVENTS ARE WRITTEN
      *  PENDING ('P'); CBCOR01C MARKS EACH ONE LETTERED ('L'),
      *  SUPPRESSED AS A DUPLICATE ('S'), OR UNDELIVERABLE ('E' - NO
      *  CUSTOMER OR ADDRESS ON FILE, OR A LETTER TYPE IT DOES NOT
      *  KNOW) AND STAMPS THE EXTRACT DATE.
      *  ONE LETTER GOES OUT PER CUSTOMER, LETTER TYPE AND
      *  CEV-DEDUP-DATE.  THE WRITER SETS CEV-DEDUP-DATE TO THE EVENT
      *  DATE, EXCEPT FOR REIS, WHERE IT IS THE EXPIRY DATE OF THE
      *  CARD BEING REISSUED - THE REISSUE WORKLIST LISTS A CARD
      *  EVERY DAY IT IS IN THE WINDOW, BUT THE CUSTOMER GETS ONE
      *  LETTER PER EXPIRING CARD.
      *  CEV-VAR-DATA CARRIES THE VARIABLE LETTER DATA, LAID OUT PER
      *  LETTER TYPE BY THE REDEFINITIONS BELOW.  AMOUNTS ARE SIGNED
      *  AS ON THE SOURCE RECORD; DATES ARE YYYYMMDD.
      *****************************************************************
       01  CORR-EVENT-RECORD.
           05  CEV-KEY.
               10  CEV-EVENT-TS                  PIC X(26).
               10  CEV-SOURCE-PGM                PIC X(08).
           05  CEV-LETTER-TYPE                   PIC X(04).
               88  CEV-NSF-RETURN                   VALUE 'NSFR'.
               88  CEV-LIMIT-CHANGE                 VALUE 'CLCH'.
               88  CEV-LATE-FEE                     VALUE 'LATE'.
               88  CEV-FRAUD-BLOCK                  VALUE 'FRBL'.
               88  CEV-DISPUTE-RESOLVED             VALUE 'DSPR'.
               88  CEV-CARD-REISSUE                 VALUE 'REIS'.
           05  CEV-EVENT-DATE                    PIC 9(08).
           05  CEV-DEDUP-DATE                    PIC 9(08).
           05  CEV-ACCT-ID                       PIC 9(11).
           05  CEV-CUST-ID                       PIC 9(09).
           05  CEV-CARD-NUM                      PIC X(16).
           05  CEV-STATUS                        PIC X(01).
               88  CEV-PENDING                      VALUE 'P'.
               88  CEV-LETTERED                     VALUE 'L'.
               88  CEV-SUPPRESSED                   VALUE 'S'.
               88  CEV-UNDELIVERABLE                VALUE 'E'.
           05  CEV-EXTRACT-DATE                  PIC 9(08).
           05  CEV-VAR-DATA                      PIC X(120).
           05  CEV-NSF-DATA REDEFINES CEV-VAR-DATA.
               10  CEV-NSF-TRAN-ID               PIC X(16).
               10  CEV-NSF-RETURN-CD             PIC X(03).
               10  CEV-NSF-RETURN-DATE           PIC 9(08).
               10  CEV-NSF-DRAFT-AMT             PIC S9(09)V99.
               10  CEV-NSF-FEE-AMT               PIC S9(05)V99.
               10  CEV-NSF-DISENROLLED           PIC X(01).
               10  FILLER                        PIC X(74).
           05  CEV-LIMIT-DATA REDEFINES CEV-VAR-DATA.
               10  CEV-LIM-OLD-LIMIT             PIC S9(10)V99.
               10  CEV-LIM-NEW-LIMIT             PIC S9(10)V99.
               10  CEV-LIM-REVIEW-DATE           PIC 9(08).
               10  FILLER                        PIC X(88).
           05  CEV-LATE-DATA REDEFINES CEV-VAR-DATA.
               10  CEV-LATE-FEE-AMT              PIC S9(05)V99.
               10  CEV-LATE-DUE-DATE             PIC 9(08).
               10  CEV-LATE-DAYS-PAST-DUE        PIC 9(04).
               10  CEV-LATE-MIN-PAY-DUE          PIC S9(09)V99.
               10  CEV-LATE-STMT-BAL             PIC S9(10)V99.
               10  FILLER                        PIC X(78).
           05  CEV-FRAUD-DATA REDEFINES CEV-VAR-DATA.
               10  CEV-FRD-ALERT-TYPE            PIC X(04).
               10  CEV-FRD-TRAN-ID               PIC X(16).
               10  CEV-FRD-TRAN-AMT              PIC S9(09)V99.
               10  CEV-FRD-ALERT-DATE            PIC 9(08).
               10  FILLER                        PIC X(81).
           05  CEV-DISPUTE-DATA REDEFINES CEV-VAR-DATA.
               10  CEV-DSP-TRAN-ID               PIC X(16).
               10  CEV-DSP-OUTCOME               PIC X(01).
                   88  CEV-DSP-CARDHOLDER-WON       VALUE 'W'.
                   88  CEV-DSP-DENIED               VALUE 'D'.
               10  CEV-DSP-AMT                   PIC S9(09)V99.
               10  CEV-DSP-OPEN-DATE             PIC 9(08).
               10  CEV-DSP-RESOLVE-DATE          PIC 9(08).
               10  FILLER                        PIC X(76).
           05  CEV-REISSUE-DATA REDEFINES CEV-VAR-DATA.
               10  CEV-REI-EXP-DATE              PIC X(10).
               10  CEV-REI-EMBOSSED-NAME         PIC X(50).
               10  FILLER                        PIC X(60).
           05  FILLER                            PIC X(31).
