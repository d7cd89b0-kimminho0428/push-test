      *  AS REJECTED SO CBSUS01C CAN RE-DRIVE IT THROUGH THE SAME
      *  EDITS AFTER THE UNDERLYING DATA IS FIXED, AND MONTH-END
      *  BALANCING CAN SEE EVERY DOLLAR THAT FAILED TO POST.
      *  THE INTAKE RUN, CBTIN01C, ALSO CAPTURES HERE THE PROCESSOR
      *  RECORDS IT WOULD NOT LOAD TO TRANFILE: REASON 'DUPT' (THE
      *  TRAN-ID IS ALREADY ON TRANFILE) AND 'DUPC' (SAME CARD AND
      *  AMOUNT AS ONE ALREADY LOADED WITHIN THE DUPLICATE WINDOW).
      *  THEIR TRAN-ID IS ALREADY TAKEN, SO THEY ARE KEYED 'IN' PLUS
      *  THE PROCESSOR FILE SEQUENCE NUMBER PLUS THE RECORD'S
      *  POSITION IN THE FILE; THE TRUE TRAN-ID STAYS IN THE IMAGE.
      *  CBSUS01C LEAVES THEM ALONE - THEY ARE FOR REVIEW WITH THE
      *  PROCESSOR, NOT FOR RE-POSTING.
      *****************************************************************
       01  SUSPENSE-RECORD.
           05  SUSP-TRAN-ID                      PIC X(16).
           05  SUSP-INTAKE-KEY REDEFINES SUSP-TRAN-ID.
               10  SUSP-INTAKE-PREFIX            PIC X(02).
               10  SUSP-INTAKE-FILE-SEQ          PIC 9(06).
               10  SUSP-INTAKE-RECORD-NUM        PIC 9(08).
           05  SUSP-REJECT-REASON                PIC X(04).
               88  SUSP-REASON-NO-XREF              VALUE 'NOXR'.
               88  SUSP-REASON-NO-ACCOUNT           VALUE 'NOAC'.
               88  SUSP-REASON-BAD-TYPE             VALUE 'BDTP'.
               88  SUSP-REASON-OVER-LIMIT           VALUE 'OVLM'.
               88  SUSP-REASON-CHARGED-OFF          VALUE 'CHGO'.
               88  SUSP-REASON-DUP-TRAN-ID          VALUE 'DUPT'.
               88  SUSP-REASON-DUP-CARD-AMT         VALUE 'DUPC'.
               88  SUSP-INTAKE-REJECT               VALUE 'DUPT'
                                                          'DUPC'.
           05  SUSP-REJECT-DATE                  PIC 9(08).
           05  SUSP-TRAN-IMAGE                   PIC X(350).
           05  FILLER                            PIC X(22).
