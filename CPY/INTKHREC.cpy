      *****************************************************************
      *  INTKHREC.cpy
      *  RECORD LAYOUT FOR INTKHIST (INTAKE-HIST-RECORD)
      *  ONE RECORD PER PROCESSOR DAILY FILE THE INTAKE RUN, CBTIN01C,
      *  HAS LOADED OR STARTED TO LOAD, KEYED BY THE FILE DATE FROM
      *  THE FILE HEADER.  IH-FILE-SEQ, THE PROCESSOR'S FILE SEQUENCE
      *  NUMBER, IS A UNIQUE ALTERNATE KEY, SO THE SAME FILE CANNOT
      *  BE LOADED TWICE UNDER EITHER ITS DATE OR ITS SEQUENCE.  THE
      *  AIX CLUSTER IS IN THE BASE CLUSTER'S UPGRADE SET.
      *  THE RECORD IS WRITTEN STARTED ('S') BEFORE THE FIRST DETAIL
      *  IS LOADED AND FLIPPED TO COMPLETED ('C') AT FINALIZE.  WHILE
      *  THE LOAD RUNS IT DOUBLES AS THE RESTART CHECKPOINT: AFTER
      *  EACH DETAIL RECORD IS LOADED OR REJECTED, IH-LAST-RECORD-NUM
      *  (ITS POSITION IN THE FILE) AND THE RUNNING COUNTS AND
      *  AMOUNTS ARE REWRITTEN, SO A RUN THAT ABENDS PARTWAY THROUGH
      *  LEAVES 'S' AND A RERUN OF THE SAME FILE PICKS UP AT THE NEXT
      *  RECORD WITH ITS TOTALS INTACT.  A FILE THE INTAKE REFUSED
      *  (BAD HEADER OR TRAILER) NEVER GETS A RECORD, SO A CORRECTED
      *  RESEND IS ACCEPTED.
      *****************************************************************
       01  INTAKE-HIST-RECORD.
           05  IH-FILE-DATE                      PIC 9(08).
           05  IH-FILE-SEQ                       PIC 9(06).
           05  IH-STATUS                         PIC X(01).
               88  IH-LOAD-STARTED                  VALUE 'S'.
               88  IH-LOAD-COMPLETED                VALUE 'C'.
           05  IH-BUS-DATE                       PIC 9(08).
           05  IH-PROCESSOR-ID                   PIC X(10).
           05  IH-START-TS                       PIC X(26).
           05  IH-END-TS                         PIC X(26).
           05  IH-RECORD-COUNT                   PIC 9(09).
           05  IH-AMOUNT-TOTAL                   PIC S9(13)V99.
           05  IH-LAST-RECORD-NUM                PIC 9(09).
           05  IH-RECORDS-LOADED                 PIC 9(09).
           05  IH-REJECTED-DUP-TRAN              PIC 9(09).
           05  IH-REJECTED-DUP-CARD              PIC 9(09).
           05  IH-LOADED-DEBITS                  PIC S9(13)V99.
           05  IH-LOADED-CREDITS                 PIC S9(13)V99.
           05  IH-SUSPENDED-AMOUNT               PIC S9(13)V99.
           05  FILLER                            PIC X(10).
