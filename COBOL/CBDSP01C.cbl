      *  DATE       INIT  DESCRIPTION
      *  09/03/2026 AWS   INITIAL VERSION - DAILY AGING REPORT OVER
      *                   OPEN TRANSACTION DISPUTES.
      *  10/15/2026 AWS   DISPFILE NOW CARRIES AN ALTERNATE KEY ON
      *                   DISP-ACCT-ID FOR CBCRB01C; DECLARED HERE SO
      *                   THE SELECT MATCHES THE CLUSTER.
      *****************************************************************
      *  THIS PROGRAM SWEEPS DISPFILE (MAINTAINED BY THE CODISP0C
      *  INTAKE/RESOLUTION SCREEN) AND REPORTS EVERY DISPUTE STILL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS DISP-TRAN-ID
                  ALTERNATE RECORD KEY IS DISP-ACCT-ID
                      WITH DUPLICATES
                  FILE STATUS  IS DISP-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO   RPTFILE
