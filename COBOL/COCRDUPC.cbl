      *                   IMAGES OF THE UPDATABLE FIELDS) SO THE
      *                   DAILY CBAUD01C REPORT CAN SHOW WHO CHANGED
      *                   WHAT AND WHEN.
      *  10/15/2026 AWS   A CARD REPLACED AS LOST OR STOLEN (CARD-
      *                   REPLACED-BY-NUM SET BY COCRDRPC) CAN NO
      *                   LONGER BE REACTIVATED; ITS OTHER FIELDS
      *                   STILL UPDATE.
      *****************************************************************
      *  TRANSACTION CCUP, MAPSET CCRDUP0, MAP CCRDUPA.
      *
      *  CHECKS THE CARD'S LINKED ACCOUNT AGAINST XREFFILE BEFORE
      *  DISPLAYING IT.  ENTER LOOKS UP THE KEYED CARD; PF5 REWRITES
      *  THE CURRENTLY DISPLAYED CARD'S EMBOSSED NAME, EXPIRATION DATE,
      *  AND ACTIVE STATUS WITH WHATEVER IS ON THE SCREEN.  A CARD
      *  THAT HAS BEEN REPLACED AFTER BEING REPORTED LOST OR STOLEN
      *  STAYS BLOCKED WHATEVER STATUS IS KEYED.
      *
      *  THIS TRANSACTION IS REACHED BY XCTL FROM THE SIGN-ON
      *  TRANSACTION, WHICH POPULATES THE STANDARD CARDDEMO-COMMAREA

       01  SCREEN-MESSAGE                PIC X(78) VALUE SPACES.

       01  REACTIVATE-REFUSED-SW        PIC X(01) VALUE 'N'.
           88  REACTIVATE-REFUSED           VALUE 'Y'.

       01  REQUESTED-CARD-NUM           PIC X(16) VALUE SPACES.

       01  AUDIT-RESP-CD                PIC S9(08) COMP VALUE ZERO.
                   MOVE CARD-AUDIT-IMAGE    TO AUDIT-BEFORE-IMAGE
                   MOVE EMBNAMI TO CARD-EMBOSSED-NAME
                   MOVE EXPDTI  TO CARD-EXPIRAION-DATE
                   MOVE 'N' TO REACTIVATE-REFUSED-SW
                   IF ACTSTI = 'Y'
                      AND CARD-REPLACED-BY-NUM NOT = SPACES
                       MOVE 'Y' TO REACTIVATE-REFUSED-SW
                   ELSE
                       IF ACTSTI = 'Y' OR ACTSTI = 'N'
                           MOVE ACTSTI TO CARD-ACTIVE-STATUS
                       END-IF
                   END-IF
                   MOVE CARD-EMBOSSED-NAME  TO CAI-EMBOSSED-NAME
                   MOVE CARD-EXPIRAION-DATE TO CAI-EXPIRAION-DATE
                               RESP(RESP-CD)
                   END-EXEC
                   IF RESP-CD = DFHRESP(NORMAL)
                       IF REACTIVATE-REFUSED
                           MOVE 'UPDATED - REPLACED CARD STAYS BLOCKED'
                               TO SCREEN-MESSAGE
                       ELSE
                           MOVE 'CARD UPDATED' TO SCREEN-MESSAGE
                       END-IF
                       MOVE 'CCUP'     TO AUDIT-TRANID
                       MOVE 'CARDFILE' TO AUDIT-FILE-NAME
                       MOVE SPACES     TO AUDIT-REC-KEY
