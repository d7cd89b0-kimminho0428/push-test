      *  PATTERN SCAN OF TRANFILE, KEYED BY PRIORITY PLUS ALERT
      *  SEQUENCE SO A BROWSE IN KEY ORDER YIELDS THE RISK TEAM'S
      *  WORKLIST HIGHEST PRIORITY FIRST.
      *  FA-TYPE-LOST-STOLEN ('LSTC') MARKS ACTIVITY ON A CARD AFTER
      *  IT WAS REPORTED LOST OR STOLEN AND REPLACED; THE CARD IS
      *  ALREADY BLOCKED, SO THE ALERT IS FOR REVIEW ONLY.
      *****************************************************************
       01  FRAUD-ALERT-RECORD.
           05  FA-KEY.
               88  FA-TYPE-VELOCITY                 VALUE 'VELO'.
               88  FA-TYPE-HIGH-AMOUNT              VALUE 'HAMT'.
               88  FA-TYPE-GEO-MISMATCH             VALUE 'GEOZ'.
               88  FA-TYPE-LOST-STOLEN              VALUE 'LSTC'.
           05  FA-CARD-NUM                       PIC X(16).
           05  FA-TRAN-ID                        PIC X(16).
           05  FA-ALERT-DATE                     PIC 9(08).
