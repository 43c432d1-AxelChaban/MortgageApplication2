      *    SUPERVISED ACCOUNT TRANSFER SCREEN.                       *
      *    COPIED INTO THE SCREEN SECTION UNDER 01 BNK1XFR-SCREEN.   *
      *    THE OPERATOR KEYS THE CUSTOMER TO MOVE AND THE NEW        *
      *    CUSTOMER ID AND/OR NEW MORTGAGE ACCOUNT NUMBER, AND ON A  *
      *    LOAN ASSUMPTION THE NEW BORROWER NAME AND/OR ADDRESS (A   *
      *    BLANK FIELD KEEPS THE OLD VALUE).  A CHANGED NAME OR      *
      *    ADDRESS IS SCREENED AGAINST THE SANCTIONS WATCH LIST      *
      *    THROUGH DBBSCRN.  BOTH THE OPERATOR AND A                 *
      *    DIFFERENT SUPERVISOR SIGN ON, EACH VERIFIED THROUGH       *
      *    DBBSIGN AGAINST THE ACCOUNT-TRANSFER ENTITLEMENT - THE    *
      *    SAME DUAL CONTROL SHAPE DBBRATEM USES FOR RATES.          *
           05  LINE 5  COLUMN 1  VALUE 'NEW MTG ACCT NO  :'.
           05  LINE 5  COLUMN 22 PIC X(12)
               USING WS-XFER-NEW-ACCT.
           05  LINE 6  COLUMN 1  VALUE 'NEW NAME         :'.
           05  LINE 6  COLUMN 22 PIC X(30)
               USING WS-XFER-NEW-NAME.
           05  LINE 7  COLUMN 1  VALUE 'NEW ADDRESS      :'.
           05  LINE 7  COLUMN 22 PIC X(40)
               USING WS-XFER-NEW-ADDRESS.
           05  LINE 9  COLUMN 1  VALUE 'OPERATOR ID      :'.
           05  LINE 9  COLUMN 22 PIC X(8)
               USING WS-OPERATOR-ID.
           05  LINE 10 COLUMN 1  VALUE 'OPERATOR SECRET  :'.
           05  LINE 10 COLUMN 22 PIC X(8) SECURE
               USING WS-OPERATOR-SECRET.
           05  LINE 11 COLUMN 1  VALUE 'SUPERVISOR ID    :'.
           05  LINE 11 COLUMN 22 PIC X(8)
               USING WS-SUPERVISOR-ID.
           05  LINE 12 COLUMN 1  VALUE 'SUPERVISOR SECRET:'.
           05  LINE 12 COLUMN 22 PIC X(8) SECURE
               USING WS-SUPERVISOR-SECRET.
