      *****************************************************************
      *    BNK1LHD                                                   *
      *    SUPERVISED LEGAL-HOLD MAINTENANCE SCREEN.                 *
      *    COPIED INTO THE SCREEN SECTION UNDER 01 BNK1LHD-SCREEN.   *
      *    THE OPERATOR KEYS THE CUSTOMER AND THE HOLD TYPE (BK      *
      *    BANKRUPTCY, FC FORECLOSURE, LIT LITIGATION), COURT CASE   *
      *    NUMBER AND FILING DATE FOR A NEW HOLD, OR ONLY THE        *
      *    FIELDS THAT CHANGE ON AN EXISTING ONE (A BLANK FIELD      *
      *    KEEPS THE VALUE ON FILE).  A RELEASE DATE ENDS THE HOLD.  *
      *    BOTH THE OPERATOR AND A DIFFERENT SUPERVISOR SIGN ON,     *
      *    EACH VERIFIED THROUGH DBBSIGN AGAINST THE LEGAL-HOLD      *
      *    ENTITLEMENT - THE DUAL CONTROL SHAPE DBBXFER USES.        *
      *****************************************************************
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE
               'BNK1LHD - LEGAL HOLD MAINTENANCE'.
           05  LINE 3  COLUMN 1  VALUE 'CUSTOMER ID      :'.
           05  LINE 3  COLUMN 22 PIC X(10)
               USING WS-HOLD-CUSTOMER-ID.
           05  LINE 4  COLUMN 1  VALUE 'HOLD TYPE        :'.
           05  LINE 4  COLUMN 22 PIC X(3)
               USING WS-HOLD-TYPE.
           05  LINE 5  COLUMN 1  VALUE 'CASE NUMBER      :'.
           05  LINE 5  COLUMN 22 PIC X(20)
               USING WS-HOLD-CASE-NUMBER.
           05  LINE 6  COLUMN 1  VALUE 'FILING DATE      :'.
           05  LINE 6  COLUMN 22 PIC X(10)
               USING WS-HOLD-FILING-DATE.
           05  LINE 7  COLUMN 1  VALUE 'RELEASE DATE     :'.
           05  LINE 7  COLUMN 22 PIC X(10)
               USING WS-HOLD-RELEASE-DATE.
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
