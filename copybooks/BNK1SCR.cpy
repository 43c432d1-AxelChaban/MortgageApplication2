      *****************************************************************
      *    BNK1SCR                                                   *
      *    SANCTIONS REVIEW SCREEN. COPIED INTO THE SCREEN SECTION   *
      *    UNDER 01 BNK1SCR-SCREEN. THE COMPLIANCE OFFICER KEYS THE  *
      *    CUSTOMER WHOSE HELD WATCH-LIST MATCH IS BEING WORKED, THE *
      *    ACTION (I INQUIRY, C CLEAR AS A FALSE MATCH, F CONFIRM AS *
      *    A TRUE MATCH) AND THEIR OWN OPERATOR ID. THE SECRET IS    *
      *    VERIFIED THROUGH DBBSIGN AGAINST THE SANCTIONS-REVIEW     *
      *    ENTITLEMENT.                                              *
      *****************************************************************
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE
               'BNK1SCR - SANCTIONS REVIEW'.
           05  LINE 3  COLUMN 1  VALUE 'ACTION (I/C/F)   :'.
           05  LINE 3  COLUMN 22 PIC X(1)
               USING WS-REVIEW-ACTION.
           05  LINE 4  COLUMN 1  VALUE 'CUSTOMER ID      :'.
           05  LINE 4  COLUMN 22 PIC X(10)
               USING WS-REVIEW-CUSTOMER-ID.
           05  LINE 5  COLUMN 1  VALUE 'OPERATOR ID      :'.
           05  LINE 5  COLUMN 22 PIC X(8)
               USING WS-OPERATOR-ID.
           05  LINE 6  COLUMN 1  VALUE 'SECRET           :'.
           05  LINE 6  COLUMN 22 PIC X(8) SECURE
               USING WS-OPERATOR-SECRET.
