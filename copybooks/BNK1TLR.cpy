      *****************************************************************
      *    BNK1TLR                                                   *
      *    BRANCH COUNTER PAYMENT REQUEST SCREEN. COPIED INTO THE    *
      *    SCREEN SECTION UNDER 01 BNK1TLR-SCREEN. THE SIGNED-ON     *
      *    TELLER KEYS EITHER THE CUSTOMER ID OR THE MORTGAGE        *
      *    ACCOUNT NUMBER (ONE IS ENOUGH) AND AN ACTION - L LOOKS    *
      *    THE ACCOUNT UP TO TAKE A PAYMENT, C CLOSES THE TELLER'S   *
      *    DRAWER FOR THE DAY, Q ENDS THE SESSION WITHOUT CLOSING.   *
      *****************************************************************
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE
               'BNK1TLR - BRANCH COUNTER PAYMENT'.
           05  LINE 3  COLUMN 1  VALUE 'TELLER           :'.
           05  LINE 3  COLUMN 22 PIC X(8)
               FROM WS-OPERATOR-ID.
           05  LINE 5  COLUMN 1  VALUE 'CUSTOMER ID      :'.
           05  LINE 5  COLUMN 22 PIC X(10)
               USING WS-TLR-CUSTOMER-ID.
           05  LINE 6  COLUMN 1  VALUE 'MORTGAGE ACCT NO :'.
           05  LINE 6  COLUMN 22 PIC X(12)
               USING WS-TLR-ACCT-NO.
           05  LINE 8  COLUMN 1  VALUE 'ACTION (L/C/Q)   :'.
           05  LINE 8  COLUMN 22 PIC X(1)
               USING WS-TLR-ACTION.
