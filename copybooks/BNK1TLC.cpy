      *****************************************************************
      *    BNK1TLC                                                   *
      *    TELLER DRAWER CLOSE SCREEN. COPIED INTO THE SCREEN        *
      *    SECTION UNDER 01 BNK1TLC-SCREEN. AT CLOSE OF DAY THE      *
      *    TELLER KEYS THE RECEIPTS ACTUALLY COUNTED IN THE DRAWER   *
      *    AND Y TO CLOSE IT. THE CAPTURED TOTAL IS DELIBERATELY NOT *
      *    SHOWN - THE COUNT IS TAKEN BLIND AND DBBDRWR BALANCES IT  *
      *    AGAINST THE CAPTURES THAT NIGHT.                          *
      *****************************************************************
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE
               'BNK1TLC - TELLER DRAWER CLOSE'.
           05  LINE 3  COLUMN 1  VALUE 'TELLER           :'.
           05  LINE 3  COLUMN 22 PIC X(8)
               FROM WS-OPERATOR-ID.
           05  LINE 5  COLUMN 1  VALUE 'RECEIPTS COUNTED :'.
           05  LINE 5  COLUMN 22 PIC Z(8)9.99
               USING WS-TLR-COUNTED-TOTAL.
           05  LINE 7  COLUMN 1  VALUE 'CLOSE (Y/N)      :'.
           05  LINE 7  COLUMN 22 PIC X(1)
               USING WS-TLR-CONFIRM.
