      *****************************************************************
      *    BNK1BKC                                                   *
      *    POSTING-RUN BACKOUT CONFIRMATION SCREEN.  COPIED INTO THE *
      *    SCREEN SECTION UNDER 01 BNK1BKC-SCREEN.  SHOWS WHAT       *
      *    DBBBACK FOUND FOR THE DATE BEFORE ANYTHING IS CHANGED -   *
      *    THE HISTORY ROWS IN THE SELECTION, THE ROWS A PREVIOUS    *
      *    BACKOUT ALREADY TOOK OUT, THE ROWS LEFT STANDING OUTSIDE  *
      *    THE SELECTION, AND THE DBBPOST CONTROL TOTALS FOR THE     *
      *    DATE THEY MUST ADD UP TO.  Y APPLIES THE BACKOUT;         *
      *    ANYTHING ELSE LEAVES THE FILES AS THEY ARE.               *
      *****************************************************************
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE
               'BNK1BKC - CONFIRM POSTING-RUN BACKOUT'.
           05  LINE 3  COLUMN 1  VALUE 'POSTING DATE     :'.
           05  LINE 3  COLUMN 22 PIC X(10)
               FROM WS-BKO-POST-DATE.
           05  LINE 4  COLUMN 1  VALUE 'SENDER           :'.
           05  LINE 4  COLUMN 22 PIC X(8)
               FROM WS-BKO-SENDER.
           05  LINE 5  COLUMN 1  VALUE 'ACCOUNTS LISTED  :'.
           05  LINE 5  COLUMN 22 PIC ZZ9
               FROM WS-BKO-LIST-COUNT.
           05  LINE 7  COLUMN 1  VALUE 'ROWS TO BACK OUT :'.
           05  LINE 7  COLUMN 22 PIC Z(6)9
               FROM WS-SCOPE-COUNT.
           05  LINE 7  COLUMN 32 PIC Z(10)9.99
               FROM WS-SCOPE-TOTAL.
           05  LINE 8  COLUMN 1  VALUE 'PRIOR BACKOUT    :'.
           05  LINE 8  COLUMN 22 PIC Z(6)9
               FROM WS-PRIOR-COUNT.
           05  LINE 8  COLUMN 32 PIC Z(10)9.99
               FROM WS-PRIOR-TOTAL.
           05  LINE 9  COLUMN 1  VALUE 'LEFT STANDING    :'.
           05  LINE 9  COLUMN 22 PIC Z(6)9
               FROM WS-STANDING-COUNT.
           05  LINE 9  COLUMN 32 PIC Z(10)9.99
               FROM WS-STANDING-TOTAL.
           05  LINE 10 COLUMN 1  VALUE 'DBBPOST CONTROL  :'.
           05  LINE 10 COLUMN 22 PIC Z(6)9
               FROM WS-CTL-COUNT.
           05  LINE 10 COLUMN 32 PIC Z(10)9.99
               FROM WS-CTL-TOTAL.
           05  LINE 12 COLUMN 1  VALUE 'BACK OUT (Y/N)   :'.
           05  LINE 12 COLUMN 22 PIC X(1)
               USING WS-BKO-CONFIRM.
