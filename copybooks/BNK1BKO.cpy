      *****************************************************************
      *    BNK1BKO                                                   *
      *    SUPERVISED POSTING-RUN BACKOUT SCREEN.  COPIED INTO THE   *
      *    SCREEN SECTION UNDER 01 BNK1BKO-SCREEN.  THE OPERATOR     *
      *    KEYS THE BUSINESS DATE OF THE DBBPOST RUN TO UNDO,        *
      *    OPTIONALLY THE SENDER WHOSE TRANSMISSION WAS BAD (BLANK   *
      *    FOR EVERY SENDER) AND Y IN ACCOUNT LIST TO LIMIT THE      *
      *    BACKOUT TO THE ACCOUNTS ON THE BKOTACCT FILE.  BOTH THE   *
      *    OPERATOR AND A DIFFERENT SUPERVISOR SIGN ON, EACH         *
      *    VERIFIED THROUGH DBBSIGN AGAINST THE POSTING-BACKOUT      *
      *    ENTITLEMENT - THE DUAL CONTROL SHAPE DBBXFER USES.        *
      *****************************************************************
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE
               'BNK1BKO - SUPERVISED POSTING-RUN BACKOUT'.
           05  LINE 3  COLUMN 1  VALUE 'POSTING DATE     :'.
           05  LINE 3  COLUMN 22 PIC X(10)
               USING WS-BKO-POST-DATE.
           05  LINE 4  COLUMN 1  VALUE 'SENDER (OPTIONAL):'.
           05  LINE 4  COLUMN 22 PIC X(8)
               USING WS-BKO-SENDER.
           05  LINE 5  COLUMN 1  VALUE 'ACCOUNT LIST (Y) :'.
           05  LINE 5  COLUMN 22 PIC X(1)
               USING WS-BKO-LIST-FLAG.
           05  LINE 7  COLUMN 1  VALUE 'OPERATOR ID      :'.
           05  LINE 7  COLUMN 22 PIC X(8)
               USING WS-OPERATOR-ID.
           05  LINE 8  COLUMN 1  VALUE 'OPERATOR SECRET  :'.
           05  LINE 8  COLUMN 22 PIC X(8) SECURE
               USING WS-OPERATOR-SECRET.
           05  LINE 9  COLUMN 1  VALUE 'SUPERVISOR ID    :'.
           05  LINE 9  COLUMN 22 PIC X(8)
               USING WS-SUPERVISOR-ID.
           05  LINE 10 COLUMN 1  VALUE 'SUPERVISOR SECRET:'.
           05  LINE 10 COLUMN 22 PIC X(8) SECURE
               USING WS-SUPERVISOR-SECRET.
