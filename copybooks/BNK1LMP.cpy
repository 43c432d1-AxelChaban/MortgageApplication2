      *****************************************************************
      *    BNK1LMP                                                   *
      *    LOSS-MITIGATION PLAN ENTRY SCREEN.                        *
      *    COPIED INTO THE SCREEN SECTION UNDER 01 BNK1LMP-SCREEN.   *
      *    THE OPERATOR KEYS THE CUSTOMER, THE PLAN TYPE (F          *
      *    FORBEARANCE, M PERMANENT MODIFICATION), THE HARDSHIP      *
      *    CODE, THE PLAN PERIOD AND EITHER THE REDUCED FORBEARANCE  *
      *    PAYMENT OR THE MODIFIED RATE AND/OR TERM (ZERO LEAVES     *
      *    THAT TERM OF THE LOAN AS IT IS), THEN SIGNS ON WITH       *
      *    THEIR OWN ID AND SECRET.  THE PLAN LANDS PENDING UNTIL A  *
      *    DIFFERENT OPERATOR APPROVES IT.                           *
      *****************************************************************
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE
               'BNK1LMP - LOSS MITIGATION PLAN ENTRY'.
           05  LINE 3  COLUMN 1  VALUE 'CUSTOMER ID      :'.
           05  LINE 3  COLUMN 22 PIC X(10)
               USING LM-CUSTOMER-ID OF PLAN-COPY.
           05  LINE 4  COLUMN 1  VALUE 'PLAN TYPE  (F/M) :'.
           05  LINE 4  COLUMN 22 PIC X(1)
               USING LM-PLAN-TYPE OF PLAN-COPY.
           05  LINE 5  COLUMN 1  VALUE 'HARDSHIP CODE    :'.
           05  LINE 5  COLUMN 22 PIC X(4)
               USING LM-HARDSHIP-CODE OF PLAN-COPY.
           05  LINE 6  COLUMN 1  VALUE 'START DATE       :'.
           05  LINE 6  COLUMN 22 PIC X(10)
               USING LM-START-DATE OF PLAN-COPY.
           05  LINE 7  COLUMN 1  VALUE 'END DATE         :'.
           05  LINE 7  COLUMN 22 PIC X(10)
               USING LM-END-DATE OF PLAN-COPY.
           05  LINE 8  COLUMN 1  VALUE 'FORBEAR PAYMENT  :'.
           05  LINE 8  COLUMN 22 PIC Z(6)9.99
               USING LM-PLAN-PAYMENT OF PLAN-COPY.
           05  LINE 9  COLUMN 1  VALUE 'MODIFIED RATE    :'.
           05  LINE 9  COLUMN 22 PIC Z9.999
               USING LM-NEW-RATE OF PLAN-COPY.
           05  LINE 10 COLUMN 1  VALUE 'MODIFIED TERM    :'.
           05  LINE 10 COLUMN 22 PIC ZZ9
               USING LM-NEW-TERM-MONTHS OF PLAN-COPY.
           05  LINE 12 COLUMN 1  VALUE 'ENTERED BY       :'.
           05  LINE 12 COLUMN 22 PIC X(8)
               USING LM-ENTERED-BY OF PLAN-COPY.
           05  LINE 13 COLUMN 1  VALUE 'SECRET           :'.
           05  LINE 13 COLUMN 22 PIC X(8) SECURE
               USING WS-OPERATOR-SECRET.
