      *    CALL OUTCOME AND A NEW PROMISE-TO-PAY DATE AND AMOUNT     *
      *    OFF THE CASE-COPY RECORD.  OUTCOME CODES ARE RCHD         *
      *    (REACHED), NOAN (NO ANSWER), MESG (MESSAGE LEFT), PTP     *
      *    (PROMISE TO PAY), DISP (DISPUTED).  A SUPERVISOR MAY ALSO *
      *    REFER THE LOAN FOR CHARGE-OFF (Y) OR WITHDRAW A REFERRAL. *
      *****************************************************************
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE
           05  LINE 13 COLUMN 1  VALUE 'PROMISE AMOUNT   :'.
           05  LINE 13 COLUMN 22 PIC Z(6)9.99
               USING CC-PROMISE-AMOUNT OF CASE-COPY.
           05  LINE 15 COLUMN 1  VALUE 'REFER CHGOFF (Y) :'.
           05  LINE 15 COLUMN 22 PIC X(1)
               USING CC-CHGOFF-REFER-FLAG OF CASE-COPY.
