      *****************************************************************
      *    BNK1LMA                                                   *
      *    LOSS-MITIGATION PLAN APPROVAL SCREEN.                     *
      *    COPIED INTO THE SCREEN SECTION UNDER 01 BNK1LMA-SCREEN.   *
      *    SHOWS (FROM) THE PENDING PLAN-COPY ENTRY NEXT TO THE      *
      *    LOAN'S CURRENT RATE AND TERM SO THE APPROVER CAN SEE      *
      *    WHAT THE PLAN CHANGES, AND TAKES THE APPROVER'S OWN       *
      *    OPERATOR ID AND DECISION - A APPROVES, R REJECTS, S       *
      *    SKIPS THE PLAN FOR NOW.                                   *
      *****************************************************************
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE
               'BNK1LMA - LOSS MITIGATION PLAN APPROVAL'.
           05  LINE 3  COLUMN 1  VALUE 'MORTGAGE ACCT NO :'.
           05  LINE 3  COLUMN 22 PIC X(12)
               FROM LM-MORTGAGE-ACCT-NO OF PLAN-COPY.
           05  LINE 4  COLUMN 1  VALUE 'CUSTOMER ID      :'.
           05  LINE 4  COLUMN 22 PIC X(10)
               FROM LM-CUSTOMER-ID OF PLAN-COPY.
           05  LINE 5  COLUMN 1  VALUE 'PLAN TYPE        :'.
           05  LINE 5  COLUMN 22 PIC X(1)
               FROM LM-PLAN-TYPE OF PLAN-COPY.
           05  LINE 6  COLUMN 1  VALUE 'HARDSHIP CODE    :'.
           05  LINE 6  COLUMN 22 PIC X(4)
               FROM LM-HARDSHIP-CODE OF PLAN-COPY.
           05  LINE 7  COLUMN 1  VALUE 'PLAN PERIOD      :'.
           05  LINE 7  COLUMN 22 PIC X(10)
               FROM LM-START-DATE OF PLAN-COPY.
           05  LINE 7  COLUMN 34 PIC X(10)
               FROM LM-END-DATE OF PLAN-COPY.
           05  LINE 8  COLUMN 1  VALUE 'FORBEAR PAYMENT  :'.
           05  LINE 8  COLUMN 22 PIC Z(6)9.99
               FROM LM-PLAN-PAYMENT OF PLAN-COPY.
           05  LINE 9  COLUMN 1  VALUE 'CURRENT RATE     :'.
           05  LINE 9  COLUMN 22 PIC Z9.999
               FROM CM-INTEREST-RATE OF CUSTOMER-COPY.
           05  LINE 9  COLUMN 34 VALUE 'MODIFIED :'.
           05  LINE 9  COLUMN 45 PIC Z9.999
               FROM LM-NEW-RATE OF PLAN-COPY.
           05  LINE 10 COLUMN 1  VALUE 'CURRENT TERM     :'.
           05  LINE 10 COLUMN 22 PIC ZZ9
               FROM CM-LOAN-TERM-MONTHS OF CUSTOMER-COPY.
           05  LINE 10 COLUMN 34 VALUE 'MODIFIED :'.
           05  LINE 10 COLUMN 45 PIC ZZ9
               FROM LM-NEW-TERM-MONTHS OF PLAN-COPY.
           05  LINE 11 COLUMN 1  VALUE 'ENTERED BY       :'.
           05  LINE 11 COLUMN 22 PIC X(8)
               FROM LM-ENTERED-BY OF PLAN-COPY.
           05  LINE 13 COLUMN 1  VALUE 'APPROVER ID      :'.
           05  LINE 13 COLUMN 22 PIC X(8)
               USING WS-APPROVER-ID.
           05  LINE 14 COLUMN 1  VALUE 'APPROVER SECRET  :'.
           05  LINE 14 COLUMN 22 PIC X(8) SECURE
               USING WS-APPROVER-SECRET.
           05  LINE 15 COLUMN 1  VALUE 'DECISION (A/R/S) :'.
           05  LINE 15 COLUMN 22 PIC X(1)
               USING WS-APPROVE-ACTION.
