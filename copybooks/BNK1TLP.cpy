      *****************************************************************
      *    BNK1TLP                                                   *
      *    COUNTER PAYMENT CAPTURE SCREEN. COPIED INTO THE SCREEN    *
      *    SECTION UNDER 01 BNK1TLP-SCREEN. THE BORROWER AND LOAN    *
      *    ARE SHOWN (FROM) OFF CUSTOMER-COPY WITH THE AMOUNT DUE    *
      *    FOR THE NEXT SCHEDULED PAYMENT (PRINCIPAL AND INTEREST    *
      *    PLUS ANY ESCROW AND MORTGAGE INSURANCE) AND THE           *
      *    OUTSTANDING LATE-FEE BALANCE. THE TELLER KEYS THE PAYMENT *
      *    TYPE - P REGULAR PAYMENT, A PREPAYMENT - AND THE AMOUNT   *
      *    TAKEN, AND Y TO TAKE IT.                                  *
      *****************************************************************
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE
               'BNK1TLP - TAKE COUNTER PAYMENT'.
           05  LINE 3  COLUMN 1  VALUE 'CUSTOMER ID      :'.
           05  LINE 3  COLUMN 22 PIC X(10)
               FROM CM-CUSTOMER-ID OF CUSTOMER-COPY.
           05  LINE 4  COLUMN 1  VALUE 'BORROWER         :'.
           05  LINE 4  COLUMN 22 PIC X(30)
               FROM CM-CUSTOMER-NAME OF CUSTOMER-COPY.
           05  LINE 5  COLUMN 1  VALUE 'MORTGAGE ACCT NO :'.
           05  LINE 5  COLUMN 22 PIC X(12)
               FROM CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY.
           05  LINE 6  COLUMN 1  VALUE 'CURRENT BALANCE  :'.
           05  LINE 6  COLUMN 22 PIC Z(8)9.99
               FROM CM-CURRENT-BALANCE OF CUSTOMER-COPY.
           05  LINE 8  COLUMN 1  VALUE 'NEXT PAYMENT NO  :'.
           05  LINE 8  COLUMN 22 PIC ZZ9
               FROM WS-DUE-INSTALLMENT.
           05  LINE 9  COLUMN 1  VALUE 'AMOUNT DUE       :'.
           05  LINE 9  COLUMN 22 PIC Z(6)9.99
               FROM WS-AMOUNT-DUE.
           05  LINE 10 COLUMN 1  VALUE 'LATE FEE BALANCE :'.
           05  LINE 10 COLUMN 22 PIC Z(6)9.99
               FROM WS-FEE-BALANCE.
           05  LINE 12 COLUMN 1  VALUE 'PAYMENT TYPE(P/A):'.
           05  LINE 12 COLUMN 22 PIC X(1)
               USING WS-TLR-TRANS-TYPE.
           05  LINE 13 COLUMN 1  VALUE 'AMOUNT TAKEN     :'.
           05  LINE 13 COLUMN 22 PIC Z(6)9.99
               USING WS-TLR-AMOUNT.
           05  LINE 15 COLUMN 1  VALUE 'TAKE IT (Y/N)    :'.
           05  LINE 15 COLUMN 22 PIC X(1)
               USING WS-TLR-CONFIRM.
