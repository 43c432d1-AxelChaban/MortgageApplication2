      *****************************************************************
      *    EPSTCAP                                                   *
      *    TELLER CAPTURE RECORD LAYOUT - ONE ROW PER PAYMENT TAKEN  *
      *    OVER THE BRANCH COUNTER ON THE DBBTELR SCREEN (TYPE P)    *
      *    AND ONE PER DRAWER CLOSE, CARRYING THE RECEIPTS THE       *
      *    TELLER COUNTED IN THE DRAWER (TYPE C). APPENDED THROUGH   *
      *    THE DAY; DBBDRWR TAKES EVERY ROW NOT YET FED, BUILDS THE  *
      *    HEADED AND TRAILED TLRTRXIN FEED DBBTEST READS THAT       *
      *    NIGHT, BALANCES EACH TELLER'S DRAWER AND MARKS THE ROW    *
      *    TC-FEED-PENDING.  ONLY ONCE DBBTEST HAS ACCEPTED THE      *
      *    BATCH DOES DBBDRWR'S STAMP RUN SET TC-FED-DATE, SO NO     *
      *    PAYMENT IS EVER FED TWICE AND A REFUSED BATCH IS FED      *
      *    AGAIN THE NEXT NIGHT.                                     *
      *****************************************************************
           05  TC-CAPTURE-DATE           PIC X(10).
           05  TC-TELLER-ID              PIC X(8).
           05  TC-CAPTURE-STAMP          PIC X(14).
           05  TC-RECORD-TYPE            PIC X(1).
               88  TC-PAYMENT-CAPTURE    VALUE 'P'.
               88  TC-DRAWER-CLOSE       VALUE 'C'.
           05  TC-CUSTOMER-ID            PIC X(10).
           05  TC-MORTGAGE-ACCT-NO       PIC X(12).
           05  TC-TRANS-TYPE             PIC X(1).
           05  TC-TRANS-AMOUNT           PIC 9(7)V99.
           05  TC-COUNTED-TOTAL          PIC 9(9)V99.
           05  TC-FED-DATE               PIC X(10).
           05  TC-FEED-PENDING           PIC X(1).
               88  TC-IN-PENDING-FEED    VALUE 'Y'.
           05  FILLER                    PIC X(9).
