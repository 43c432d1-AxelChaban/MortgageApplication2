      *****************************************************************
      *    EPSMITX                                                   *
      *    MORTGAGE-INSURANCE FEED RECORD LAYOUT - ONE ROW PER       *
      *    ACCOUNT FROM THE SERVICING AREA, APPLIED TO THE KEYED     *
      *    MORTGAGE-INSURANCE FILE BY DBBMINS BEFORE THE MONTHLY     *
      *    EVALUATION PASS.  ACTION A BOARDS (OR CORRECTS) THE       *
      *    CARRIER, CERTIFICATE AND PREMIUM FOR AN INSURED LOAN;     *
      *    ACTION R IS A BORROWER'S WRITTEN REQUEST TO CANCEL, WHICH *
      *    IS HONOURED ONLY AT OR BELOW 80% OF THE ORIGINAL VALUE.   *
      *****************************************************************
           05  MX-MORTGAGE-ACCT-NO       PIC X(12).
           05  MX-CUSTOMER-ID            PIC X(10).
           05  MX-ACTION-CODE            PIC X(1).
               88  MX-ACTION-BOARD       VALUE 'A'.
               88  MX-ACTION-REQUEST     VALUE 'R'.
           05  MX-CARRIER-NAME           PIC X(20).
           05  MX-CERTIFICATE-NO         PIC X(15).
           05  MX-MONTHLY-PREMIUM        PIC 9(5)V99.
           05  FILLER                    PIC X(5).
