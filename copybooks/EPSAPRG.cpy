      *****************************************************************
      *    EPSAPRG                                                   *
      *    APPLICATION REGISTER RECORD LAYOUT - ONE ROW PER          *
      *    APPLICATION DECIDED BY DBBDCSN, KEYED ON CUSTOMER AND     *
      *    DECISION DATE, WRITTEN ONCE BY DBBADVN AND NEVER PURGED   *
      *    SO THE REGISTER IS CUMULATIVE FOR REGULATORY REPORTING    *
      *    AND EXAMINER REQUESTS.  AR-NOTICE-DATE IS THE DATE THE    *
      *    ADVERSE-ACTION NOTICE WAS PRODUCED FOR A REJECTION, OR    *
      *    SPACES WHEN NONE WAS.                                     *
      *****************************************************************
           05  AR-REG-KEY.
               10  AR-CUSTOMER-ID        PIC X(10).
               10  AR-DECISION-DATE      PIC X(10).
           05  AR-MORTGAGE-ACCT-NO       PIC X(12).
           05  AR-CUSTOMER-NAME          PIC X(30).
           05  AR-LOAN-TYPE              PIC X(4).
           05  AR-LOAN-AMOUNT            PIC 9(9)V99.
           05  AR-APPLICATION-DATE       PIC X(10).
           05  AR-DECISION               PIC X(1).
               88  AR-DECISION-APPROVED  VALUE 'A'.
               88  AR-DECISION-REJECTED  VALUE 'R'.
           05  AR-REASON-CODE            PIC X(4).
           05  AR-LTV-PERCENT            PIC 9(3)V99.
           05  AR-CREDIT-SCORE           PIC 9(3).
           05  AR-SCORE-DATE             PIC X(10).
           05  AR-NOTICE-DATE            PIC X(10).
           05  AR-REGISTERED-DATE        PIC X(10).
           05  FILLER                    PIC X(10).
