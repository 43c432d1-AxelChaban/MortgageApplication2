      *****************************************************************
      *    EPSMINS                                                   *
      *    MORTGAGE-INSURANCE RECORD LAYOUT - ONE KEYED ROW PER      *
      *    INSURED MORTGAGE ACCOUNT CARRYING THE CARRIER, THE        *
      *    CERTIFICATE, THE MONTHLY PREMIUM AND THE ORIGINAL         *
      *    PROPERTY VALUE (CM-PROPERTY-VALUE WHEN THE COVERAGE WAS   *
      *    BOARDED) THE CANCELLATION POINTS ARE MEASURED AGAINST.    *
      *    BOARDED AND EVALUATED MONTHLY BY DBBMINS; WHILE THE       *
      *    COVERAGE IS ACTIVE DBBPOST COLLECTS THE PREMIUM OUT OF    *
      *    EACH PAYMENT AFTER THE ESCROW PORTION, DBBAUTO ADDS IT TO *
      *    THE DEBIT AND DBBSTMT TO THE PAYMENT LINE.  ONCE          *
      *    CANCELLED THE PREMIUM DROPS OFF ALL THREE.                *
      *****************************************************************
           05  MI-MORTGAGE-ACCT-NO       PIC X(12).
           05  MI-CUSTOMER-ID            PIC X(10).
           05  MI-CARRIER-NAME           PIC X(20).
           05  MI-CERTIFICATE-NO         PIC X(15).
           05  MI-MONTHLY-PREMIUM        PIC 9(5)V99.
           05  MI-ORIGINAL-VALUE         PIC 9(9)V99.
           05  MI-COVERAGE-STATUS        PIC X(1).
               88  MI-STATUS-ACTIVE      VALUE 'A'.
               88  MI-STATUS-CANCELLED   VALUE 'C'.
      *    AUTO - BALANCE REACHED 78% OF THE ORIGINAL VALUE WITH THE *
      *    LOAN CURRENT.  BREQ - BORROWER REQUEST HONOURED AT 80%.   *
      *    PAID - THE LOAN WAS PAID OFF.                             *
           05  MI-CANCEL-REASON          PIC X(4).
               88  MI-CANCEL-AUTOMATIC   VALUE 'AUTO'.
               88  MI-CANCEL-REQUESTED   VALUE 'BREQ'.
               88  MI-CANCEL-PAID-OFF    VALUE 'PAID'.
           05  MI-EFFECTIVE-DATE         PIC X(10).
           05  MI-CANCEL-DATE            PIC X(10).
      *    DATE THE 80% NOTICE WENT TO THE BORROWER - SENT ONCE.     *
           05  MI-NOTICE-DATE            PIC X(10).
           05  MI-PREMIUM-COLLECTED      PIC 9(9)V99.
           05  MI-LAST-COLLECTED-DATE    PIC X(10).
           05  FILLER                    PIC X(9).
