      *****************************************************************
      *    EPSMICN                                                   *
      *    MORTGAGE-INSURANCE NOTIFICATION RECORD LAYOUT - WRITTEN   *
      *    BY DBBMINS.  MC-NOTICE-TYPE C ROWS GO TO THE CARRIER ON   *
      *    THE MICARNTF FILE, ONE PER CERTIFICATE CANCELLED THAT     *
      *    MONTH; TYPE N ROWS GO TO THE BORROWER ON THE MINOTICE     *
      *    FILE, TELLING THEM THE BALANCE HAS REACHED 80% OF THE     *
      *    ORIGINAL VALUE AND THEY MAY ASK FOR CANCELLATION.         *
      *****************************************************************
           05  MC-NOTICE-TYPE            PIC X(1).
               88  MC-TYPE-CANCELLATION  VALUE 'C'.
               88  MC-TYPE-BORROWER      VALUE 'N'.
           05  MC-CARRIER-NAME           PIC X(20).
           05  MC-CERTIFICATE-NO         PIC X(15).
           05  MC-MORTGAGE-ACCT-NO       PIC X(12).
           05  MC-CUSTOMER-ID            PIC X(10).
           05  MC-CUSTOMER-NAME          PIC X(30).
           05  MC-CUSTOMER-ADDRESS       PIC X(40).
           05  MC-CURRENT-BALANCE        PIC 9(9)V99.
           05  MC-ORIGINAL-VALUE         PIC 9(9)V99.
           05  MC-LTV-PERCENT            PIC 9(3)V99.
           05  MC-CANCEL-REASON          PIC X(4).
           05  MC-NOTICE-DATE            PIC X(10).
           05  FILLER                    PIC X(6).
