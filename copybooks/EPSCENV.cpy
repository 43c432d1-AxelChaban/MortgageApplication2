      *****************************************************************
      *    EPSCENV                                                   *
      *    MAIL VENDOR ENVELOPE STREAM RECORD LAYOUT - WRITTEN BY    *
      *    DBBCORR, ONE ENVELOPE PER BORROWER PER NIGHT.  AN E       *
      *    RECORD OPENS THE ENVELOPE WITH THE BORROWER'S NAME AND    *
      *    CM-CUSTOMER-ADDRESS, THE DOCUMENT COUNT AND THE TOTAL     *
      *    PAGE COUNT; EACH DOCUMENT INSIDE IT STARTS WITH A D       *
      *    RECORD CARRYING ITS TYPE AND PAGE COUNT, FOLLOWED BY ITS  *
      *    L PRINT LINES, EACH CARRYING THE PAGE OF THE DOCUMENT IT  *
      *    FALLS ON.  CE-DOC-TYPE ON THE E RECORD IS THE ONE         *
      *    DOCUMENT'S TYPE, OR MULT WHEN THE ENVELOPE HOLDS MORE     *
      *    THAN ONE.                                                 *
      *****************************************************************
           05  CE-ENVELOPE-NO            PIC 9(7).
           05  CE-RECORD-TYPE            PIC X(1).
               88  CE-ENVELOPE-RECORD    VALUE 'E'.
               88  CE-DOCUMENT-RECORD    VALUE 'D'.
               88  CE-LINE-RECORD        VALUE 'L'.
           05  CE-MORTGAGE-ACCT-NO       PIC X(12).
           05  CE-CUSTOMER-ID            PIC X(10).
           05  CE-DOC-TYPE               PIC X(4).
           05  CE-PAGE-COUNT             PIC 9(3).
           05  CE-RECORD-BODY            PIC X(80).
           05  CE-ENVELOPE-BODY REDEFINES CE-RECORD-BODY.
               10  CE-CUSTOMER-NAME      PIC X(30).
               10  CE-CUSTOMER-ADDRESS   PIC X(40).
               10  CE-DOC-COUNT          PIC 9(3).
               10  FILLER                PIC X(7).
           05  CE-DOCUMENT-BODY REDEFINES CE-RECORD-BODY.
               10  CE-DOC-DATE           PIC X(10).
               10  CE-LEGAL-NOTICE       PIC X(1).
               10  FILLER                PIC X(69).
           05  CE-LINE-BODY REDEFINES CE-RECORD-BODY.
               10  CE-PRINT-LINE         PIC X(80).
