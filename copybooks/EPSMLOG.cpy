      *****************************************************************
      *    EPSMLOG                                                   *
      *    BORROWER MAILING LOG RECORD LAYOUT - ONE ROW PER DOCUMENT *
      *    DBBCORR TOOK OFF THE CORRDOC QUEUE, APPENDED AND NEVER    *
      *    PURGED SO THE LOG PROVES WHEN EACH NOTICE WENT TO THE     *
      *    MAIL VENDOR.  ML-MAIL-STATUS M MEANS THE DOCUMENT WENT    *
      *    OUT IN ENVELOPE ML-ENVELOPE-NO OF THE RUN; S MEANS IT WAS *
      *    SUPPRESSED FOR THE REASON GIVEN AND LISTED ON THE         *
      *    EXCEPTION REPORT.  ML-LEGAL-NOTICE Y MARKS A LEGALLY      *
      *    REQUIRED NOTICE.                                          *
      *****************************************************************
           05  ML-MAIL-DATE              PIC X(10).
           05  ML-ENVELOPE-NO            PIC 9(7).
           05  ML-CUSTOMER-ID            PIC X(10).
           05  ML-MORTGAGE-ACCT-NO       PIC X(12).
           05  ML-DOC-TYPE               PIC X(4).
           05  ML-DOC-DATE               PIC X(10).
           05  ML-PAGE-COUNT             PIC 9(3).
           05  ML-LEGAL-NOTICE           PIC X(1).
           05  ML-MAIL-STATUS            PIC X(1).
               88  ML-MAILED             VALUE 'M'.
               88  ML-SUPPRESSED         VALUE 'S'.
           05  ML-SUPPRESS-REASON        PIC X(20).
           05  FILLER                    PIC X(10).
