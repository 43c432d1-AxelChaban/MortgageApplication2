      *****************************************************************
      *    EPSCORD                                                   *
      *    CORRESPONDENCE DOCUMENT LINE LAYOUT - ONE ROW PER PRINT   *
      *    LINE OF A BORROWER DOCUMENT, APPENDED TO THE CORRDOC      *
      *    QUEUE BY THE PROGRAM THAT PRODUCES THE DOCUMENT: DBBSTMT  *
      *    STATEMENTS, DBBRPRC RATE-CHANGE NOTICES, DBBESCR ESCROW   *
      *    ANALYSES, DBBTEST PAYOFF QUOTES, DBBESCD DISBURSEMENT     *
      *    CONFIRMATIONS, DBBSXFR SERVICING-TRANSFER LETTERS AND     *
      *    DBBMINS MORTGAGE-INSURANCE NOTICES.  CD-LINE-NO 1 STARTS  *
      *    A NEW DOCUMENT.                                           *
      *    DBBCORR DRAINS THE QUEUE EACH NIGHT INTO THE MAIL         *
      *    VENDOR'S ENVELOPE STREAM.                                 *
      *****************************************************************
           05  CD-CUSTOMER-ID            PIC X(10).
           05  CD-MORTGAGE-ACCT-NO       PIC X(12).
           05  CD-DOC-TYPE               PIC X(4).
               88  CD-DOC-STATEMENT      VALUE 'STMT'.
               88  CD-DOC-RATE-CHANGE    VALUE 'RPRC'.
               88  CD-DOC-ESCROW-ANALYSIS VALUE 'ESCA'.
               88  CD-DOC-PAYOFF-QUOTE   VALUE 'POFQ'.
               88  CD-DOC-DISBURSEMENT   VALUE 'DISB'.
               88  CD-DOC-SERVICING-TRANSFER VALUE 'XFER'.
               88  CD-DOC-MI-NOTICE      VALUE 'MINS'.
           05  CD-DOC-DATE               PIC X(10).
           05  CD-LEGAL-NOTICE           PIC X(1).
               88  CD-LEGALLY-REQUIRED   VALUE 'Y'.
           05  CD-LINE-NO                PIC 9(3).
           05  CD-PRINT-LINE             PIC X(80).
           05  FILLER                    PIC X(10).
