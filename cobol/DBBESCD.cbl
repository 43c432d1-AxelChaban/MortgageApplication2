      *                reported with the shortfall so funds can be     *
      *                advanced knowingly, and the run ends with       *
      *                return code 4.                                  *
      *    2026-10-15  A bill for an account whose escrow was          *
      *                transferred out by DBBSXFR is refused and       *
      *                reported - the new servicer pays it.            *
      *    2026-10-15  Each bill paid also sends the borrower a        *
      *                disbursement confirmation - payee, bill, amount *
      *                and the escrow balance left - appended to the   *
      *                CORRDOC correspondence queue as a DISB document *
      *                for DBBCORR to put in the borrower's envelope.  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CORRESPONDENCE-FILE
               ASSIGN TO "CORRDOC"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
           COPY EPSESDH.
       FD  DISBURSE-REPORT-FILE.
       01  DISBURSE-REPORT-LINE         PIC X(80).
       FD  CORRESPONDENCE-FILE.
       01  CORRESPONDENCE-RECORD.
           COPY EPSCORD.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY EPSAUDIT.
       01 WS-ESCR-STATUS PIC X(2).
       01 WS-ESDH-STATUS PIC X(2).
       01 WS-RPT-STATUS PIC X(2).
       01 WS-CORR-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
       01 WS-ERR-FILE-NAME PIC X(8).
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-PAID-COUNT PIC 9(7) VALUE 0.
       01 WS-SHORT-COUNT PIC 9(7) VALUE 0.
       01 WS-DOC-LINE-NO PIC 9(3) VALUE 0.
       01 WS-HEADING-LINE-1.
          05 FILLER              PIC X(29) VALUE
             'ESCROW DISBURSEMENT REPORT'.
          05 DL-AMOUNT           PIC ZZZ,ZZ9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-DISPOSITION      PIC X(24).
       01 WS-CONFIRM-HEADING.
          05 FILLER              PIC X(29) VALUE
             'ESCROW DISBURSEMENT NOTICE'.
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(9)  VALUE 'PAID ON:'.
          05 CH-PAID-DATE        PIC X(10).
       01 WS-CONFIRM-DETAIL.
          05 CFD-LABEL           PIC X(21).
          05 CFD-TEXT-VALUE      PIC X(30).
       01 WS-CONFIRM-MONEY-LINE.
          05 CFM-LABEL           PIC X(21).
          05 CFM-MONEY-VALUE     PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
                CALL 'DBBDATE' USING DATE-JOUR BUSINESS-DATE.
                DISPLAY 'DBBESCD RUN DATE: ' BUSINESS-DATE.
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN EXTEND CORRESPONDENCE-FILE.
                IF WS-CORR-STATUS NOT = '00'
                    MOVE 'CORRDOC' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CORR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN EXTEND AUDIT-LOG-FILE.
                IF WS-AUDIT-STATUS NOT = '00'
                    MOVE 'AUDITLOG' TO WS-ERR-FILE-NAME
                        MOVE 'NO ESCROW RECORD' TO DL-DISPOSITION
                        PERFORM A070-WRITE-DETAIL
                        PERFORM A097-FLAG-SHORT
                    WHEN ES-ACCOUNT-TRANSFERRED OF ESCROW-RECORD
                        MOVE 'ESCROW TRANSFERRED OUT' TO DL-DISPOSITION
                        PERFORM A070-WRITE-DETAIL
                        PERFORM A097-FLAG-SHORT
                    WHEN EDC-DISBURSE-AMOUNT >
                            ES-ESCROW-BALANCE OF ESCROW-RECORD
                        MOVE 'BALANCE SHORT - NOT PAID'
                        PERFORM A050-WRITE-HISTORY
                        MOVE 'PAID' TO DL-DISPOSITION
                        PERFORM A070-WRITE-DETAIL
                        PERFORM A060-QUEUE-CONFIRMATION
                        ADD 1 TO WS-PAID-COUNT
                END-EVALUATE.
                PERFORM A020-READ-DISBURSEMENT.
                    MOVE WS-ESDH-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A060-QUEUE-CONFIRMATION.
      *        THE BORROWER'S COPY OF A PAID BILL GOES TO THE
      *        CORRESPONDENCE QUEUE; DBBCORR MAILS IT WITH WHATEVER
      *        ELSE THE BORROWER HAS DUE.
                MOVE 0 TO WS-DOC-LINE-NO.
                MOVE BUSINESS-DATE TO CH-PAID-DATE.
                MOVE WS-CONFIRM-HEADING TO CD-PRINT-LINE.
                PERFORM A065-WRITE-DOC-LINE.
                MOVE 'MORTGAGE ACCT NO   : ' TO CFD-LABEL.
                MOVE EDC-MORTGAGE-ACCT-NO TO CFD-TEXT-VALUE.
                MOVE WS-CONFIRM-DETAIL TO CD-PRINT-LINE.
                PERFORM A065-WRITE-DOC-LINE.
                MOVE 'PAID TO            : ' TO CFD-LABEL.
                MOVE EDC-PAYEE-NAME TO CFD-TEXT-VALUE.
                MOVE WS-CONFIRM-DETAIL TO CD-PRINT-LINE.
                PERFORM A065-WRITE-DOC-LINE.
                MOVE 'PAID FOR           : ' TO CFD-LABEL.
                EVALUATE TRUE
                    WHEN EDC-PAYEE-TAX
                        MOVE 'PROPERTY TAX' TO CFD-TEXT-VALUE
                    WHEN EDC-PAYEE-INSURANCE
                        MOVE 'HAZARD INSURANCE' TO CFD-TEXT-VALUE
                    WHEN OTHER
                        MOVE EDC-PAYEE-TYPE TO CFD-TEXT-VALUE
                END-EVALUATE.
                MOVE WS-CONFIRM-DETAIL TO CD-PRINT-LINE.
                PERFORM A065-WRITE-DOC-LINE.
                MOVE 'BILL DUE DATE      : ' TO CFD-LABEL.
                MOVE EDC-DUE-DATE TO CFD-TEXT-VALUE.
                MOVE WS-CONFIRM-DETAIL TO CD-PRINT-LINE.
                PERFORM A065-WRITE-DOC-LINE.
                MOVE 'AMOUNT PAID        : ' TO CFM-LABEL.
                MOVE EDC-DISBURSE-AMOUNT TO CFM-MONEY-VALUE.
                MOVE WS-CONFIRM-MONEY-LINE TO CD-PRINT-LINE.
                PERFORM A065-WRITE-DOC-LINE.
                MOVE 'ESCROW BALANCE NOW : ' TO CFM-LABEL.
                MOVE ES-ESCROW-BALANCE OF ESCROW-RECORD
                    TO CFM-MONEY-VALUE.
                MOVE WS-CONFIRM-MONEY-LINE TO CD-PRINT-LINE.
                PERFORM A065-WRITE-DOC-LINE.
      *
       A065-WRITE-DOC-LINE.
                ADD 1 TO WS-DOC-LINE-NO.
                MOVE EDC-CUSTOMER-ID
                    TO CD-CUSTOMER-ID.
                MOVE EDC-MORTGAGE-ACCT-NO
                    TO CD-MORTGAGE-ACCT-NO.
                SET CD-DOC-DISBURSEMENT TO TRUE.
                MOVE BUSINESS-DATE TO CD-DOC-DATE.
                MOVE 'N' TO CD-LEGAL-NOTICE.
                MOVE WS-DOC-LINE-NO TO CD-LINE-NO.
                WRITE CORRESPONDENCE-RECORD.
                IF WS-CORR-STATUS NOT = '00'
                    MOVE 'CORRDOC' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-CORR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A070-WRITE-DETAIL.
                MOVE EDC-MORTGAGE-ACCT-NO TO DL-MORTGAGE-ACCT.
                CLOSE ESCROW-FILE.
                CLOSE DISBURSE-HISTORY-FILE.
                CLOSE DISBURSE-REPORT-FILE.
                CLOSE CORRESPONDENCE-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
