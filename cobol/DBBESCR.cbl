      *                surplus, any shortage is spread over the next   *
      *                twelve deposits, and an analysis report is      *
      *                printed per account.                            *
      *    2026-10-15  An escrow row transferred out by DBBSXFR is     *
      *                left alone - a feed update for it is ignored    *
      *                and listed on SYSOUT, and it is skipped in the  *
      *                analysis pass.                                  *
      *    2026-10-15  Each account analyzed also gets a borrower      *
      *                escrow analysis notice - the annual amounts,    *
      *                the balance, the shortage or surplus and the    *
      *                new monthly escrow deposit - appended to the    *
      *                CORRDOC correspondence queue as a legally       *
      *                required ESCA document for DBBCORR to mail.     *
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
           COPY EPSESCR.
       FD  ESCROW-REPORT-FILE.
       01  ESCROW-REPORT-LINE           PIC X(80).
       FD  CORRESPONDENCE-FILE.
       01  CORRESPONDENCE-RECORD.
           COPY EPSCORD.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY EPSAUDIT.
       01 WS-ESTX-STATUS PIC X(2).
       01 WS-ESCR-STATUS PIC X(2).
       01 WS-RPT-STATUS PIC X(2).
       01 WS-CORR-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
       01 WS-ERR-FILE-NAME PIC X(8).
       01 WS-BASE-MONTHLY PIC 9(7)V99.
       01 WS-CUSHION PIC 9(7)V99.
       01 WS-SHORTAGE PIC S9(7)V99.
       01 WS-SURPLUS PIC 9(7)V99.
       01 WS-DOC-LINE-NO PIC 9(3) VALUE 0.
       01 WS-HEADING-LINE-1.
          05 FILLER              PIC X(29) VALUE
             'ESCROW ANALYSIS REPORT'.
          05 DL-BALANCE          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-SHORTAGE         PIC ZZZ,ZZ9.99-.
       01 WS-NOTICE-HEADING.
          05 FILLER              PIC X(29) VALUE
             'ESCROW ACCOUNT ANALYSIS'.
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(9)  VALUE 'ANALYZED:'.
          05 NH-ANALYSIS-DATE    PIC X(10).
       01 WS-NOTICE-DETAIL.
          05 ND-LABEL            PIC X(25).
          05 ND-TEXT-VALUE       PIC X(30).
       01 WS-NOTICE-MONEY-LINE.
          05 NM-LABEL            PIC X(25).
          05 NM-MONEY-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-NOTICE-SPREAD-LINE  PIC X(80) VALUE
          'THE SHORTAGE IS SPREAD OVER YOUR NEXT TWELVE PAYMENTS.'.
       PROCEDURE DIVISION.
                CALL 'DBBDATE' USING DATE-JOUR BUSINESS-DATE.
                DISPLAY 'DBBESCR RUN DATE: ' BUSINESS-DATE.
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
                    MOVE WS-ESCR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                EVALUATE TRUE
                    WHEN WS-ESCROW-FOUND
                      AND ES-ACCOUNT-TRANSFERRED OF ESCROW-RECORD
                        DISPLAY 'ESCROW UPDATE IGNORED - ACCOUNT '
                            ET-MORTGAGE-ACCT-NO OF UPDATE-COPY
                            ' TRANSFERRED OUT'
                    WHEN WS-ESCROW-FOUND
                        PERFORM A040-UPDATE-ESCROW
                    WHEN OTHER
                        PERFORM A035-CREATE-ESCROW
                END-EVALUATE.
                PERFORM A020-READ-UPDATE.
      *
       A035-CREATE-ESCROW.
                    AT END
                        SET WS-EOF-ESCR TO TRUE
                    NOT AT END
                        IF NOT ES-ACCOUNT-TRANSFERRED OF ESCROW-RECORD
                            PERFORM A055-ANALYZE-ACCOUNT
                        END-IF
                END-READ.
                IF WS-ESCR-STATUS NOT = '00'
                  AND WS-ESCR-STATUS NOT = '10'
                END-IF.
                ADD 1 TO WS-ANALYZED-COUNT.
                PERFORM A060-WRITE-DETAIL.
                PERFORM A065-QUEUE-NOTICE.
      *
       A060-WRITE-DETAIL.
                MOVE ES-MORTGAGE-ACCT-NO OF ESCROW-RECORD
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A065-QUEUE-NOTICE.
      *        THE BORROWER'S ANALYSIS NOTICE GOES TO THE
      *        CORRESPONDENCE QUEUE; DBBCORR MAILS IT WITH WHATEVER
      *        ELSE THE BORROWER HAS DUE.
                MOVE 0 TO WS-DOC-LINE-NO.
                MOVE BUSINESS-DATE TO NH-ANALYSIS-DATE.
                MOVE WS-NOTICE-HEADING TO CD-PRINT-LINE.
                PERFORM A067-WRITE-DOC-LINE.
                MOVE 'MORTGAGE ACCT NO       : ' TO ND-LABEL.
                MOVE ES-MORTGAGE-ACCT-NO OF ESCROW-RECORD
                    TO ND-TEXT-VALUE.
                MOVE WS-NOTICE-DETAIL TO CD-PRINT-LINE.
                PERFORM A067-WRITE-DOC-LINE.
                MOVE 'ANNUAL PROPERTY TAX    : ' TO NM-LABEL.
                MOVE ES-ANNUAL-TAX OF ESCROW-RECORD TO NM-MONEY-VALUE.
                MOVE WS-NOTICE-MONEY-LINE TO CD-PRINT-LINE.
                PERFORM A067-WRITE-DOC-LINE.
                MOVE 'ANNUAL INSURANCE       : ' TO NM-LABEL.
                MOVE ES-ANNUAL-INSURANCE OF ESCROW-RECORD
                    TO NM-MONEY-VALUE.
                MOVE WS-NOTICE-MONEY-LINE TO CD-PRINT-LINE.
                PERFORM A067-WRITE-DOC-LINE.
                MOVE 'ESCROW BALANCE         : ' TO NM-LABEL.
                MOVE ES-ESCROW-BALANCE OF ESCROW-RECORD
                    TO NM-MONEY-VALUE.
                MOVE WS-NOTICE-MONEY-LINE TO CD-PRINT-LINE.
                PERFORM A067-WRITE-DOC-LINE.
                IF WS-SHORTAGE > 0
                    MOVE 'ESCROW SHORTAGE        : ' TO NM-LABEL
                    MOVE WS-SHORTAGE TO NM-MONEY-VALUE
                ELSE
                    COMPUTE WS-SURPLUS = 0 - WS-SHORTAGE
                    MOVE 'ESCROW SURPLUS         : ' TO NM-LABEL
                    MOVE WS-SURPLUS TO NM-MONEY-VALUE
                END-IF.
                MOVE WS-NOTICE-MONEY-LINE TO CD-PRINT-LINE.
                PERFORM A067-WRITE-DOC-LINE.
                MOVE 'NEW MONTHLY ESCROW     : ' TO NM-LABEL.
                MOVE ES-MONTHLY-ESCROW OF ESCROW-RECORD
                    TO NM-MONEY-VALUE.
                MOVE WS-NOTICE-MONEY-LINE TO CD-PRINT-LINE.
                PERFORM A067-WRITE-DOC-LINE.
                IF WS-SHORTAGE > 0
                    MOVE WS-NOTICE-SPREAD-LINE TO CD-PRINT-LINE
                    PERFORM A067-WRITE-DOC-LINE
                END-IF.
      *
       A067-WRITE-DOC-LINE.
                ADD 1 TO WS-DOC-LINE-NO.
                MOVE ES-CUSTOMER-ID OF ESCROW-RECORD
                    TO CD-CUSTOMER-ID.
                MOVE ES-MORTGAGE-ACCT-NO OF ESCROW-RECORD
                    TO CD-MORTGAGE-ACCT-NO.
                SET CD-DOC-ESCROW-ANALYSIS TO TRUE.
                MOVE BUSINESS-DATE TO CD-DOC-DATE.
                MOVE 'Y' TO CD-LEGAL-NOTICE.
                MOVE WS-DOC-LINE-NO TO CD-LINE-NO.
                WRITE CORRESPONDENCE-RECORD.
                IF WS-CORR-STATUS NOT = '00'
                    MOVE 'CORRDOC' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-CORR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A085-WRITE-AUDIT-LOG.
                MOVE 'DBBESCR' TO AL-PROGRAM-ID.
                CLOSE ESCROW-UPDATE-FILE.
                CLOSE ESCROW-FILE.
                CLOSE ESCROW-REPORT-FILE.
                CLOSE CORRESPONDENCE-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
