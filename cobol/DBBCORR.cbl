  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBCORR.
      *****************************************************************
      *** Modification History                                     ***
      *****************************************************************
      *    2026-10-15  Initial version - consolidated borrower         *
      *                correspondence.  Every document line the        *
      *                producing programs appended to the CORRDOC      *
      *                queue since the last run (DBBSTMT statements,   *
      *                DBBRPRC rate-change notices, DBBESCR escrow     *
      *                analyses, DBBTEST payoff quotes, DBBESCD        *
      *                disbursement confirmations) is loaded onto the  *
      *                keyed CORRWORK work file by customer in arrival *
      *                order, so all of a borrower's documents come    *
      *                together whichever job produced them.  Each     *
      *                borrower gets one envelope on the CORRPRT       *
      *                stream for the mail vendor: an E record         *
      *                addressed from CUSTMAST with the document and   *
      *                page counts, then each document's D record and  *
      *                its L print lines.  A borrower not on the       *
      *                master, or whose CM-CUSTOMER-ADDRESS is blank,  *
      *                does not start in its first position or carries *
      *                no street or box number, is suppressed and each *
      *                of the documents is listed on CORREXCP (return  *
      *                code 4).  Every document, mailed or suppressed, *
      *                is appended to the MAILLOG mailing log with the *
      *                date, envelope and page count, so it can be     *
      *                shown when a legally required notice went out.  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRESPONDENCE-FILE
               ASSIGN TO "CORRDOC"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT CORR-WORK-FILE
               ASSIGN TO "CORRWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-WORK-KEY
               FILE STATUS IS WS-WORK-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
                   OF CUSTOMER-MASTER-RECORD
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT ENVELOPE-FILE
               ASSIGN TO "CORRPRT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ENV-STATUS.
           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO "CORREXCP"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT MAILING-LOG-FILE
               ASSIGN TO "MAILLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MLOG-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ERROR-LOG-FILE
               ASSIGN TO "ERRORLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  CORRESPONDENCE-FILE.
       01  CORRESPONDENCE-RECORD.
           COPY EPSCORD.
       FD  CORR-WORK-FILE.
       01  CORR-WORK-RECORD.
           05  CW-WORK-KEY.
               10  CW-CUSTOMER-ID        PIC X(10).
               10  CW-ARRIVAL-SEQ        PIC 9(7).
           05  CW-DOCUMENT-LINE          PIC X(130).
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           COPY EPSMTCOM.
       FD  ENVELOPE-FILE.
       01  ENVELOPE-RECORD.
           COPY EPSCENV.
       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE        PIC X(80).
       FD  MAILING-LOG-FILE.
       01  MAILING-LOG-RECORD.
           COPY EPSMLOG.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY EPSAUDIT.
       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD.
           COPY EPSERRLG.
       WORKING-STORAGE SECTION.
       01 DOC-COPY.
          COPY EPSCORD.
       01 DATE-JOUR PIC X(10).
       01 BUSINESS-DATE PIC X(10).
       01 WS-CORR-STATUS PIC X(2).
       01 WS-WORK-STATUS PIC X(2).
       01 WS-CUSTMAST-STATUS PIC X(2).
       01 WS-ENV-STATUS PIC X(2).
       01 WS-RPT-STATUS PIC X(2).
       01 WS-MLOG-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
       01 WS-ERR-FILE-NAME PIC X(8).
       01 WS-ERR-OPERATION PIC X(8).
       01 WS-ERR-STATUS-CODE PIC X(2).
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-CORRDOC VALUE 'Y'.
       01 WS-WORK-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-WORK VALUE 'Y'.
       01 WS-MASTER-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-MASTER-FOUND VALUE 'Y'.
       01 WS-BORROWER-ID PIC X(10).
       01 WS-BORROWER-ACCT PIC X(12).
       01 WS-FIRST-KEY PIC X(17).
       01 WS-SUPPRESS-REASON PIC X(20).
       01 WS-ADDRESS-DIGITS PIC 9(3).
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 60.
       01 WS-ARRIVAL-SEQ PIC 9(7) VALUE 0.
       01 WS-ENVELOPE-NO PIC 9(7) VALUE 0.
       01 WS-ENVELOPE-PAGES PIC 9(3).
       01 WS-DOC-LINE-SEQ PIC 9(5).
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-DOCS-MAILED PIC 9(7) VALUE 0.
       01 WS-DOCS-SUPPRESSED PIC 9(7) VALUE 0.
       01 WS-LEGAL-SUPPRESSED PIC 9(7) VALUE 0.
       01 WS-PAGES-MAILED PIC 9(7) VALUE 0.
      *    ONE ROW PER DOCUMENT IN THE BORROWER'S ENVELOPE.
       01 WS-DOC-COUNT PIC 9(3) VALUE 0.
       01 WS-DOC-IDX PIC 9(3) VALUE 0.
       01 WS-DOC-TABLE.
          05 WS-DOC-ROW OCCURS 99 TIMES.
             10 WS-DOC-TYPE PIC X(4).
             10 WS-DOC-DATE PIC X(10).
             10 WS-DOC-LEGAL PIC X(1).
             10 WS-DOC-LINES PIC 9(5).
             10 WS-DOC-PAGES PIC 9(3).
       01 WS-HEADING-LINE-1.
          05 FILLER              PIC X(29) VALUE
             'CORRESPONDENCE EXCEPTIONS'.
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(9)  VALUE 'RUN DATE:'.
          05 HL-RUN-DATE         PIC X(10).
       01 WS-COLUMN-HEADER.
          05 FILLER              PIC X(14) VALUE 'ACCOUNT'.
          05 FILLER              PIC X(12) VALUE 'CUSTOMER'.
          05 FILLER              PIC X(6)  VALUE 'TYPE'.
          05 FILLER              PIC X(12) VALUE 'DOC DATE'.
          05 FILLER              PIC X(6)  VALUE 'LEGAL'.
          05 FILLER              PIC X(20) VALUE 'SUPPRESSED BECAUSE'.
       01 WS-DETAIL-LINE.
          05 DL-MORTGAGE-ACCT    PIC X(12).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-CUSTOMER-ID      PIC X(10).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-DOC-TYPE         PIC X(4).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-DOC-DATE         PIC X(10).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-LEGAL-NOTICE     PIC X(1).
          05 FILLER              PIC X(5)  VALUE SPACES.
          05 DL-REASON           PIC X(20).
       01 WS-TOTAL-LINE.
          05 TL-LABEL            PIC X(30).
          05 TL-COUNT            PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
                CALL 'DBBDATE' USING DATE-JOUR BUSINESS-DATE.
                DISPLAY 'DBBCORR RUN DATE: ' BUSINESS-DATE.
                PERFORM A010-OPEN-FILES.
                PERFORM A015-WRITE-HEADING.
                PERFORM A020-READ-QUEUE.
                PERFORM A022-LOAD-QUEUE-LINE
                    UNTIL WS-EOF-CORRDOC.
                PERFORM A025-REOPEN-WORK.
                PERFORM A030-PROCESS-BORROWER
                    UNTIL WS-EOF-WORK.
                PERFORM A080-WRITE-SUMMARY.
                PERFORM A090-CLOSE-FILES.
                STOP RUN.
      *
       A010-OPEN-FILES.
                OPEN EXTEND ERROR-LOG-FILE.
                IF WS-ERRLOG-STATUS NOT = '00'
                    DISPLAY 'UNABLE TO OPEN ERROR-LOG-FILE - STATUS '
                        WS-ERRLOG-STATUS
                END-IF.
                OPEN INPUT CORRESPONDENCE-FILE.
                IF WS-CORR-STATUS NOT = '00'
                    MOVE 'CORRDOC' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CORR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT CORR-WORK-FILE.
                IF WS-WORK-STATUS NOT = '00'
                    MOVE 'CORRWORK' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-WORK-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT CUSTOMER-MASTER-FILE.
                IF WS-CUSTMAST-STATUS NOT = '00'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT ENVELOPE-FILE.
                IF WS-ENV-STATUS NOT = '00'
                    MOVE 'CORRPRT' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-ENV-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT EXCEPTION-REPORT-FILE.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'CORREXCP' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN EXTEND MAILING-LOG-FILE.
                IF WS-MLOG-STATUS NOT = '00'
                    MOVE 'MAILLOG' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-MLOG-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN EXTEND AUDIT-LOG-FILE.
                IF WS-AUDIT-STATUS NOT = '00'
                    MOVE 'AUDITLOG' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-AUDIT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A015-WRITE-HEADING.
                MOVE BUSINESS-DATE TO HL-RUN-DATE.
                WRITE EXCEPTION-REPORT-LINE FROM WS-HEADING-LINE-1.
                PERFORM A077-CHECK-RPT-STATUS.
                WRITE EXCEPTION-REPORT-LINE FROM WS-COLUMN-HEADER.
                PERFORM A077-CHECK-RPT-STATUS.
      *
       A020-READ-QUEUE.
                READ CORRESPONDENCE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-SWITCH
                    NOT AT END
                        ADD 1 TO WS-RECORDS-IN
                END-READ.
                IF WS-CORR-STATUS NOT = '00'
                  AND WS-CORR-STATUS NOT = '10'
                    MOVE 'CORRDOC' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-CORR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A022-LOAD-QUEUE-LINE.
      *        THE ARRIVAL SEQUENCE UNDER THE CUSTOMER KEEPS EACH
      *        DOCUMENT'S LINES TOGETHER AND IN ORDER, AND THE
      *        DOCUMENTS IN THE ORDER THEY WERE PRODUCED.
                ADD 1 TO WS-ARRIVAL-SEQ.
                MOVE CD-CUSTOMER-ID OF CORRESPONDENCE-RECORD
                    TO CW-CUSTOMER-ID.
                MOVE WS-ARRIVAL-SEQ TO CW-ARRIVAL-SEQ.
                MOVE CORRESPONDENCE-RECORD TO CW-DOCUMENT-LINE.
                WRITE CORR-WORK-RECORD.
                IF WS-WORK-STATUS NOT = '00'
                    MOVE 'CORRWORK' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-WORK-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                PERFORM A020-READ-QUEUE.
      *
       A025-REOPEN-WORK.
                CLOSE CORR-WORK-FILE.
                OPEN INPUT CORR-WORK-FILE.
                IF WS-WORK-STATUS NOT = '00'
                    MOVE 'CORRWORK' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-WORK-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                MOVE LOW-VALUES TO CW-WORK-KEY.
                PERFORM A026-POSITION-WORK.
      *
       A026-POSITION-WORK.
                MOVE 'N' TO WS-WORK-EOF-SWITCH.
                START CORR-WORK-FILE
                    KEY IS NOT LESS THAN CW-WORK-KEY
                    INVALID KEY
                        SET WS-EOF-WORK TO TRUE
                END-START.
                IF NOT WS-EOF-WORK
                    PERFORM A027-READ-WORK
                END-IF.
      *
       A027-READ-WORK.
                READ CORR-WORK-FILE NEXT RECORD
                    AT END
                        SET WS-EOF-WORK TO TRUE
                    NOT AT END
                        MOVE CW-DOCUMENT-LINE TO DOC-COPY
                END-READ.
                IF WS-WORK-STATUS NOT = '00'
                  AND WS-WORK-STATUS NOT = '10'
                    MOVE 'CORRWORK' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-WORK-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A030-PROCESS-BORROWER.
      *        A FIRST PASS OVER THE BORROWER'S LINES COUNTS THE
      *        DOCUMENTS AND THEIR PAGES FOR THE ENVELOPE RECORD;
      *        A MAILED ENVELOPE IS THEN WRITTEN ON A SECOND PASS
      *        FROM THE BORROWER'S FIRST LINE.  BOTH PASSES STOP ON
      *        THE NEXT BORROWER'S FIRST LINE.
                MOVE CW-CUSTOMER-ID TO WS-BORROWER-ID.
                MOVE CW-WORK-KEY TO WS-FIRST-KEY.
                MOVE CD-MORTGAGE-ACCT-NO OF DOC-COPY
                    TO WS-BORROWER-ACCT.
                MOVE 0 TO WS-DOC-COUNT.
                INITIALIZE WS-DOC-TABLE.
                PERFORM A035-TALLY-LINE
                    UNTIL WS-EOF-WORK
                       OR CW-CUSTOMER-ID NOT = WS-BORROWER-ID.
                MOVE 0 TO WS-ENVELOPE-PAGES.
                PERFORM A037-COUNT-PAGES
                    VARYING WS-DOC-IDX FROM 1 BY 1
                    UNTIL WS-DOC-IDX > WS-DOC-COUNT.
                PERFORM A040-CHECK-ADDRESS.
                IF WS-SUPPRESS-REASON = SPACES
                    PERFORM A050-MAIL-ENVELOPE
                ELSE
                    PERFORM A060-SUPPRESS-BORROWER
                END-IF.
      *
       A035-TALLY-LINE.
      *        LINE 1 STARTS A DOCUMENT.  PAST THE TABLE'S LAST ROW
      *        FURTHER DOCUMENTS RUN ON INTO IT.
                IF (WS-DOC-COUNT = 0 OR CD-LINE-NO OF DOC-COPY = 1)
                  AND WS-DOC-COUNT < 99
                    ADD 1 TO WS-DOC-COUNT
                    MOVE CD-DOC-TYPE OF DOC-COPY
                        TO WS-DOC-TYPE (WS-DOC-COUNT)
                    MOVE CD-DOC-DATE OF DOC-COPY
                        TO WS-DOC-DATE (WS-DOC-COUNT)
                    MOVE CD-LEGAL-NOTICE OF DOC-COPY
                        TO WS-DOC-LEGAL (WS-DOC-COUNT)
                END-IF.
                ADD 1 TO WS-DOC-LINES (WS-DOC-COUNT).
                PERFORM A027-READ-WORK.
      *
       A037-COUNT-PAGES.
                COMPUTE WS-DOC-PAGES (WS-DOC-IDX) =
                    (WS-DOC-LINES (WS-DOC-IDX) + WS-LINES-PER-PAGE - 1)
                    / WS-LINES-PER-PAGE.
                ADD WS-DOC-PAGES (WS-DOC-IDX) TO WS-ENVELOPE-PAGES.
      *
       A040-CHECK-ADDRESS.
      *        A DELIVERABLE ADDRESS STARTS IN ITS FIRST POSITION AND
      *        CARRIES A HOUSE OR BOX NUMBER.
                MOVE SPACES TO WS-SUPPRESS-REASON.
                MOVE 'N' TO WS-MASTER-FOUND-SWITCH.
                MOVE WS-BORROWER-ID
                    TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD.
                READ CUSTOMER-MASTER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-MASTER-FOUND TO TRUE
                END-READ.
                IF WS-CUSTMAST-STATUS NOT = '00'
                  AND WS-CUSTMAST-STATUS NOT = '23'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                IF NOT WS-MASTER-FOUND
                    MOVE 'NOT ON MASTER' TO WS-SUPPRESS-REASON
                ELSE
                    MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-MASTER-RECORD
                        TO WS-BORROWER-ACCT
                    MOVE 0 TO WS-ADDRESS-DIGITS
                    INSPECT CM-CUSTOMER-ADDRESS
                        OF CUSTOMER-MASTER-RECORD
                        TALLYING WS-ADDRESS-DIGITS
                        FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                            ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'
                    EVALUATE TRUE
                        WHEN CM-CUSTOMER-ADDRESS
                                OF CUSTOMER-MASTER-RECORD = SPACES
                            MOVE 'ADDRESS BLANK' TO WS-SUPPRESS-REASON
                        WHEN CM-CUSTOMER-ADDRESS
                                OF CUSTOMER-MASTER-RECORD (1:1) = SPACE
                            MOVE 'ADDRESS MISALIGNED'
                                TO WS-SUPPRESS-REASON
                        WHEN WS-ADDRESS-DIGITS = 0
                            MOVE 'NO STREET OR BOX NO'
                                TO WS-SUPPRESS-REASON
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF.
      *
       A050-MAIL-ENVELOPE.
                ADD 1 TO WS-ENVELOPE-NO.
                MOVE SPACES TO ENVELOPE-RECORD.
                SET CE-ENVELOPE-RECORD TO TRUE.
                IF WS-DOC-COUNT = 1
                    MOVE WS-DOC-TYPE (1) TO CE-DOC-TYPE
                ELSE
                    MOVE 'MULT' TO CE-DOC-TYPE
                END-IF.
                MOVE WS-ENVELOPE-PAGES TO CE-PAGE-COUNT.
                MOVE CM-CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD
                    TO CE-CUSTOMER-NAME.
                MOVE CM-CUSTOMER-ADDRESS OF CUSTOMER-MASTER-RECORD
                    TO CE-CUSTOMER-ADDRESS.
                MOVE WS-DOC-COUNT TO CE-DOC-COUNT.
                PERFORM A058-WRITE-ENVELOPE-RECORD.
                MOVE WS-FIRST-KEY TO CW-WORK-KEY.
                PERFORM A026-POSITION-WORK.
                MOVE 0 TO WS-DOC-IDX.
                PERFORM A055-WRITE-DOC-LINE
                    UNTIL WS-EOF-WORK
                       OR CW-CUSTOMER-ID NOT = WS-BORROWER-ID.
                PERFORM A057-LOG-MAILED
                    VARYING WS-DOC-IDX FROM 1 BY 1
                    UNTIL WS-DOC-IDX > WS-DOC-COUNT.
                ADD WS-ENVELOPE-PAGES TO WS-PAGES-MAILED.
      *
       A055-WRITE-DOC-LINE.
      *        SAME DOCUMENT BREAK AS THE FIRST PASS, SO EACH D
      *        RECORD CARRIES ITS OWN ROW'S PAGE COUNT.
                IF (WS-DOC-IDX = 0 OR CD-LINE-NO OF DOC-COPY = 1)
                  AND WS-DOC-IDX < 99
                    ADD 1 TO WS-DOC-IDX
                    MOVE 0 TO WS-DOC-LINE-SEQ
                    MOVE SPACES TO ENVELOPE-RECORD
                    SET CE-DOCUMENT-RECORD TO TRUE
                    MOVE WS-DOC-TYPE (WS-DOC-IDX) TO CE-DOC-TYPE
                    MOVE WS-DOC-PAGES (WS-DOC-IDX) TO CE-PAGE-COUNT
                    MOVE WS-DOC-DATE (WS-DOC-IDX) TO CE-DOC-DATE
                    MOVE WS-DOC-LEGAL (WS-DOC-IDX) TO CE-LEGAL-NOTICE
                    PERFORM A058-WRITE-ENVELOPE-RECORD
                END-IF.
                ADD 1 TO WS-DOC-LINE-SEQ.
                MOVE SPACES TO ENVELOPE-RECORD.
                SET CE-LINE-RECORD TO TRUE.
                MOVE WS-DOC-TYPE (WS-DOC-IDX) TO CE-DOC-TYPE.
                COMPUTE CE-PAGE-COUNT =
                    (WS-DOC-LINE-SEQ - 1) / WS-LINES-PER-PAGE + 1.
                MOVE CD-PRINT-LINE OF DOC-COPY TO CE-PRINT-LINE.
                PERFORM A058-WRITE-ENVELOPE-RECORD.
                PERFORM A027-READ-WORK.
      *
       A057-LOG-MAILED.
                SET ML-MAILED TO TRUE.
                MOVE WS-ENVELOPE-NO TO ML-ENVELOPE-NO.
                MOVE SPACES TO ML-SUPPRESS-REASON.
                PERFORM A070-WRITE-MAIL-LOG.
                ADD 1 TO WS-DOCS-MAILED.
      *
       A058-WRITE-ENVELOPE-RECORD.
                MOVE WS-ENVELOPE-NO TO CE-ENVELOPE-NO.
                MOVE WS-BORROWER-ACCT TO CE-MORTGAGE-ACCT-NO.
                MOVE WS-BORROWER-ID TO CE-CUSTOMER-ID.
                WRITE ENVELOPE-RECORD.
                IF WS-ENV-STATUS NOT = '00'
                    MOVE 'CORRPRT' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-ENV-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A060-SUPPRESS-BORROWER.
                PERFORM A065-REPORT-SUPPRESSED
                    VARYING WS-DOC-IDX FROM 1 BY 1
                    UNTIL WS-DOC-IDX > WS-DOC-COUNT.
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF.
      *
       A065-REPORT-SUPPRESSED.
                MOVE WS-BORROWER-ACCT TO DL-MORTGAGE-ACCT.
                MOVE WS-BORROWER-ID TO DL-CUSTOMER-ID.
                MOVE WS-DOC-TYPE (WS-DOC-IDX) TO DL-DOC-TYPE.
                MOVE WS-DOC-DATE (WS-DOC-IDX) TO DL-DOC-DATE.
                MOVE WS-DOC-LEGAL (WS-DOC-IDX) TO DL-LEGAL-NOTICE.
                MOVE WS-SUPPRESS-REASON TO DL-REASON.
                WRITE EXCEPTION-REPORT-LINE FROM WS-DETAIL-LINE.
                PERFORM A077-CHECK-RPT-STATUS.
                SET ML-SUPPRESSED TO TRUE.
                MOVE 0 TO ML-ENVELOPE-NO.
                MOVE WS-SUPPRESS-REASON TO ML-SUPPRESS-REASON.
                PERFORM A070-WRITE-MAIL-LOG.
                ADD 1 TO WS-DOCS-SUPPRESSED.
                IF WS-DOC-LEGAL (WS-DOC-IDX) = 'Y'
                    ADD 1 TO WS-LEGAL-SUPPRESSED
                END-IF.
      *
       A070-WRITE-MAIL-LOG.
                MOVE BUSINESS-DATE TO ML-MAIL-DATE.
                MOVE WS-BORROWER-ID TO ML-CUSTOMER-ID.
                MOVE WS-BORROWER-ACCT TO ML-MORTGAGE-ACCT-NO.
                MOVE WS-DOC-TYPE (WS-DOC-IDX) TO ML-DOC-TYPE.
                MOVE WS-DOC-DATE (WS-DOC-IDX) TO ML-DOC-DATE.
                MOVE WS-DOC-PAGES (WS-DOC-IDX) TO ML-PAGE-COUNT.
                MOVE WS-DOC-LEGAL (WS-DOC-IDX) TO ML-LEGAL-NOTICE.
                WRITE MAILING-LOG-RECORD.
                IF WS-MLOG-STATUS NOT = '00'
                    MOVE 'MAILLOG' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-MLOG-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A077-CHECK-RPT-STATUS.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'CORREXCP' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A080-WRITE-SUMMARY.
                MOVE SPACES TO EXCEPTION-REPORT-LINE.
                WRITE EXCEPTION-REPORT-LINE.
                PERFORM A077-CHECK-RPT-STATUS.
                MOVE 'ENVELOPES MAILED' TO TL-LABEL.
                MOVE WS-ENVELOPE-NO TO TL-COUNT.
                WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE.
                PERFORM A077-CHECK-RPT-STATUS.
                MOVE 'DOCUMENTS MAILED' TO TL-LABEL.
                MOVE WS-DOCS-MAILED TO TL-COUNT.
                WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE.
                PERFORM A077-CHECK-RPT-STATUS.
                MOVE 'PAGES MAILED' TO TL-LABEL.
                MOVE WS-PAGES-MAILED TO TL-COUNT.
                WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE.
                PERFORM A077-CHECK-RPT-STATUS.
                MOVE 'DOCUMENTS SUPPRESSED' TO TL-LABEL.
                MOVE WS-DOCS-SUPPRESSED TO TL-COUNT.
                WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE.
                PERFORM A077-CHECK-RPT-STATUS.
                MOVE '  OF WHICH LEGALLY REQUIRED' TO TL-LABEL.
                MOVE WS-LEGAL-SUPPRESSED TO TL-COUNT.
                WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE.
                PERFORM A077-CHECK-RPT-STATUS.
      *
       A085-WRITE-AUDIT-LOG.
                MOVE 'DBBCORR' TO AL-PROGRAM-ID.
                MOVE BUSINESS-DATE TO AL-RUN-DATE.
                MOVE WS-RECORDS-IN TO AL-RECORDS-IN.
                MOVE WS-DOCS-MAILED TO AL-RECORDS-OUT.
                MOVE 'COMPLETE' TO AL-COMPLETION-STATUS.
                WRITE AUDIT-LOG-RECORD.
                IF WS-AUDIT-STATUS NOT = '00'
                    MOVE 'AUDITLOG' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-AUDIT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A099-WRITE-ERROR-LOG.
                MOVE 'DBBCORR' TO ER-PROGRAM-ID.
                MOVE WS-ERR-FILE-NAME TO ER-FILE-NAME.
                MOVE WS-ERR-OPERATION TO ER-OPERATION.
                MOVE WS-ERR-STATUS-CODE TO ER-STATUS-CODE.
                MOVE FUNCTION CURRENT-DATE TO ER-TIMESTAMP.
                WRITE ERROR-LOG-RECORD.
                IF RETURN-CODE < 8
                    MOVE 8 TO RETURN-CODE
                END-IF.
      *
       A090-CLOSE-FILES.
                DISPLAY 'QUEUE LINES READ        : ' WS-RECORDS-IN.
                DISPLAY 'ENVELOPES MAILED        : ' WS-ENVELOPE-NO.
                DISPLAY 'DOCUMENTS MAILED        : ' WS-DOCS-MAILED.
                DISPLAY 'DOCUMENTS SUPPRESSED    : '
                    WS-DOCS-SUPPRESSED.
                PERFORM A085-WRITE-AUDIT-LOG.
                CLOSE CORRESPONDENCE-FILE.
                CLOSE CORR-WORK-FILE.
                CLOSE CUSTOMER-MASTER-FILE.
                CLOSE ENVELOPE-FILE.
                CLOSE EXCEPTION-REPORT-FILE.
                CLOSE MAILING-LOG-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
