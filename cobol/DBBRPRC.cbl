      *                the repricing lookup - entries pending a        *
      *                checker's approval or rejected under dual       *
      *                control are passed over.                        *
      *    2026-10-15  A loan whose rate was fixed by an approved      *
      *                permanent modification on LMPLAN is not         *
      *                repriced - the modified rate is contractual and *
      *                stands until the loan is modified again.        *
      *    2026-10-15  The borrower's rate-change notice itself is now *
      *                composed here - old rate, new rate and new      *
      *                payment - and appended to the CORRDOC           *
      *                correspondence queue as a legally required RPRC *
      *                document for DBBCORR to mail.  RPRCNOTC is      *
      *                still written as the record of each repricing.  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPRC-STATUS.
           SELECT CORRESPONDENCE-FILE
               ASSIGN TO "CORRDOC"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT LOSS-MIT-PLAN-FILE
               ASSIGN TO "LMPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-LMPLAN-STATUS.
           SELECT CONTROL-TOTAL-FILE
               ASSIGN TO "CTLTOT"
               ORGANIZATION IS SEQUENTIAL
       FD  REPRICE-NOTICE-FILE.
       01  REPRICE-NOTICE-RECORD.
           COPY EPSRPRC.
       FD  CORRESPONDENCE-FILE.
       01  CORRESPONDENCE-RECORD.
           COPY EPSCORD.
       FD  LOSS-MIT-PLAN-FILE.
       01  LOSS-MIT-PLAN-RECORD.
           COPY EPSLMPL.
       FD  CONTROL-TOTAL-FILE.
       01  CONTROL-TOTAL-RECORD.
           COPY EPSCTLTOT.
       01 WS-RATETAB-STATUS PIC X(2).
       01 WS-AMORSCHD-STATUS PIC X(2).
       01 WS-RPRC-STATUS PIC X(2).
       01 WS-CORR-STATUS PIC X(2).
       01 WS-LMPLAN-STATUS PIC X(2).
       01 WS-CTLTOT-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
          88 WS-EOF-RATETAB VALUE 'Y'.
       01 WS-RATE-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-RATE-FOUND VALUE 'Y'.
       01 WS-RATE-FIXED-SWITCH PIC X VALUE 'N'.
          88 WS-RATE-FIXED VALUE 'Y'.
       01 WS-FIXED-RATE-COUNT PIC 9(7) VALUE 0.
       01 WS-LOOKUP-RATE PIC 9(2)V999.
       01 WS-OLD-RATE PIC 9(2)V999.
       01 WS-DOC-LINE-NO PIC 9(3) VALUE 0.
       01 WS-NOTICE-HEADING.
          05 FILLER              PIC X(29) VALUE
             'INTEREST RATE CHANGE NOTICE'.
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(11) VALUE 'EFFECTIVE:'.
          05 NH-REPRICE-DATE     PIC X(10).
       01 WS-NOTICE-DETAIL.
          05 ND-LABEL            PIC X(21).
          05 ND-TEXT-VALUE       PIC X(30).
       01 WS-NOTICE-RATE-LINE.
          05 NR-LABEL            PIC X(21).
          05 NR-RATE-VALUE       PIC Z9.999.
       01 WS-NOTICE-MONEY-LINE.
          05 NM-LABEL            PIC X(21).
          05 NM-MONEY-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-CTL-RECORD-COUNT PIC 9(7) VALUE 0.
       01 WS-CTL-LOAN-TOTAL PIC 9(11)V99 VALUE 0.
                    MOVE WS-RPRC-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT LOSS-MIT-PLAN-FILE.
                IF WS-LMPLAN-STATUS NOT = '00'
                    MOVE 'LMPLAN' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-LMPLAN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN EXTEND CONTROL-TOTAL-FILE.
                IF WS-CTLTOT-STATUS NOT = '00'
                    MOVE 'CTLTOT' TO WS-ERR-FILE-NAME
                    MOVE WS-CTLTOT-STATUS TO WS-ERR-STATUS-CODE
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
      *
       A030-REPRICE-CUSTOMER.
                IF CM-STATUS-APPROVED OF CUSTOMER-COPY
                    PERFORM A035-CHECK-FIXED-RATE
                    PERFORM A040-LOOKUP-RATE
                    IF WS-RATE-FOUND
                      AND NOT WS-RATE-FIXED
                      AND WS-LOOKUP-RATE NOT =
                          CM-INTEREST-RATE OF CUSTOMER-COPY
                        PERFORM A050-APPLY-NEW-RATE
                    END-IF
                END-IF.
                PERFORM A020-READ-CUSTOMER.
      *
       A035-CHECK-FIXED-RATE.
                MOVE 'N' TO WS-RATE-FIXED-SWITCH.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO LM-MORTGAGE-ACCT-NO.
                READ LOSS-MIT-PLAN-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF LM-RATE-FIXED
                            SET WS-RATE-FIXED TO TRUE
                            ADD 1 TO WS-FIXED-RATE-COUNT
                        END-IF
                END-READ.
                IF WS-LMPLAN-STATUS NOT = '00'
                  AND WS-LMPLAN-STATUS NOT = '23'
                    MOVE 'LMPLAN' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-LMPLAN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A040-LOOKUP-RATE.
      *        SAME EFFECTIVE-DATED SCAN DBBAMORT USES - THE LAST
                    MOVE WS-RPRC-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                PERFORM A075-QUEUE-NOTICE.
      *
       A075-QUEUE-NOTICE.
      *        THE BORROWER'S COPY GOES TO THE CORRESPONDENCE QUEUE;
      *        DBBCORR MAILS IT WITH WHATEVER ELSE THE BORROWER HAS
      *        DUE.
                MOVE 0 TO WS-DOC-LINE-NO.
                MOVE BUSINESS-DATE TO NH-REPRICE-DATE.
                MOVE WS-NOTICE-HEADING TO CD-PRINT-LINE.
                PERFORM A077-WRITE-DOC-LINE.
                MOVE 'MORTGAGE ACCT NO   : ' TO ND-LABEL.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO ND-TEXT-VALUE.
                MOVE WS-NOTICE-DETAIL TO CD-PRINT-LINE.
                PERFORM A077-WRITE-DOC-LINE.
                MOVE 'LOAN TYPE          : ' TO ND-LABEL.
                MOVE CM-LOAN-TYPE OF CUSTOMER-COPY TO ND-TEXT-VALUE.
                MOVE WS-NOTICE-DETAIL TO CD-PRINT-LINE.
                PERFORM A077-WRITE-DOC-LINE.
                MOVE 'PREVIOUS RATE      : ' TO NR-LABEL.
                MOVE RN-OLD-RATE TO NR-RATE-VALUE.
                MOVE WS-NOTICE-RATE-LINE TO CD-PRINT-LINE.
                PERFORM A077-WRITE-DOC-LINE.
                MOVE 'NEW RATE           : ' TO NR-LABEL.
                MOVE RN-NEW-RATE TO NR-RATE-VALUE.
                MOVE WS-NOTICE-RATE-LINE TO CD-PRINT-LINE.
                PERFORM A077-WRITE-DOC-LINE.
                MOVE 'NEW MONTHLY P AND I: ' TO NM-LABEL.
                MOVE RN-NEW-PAYMENT TO NM-MONEY-VALUE.
                MOVE WS-NOTICE-MONEY-LINE TO CD-PRINT-LINE.
                PERFORM A077-WRITE-DOC-LINE.
      *
       A077-WRITE-DOC-LINE.
                ADD 1 TO WS-DOC-LINE-NO.
                MOVE CM-CUSTOMER-ID OF CUSTOMER-COPY
                    TO CD-CUSTOMER-ID.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO CD-MORTGAGE-ACCT-NO.
                SET CD-DOC-RATE-CHANGE TO TRUE.
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
       A080-WRITE-CONTROL-TOTAL.
                MOVE 'DBBRPRC' TO CT-PROGRAM-ID.
      *
       A090-CLOSE-FILES.
                DISPLAY 'LOANS REPRICED : ' WS-CTL-RECORD-COUNT.
                DISPLAY 'MODIFIED RATES : ' WS-FIXED-RATE-COUNT.
                PERFORM A080-WRITE-CONTROL-TOTAL.
                PERFORM A085-WRITE-AUDIT-LOG.
                CLOSE CUSTOMER-MASTER-FILE.
                CLOSE RATE-TABLE-FILE.
                CLOSE AMORT-SCHEDULE-FILE.
                CLOSE REPRICE-NOTICE-FILE.
                CLOSE CORRESPONDENCE-FILE.
                CLOSE LOSS-MIT-PLAN-FILE.
                CLOSE CONTROL-TOTAL-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
