      *                LATEFEE file prints as its own statement line   *
      *                so the borrower sees the fee before the next    *
      *                payment pays it down.                           *
      *    2026-10-15  Active mortgage insurance on the keyed MINSFILE *
      *                prints its monthly premium and is added to the  *
      *                total payment due, escrowed or not; once        *
      *                DBBMINS cancels the coverage the premium drops  *
      *                off the payment line.                           *
      *    2026-10-15  A loan under an open bankruptcy, foreclosure    *
      *                or litigation hold on the keyed LEGLHOLD file   *
      *                gets an informational statement instead of a    *
      *                demand: its own title and disclaimer, no        *
      *                late-fee line, and the payment shown as the     *
      *                regular payment rather than an amount due.      *
      *                Each such account is listed on the STMTHOLD     *
      *                report.                                         *
      *    2026-10-15  YTD INTEREST and YTD PRINCIPAL, and the         *
      *                payments made that place the next twelve        *
      *                scheduled rows, now come off the account's      *
      *                keyed LOANACTV activity summary kept by DBBPOST *
      *                instead of a walk of its PAYHIST rows.  The     *
      *                year-to-date figures are what the postings      *
      *                actually applied - the accrued interest         *
      *                relieved and the principal that reduced the     *
      *                balance - rather than the matching schedule     *
      *                rows' split.                                    *
      *    2026-10-15  Statements are no longer printed on STMTFILE -  *
      *                each statement's lines are appended to the      *
      *                CORRDOC correspondence queue as a legally       *
      *                required STMT document, and DBBCORR puts them   *
      *                in the borrower's envelope for the mail vendor. *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS AS-SCHED-KEY
                   OF AMORT-SCHEDULE-RECORD
               FILE STATUS IS WS-AMORSCHD-STATUS.
           SELECT LOAN-ACTIVITY-FILE
               ASSIGN TO "LOANACTV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-LACT-STATUS.
           SELECT ESCROW-FILE
               ASSIGN TO "ESCRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LF-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-LFEE-STATUS.
           SELECT MORTGAGE-INS-FILE
               ASSIGN TO "MINSFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MI-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-MINS-STATUS.
           SELECT DISBURSE-HISTORY-FILE
               ASSIGN TO "ESCRDHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-HIST-KEY
               FILE STATUS IS WS-ESDH-STATUS.
           SELECT LEGAL-HOLD-FILE
               ASSIGN TO "LEGLHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-LHLD-STATUS.
           SELECT CORRESPONDENCE-FILE
               ASSIGN TO "CORRDOC"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT HOLD-REPORT-FILE
               ASSIGN TO "STMTHOLD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HRPT-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
       FD  AMORT-SCHEDULE-FILE.
       01  AMORT-SCHEDULE-RECORD.
           COPY EPSAMSCH.
       FD  LOAN-ACTIVITY-FILE.
       01  LOAN-ACTIVITY-RECORD.
           COPY EPSLACT.
       FD  ESCROW-FILE.
       01  ESCROW-RECORD.
           COPY EPSESCR.
       FD  LATE-FEE-FILE.
       01  LATE-FEE-RECORD.
           COPY EPSLFEE.
       FD  MORTGAGE-INS-FILE.
       01  MORTGAGE-INS-RECORD.
           COPY EPSMINS.
       FD  DISBURSE-HISTORY-FILE.
       01  DISBURSE-HISTORY-RECORD.
           COPY EPSESDH.
       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-RECORD.
           COPY EPSLHLD.
       FD  CORRESPONDENCE-FILE.
       01  CORRESPONDENCE-RECORD.
           COPY EPSCORD.
       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-LINE             PIC X(80).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY EPSAUDIT.
       01 BUSINESS-DATE PIC X(10).
       01 WS-CUSTMAST-STATUS PIC X(2).
       01 WS-AMORSCHD-STATUS PIC X(2).
       01 WS-LACT-STATUS PIC X(2).
       01 WS-ESCR-STATUS PIC X(2).
       01 WS-ESDH-STATUS PIC X(2).
       01 WS-LFEE-STATUS PIC X(2).
       01 WS-MINS-STATUS PIC X(2).
       01 WS-LHLD-STATUS PIC X(2).
       01 WS-CORR-STATUS PIC X(2).
       01 WS-HRPT-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
       01 WS-ERR-FILE-NAME PIC X(8).
          88 WS-EOF-CUSTMAST VALUE 'Y'.
       01 WS-SCHED-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-AMORSCHD VALUE 'Y'.
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-STATEMENT-COUNT PIC 9(7) VALUE 0.
       01 WS-DOC-LINE-NO PIC 9(3) VALUE 0.
       01 WS-HOLD-COUNT PIC 9(7) VALUE 0.
       01 WS-LEGAL-HOLD-SWITCH PIC X VALUE 'N'.
          88 WS-ON-LEGAL-HOLD VALUE 'Y'.
       01 WS-SCHEDULE-COUNT PIC 9(3) VALUE 0.
       01 WS-SCHEDULE-IDX PIC 9(3).
       01 WS-SCHEDULE-TABLE.
          88 WS-ESCROW-FOUND VALUE 'Y'.
       01 WS-LATEFEE-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-LATEFEE-FOUND VALUE 'Y'.
       01 WS-COVERAGE-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-COVERAGE-FOUND VALUE 'Y'.
       01 WS-TOTAL-PAYMENT PIC 9(9)V99 VALUE 0.
       01 WS-DISB-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-DISB VALUE 'Y'.
       01 WS-DISB-COUNT PIC 9(1) VALUE 0.
       01 WS-NEXT-ROW-END PIC 9(3) VALUE 0.
       01 WS-YTD-INTEREST PIC S9(9)V99 VALUE 0.
       01 WS-YTD-PRINCIPAL PIC S9(9)V99 VALUE 0.
       01 WS-HEADING-LINE-1.
          05 HL-TITLE            PIC X(29).
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(9)  VALUE 'RUN DATE:'.
          05 HL-RUN-DATE         PIC X(10).
       01 WS-STATEMENT-TITLE     PIC X(29) VALUE
             'MORTGAGE LOAN STATEMENT'.
       01 WS-INFO-TITLE          PIC X(29) VALUE
             'INFORMATIONAL STATEMENT'.
       01 WS-INFO-LINE-1         PIC X(80) VALUE
             'THIS STATEMENT IS SENT FOR INFORMATIONAL PURPOSES ONLY.'.
       01 WS-INFO-LINE-2         PIC X(80) VALUE
             'IT IS NOT A DEMAND FOR PAYMENT OR AN ATTEMPT TO COLLECT'.
       01 WS-INFO-LINE-3         PIC X(80) VALUE
             'A DEBT FROM ANY BORROWER PROTECTED BY A BANKRUPTCY STAY.'.
       01 WS-NAME-LINE.
          05 FILLER              PIC X(21) VALUE
             'BORROWER           : '.
          05 FILLER              PIC X(21) VALUE
             'ESCROW BALANCE     : '.
          05 EBL-ESCROW-BALANCE  PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MI-PREMIUM-LINE.
          05 FILLER              PIC X(21) VALUE
             'MORTGAGE INSURANCE : '.
          05 MIL-MONTHLY-PREMIUM PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-PAYMENT-LINE.
          05 TPL-LABEL           PIC X(21).
          05 TPL-TOTAL-PAYMENT   PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-DUE-LABEL     PIC X(21) VALUE
             'TOTAL PAYMENT DUE  : '.
       01 WS-REGULAR-PMT-LABEL   PIC X(21) VALUE
             'REGULAR PAYMENT    : '.
       01 WS-DISB-HEADER.
          05 FILLER              PIC X(21) VALUE
             'ESCROW PAID OUT      '.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 SDL-BALANCE         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BLANK-LINE          PIC X(80) VALUE SPACES.
       01 WS-HOLD-HEADING.
          05 FILLER              PIC X(29) VALUE
             'LEGAL HOLD - DEMANDS SKIPPED'.
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(9)  VALUE 'RUN DATE:'.
          05 HH-RUN-DATE         PIC X(10).
       01 WS-HOLD-DETAIL-LINE.
          05 HDL-MORTGAGE-ACCT   PIC X(12).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 HDL-CUSTOMER-ID     PIC X(10).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 HDL-HOLD-TYPE       PIC X(3).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 HDL-CASE-NUMBER     PIC X(20).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 HDL-FILING-DATE     PIC X(10).
       01 WS-HOLD-TOTAL-LINE.
          05 FILLER              PIC X(21) VALUE
             'ON LEGAL HOLD      : '.
          05 HTL-COUNT           PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
                CALL 'DBBDATE' USING DATE-JOUR BUSINESS-DATE.
                DISPLAY 'DBBSTMT RUN DATE: ' BUSINESS-DATE.
                    MOVE WS-AMORSCHD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT LOAN-ACTIVITY-FILE.
                IF WS-LACT-STATUS NOT = '00'
                    MOVE 'LOANACTV' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-LACT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT ESCROW-FILE.
                    MOVE WS-LFEE-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT MORTGAGE-INS-FILE.
                IF WS-MINS-STATUS NOT = '00'
                    MOVE 'MINSFILE' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-MINS-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT DISBURSE-HISTORY-FILE.
                IF WS-ESDH-STATUS NOT = '00'
                    MOVE 'ESCRDHST' TO WS-ERR-FILE-NAME
                    MOVE WS-ESDH-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT LEGAL-HOLD-FILE.
                IF WS-LHLD-STATUS NOT = '00'
                    MOVE 'LEGLHOLD' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-LHLD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN EXTEND CORRESPONDENCE-FILE.
                IF WS-CORR-STATUS NOT = '00'
                    MOVE 'CORRDOC' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CORR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT HOLD-REPORT-FILE.
                IF WS-HRPT-STATUS NOT = '00'
                    MOVE 'STMTHOLD' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-HRPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                MOVE BUSINESS-DATE TO HH-RUN-DATE.
                WRITE HOLD-REPORT-LINE FROM WS-HOLD-HEADING.
                PERFORM A077-CHECK-HOLD-RPT-STATUS.
                OPEN EXTEND AUDIT-LOG-FILE.
                IF WS-AUDIT-STATUS NOT = '00'
                    MOVE 'AUDITLOG' TO WS-ERR-FILE-NAME
                IF CM-STATUS-APPROVED OF CUSTOMER-COPY
                    PERFORM A035-LOAD-SCHEDULE
                    IF WS-SCHEDULE-COUNT > 0
                        PERFORM A033-CHECK-LEGAL-HOLD
                        PERFORM A040-TALLY-PAYMENTS
                        PERFORM A050-PRINT-STATEMENT
                        ADD 1 TO WS-STATEMENT-COUNT
                    END-IF
                END-IF.
                PERFORM A020-READ-CUSTOMER.
      *
       A033-CHECK-LEGAL-HOLD.
      *        A HOLD IS IN FORCE FROM ENTRY UNTIL ITS RELEASE DATE.
                MOVE 'N' TO WS-LEGAL-HOLD-SWITCH.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO LH-MORTGAGE-ACCT-NO.
                READ LEGAL-HOLD-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF LH-RELEASE-DATE = SPACES
                          OR LH-RELEASE-DATE > BUSINESS-DATE
                            SET WS-ON-LEGAL-HOLD TO TRUE
                            PERFORM A052-REPORT-HELD-LOAN
                        END-IF
                END-READ.
                IF WS-LHLD-STATUS NOT = '00'
                  AND WS-LHLD-STATUS NOT = '23'
                    MOVE 'LEGLHOLD' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-LHLD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A035-LOAD-SCHEDULE.
      *        POSITION ON THE ACCOUNT'S FIRST ROW OF THE KEYED
      *
       A040-TALLY-PAYMENTS.
      *        THE NTH PAYMENT POSTED TO AN ACCOUNT CORRESPONDS TO
      *        THE NTH SCHEDULE ROW - THE ACCOUNT'S ACTIVITY SUMMARY
      *        CARRIES THE PAYMENTS POSTED NET OF REVERSALS, AND THE
      *        INTEREST AND PRINCIPAL APPLIED IN ITS LATEST YEAR,
      *        WHICH ARE THIS YEAR'S ONLY WHEN THAT YEAR IS THIS ONE.
                MOVE 0 TO WS-PAYMENT-ORDINAL.
                MOVE 0 TO WS-YTD-INTEREST.
                MOVE 0 TO WS-YTD-PRINCIPAL.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO LA-MORTGAGE-ACCT-NO.
                READ LOAN-ACTIVITY-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE LA-PAID-TO-INSTALLMENT
                            TO WS-PAYMENT-ORDINAL
                        IF LA-YTD-YEAR = BUSINESS-DATE (1:4)
                            MOVE LA-YTD-INTEREST TO WS-YTD-INTEREST
                            MOVE LA-YTD-PRINCIPAL TO WS-YTD-PRINCIPAL
                        END-IF
                END-READ.
                IF WS-LACT-STATUS NOT = '00'
                  AND WS-LACT-STATUS NOT = '23'
                    MOVE 'LOANACTV' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-LACT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A050-PRINT-STATEMENT.
                IF WS-ON-LEGAL-HOLD
                    MOVE WS-INFO-TITLE TO HL-TITLE
                    MOVE WS-REGULAR-PMT-LABEL TO TPL-LABEL
                ELSE
                    MOVE WS-STATEMENT-TITLE TO HL-TITLE
                    MOVE WS-TOTAL-DUE-LABEL TO TPL-LABEL
                END-IF.
                MOVE BUSINESS-DATE TO HL-RUN-DATE.
                MOVE 0 TO WS-DOC-LINE-NO.
                MOVE WS-HEADING-LINE-1 TO CD-PRINT-LINE.
                PERFORM A075-WRITE-DOC-LINE.
                IF WS-ON-LEGAL-HOLD
                    PERFORM A054-WRITE-INFO-DISCLAIMER
                END-IF.
                MOVE CM-CUSTOMER-NAME OF CUSTOMER-COPY
                    TO NL-CUSTOMER-NAME.
                PERFORM A062-WRITE-YTD-INT-LINE.
                MOVE WS-YTD-PRINCIPAL TO YPL-YTD-PRINCIPAL.
                PERFORM A063-WRITE-YTD-PRIN-LINE.
                IF NOT WS-ON-LEGAL-HOLD
                    PERFORM A069-PRINT-LATE-FEE
                END-IF.
                PERFORM A065-PRINT-ESCROW-SIDE.
                PERFORM A064-WRITE-COLUMN-HEADER.
                PERFORM A070-PRINT-NEXT-TWELVE.
      *
       A052-REPORT-HELD-LOAN.
                ADD 1 TO WS-HOLD-COUNT.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO HDL-MORTGAGE-ACCT.
                MOVE CM-CUSTOMER-ID OF CUSTOMER-COPY
                    TO HDL-CUSTOMER-ID.
                MOVE LH-HOLD-TYPE TO HDL-HOLD-TYPE.
                MOVE LH-CASE-NUMBER TO HDL-CASE-NUMBER.
                MOVE LH-FILING-DATE TO HDL-FILING-DATE.
                WRITE HOLD-REPORT-LINE FROM WS-HOLD-DETAIL-LINE.
                PERFORM A077-CHECK-HOLD-RPT-STATUS.
      *
       A054-WRITE-INFO-DISCLAIMER.
                MOVE WS-INFO-LINE-1 TO CD-PRINT-LINE.
                PERFORM A075-WRITE-DOC-LINE.
                MOVE WS-INFO-LINE-2 TO CD-PRINT-LINE.
                PERFORM A075-WRITE-DOC-LINE.
                MOVE WS-INFO-LINE-3 TO CD-PRINT-LINE.
                PERFORM A075-WRITE-DOC-LINE.
                MOVE WS-BLANK-LINE TO CD-PRINT-LINE.
                PERFORM A075-WRITE-DOC-LINE.
      *
       A057-WRITE-NAME-LINE.
                MOVE WS-NAME-LINE TO CD-PRINT-LINE.
                PERFORM A075-WRITE-DOC-LINE.
      *
       A058-WRITE-ADDRESS-LINE.
                MOVE WS-ADDRESS-LINE TO CD-PRINT-LINE.
                PERFORM A075-WRITE-DOC-LINE.
      *
       A059-WRITE-ACCT-LINE.
                MOVE WS-ACCT-LINE TO CD-PRINT-LINE.
                PERFORM A075-WRITE-DOC-LINE.
      *
       A061-WRITE-BALANCE-LINE.
                MOVE WS-BALANCE-LINE TO CD-PRINT-LINE.
                PERFORM A075-WRITE-DOC-LINE.
      *
       A062-WRITE-YTD-INT-LINE.
                MOVE WS-YTD-INT-LINE TO CD-PRINT-LINE.
                PERFORM A075-WRITE-DOC-LINE.
      *
       A063-WRITE-YTD-PRIN-LINE.
                MOVE WS-YTD-PRIN-LINE TO CD-PRINT-LINE.
                PERFORM A075-WRITE-DOC-LINE.
      *
       A069-PRINT-LATE-FEE.
                MOVE 'N' TO WS-LATEFEE-FOUND-SWITCH.
                IF WS-LATEFEE-FOUND
                  AND LF-FEE-BALANCE > 0
                    MOVE LF-FEE-BALANCE TO LFL-FEE-BALANCE
                    MOVE WS-LATE-FEE-LINE TO CD-PRINT-LINE
                    PERFORM A075-WRITE-DOC-LINE
                END-IF.
      *
       A065-PRINT-ESCROW-SIDE.
                    MOVE WS-ESCR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                PERFORM A060-FETCH-COVERAGE.
                IF WS-ESCROW-FOUND
                    MOVE ES-MONTHLY-ESCROW OF ESCROW-RECORD
                        TO ESL-MONTHLY-ESCROW
                    MOVE WS-ESCROW-LINE TO CD-PRINT-LINE
                    PERFORM A075-WRITE-DOC-LINE
                    MOVE ES-ESCROW-BALANCE OF ESCROW-RECORD
                        TO EBL-ESCROW-BALANCE
                    MOVE WS-ESCROW-BAL-LINE TO CD-PRINT-LINE
                    PERFORM A075-WRITE-DOC-LINE
                END-IF.
                IF WS-COVERAGE-FOUND
                    MOVE MI-MONTHLY-PREMIUM TO MIL-MONTHLY-PREMIUM
                    MOVE WS-MI-PREMIUM-LINE TO CD-PRINT-LINE
                    PERFORM A075-WRITE-DOC-LINE
                END-IF.
                IF WS-ESCROW-FOUND
                  OR WS-COVERAGE-FOUND
                    MOVE AS-PAYMENT-AMOUNT OF WS-SCHEDULE-ROW (1)
                        TO WS-TOTAL-PAYMENT
                    IF WS-ESCROW-FOUND
                        ADD ES-MONTHLY-ESCROW OF ESCROW-RECORD
                            TO WS-TOTAL-PAYMENT
                    END-IF
                    IF WS-COVERAGE-FOUND
                        ADD MI-MONTHLY-PREMIUM TO WS-TOTAL-PAYMENT
                    END-IF
                    MOVE WS-TOTAL-PAYMENT TO TPL-TOTAL-PAYMENT
                    MOVE WS-TOTAL-PAYMENT-LINE TO CD-PRINT-LINE
                    PERFORM A075-WRITE-DOC-LINE
                END-IF.
                IF WS-ESCROW-FOUND
                    PERFORM A066-PRINT-DISBURSEMENTS
                END-IF.
      *
       A060-FETCH-COVERAGE.
      *        ONLY ACTIVE COVERAGE CARRIES A PREMIUM.
                MOVE 'N' TO WS-COVERAGE-FOUND-SWITCH.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO MI-MORTGAGE-ACCT-NO.
                READ MORTGAGE-INS-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF MI-STATUS-ACTIVE
                            SET WS-COVERAGE-FOUND TO TRUE
                        END-IF
                END-READ.
                IF WS-MINS-STATUS NOT = '00'
                  AND WS-MINS-STATUS NOT = '23'
                    MOVE 'MINSFILE' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-MINS-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A066-PRINT-DISBURSEMENTS.
      *        SHOW THE ACCOUNT'S MOST RECENT DISBURSEMENTS - WALK
                PERFORM A067-SAVE-DISBURSEMENT
                    UNTIL WS-EOF-DISB.
                IF WS-DISB-COUNT > 0
                    MOVE WS-DISB-HEADER TO CD-PRINT-LINE
                    PERFORM A075-WRITE-DOC-LINE
                    PERFORM A068-PRINT-DISB-LINE
                        VARYING WS-DISB-IDX FROM 1 BY 1
                        UNTIL WS-DISB-IDX > WS-DISB-COUNT
                MOVE WS-DISB-AMOUNT (WS-DISB-IDX) TO DDL-AMOUNT.
                MOVE WS-DISB-PAID-DATE (WS-DISB-IDX)
                    TO DDL-PAID-DATE.
                MOVE WS-DISB-DETAIL-LINE TO CD-PRINT-LINE.
                PERFORM A075-WRITE-DOC-LINE.
      *
       A064-WRITE-COLUMN-HEADER.
                MOVE WS-BLANK-LINE TO CD-PRINT-LINE.
                PERFORM A075-WRITE-DOC-LINE.
                MOVE WS-COLUMN-HEADER TO CD-PRINT-LINE.
                PERFORM A075-WRITE-DOC-LINE.
      *
       A070-PRINT-NEXT-TWELVE.
                IF WS-PAYMENT-ORDINAL < 0
                MOVE AS-REMAINING-BALANCE
                    OF WS-SCHEDULE-ROW (WS-SCHEDULE-IDX)
                    TO SDL-BALANCE.
                MOVE WS-SCHED-DETAIL-LINE TO CD-PRINT-LINE.
                PERFORM A075-WRITE-DOC-LINE.
      *
       A075-WRITE-DOC-LINE.
                ADD 1 TO WS-DOC-LINE-NO.
                MOVE CM-CUSTOMER-ID OF CUSTOMER-COPY TO CD-CUSTOMER-ID.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO CD-MORTGAGE-ACCT-NO.
                SET CD-DOC-STATEMENT TO TRUE.
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
       A077-CHECK-HOLD-RPT-STATUS.
                IF WS-HRPT-STATUS NOT = '00'
                    MOVE 'STMTHOLD' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-HRPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
      *
       A090-CLOSE-FILES.
                DISPLAY 'STATEMENTS PRODUCED : ' WS-STATEMENT-COUNT.
                DISPLAY 'ON LEGAL HOLD       : ' WS-HOLD-COUNT.
                MOVE WS-HOLD-COUNT TO HTL-COUNT.
                WRITE HOLD-REPORT-LINE FROM WS-HOLD-TOTAL-LINE.
                PERFORM A077-CHECK-HOLD-RPT-STATUS.
                PERFORM A085-WRITE-AUDIT-LOG.
                CLOSE CUSTOMER-MASTER-FILE.
                CLOSE AMORT-SCHEDULE-FILE.
                CLOSE LOAN-ACTIVITY-FILE.
                CLOSE ESCROW-FILE.
                CLOSE LATE-FEE-FILE.
                CLOSE MORTGAGE-INS-FILE.
                CLOSE DISBURSE-HISTORY-FILE.
                CLOSE LEGAL-HOLD-FILE.
                CLOSE CORRESPONDENCE-FILE.
                CLOSE HOLD-REPORT-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
