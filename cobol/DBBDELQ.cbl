      *                date has passed with no payment on PAYHIST is   *
      *                flagged broken and sorted to the top of the     *
      *                call list ahead of the aging order.             *
      *    2026-10-15  Loss-mitigation plans - a loan inside an        *
      *                approved forbearance period on LMPLAN is not    *
      *                aged, bucketed, queued or case-updated and is   *
      *                counted on the report as in forbearance; the    *
      *                payments a performed forbearance excused are    *
      *                credited as made, so the loan does not fall     *
      *                behind for them.  A plan not performed credits  *
      *                nothing and the arrears age in full.            *
      *    2026-10-15  Legal holds - a delinquent loan under a         *
      *                bankruptcy, foreclosure or litigation hold in   *
      *                force on LEGLHOLD is still aged and bucketed    *
      *                but gets no COLLWRKQ call-list entry and its    *
      *                collections case is left as it stands; each     *
      *                such loan is listed on the DELQHOLD report of   *
      *                accounts skipped for a hold.                    *
      *    2026-10-15  The payments made and the last payment date now *
      *                come off the account's keyed LOANACTV activity  *
      *                summary (paid-to installment and last payment   *
      *                date, kept by DBBPOST as it posts) instead of a *
      *                walk of the account's PAYHIST rows.  A loan     *
      *                with no summary has had nothing posted.         *
      *    2026-10-15  A cured case is closed with any charge-off      *
      *                referral withdrawn, so a later delinquency      *
      *                starts a fresh case.                            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-SCHED-KEY
               FILE STATUS IS WS-AMORSCHD-STATUS.
           SELECT LOAN-ACTIVITY-FILE
               ASSIGN TO "LOANACTV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-LACT-STATUS.
           SELECT DELQ-REPORT-FILE
               ASSIGN TO "DELQRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-COLC-STATUS.
           SELECT LOSS-MIT-PLAN-FILE
               ASSIGN TO "LMPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-LMPLAN-STATUS.
           SELECT LEGAL-HOLD-FILE
               ASSIGN TO "LEGLHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-LHLD-STATUS.
           SELECT HOLD-REPORT-FILE
               ASSIGN TO "DELQHOLD"
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
       FD  DELQ-REPORT-FILE.
       01  DELQ-REPORT-LINE             PIC X(80).
       FD  COLLECTIONS-QUEUE-FILE.
       FD  COLLECTIONS-CASE-FILE.
       01  COLLECTIONS-CASE-RECORD.
           COPY EPSCOLC.
       FD  LOSS-MIT-PLAN-FILE.
       01  LOSS-MIT-PLAN-RECORD.
           COPY EPSLMPL.
       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-RECORD.
           COPY EPSLHLD.
       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-LINE             PIC X(80).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY EPSAUDIT.
       01 BUSINESS-DATE PIC X(10).
       01 WS-CUSTMAST-STATUS PIC X(2).
       01 WS-AMORSCHD-STATUS PIC X(2).
       01 WS-LACT-STATUS PIC X(2).
       01 WS-RPT-STATUS PIC X(2).
       01 WS-COLQ-STATUS PIC X(2).
       01 WS-COLC-STATUS PIC X(2).
       01 WS-LMPLAN-STATUS PIC X(2).
       01 WS-LHLD-STATUS PIC X(2).
       01 WS-HRPT-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
       01 WS-ERR-FILE-NAME PIC X(8).
          88 WS-EOF-CUSTMAST VALUE 'Y'.
       01 WS-SCHED-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-SCHED-FOUND VALUE 'Y'.
       01 WS-PLAN-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-PLAN-FOUND VALUE 'Y'.
       01 WS-FORBEARANCE-SWITCH PIC X VALUE 'N'.
          88 WS-IN-FORBEARANCE VALUE 'Y'.
       01 WS-LEGAL-HOLD-SWITCH PIC X VALUE 'N'.
          88 WS-ON-LEGAL-HOLD VALUE 'Y'.
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-FORBEARANCE-COUNT PIC 9(7) VALUE 0.
       01 WS-HOLD-COUNT PIC 9(7) VALUE 0.
       01 WS-NO-SCHEDULE-COUNT PIC 9(7) VALUE 0.
       01 WS-SCHED-PAYMENT PIC 9(7)V99.
       01 WS-PAYMENTS-DUE PIC S9(5) VALUE 0.
          05 TL-COUNT            PIC ZZZ,ZZ9.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 TL-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-FORBEARANCE-LINE.
          05 FILLER              PIC X(21) VALUE
             'IN FORBEARANCE     : '.
          05 FL-COUNT            PIC ZZZ,ZZ9.
       01 WS-HOLD-LINE.
          05 FILLER              PIC X(21) VALUE
             'ON LEGAL HOLD      : '.
          05 HLL-COUNT           PIC ZZZ,ZZ9.
       01 WS-HOLD-HEADING.
          05 FILLER              PIC X(29) VALUE
             'LEGAL HOLD - CALLS SKIPPED'.
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
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 HDL-MONTHS-BEHIND   PIC ZZ9.
       PROCEDURE DIVISION.
                CALL 'DBBDATE' USING DATE-JOUR BUSINESS-DATE.
                DISPLAY 'DBBDELQ RUN DATE: ' BUSINESS-DATE.
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
                OPEN OUTPUT DELQ-REPORT-FILE.
                    MOVE WS-COLC-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT LOSS-MIT-PLAN-FILE.
                IF WS-LMPLAN-STATUS NOT = '00'
                    MOVE 'LMPLAN' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-LMPLAN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT LEGAL-HOLD-FILE.
                IF WS-LHLD-STATUS NOT = '00'
                    MOVE 'LEGLHOLD' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-LHLD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT HOLD-REPORT-FILE.
                IF WS-HRPT-STATUS NOT = '00'
                    MOVE 'DELQHOLD' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-HRPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN EXTEND AUDIT-LOG-FILE.
                IF WS-AUDIT-STATUS NOT = '00'
                    MOVE 'AUDITLOG' TO WS-ERR-FILE-NAME
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                MOVE BUSINESS-DATE TO HH-RUN-DATE.
                WRITE HOLD-REPORT-LINE FROM WS-HOLD-HEADING.
                PERFORM A077-CHECK-HOLD-RPT-STATUS.
      *
       A020-READ-CUSTOMER.
                READ CUSTOMER-MASTER-FILE
                END-IF.
      *
       A030-AGE-CUSTOMER.
                MOVE 'N' TO WS-PLAN-FOUND-SWITCH.
                MOVE 'N' TO WS-FORBEARANCE-SWITCH.
                IF CM-STATUS-APPROVED OF CUSTOMER-COPY
                    PERFORM A032-FETCH-PLAN
                END-IF.
                IF WS-IN-FORBEARANCE
                    ADD 1 TO WS-FORBEARANCE-COUNT
                END-IF.
                IF CM-STATUS-APPROVED OF CUSTOMER-COPY
                  AND NOT WS-IN-FORBEARANCE
                    PERFORM A033-CHECK-LEGAL-HOLD
                    PERFORM A035-FIND-SCHEDULE
                    IF WS-SCHED-FOUND
                        PERFORM A040-COUNT-PAYMENTS-DUE
                    END-IF
                END-IF.
                PERFORM A020-READ-CUSTOMER.
      *
       A032-FETCH-PLAN.
      *        AN APPROVED FORBEARANCE WHOSE PERIOD TAKES IN THE
      *        BUSINESS DATE HOLDS THE LOAN OUT OF AGING ALTOGETHER.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO LM-MORTGAGE-ACCT-NO.
                READ LOSS-MIT-PLAN-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-PLAN-FOUND TO TRUE
                END-READ.
                IF WS-LMPLAN-STATUS NOT = '00'
                  AND WS-LMPLAN-STATUS NOT = '23'
                    MOVE 'LMPLAN' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-LMPLAN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                IF WS-PLAN-FOUND
                  AND LM-TYPE-FORBEARANCE
                  AND LM-STATUS-ACTIVE
                  AND LM-START-DATE NOT > BUSINESS-DATE
                  AND LM-END-DATE NOT < BUSINESS-DATE
                    SET WS-IN-FORBEARANCE TO TRUE
                END-IF.
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
       A035-FIND-SCHEDULE.
      *        THE SCHEDULED PAYMENT COMES STRAIGHT OFF THE LOAN'S
                END-IF.
      *
       A045-COUNT-PAYMENTS-MADE.
      *        THE ACCOUNT'S ACTIVITY SUMMARY CARRIES THE PAYMENTS
      *        POSTED NET OF REVERSALS AND THE LAST PAYMENT DATE.
                MOVE 0 TO WS-PAYMENTS-MADE.
                MOVE SPACES TO WS-LAST-PAYMENT-DATE.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO LA-MORTGAGE-ACCT-NO.
                READ LOAN-ACTIVITY-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE LA-PAID-TO-INSTALLMENT
                            TO WS-PAYMENTS-MADE
                        MOVE LA-LAST-PAYMENT-DATE
                            TO WS-LAST-PAYMENT-DATE
                END-READ.
                IF WS-LACT-STATUS NOT = '00'
                  AND WS-LACT-STATUS NOT = '23'
                    MOVE 'LOANACTV' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-LACT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *        MONTHS EXCUSED BY A PERFORMED FORBEARANCE COUNT AS PAID.
                IF WS-PLAN-FOUND
                    ADD LM-PAYMENTS-DEFERRED TO WS-PAYMENTS-MADE
                END-IF.
      *
       A050-AGE-THE-ARREARS.
                IF WS-PAYMENTS-DUE <= WS-PAYMENTS-MADE
                    COMPUTE WS-AMOUNT-PAST-DUE =
                        WS-MONTHS-BEHIND * WS-SCHED-PAYMENT
                    PERFORM A052-BUCKET-THE-LOAN
                    IF WS-ON-LEGAL-HOLD
                        PERFORM A058-REPORT-HELD-LOAN
                    ELSE
                        PERFORM A053-UPDATE-CASE
                        PERFORM A055-QUEUE-THE-LOAN
                    END-IF
                ELSE
                    PERFORM A056-CLOSE-CURED-CASE
                END-IF.
      *        A DELINQUENT ACCOUNT WITHOUT A CASE GETS ONE; AN
      *        EXISTING CASE IS RE-AGED WITHOUT TOUCHING WHAT THE
      *        COLLECTORS RECORDED.  AN OPEN PROMISE WHOSE DATE HAS
      *        PASSED IS SETTLED AGAINST THE LAST PAYMENT DATE - A
      *        PAYMENT SINCE THE CONTACT KEEPS IT, NO PAYMENT BREAKS
      *        IT.
                MOVE 'N' TO WS-CASE-FOUND-SWITCH.
                MOVE 'N' TO WS-CASE-BROKEN-SWITCH.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    MOVE BUSINESS-DATE TO CC-CLOSED-DATE
                    MOVE 0 TO CC-MONTHS-BEHIND
                    MOVE 0 TO CC-AMOUNT-PAST-DUE
                    MOVE SPACES TO CC-CHGOFF-REFER-FLAG
                    MOVE SPACES TO CC-REFERRED-BY
                    REWRITE COLLECTIONS-CASE-RECORD
                    IF WS-COLC-STATUS NOT = '00'
                        MOVE 'COLLCASE' TO WS-ERR-FILE-NAME
                        ADD 1 TO WS-CASES-CLOSED
                    END-IF
                END-IF.
      *
       A058-REPORT-HELD-LOAN.
      *        NO COLLECTOR CALLS A BORROWER UNDER A LEGAL HOLD -
      *        THE LOAN IS LISTED HERE INSTEAD OF ON THE CALL LIST.
                ADD 1 TO WS-HOLD-COUNT.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO HDL-MORTGAGE-ACCT.
                MOVE CM-CUSTOMER-ID OF CUSTOMER-COPY
                    TO HDL-CUSTOMER-ID.
                MOVE LH-HOLD-TYPE TO HDL-HOLD-TYPE.
                MOVE LH-CASE-NUMBER TO HDL-CASE-NUMBER.
                MOVE LH-FILING-DATE TO HDL-FILING-DATE.
                MOVE WS-MONTHS-BEHIND TO HDL-MONTHS-BEHIND.
                WRITE HOLD-REPORT-LINE FROM WS-HOLD-DETAIL-LINE.
                PERFORM A077-CHECK-HOLD-RPT-STATUS.
      *
       A052-BUCKET-THE-LOAN.
                EVALUATE WS-MONTHS-BEHIND
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                MOVE WS-FORBEARANCE-COUNT TO FL-COUNT.
                WRITE DELQ-REPORT-LINE FROM WS-FORBEARANCE-LINE.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'DELQRPT' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                MOVE WS-HOLD-COUNT TO HLL-COUNT.
                WRITE DELQ-REPORT-LINE FROM WS-HOLD-LINE.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'DELQRPT' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                WRITE HOLD-REPORT-LINE FROM WS-HOLD-LINE.
                PERFORM A077-CHECK-HOLD-RPT-STATUS.
                IF WS-NO-SCHEDULE-COUNT > 0
                    DISPLAY 'LOANS WITH NO SCHEDULE ON AMORSCHD : '
                        WS-NO-SCHEDULE-COUNT
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A077-CHECK-HOLD-RPT-STATUS.
                IF WS-HRPT-STATUS NOT = '00'
                    MOVE 'DELQHOLD' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-HRPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A085-WRITE-AUDIT-LOG.
                MOVE 'DBBDELQ' TO AL-PROGRAM-ID.
                DISPLAY 'DELINQUENT LOANS QUEUED : ' WS-QUEUE-COUNT.
                DISPLAY 'CASES OPENED            : ' WS-CASES-OPENED.
                DISPLAY 'CASES CLOSED            : ' WS-CASES-CLOSED.
                DISPLAY 'CALLS SKIPPED FOR HOLD  : ' WS-HOLD-COUNT.
                PERFORM A085-WRITE-AUDIT-LOG.
                CLOSE CUSTOMER-MASTER-FILE.
                CLOSE AMORT-SCHEDULE-FILE.
                CLOSE LOAN-ACTIVITY-FILE.
                CLOSE DELQ-REPORT-FILE.
                CLOSE COLLECTIONS-QUEUE-FILE.
                CLOSE COLLECTIONS-CASE-FILE.
                CLOSE LOSS-MIT-PLAN-FILE.
                CLOSE LEGAL-HOLD-FILE.
                CLOSE HOLD-REPORT-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
