      *                or the wrong amount is refused and reported     *
      *                with return code 4 so the wire room can chase   *
      *                it instead of the money sitting unapplied.      *
      *    2026-10-15  The payoff interest clears the account's        *
      *                ACCRUED-INTEREST ledger - the accrued balance,  *
      *                up to the funds over principal, is relieved and *
      *                carried on the type F row in                    *
      *                PH-INTEREST-APPLIED; anything the payoff did    *
      *                not cover is reversed by DBBACCR once the loan  *
      *                is closed.                                      *
      *    2026-10-15  The type F row goes onto the account's LOANACTV *
      *                activity summary through DBBLACT, the way       *
      *                DBBPOST keeps it, and the next history sequence *
      *                comes off that summary instead of a walk of the *
      *                account's PAYHIST rows.                         *
      *    2026-10-15  The settlement row carries no premium, PAYSETIN *
      *                as its sender and a clear backout flag.         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HIST-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT LOAN-ACTIVITY-FILE
               ASSIGN TO "LOANACTV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-LACT-STATUS.
           SELECT ESCROW-FILE
               ASSIGN TO "ESCRFILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS ES-MORTGAGE-ACCT-NO
                   OF ESCROW-RECORD
               FILE STATUS IS WS-ESCR-STATUS.
           SELECT ACCRUED-INTEREST-FILE
               ASSIGN TO "ACCRINT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-ACCR-STATUS.
           SELECT SETTLEMENT-REPORT-FILE
               ASSIGN TO "POFFRPT"
               ORGANIZATION IS SEQUENTIAL
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           COPY EPSPAYH.
       FD  LOAN-ACTIVITY-FILE.
       01  LOAN-ACTIVITY-RECORD.
           COPY EPSLACT.
       FD  ESCROW-FILE.
       01  ESCROW-RECORD.
           COPY EPSESCR.
       FD  ACCRUED-INTEREST-FILE.
       01  ACCRUED-INTEREST-RECORD.
           COPY EPSACCR.
       FD  SETTLEMENT-REPORT-FILE.
       01  SETTLEMENT-REPORT-LINE       PIC X(80).
       FD  AUDIT-LOG-FILE.
       01 WS-QLOG-STATUS PIC X(2).
       01 WS-CUSTMAST-STATUS PIC X(2).
       01 WS-PAYHIST-STATUS PIC X(2).
       01 WS-LACT-STATUS PIC X(2).
       01 WS-ESCR-STATUS PIC X(2).
       01 WS-ACCR-STATUS PIC X(2).
       01 WS-RPT-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
          88 WS-EOF-QLOG VALUE 'Y'.
       01 WS-SEQ-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-SEQ-EOF VALUE 'Y'.
       01 WS-ACTIVITY-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-ACTIVITY-FOUND VALUE 'Y'.
       01 WS-MASTER-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-MASTER-FOUND VALUE 'Y'.
       01 WS-QUOTE-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-QUOTE-FOUND VALUE 'Y'.
       01 WS-NEXT-PAYMENT-SEQ PIC 9(5) VALUE 0.
       01 WS-INTEREST-RELIEVED PIC 9(7)V99 VALUE 0.
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-SETTLED-COUNT PIC 9(7) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(7) VALUE 0.
                    MOVE WS-PAYHIST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O LOAN-ACTIVITY-FILE.
                IF WS-LACT-STATUS NOT = '00'
                    MOVE 'LOANACTV' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-LACT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O ESCROW-FILE.
                IF WS-ESCR-STATUS NOT = '00'
                    MOVE 'ESCRFILE' TO WS-ERR-FILE-NAME
                    MOVE WS-ESCR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O ACCRUED-INTEREST-FILE.
                IF WS-ACCR-STATUS NOT = '00'
                    MOVE 'ACCRINT' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-ACCR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT SETTLEMENT-REPORT-FILE.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'POFFRPT' TO WS-ERR-FILE-NAME
                END-IF.
      *
       A036-NEXT-HISTORY-SEQ.
      *        THE NEXT SEQUENCE COMES OFF THE ACCOUNT'S LOANACTV
      *        SUMMARY, AS IN DBBPOST; AN ACCOUNT WITH NO SUMMARY
      *        YET HAS ONE BUILT FROM ITS PAYHIST ROWS.
                MOVE 'N' TO WS-ACTIVITY-FOUND-SWITCH.
                MOVE PSC-MORTGAGE-ACCT-NO TO LA-MORTGAGE-ACCT-NO.
                READ LOAN-ACTIVITY-FILE
                    INVALID KEY
                        PERFORM A037-BUILD-ACTIVITY
                    NOT INVALID KEY
                        SET WS-ACTIVITY-FOUND TO TRUE
                END-READ.
                IF WS-LACT-STATUS NOT = '00'
                  AND WS-LACT-STATUS NOT = '23'
                    MOVE 'LOANACTV' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-LACT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                MOVE LA-NEXT-PAYMENT-SEQ TO WS-NEXT-PAYMENT-SEQ.
      *
       A037-BUILD-ACTIVITY.
                MOVE SPACES TO LOAN-ACTIVITY-RECORD.
                INITIALIZE LOAN-ACTIVITY-RECORD.
                MOVE 1 TO LA-NEXT-PAYMENT-SEQ.
                MOVE PSC-MORTGAGE-ACCT-NO TO LA-MORTGAGE-ACCT-NO.
                MOVE PSC-CUSTOMER-ID TO LA-CUSTOMER-ID.
                MOVE 'N' TO WS-SEQ-EOF-SWITCH.
                MOVE PSC-MORTGAGE-ACCT-NO TO PH-MORTGAGE-ACCT-NO.
                MOVE 0 TO PH-PAYMENT-SEQ.
                                PSC-MORTGAGE-ACCT-NO
                            SET WS-SEQ-EOF TO TRUE
                        ELSE
                            CALL 'DBBLACT' USING PAYMENT-HISTORY-RECORD
                                LOAN-ACTIVITY-RECORD
                        END-IF
                END-READ.
      *
       A040-POST-FINAL-PAYMENT.
                PERFORM A042-RELIEVE-ACCRUAL.
                PERFORM A036-NEXT-HISTORY-SEQ.
                MOVE PSC-MORTGAGE-ACCT-NO TO PH-MORTGAGE-ACCT-NO.
                MOVE WS-NEXT-PAYMENT-SEQ TO PH-PAYMENT-SEQ.
                MOVE 0 TO PH-BALANCE-AFTER.
                MOVE BUSINESS-DATE TO PH-POST-DATE.
                MOVE 0 TO PH-FEE-APPLIED.
                MOVE WS-INTEREST-RELIEVED TO PH-INTEREST-APPLIED.
                MOVE 0 TO PH-PREMIUM-APPLIED.
                MOVE 'PAYSETIN' TO PH-SENDER-ID.
                MOVE SPACES TO PH-BACKOUT-FLAG.
                MOVE SPACES TO PH-BACKOUT-DATE.
                WRITE PAYMENT-HISTORY-RECORD.
                IF WS-PAYHIST-STATUS NOT = '00'
                    MOVE 'PAYHIST' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-PAYHIST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                ELSE
                    PERFORM A044-UPDATE-ACTIVITY
                END-IF.
      *
       A044-UPDATE-ACTIVITY.
                CALL 'DBBLACT' USING PAYMENT-HISTORY-RECORD
                    LOAN-ACTIVITY-RECORD.
                IF WS-ACTIVITY-FOUND
                    REWRITE LOAN-ACTIVITY-RECORD
                    MOVE 'REWRITE' TO WS-ERR-OPERATION
                ELSE
                    WRITE LOAN-ACTIVITY-RECORD
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                END-IF.
                IF WS-LACT-STATUS NOT = '00'
                    MOVE 'LOANACTV' TO WS-ERR-FILE-NAME
                    MOVE WS-LACT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A042-RELIEVE-ACCRUAL.
      *        THE FUNDS OVER THE REMAINING PRINCIPAL ARE INTEREST -
      *        AS MUCH OF IT AS WAS ALREADY ACCRUED CLEARS THE
      *        LEDGER.
                MOVE 0 TO WS-INTEREST-RELIEVED.
                MOVE PSC-MORTGAGE-ACCT-NO TO AI-MORTGAGE-ACCT-NO.
                READ ACCRUED-INTEREST-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF PSC-FUNDS-AMOUNT > CM-CURRENT-BALANCE
                                OF CUSTOMER-MASTER-RECORD
                            COMPUTE WS-INTEREST-RELIEVED =
                                PSC-FUNDS-AMOUNT - CM-CURRENT-BALANCE
                                    OF CUSTOMER-MASTER-RECORD
                        END-IF
                        IF WS-INTEREST-RELIEVED > AI-ACCRUED-BALANCE
                            MOVE AI-ACCRUED-BALANCE
                                TO WS-INTEREST-RELIEVED
                        END-IF
                        SUBTRACT WS-INTEREST-RELIEVED
                            FROM AI-ACCRUED-BALANCE
                        ADD WS-INTEREST-RELIEVED TO AI-TOTAL-RELIEVED
                        REWRITE ACCRUED-INTEREST-RECORD
                        IF WS-ACCR-STATUS NOT = '00'
                            MOVE 'ACCRINT' TO WS-ERR-FILE-NAME
                            MOVE 'REWRITE' TO WS-ERR-OPERATION
                            MOVE WS-ACCR-STATUS
                                TO WS-ERR-STATUS-CODE
                            PERFORM A099-WRITE-ERROR-LOG
                        END-IF
                END-READ.
                IF WS-ACCR-STATUS NOT = '00'
                  AND WS-ACCR-STATUS NOT = '23'
                    MOVE 'ACCRINT' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-ACCR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A050-CLOSE-MASTER.
                CLOSE QUOTE-LOG-FILE.
                CLOSE CUSTOMER-MASTER-FILE.
                CLOSE PAYMENT-HISTORY-FILE.
                CLOSE LOAN-ACTIVITY-FILE.
                CLOSE ESCROW-FILE.
                CLOSE ACCRUED-INTEREST-FILE.
                CLOSE SETTLEMENT-REPORT-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
