      *                printout.  The operator signs on through        *
      *                DBBSIGN under the master-maintenance            *
      *                entitlement, the same as a DBBMNTC inquiry.     *
      *    2026-10-15  The payments made that place the next scheduled *
      *                payments are read off the account's LOANACTV    *
      *                activity summary instead of counted through     *
      *                PAYHIST.                                        *
      *    2026-10-15  The payment history display marks a row DBBBACK *
      *                backed out with a B after its post date.        *
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
           SELECT AMORT-SCHEDULE-FILE
               ASSIGN TO "AMORSCHD"
               ORGANIZATION IS INDEXED
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           COPY EPSPAYH.
       FD  LOAN-ACTIVITY-FILE.
       01  LOAN-ACTIVITY-RECORD.
           COPY EPSLACT.
       FD  AMORT-SCHEDULE-FILE.
       01  AMORT-SCHEDULE-RECORD.
           COPY EPSAMSCH.
       01 BUSINESS-DATE PIC X(10).
       01 WS-CUSTMAST-STATUS PIC X(2).
       01 WS-PAYHIST-STATUS PIC X(2).
       01 WS-LACT-STATUS PIC X(2).
       01 WS-AMORSCHD-STATUS PIC X(2).
       01 WS-ESCR-STATUS PIC X(2).
       01 WS-LFEE-STATUS PIC X(2).
                    MOVE WS-PAYHIST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT LOAN-ACTIVITY-FILE.
                IF WS-LACT-STATUS NOT = '00'
                    MOVE 'LOANACTV' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-LACT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT AMORT-SCHEDULE-FILE.
                IF WS-AMORSCHD-STATUS NOT = '00'
                    MOVE 'AMORSCHD' TO WS-ERR-FILE-NAME
                            DISPLAY '  ' PH-TRANS-TYPE ' '
                                PH-TRANS-AMOUNT ' '
                                PH-BALANCE-AFTER ' '
                                PH-POST-DATE ' '
                                PH-BACKOUT-FLAG
                            ADD 1 TO WS-PAGE-LINE-COUNT
                            IF WS-PAGE-LINE-COUNT >= 10
                                PERFORM A054-PAGE-PROMPT
      *
       A065-SHOW-NEXT-PAYMENTS.
      *        THE NEXT SCHEDULED PAYMENTS START ONE PAST THE
      *        PAYMENTS ALREADY MADE, TAKEN OFF THE ACCOUNT'S
      *        ACTIVITY SUMMARY THE WAY DBBDELQ TAKES THEM.
                PERFORM A066-COUNT-PAYMENTS-MADE.
                DISPLAY ' '.
                DISPLAY 'NEXT SCHEDULED PAYMENTS'.
      *
       A066-COUNT-PAYMENTS-MADE.
                MOVE 0 TO WS-PAYMENT-ORDINAL.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO LA-MORTGAGE-ACCT-NO.
                READ LOAN-ACTIVITY-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE LA-PAID-TO-INSTALLMENT
                            TO WS-PAYMENT-ORDINAL
                END-READ.
                IF WS-LACT-STATUS NOT = '00'
                  AND WS-LACT-STATUS NOT = '23'
                    MOVE 'LOANACTV' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-LACT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A068-SHOW-SCHEDULE-ROW.
                READ AMORT-SCHEDULE-FILE NEXT RECORD
                PERFORM A085-WRITE-AUDIT-LOG.
                CLOSE CUSTOMER-MASTER-FILE.
                CLOSE PAYMENT-HISTORY-FILE.
                CLOSE LOAN-ACTIVITY-FILE.
                CLOSE AMORT-SCHEDULE-FILE.
                CLOSE ESCROW-FILE.
                CLOSE LATE-FEE-FILE.
