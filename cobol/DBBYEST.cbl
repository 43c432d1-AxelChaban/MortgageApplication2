      *                the funds over the remaining principal - into   *
      *                the year's interest, so an account paid off     *
      *                mid-year reports the full figure.               *
      *    2026-10-15  The year's interest and principal now come off  *
      *                the account's keyed LOANACTV activity summary   *
      *                kept by DBBPOST - its year-to-date buckets when *
      *                the tax year is the summary's latest year, its  *
      *                prior-year buckets when it is the year before - *
      *                and are what the postings actually applied      *
      *                rather than the schedule rows' split.  A tax    *
      *                year older than the summary holds is replayed   *
      *                from PAYHIST through the same DBBLACT the       *
      *                summary is built with.                          *
      *    2026-10-15  Whether an account has a schedule is now one    *
      *                keyed read of its first AMORT-SCHEDULE-FILE     *
      *                row; the replay's pre-ledger rows take their    *
      *                interest off the schedule inside DBBLACT.       *
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
           SELECT ANNUAL-STATEMENT-FILE
               ASSIGN TO "ANNSTMT"
               ORGANIZATION IS SEQUENTIAL
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           COPY EPSPAYH.
       FD  LOAN-ACTIVITY-FILE.
       01  LOAN-ACTIVITY-RECORD.
           COPY EPSLACT.
       FD  ANNUAL-STATEMENT-FILE.
       01  ANNUAL-STATEMENT-LINE        PIC X(80).
       FD  ANNUAL-TAX-FILE.
       WORKING-STORAGE SECTION.
       01 CUSTOMER-COPY.
          COPY EPSMTCOM.
       01 REPLAY-ACTIVITY.
          COPY EPSLACT REPLACING LEADING ==LA-== BY ==RA-==.
       01 DATE-JOUR PIC X(10).
       01 BUSINESS-DATE PIC X(10).
       01 WS-CUSTMAST-STATUS PIC X(2).
       01 WS-AMORSCHD-STATUS PIC X(2).
       01 WS-PAYHIST-STATUS PIC X(2).
       01 WS-LACT-STATUS PIC X(2).
       01 WS-STMT-STATUS PIC X(2).
       01 WS-TAXF-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERR-STATUS-CODE PIC X(2).
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-CUSTMAST VALUE 'Y'.
       01 WS-SCHED-SWITCH PIC X VALUE 'N'.
          88 WS-HAS-SCHEDULE VALUE 'Y'.
       01 WS-HIST-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-PAYHIST VALUE 'Y'.
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-STATEMENT-COUNT PIC 9(7) VALUE 0.
       01 WS-TAX-YEAR PIC 9(4).
       01 WS-TAX-YEAR-TEXT REDEFINES WS-TAX-YEAR PIC X(4).
       01 WS-SUMMARY-YEAR PIC 9(4) VALUE 0.
       01 WS-YEAR-INTEREST PIC S9(9)V99 VALUE 0.
       01 WS-YEAR-PRINCIPAL PIC S9(9)V99 VALUE 0.
       01 WS-HEADING-LINE-1.
          05 FILLER              PIC X(36) VALUE
             'ANNUAL MORTGAGE INTEREST STATEMENT'.
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
                OPEN OUTPUT ANNUAL-STATEMENT-FILE.
                IF WS-STMT-STATUS NOT = '00'
                    MOVE 'ANNSTMT' TO WS-ERR-FILE-NAME
                    MOVE WS-AUDIT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A020-READ-CUSTOMER.
                READ CUSTOMER-MASTER-FILE
      *        EVERY ACCOUNT WITH A SCHEDULE IS REPORTED WHATEVER
      *        ITS STATUS - AN ACCOUNT PAID OFF MID-YEAR STILL OWES
      *        THE BORROWER AND THE TAX AUTHORITY ITS FIGURES.
                PERFORM A035-CHECK-SCHEDULE.
                IF WS-HAS-SCHEDULE
                    PERFORM A040-TALLY-YEAR
                    PERFORM A050-PRINT-STATEMENT
                    PERFORM A060-WRITE-TAX-RECORD
                END-IF.
                PERFORM A020-READ-CUSTOMER.
      *
       A035-CHECK-SCHEDULE.
                MOVE 'N' TO WS-SCHED-SWITCH.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO AS-MORTGAGE-ACCT-NO OF AMORT-SCHEDULE-RECORD.
                MOVE 1 TO AS-PAYMENT-NUMBER OF AMORT-SCHEDULE-RECORD.
                READ AMORT-SCHEDULE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-HAS-SCHEDULE TO TRUE
                END-READ.
                IF WS-AMORSCHD-STATUS NOT = '00'
                  AND WS-AMORSCHD-STATUS NOT = '23'
                    MOVE 'AMORSCHD' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-AMORSCHD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A040-TALLY-YEAR.
      *        THE ACCOUNT'S ACTIVITY SUMMARY HOLDS ITS LATEST YEAR
      *        AND THE YEAR BEFORE.  A TAX YEAR AFTER THE LATEST HAD
      *        NO ACTIVITY; ONE OLDER THAN THE YEAR BEFORE IS
      *        REPLAYED FROM THE ACCOUNT'S HISTORY.
                MOVE 0 TO WS-YEAR-INTEREST.
                MOVE 0 TO WS-YEAR-PRINCIPAL.
                MOVE 0 TO WS-SUMMARY-YEAR.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO LA-MORTGAGE-ACCT-NO.
                READ LOAN-ACTIVITY-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF LA-YTD-YEAR NUMERIC
                            MOVE LA-YTD-YEAR TO WS-SUMMARY-YEAR
                        END-IF
                END-READ.
                IF WS-LACT-STATUS NOT = '00'
                  AND WS-LACT-STATUS NOT = '23'
                    MOVE 'LOANACTV' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-LACT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                EVALUATE TRUE
                    WHEN WS-SUMMARY-YEAR = 0
                    WHEN WS-SUMMARY-YEAR < WS-TAX-YEAR
                        CONTINUE
                    WHEN WS-SUMMARY-YEAR = WS-TAX-YEAR
                        MOVE LA-YTD-INTEREST TO WS-YEAR-INTEREST
                        MOVE LA-YTD-PRINCIPAL TO WS-YEAR-PRINCIPAL
                    WHEN WS-SUMMARY-YEAR = WS-TAX-YEAR + 1
                        MOVE LA-PRIOR-YEAR-INTEREST
                            TO WS-YEAR-INTEREST
                        MOVE LA-PRIOR-YEAR-PRINCIPAL
                            TO WS-YEAR-PRINCIPAL
                    WHEN OTHER
                        PERFORM A045-REPLAY-HISTORY
                END-EVALUATE.
      *
       A045-REPLAY-HISTORY.
      *        THE ACCOUNT'S ROWS UP TO THE END OF THE TAX YEAR ARE
      *        APPLIED TO A FRESH SUMMARY THE WAY DBBPOST BUILDS ONE,
      *        WHICH LEAVES THE TAX YEAR AS ITS LATEST.
                MOVE SPACES TO REPLAY-ACTIVITY.
                INITIALIZE REPLAY-ACTIVITY.
                MOVE 'N' TO WS-HIST-EOF-SWITCH.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO PH-MORTGAGE-ACCT-NO.
                    INVALID KEY
                        SET WS-EOF-PAYHIST TO TRUE
                END-START.
                PERFORM A047-REPLAY-HISTORY-ROW
                    UNTIL WS-EOF-PAYHIST.
                IF RA-YTD-YEAR = WS-TAX-YEAR-TEXT
                    MOVE RA-YTD-INTEREST TO WS-YEAR-INTEREST
                    MOVE RA-YTD-PRINCIPAL TO WS-YEAR-PRINCIPAL
                END-IF.
      *
       A047-REPLAY-HISTORY-ROW.
                READ PAYMENT-HISTORY-FILE NEXT RECORD
                    AT END
                        SET WS-EOF-PAYHIST TO TRUE
                    NOT AT END
                        IF PH-MORTGAGE-ACCT-NO NOT =
                                CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                          OR PH-POST-DATE (1:4) > WS-TAX-YEAR-TEXT
                            SET WS-EOF-PAYHIST TO TRUE
                        ELSE
                            CALL 'DBBLACT' USING PAYMENT-HISTORY-RECORD
                                REPLAY-ACTIVITY
                        END-IF
                END-READ.
      *
       A050-PRINT-STATEMENT.
                MOVE WS-TAX-YEAR TO HL-TAX-YEAR.
                CLOSE CUSTOMER-MASTER-FILE.
                CLOSE AMORT-SCHEDULE-FILE.
                CLOSE PAYMENT-HISTORY-FILE.
                CLOSE LOAN-ACTIVITY-FILE.
                CLOSE ANNUAL-STATEMENT-FILE.
                CLOSE ANNUAL-TAX-FILE.
                CLOSE AUDIT-LOG-FILE.
