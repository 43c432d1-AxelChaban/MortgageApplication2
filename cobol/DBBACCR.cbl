  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBACCR.
      *****************************************************************
      *** Modification History                                     ***
      *****************************************************************
      *    2026-10-15  Initial version - nightly daily-interest        *
      *                accrual.  For every approved loan on the        *
      *                CUSTOMER-MASTER file with a balance, the day's  *
      *                interest (CM-CURRENT-BALANCE at                 *
      *                CM-INTEREST-RATE over a 365-day year) is added  *
      *                to the account's keyed ACCRUED-INTEREST row,    *
      *                one day for every calendar day since the last   *
      *                accrual so a weekend or a held night is caught  *
      *                up, and never twice for one business date.      *
      *                Each accrual is journaled as a debit to         *
      *                interest receivable and a credit to interest    *
      *                income on the ACCRUAL-JOURNAL file, which       *
      *                DBBGLEX merges into the night's GLJRNL batch,   *
      *                so income is booked as it is earned rather than *
      *                when the borrower pays.  DBBPOST relieves the   *
      *                balance out of each posted payment.  A closed   *
      *                loan still carrying a residual accrued balance  *
      *                has it reversed out of income and cleared.      *
      *                Prints an accrual report with the night's       *
      *                totals.                                         *
      *    2026-10-15  The ACCRUAL-JOURNAL file is opened EXTEND       *
      *                rather than OUTPUT, so a rerun, or a night      *
      *                DBBGLEX did not finish, adds to the lines still *
      *                waiting instead of wiping them.  The suite      *
      *                empties the file only after a clean             *
      *                general-ledger extract.                         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT ACCRUED-INTEREST-FILE
               ASSIGN TO "ACCRINT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-ACCR-STATUS.
           SELECT ACCRUAL-JOURNAL-FILE
               ASSIGN TO "ACCRJRNL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCRJ-STATUS.
           SELECT ACCRUAL-REPORT-FILE
               ASSIGN TO "ACCRRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
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
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           COPY EPSMTCOM.
       FD  ACCRUED-INTEREST-FILE.
       01  ACCRUED-INTEREST-RECORD.
           COPY EPSACCR.
       FD  ACCRUAL-JOURNAL-FILE.
       01  ACCRUAL-JOURNAL-RECORD.
           COPY EPSGLJR.
       FD  ACCRUAL-REPORT-FILE.
       01  ACCRUAL-REPORT-LINE          PIC X(80).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY EPSAUDIT.
       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD.
           COPY EPSERRLG.
       WORKING-STORAGE SECTION.
       01 CUSTOMER-COPY.
          COPY EPSMTCOM.
       01 DATE-JOUR PIC X(10).
       01 BUSINESS-DATE PIC X(10).
       01 WS-CUSTMAST-STATUS PIC X(2).
       01 WS-ACCR-STATUS PIC X(2).
       01 WS-ACCRJ-STATUS PIC X(2).
       01 WS-RPT-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
       01 WS-ERR-FILE-NAME PIC X(8).
       01 WS-ERR-OPERATION PIC X(8).
       01 WS-ERR-STATUS-CODE PIC X(2).
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-CUSTMAST VALUE 'Y'.
       01 WS-ACCRUAL-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-ACCRUAL-FOUND VALUE 'Y'.
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-ACCRUED-COUNT PIC 9(7) VALUE 0.
       01 WS-REVERSED-COUNT PIC 9(7) VALUE 0.
       01 WS-JOURNAL-COUNT PIC 9(7) VALUE 0.
       01 WS-DAILY-INTEREST PIC 9(5)V99 VALUE 0.
       01 WS-ACCRUAL-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-ACCRUAL-DAYS PIC S9(5) VALUE 0.
       01 WS-BUS-DATE-NUM PIC 9(8).
       01 WS-LAST-DATE-NUM PIC 9(8).
       01 WS-TOTAL-ACCRUED PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-REVERSED PIC 9(11)V99 VALUE 0.
       01 WS-GL-ACCOUNT PIC X(12).
       01 WS-GL-SIDE PIC X(1).
       01 WS-GL-AMOUNT PIC 9(9)V99.
       01 WS-HEADING-LINE-1.
          05 FILLER              PIC X(29) VALUE
             'DAILY INTEREST ACCRUAL REPORT'.
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(9)  VALUE 'RUN DATE:'.
          05 HL-RUN-DATE         PIC X(10).
       01 WS-HEADING-LINE-2.
          05 FILLER              PIC X(14) VALUE 'ACCOUNT'.
          05 FILLER              PIC X(6)  VALUE 'TYPE'.
          05 FILLER              PIC X(16) VALUE '       BALANCE'.
          05 FILLER              PIC X(8)  VALUE '  RATE'.
          05 FILLER              PIC X(5)  VALUE 'DAYS'.
          05 FILLER              PIC X(11) VALUE '  ACCRUED'.
          05 FILLER              PIC X(10) VALUE '   TO DATE'.
       01 WS-DETAIL-LINE.
          05 DL-MORTGAGE-ACCT    PIC X(12).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-LOAN-TYPE        PIC X(4).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-BALANCE          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-RATE             PIC Z9.999.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-DAYS             PIC ZZ9.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-ACCRUAL          PIC ZZ,ZZ9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-ACCRUED-BAL      PIC ZZZ,ZZ9.99.
       01 WS-REVERSAL-LINE.
          05 RL-MORTGAGE-ACCT    PIC X(12).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 FILLER              PIC X(36) VALUE
             'CLOSED - RESIDUAL ACCRUAL REVERSED'.
          05 RL-AMOUNT           PIC ZZ,ZZ9.99.
       01 WS-TOTAL-LINE-1.
          05 FILLER              PIC X(21) VALUE
             'ACCOUNTS ACCRUED   : '.
          05 TL-ACCRUED-COUNT    PIC ZZZ,ZZ9.
          05 FILLER              PIC X(4)  VALUE SPACES.
          05 TL-ACCRUED-AMOUNT   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-2.
          05 FILLER              PIC X(21) VALUE
             'RESIDUALS REVERSED : '.
          05 TL-REVERSED-COUNT   PIC ZZZ,ZZ9.
          05 FILLER              PIC X(4)  VALUE SPACES.
          05 TL-REVERSED-AMOUNT  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
                CALL 'DBBDATE' USING DATE-JOUR BUSINESS-DATE.
                DISPLAY 'DBBACCR RUN DATE: ' BUSINESS-DATE.
                PERFORM A010-OPEN-FILES.
                PERFORM A015-WRITE-HEADING.
                PERFORM A020-READ-CUSTOMER.
                PERFORM A030-PROCESS-CUSTOMER
                    UNTIL WS-EOF-CUSTMAST.
                PERFORM A070-WRITE-TOTALS.
                PERFORM A090-CLOSE-FILES.
                STOP RUN.
      *
       A010-OPEN-FILES.
                OPEN EXTEND ERROR-LOG-FILE.
                IF WS-ERRLOG-STATUS NOT = '00'
                    DISPLAY 'UNABLE TO OPEN ERROR-LOG-FILE - STATUS '
                        WS-ERRLOG-STATUS
                END-IF.
                OPEN INPUT CUSTOMER-MASTER-FILE.
                IF WS-CUSTMAST-STATUS NOT = '00'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O ACCRUED-INTEREST-FILE.
                IF WS-ACCR-STATUS NOT = '00'
                    MOVE 'ACCRINT' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-ACCR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN EXTEND ACCRUAL-JOURNAL-FILE.
                IF WS-ACCRJ-STATUS NOT = '00'
                    MOVE 'ACCRJRNL' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-ACCRJ-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT ACCRUAL-REPORT-FILE.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'ACCRRPT' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN EXTEND AUDIT-LOG-FILE.
                IF WS-AUDIT-STATUS NOT = '00'
                    MOVE 'AUDITLOG' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-AUDIT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                MOVE BUSINESS-DATE (1:4) TO WS-BUS-DATE-NUM (1:4).
                MOVE BUSINESS-DATE (6:2) TO WS-BUS-DATE-NUM (5:2).
                MOVE BUSINESS-DATE (9:2) TO WS-BUS-DATE-NUM (7:2).
      *
       A015-WRITE-HEADING.
                MOVE BUSINESS-DATE TO HL-RUN-DATE.
                WRITE ACCRUAL-REPORT-LINE FROM WS-HEADING-LINE-1.
                PERFORM A075-CHECK-RPT-STATUS.
                WRITE ACCRUAL-REPORT-LINE FROM WS-HEADING-LINE-2.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A020-READ-CUSTOMER.
                READ CUSTOMER-MASTER-FILE
                    AT END
                        SET WS-EOF-CUSTMAST TO TRUE
                    NOT AT END
                        MOVE CUSTOMER-MASTER-RECORD TO CUSTOMER-COPY
                        ADD 1 TO WS-RECORDS-IN
                END-READ.
                IF WS-CUSTMAST-STATUS NOT = '00'
                  AND WS-CUSTMAST-STATUS NOT = '10'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A030-PROCESS-CUSTOMER.
      *        ONLY AN APPROVED LOAN EARNS INTEREST.  A LOAN THAT HAS
      *        CLOSED SINCE ITS LAST ACCRUAL MAY STILL CARRY AN
      *        UNPAID ACCRUED BALANCE - THAT IS REVERSED OUT.
                IF CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY NOT = SPACES
                    PERFORM A032-FETCH-ACCRUAL
                    IF CM-STATUS-APPROVED OF CUSTOMER-COPY
                        IF CM-CURRENT-BALANCE OF CUSTOMER-COPY > 0
                            PERFORM A040-ACCRUE-LOAN
                        END-IF
                    ELSE
                        IF WS-ACCRUAL-FOUND
                          AND AI-ACCRUED-BALANCE > 0
                            PERFORM A050-REVERSE-RESIDUAL
                        END-IF
                    END-IF
                END-IF.
                PERFORM A020-READ-CUSTOMER.
      *
       A032-FETCH-ACCRUAL.
                MOVE 'N' TO WS-ACCRUAL-FOUND-SWITCH.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO AI-MORTGAGE-ACCT-NO.
                READ ACCRUED-INTEREST-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-ACCRUAL-FOUND TO TRUE
                END-READ.
                IF WS-ACCR-STATUS NOT = '00'
                  AND WS-ACCR-STATUS NOT = '23'
                    MOVE 'ACCRINT' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-ACCR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A040-ACCRUE-LOAN.
      *        ONE DAY OF INTEREST FOR EVERY CALENDAR DAY SINCE THE
      *        LAST ACCRUAL - A FIRST ACCRUAL IS ONE DAY.  AN ACCOUNT
      *        ALREADY ACCRUED FOR THIS BUSINESS DATE (A RERUN) IS
      *        LEFT ALONE.
                MOVE 1 TO WS-ACCRUAL-DAYS.
                IF WS-ACCRUAL-FOUND
                  AND AI-LAST-ACCRUAL-DATE NOT = SPACES
                    MOVE AI-LAST-ACCRUAL-DATE (1:4)
                        TO WS-LAST-DATE-NUM (1:4)
                    MOVE AI-LAST-ACCRUAL-DATE (6:2)
                        TO WS-LAST-DATE-NUM (5:2)
                    MOVE AI-LAST-ACCRUAL-DATE (9:2)
                        TO WS-LAST-DATE-NUM (7:2)
                    COMPUTE WS-ACCRUAL-DAYS =
                        FUNCTION INTEGER-OF-DATE (WS-BUS-DATE-NUM)
                        - FUNCTION INTEGER-OF-DATE (WS-LAST-DATE-NUM)
                END-IF.
                IF WS-ACCRUAL-DAYS > 0
                    COMPUTE WS-DAILY-INTEREST ROUNDED =
                        CM-CURRENT-BALANCE OF CUSTOMER-COPY
                        * CM-INTEREST-RATE OF CUSTOMER-COPY
                        / 100 / 365
                    COMPUTE WS-ACCRUAL-AMOUNT =
                        WS-DAILY-INTEREST * WS-ACCRUAL-DAYS
                    PERFORM A042-UPDATE-ACCRUAL
                    IF WS-ACCRUAL-AMOUNT > 0
                        MOVE 'ACCR-INT-RCV' TO WS-GL-ACCOUNT
                        MOVE 'D' TO WS-GL-SIDE
                        MOVE WS-ACCRUAL-AMOUNT TO WS-GL-AMOUNT
                        PERFORM A060-WRITE-JOURNAL-LINE
                        MOVE 'INT-INCOME' TO WS-GL-ACCOUNT
                        MOVE 'C' TO WS-GL-SIDE
                        PERFORM A060-WRITE-JOURNAL-LINE
                        ADD 1 TO WS-ACCRUED-COUNT
                        ADD WS-ACCRUAL-AMOUNT TO WS-TOTAL-ACCRUED
                        PERFORM A044-WRITE-DETAIL
                    END-IF
                END-IF.
      *
       A042-UPDATE-ACCRUAL.
                IF NOT WS-ACCRUAL-FOUND
                    INITIALIZE ACCRUED-INTEREST-RECORD
                    MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                        TO AI-MORTGAGE-ACCT-NO
                END-IF.
                MOVE CM-CUSTOMER-ID OF CUSTOMER-COPY TO AI-CUSTOMER-ID.
                ADD WS-ACCRUAL-AMOUNT TO AI-ACCRUED-BALANCE.
                ADD WS-ACCRUAL-AMOUNT TO AI-TOTAL-ACCRUED.
                MOVE WS-DAILY-INTEREST TO AI-LAST-DAILY-AMOUNT.
                MOVE BUSINESS-DATE TO AI-LAST-ACCRUAL-DATE.
                IF WS-ACCRUAL-FOUND
                    REWRITE ACCRUED-INTEREST-RECORD
                    IF WS-ACCR-STATUS NOT = '00'
                        MOVE 'ACCRINT' TO WS-ERR-FILE-NAME
                        MOVE 'REWRITE' TO WS-ERR-OPERATION
                        MOVE WS-ACCR-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                ELSE
                    WRITE ACCRUED-INTEREST-RECORD
                    IF WS-ACCR-STATUS NOT = '00'
                        MOVE 'ACCRINT' TO WS-ERR-FILE-NAME
                        MOVE 'WRITE' TO WS-ERR-OPERATION
                        MOVE WS-ACCR-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                END-IF.
      *
       A044-WRITE-DETAIL.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO DL-MORTGAGE-ACCT.
                MOVE CM-LOAN-TYPE OF CUSTOMER-COPY TO DL-LOAN-TYPE.
                MOVE CM-CURRENT-BALANCE OF CUSTOMER-COPY
                    TO DL-BALANCE.
                MOVE CM-INTEREST-RATE OF CUSTOMER-COPY TO DL-RATE.
                MOVE WS-ACCRUAL-DAYS TO DL-DAYS.
                MOVE WS-ACCRUAL-AMOUNT TO DL-ACCRUAL.
                MOVE AI-ACCRUED-BALANCE TO DL-ACCRUED-BAL.
                WRITE ACCRUAL-REPORT-LINE FROM WS-DETAIL-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A050-REVERSE-RESIDUAL.
      *        A PAID-OFF OR OTHERWISE CLOSED LOAN WILL NEVER PAY THE
      *        INTEREST STILL ON ITS LEDGER - TAKE IT BACK OUT OF
      *        INCOME AND CLEAR THE RECEIVABLE.
                MOVE 'INT-INCOME' TO WS-GL-ACCOUNT.
                MOVE 'D' TO WS-GL-SIDE.
                MOVE AI-ACCRUED-BALANCE TO WS-GL-AMOUNT.
                PERFORM A060-WRITE-JOURNAL-LINE.
                MOVE 'ACCR-INT-RCV' TO WS-GL-ACCOUNT.
                MOVE 'C' TO WS-GL-SIDE.
                PERFORM A060-WRITE-JOURNAL-LINE.
                MOVE AI-MORTGAGE-ACCT-NO TO RL-MORTGAGE-ACCT.
                MOVE AI-ACCRUED-BALANCE TO RL-AMOUNT.
                WRITE ACCRUAL-REPORT-LINE FROM WS-REVERSAL-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                ADD 1 TO WS-REVERSED-COUNT.
                ADD AI-ACCRUED-BALANCE TO WS-TOTAL-REVERSED.
                MOVE 0 TO AI-ACCRUED-BALANCE.
                MOVE BUSINESS-DATE TO AI-LAST-ACCRUAL-DATE.
                REWRITE ACCRUED-INTEREST-RECORD.
                IF WS-ACCR-STATUS NOT = '00'
                    MOVE 'ACCRINT' TO WS-ERR-FILE-NAME
                    MOVE 'REWRITE' TO WS-ERR-OPERATION
                    MOVE WS-ACCR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A060-WRITE-JOURNAL-LINE.
      *        THE SAME DETAIL LINE DBBGLEX WRITES, TRANSACTION TYPE
      *        I FOR AN ACCRUAL; DBBGLEX CARRIES THESE INTO GLJRNL
      *        AND ITS BALANCED TRAILER.
                SET GJ-TYPE-DETAIL TO TRUE.
                MOVE BUSINESS-DATE TO GJ-JOURNAL-DATE.
                MOVE WS-GL-ACCOUNT TO GJ-GL-ACCOUNT.
                MOVE WS-GL-SIDE TO GJ-DEBIT-CREDIT.
                MOVE WS-GL-AMOUNT TO GJ-AMOUNT.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO GJ-MORTGAGE-ACCT-NO.
                MOVE 'I' TO GJ-TRANS-TYPE.
                WRITE ACCRUAL-JOURNAL-RECORD.
                IF WS-ACCRJ-STATUS NOT = '00'
                    MOVE 'ACCRJRNL' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-ACCRJ-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                ADD 1 TO WS-JOURNAL-COUNT.
      *
       A070-WRITE-TOTALS.
                MOVE WS-ACCRUED-COUNT TO TL-ACCRUED-COUNT.
                MOVE WS-TOTAL-ACCRUED TO TL-ACCRUED-AMOUNT.
                WRITE ACCRUAL-REPORT-LINE FROM WS-TOTAL-LINE-1.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE WS-REVERSED-COUNT TO TL-REVERSED-COUNT.
                MOVE WS-TOTAL-REVERSED TO TL-REVERSED-AMOUNT.
                WRITE ACCRUAL-REPORT-LINE FROM WS-TOTAL-LINE-2.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A075-CHECK-RPT-STATUS.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'ACCRRPT' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A085-WRITE-AUDIT-LOG.
                MOVE 'DBBACCR' TO AL-PROGRAM-ID.
                MOVE BUSINESS-DATE TO AL-RUN-DATE.
                MOVE WS-RECORDS-IN TO AL-RECORDS-IN.
                MOVE WS-JOURNAL-COUNT TO AL-RECORDS-OUT.
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
                MOVE 'DBBACCR' TO ER-PROGRAM-ID.
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
                DISPLAY 'ACCOUNTS ACCRUED    : ' WS-ACCRUED-COUNT.
                DISPLAY 'RESIDUALS REVERSED  : ' WS-REVERSED-COUNT.
                PERFORM A085-WRITE-AUDIT-LOG.
                CLOSE CUSTOMER-MASTER-FILE.
                CLOSE ACCRUED-INTEREST-FILE.
                CLOSE ACCRUAL-JOURNAL-FILE.
                CLOSE ACCRUAL-REPORT-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
