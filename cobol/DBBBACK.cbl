  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBBACK.
      *****************************************************************
      *** Modification History                                     ***
      *****************************************************************
      *    2026-10-15  Initial version - supervised backout of a bad   *
      *                night's DBBPOST run.  The operator keys the     *
      *                posting date, optionally the sender and whether *
      *                to limit it to the accounts on BKOTACCT on      *
      *                BNK1BKO; the operator and a different           *
      *                supervisor both sign on through DBBSIGN under   *
      *                the posting-backout entitlement.  A first pass  *
      *                counts the PAYHIST rows of the date and sums    *
      *                the DBBPOST CTLTOT rows, shown on BNK1BKC for   *
      *                confirmation.  The second pass undoes each      *
      *                selected row from the portions it carries - CM- *
      *                CURRENT-BALANCE, escrow, premium collected,     *
      *                late fee and accrued interest go back to their  *
      *                pre-run values - flags the row backed out       *
      *                rather than deleting it, writes the offsetting  *
      *                journal lines to BKOTJRNL for DBBGLEX, and      *
      *                rebuilds the account's LOANACTV summary.  Loans *
      *                since paid off or transferred out are refused   *
      *                and listed.  BKOTRPT lists every row, each      *
      *                account's restored balance against its pre-run  *
      *                balance, and reconciles to the original run's   *
      *                control totals.                                 *
      *    2026-10-15  Refuse a backout on a loan since charged off by *
      *                DBBCHGO, as for a closed loan - its balances    *
      *                have been written off.  Recovery rows are not   *
      *                part of the posting run and are never selected. *
      *    2026-10-15  CTLTOT is closed through one paragraph, with    *
      *                its status checked, on every path - including a *
      *                request refused as invalid or not confirmed.    *
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
                   OF CUSTOMER-MASTER-RECORD
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT PAYMENT-HISTORY-FILE
               ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HIST-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT ESCROW-FILE
               ASSIGN TO "ESCRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-MORTGAGE-ACCT-NO
                   OF ESCROW-RECORD
               FILE STATUS IS WS-ESCR-STATUS.
           SELECT LATE-FEE-FILE
               ASSIGN TO "LATEFEE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LF-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-LFEE-STATUS.
           SELECT ACCRUED-INTEREST-FILE
               ASSIGN TO "ACCRINT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-ACCR-STATUS.
           SELECT MORTGAGE-INS-FILE
               ASSIGN TO "MINSFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MI-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-MINS-STATUS.
           SELECT LOAN-ACTIVITY-FILE
               ASSIGN TO "LOANACTV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-MORTGAGE-ACCT-NO
                   OF LOAN-ACTIVITY-RECORD
               FILE STATUS IS WS-LACT-STATUS.
           SELECT CONTROL-TOTAL-FILE
               ASSIGN TO "CTLTOT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-STATUS.
           SELECT BACKOUT-ACCOUNT-FILE
               ASSIGN TO "BKOTACCT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BKOTA-STATUS.
           SELECT BACKOUT-JOURNAL-FILE
               ASSIGN TO "BKOTJRNL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BKOTJ-STATUS.
           SELECT BACKOUT-REPORT-FILE
               ASSIGN TO "BKOTRPT"
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
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           COPY EPSPAYH.
       FD  ESCROW-FILE.
       01  ESCROW-RECORD.
           COPY EPSESCR.
       FD  LATE-FEE-FILE.
       01  LATE-FEE-RECORD.
           COPY EPSLFEE.
       FD  ACCRUED-INTEREST-FILE.
       01  ACCRUED-INTEREST-RECORD.
           COPY EPSACCR.
       FD  MORTGAGE-INS-FILE.
       01  MORTGAGE-INS-RECORD.
           COPY EPSMINS.
       FD  LOAN-ACTIVITY-FILE.
       01  LOAN-ACTIVITY-RECORD.
           COPY EPSLACT.
       FD  CONTROL-TOTAL-FILE.
       01  CONTROL-TOTAL-RECORD.
           COPY EPSCTLTOT.
       FD  BACKOUT-ACCOUNT-FILE.
       01  BACKOUT-ACCOUNT-LINE         PIC X(80).
       FD  BACKOUT-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           COPY EPSGLJR.
       FD  BACKOUT-REPORT-FILE.
       01  BACKOUT-REPORT-LINE          PIC X(80).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY EPSAUDIT.
       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD.
           COPY EPSERRLG.
       WORKING-STORAGE SECTION.
       01 ACTIVITY-COPY.
          COPY EPSLACT.
       01 DATE-JOUR PIC X(10).
       01 BUSINESS-DATE PIC X(10).
       01 WS-CUSTMAST-STATUS PIC X(2).
       01 WS-PAYHIST-STATUS PIC X(2).
       01 WS-ESCR-STATUS PIC X(2).
       01 WS-LFEE-STATUS PIC X(2).
       01 WS-ACCR-STATUS PIC X(2).
       01 WS-MINS-STATUS PIC X(2).
       01 WS-LACT-STATUS PIC X(2).
       01 WS-CTLTOT-STATUS PIC X(2).
       01 WS-BKOTA-STATUS PIC X(2).
       01 WS-BKOTJ-STATUS PIC X(2).
       01 WS-RPT-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
       01 WS-ERR-FILE-NAME PIC X(8).
       01 WS-ERR-OPERATION PIC X(8).
       01 WS-ERR-STATUS-CODE PIC X(2).
       01 WS-BKO-POST-DATE PIC X(10).
       01 WS-BKO-SENDER PIC X(8).
       01 WS-BKO-LIST-FLAG PIC X(1).
          88 WS-BKO-USE-LIST VALUE 'Y'.
       01 WS-BKO-CONFIRM PIC X(1).
          88 WS-BKO-CONFIRMED VALUE 'Y'.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPERATOR-SECRET PIC X(8).
       01 WS-SUPERVISOR-ID PIC X(8).
       01 WS-SUPERVISOR-SECRET PIC X(8).
       01 WS-FUNCTION-CODE PIC X(1).
       01 WS-SIGNON-RESULT PIC X(1).
          88 WS-SIGNON-OK VALUE 'Y'.
       01 WS-BKO-VALID-SWITCH PIC X VALUE 'Y'.
          88 WS-BKO-VALID VALUE 'Y'.
          88 WS-BKO-INVALID VALUE 'N'.
       01 WS-BKO-LIST-COUNT PIC 9(3) VALUE 0.
       01 WS-LIST-IDX PIC 9(3) VALUE 0.
       01 WS-BKO-ACCOUNT-TABLE.
          05 WS-LIST-ACCT OCCURS 500 TIMES PIC X(12).
       01 WS-LIST-OVERFLOW-SWITCH PIC X VALUE 'N'.
          88 WS-LIST-OVERFLOW VALUE 'Y'.
       01 WS-LIST-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-BKOTACCT VALUE 'Y'.
       01 WS-LOOKUP-ACCT PIC X(12) VALUE SPACES.
       01 WS-ACCT-LISTED-SWITCH PIC X VALUE 'N'.
          88 WS-ACCT-LISTED VALUE 'Y'.
       01 WS-HIST-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-PAYHIST VALUE 'Y'.
       01 WS-CTL-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-CTLTOT VALUE 'Y'.
       01 WS-CTL-OPEN-SWITCH PIC X VALUE 'N'.
          88 WS-CTLTOT-OPEN VALUE 'Y'.
          88 WS-CTLTOT-CLOSED VALUE 'N'.
       01 WS-ROW-CLASS PIC X(1).
          88 WS-ROW-SELECTED VALUE 'S'.
          88 WS-ROW-PRIOR VALUE 'P'.
          88 WS-ROW-STANDING VALUE 'L'.
          88 WS-ROW-OUTSIDE-RUN VALUE ' '.
       01 WS-APPLY-ACCT PIC X(12) VALUE SPACES.
       01 WS-ACCT-TOUCHED-SWITCH PIC X VALUE 'N'.
          88 WS-ACCT-TOUCHED VALUE 'Y'.
       01 WS-MASTER-OK-SWITCH PIC X VALUE 'N'.
          88 WS-MASTER-OK VALUE 'Y'.
       01 WS-REFUSE-REASON PIC X(20).
       01 WS-FEE-PORTION PIC 9(7)V99 VALUE 0.
       01 WS-INTEREST-PORTION PIC 9(7)V99 VALUE 0.
       01 WS-PREMIUM-PORTION PIC 9(7)V99 VALUE 0.
       01 WS-ESCROW-PORTION PIC 9(7)V99 VALUE 0.
       01 WS-ESCROW-LEG PIC 9(7)V99 VALUE 0.
       01 WS-BALANCE-PORTION PIC 9(7)V99 VALUE 0.
       01 WS-EXPECT-BALANCE PIC 9(9)V99 VALUE 0.
       01 WS-RESTORED-BALANCE PIC 9(9)V99 VALUE 0.
       01 WS-GL-ACCOUNT PIC X(12).
       01 WS-GL-SIDE PIC X(1).
       01 WS-GL-AMOUNT PIC 9(9)V99.
       01 WS-LEG-SIDE PIC X(1).
       01 WS-CASH-SIDE PIC X(1).
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-JOURNAL-COUNT PIC 9(7) VALUE 0.
       01 WS-SCOPE-COUNT PIC 9(7) VALUE 0.
       01 WS-SCOPE-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-PRIOR-COUNT PIC 9(7) VALUE 0.
       01 WS-PRIOR-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-STANDING-COUNT PIC 9(7) VALUE 0.
       01 WS-STANDING-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-CTL-COUNT PIC 9(7) VALUE 0.
       01 WS-CTL-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-DONE-COUNT PIC 9(7) VALUE 0.
       01 WS-DONE-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(7) VALUE 0.
       01 WS-REFUSED-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-CHECK-COUNT PIC 9(7) VALUE 0.
       01 WS-ACCOUNTS-RESTORED PIC 9(7) VALUE 0.
       01 WS-PROOF-COUNT PIC 9(7) VALUE 0.
       01 WS-PROOF-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-HEADING-LINE-1.
          05 FILLER              PIC X(26) VALUE
             'POSTING-RUN BACKOUT REPORT'.
          05 FILLER              PIC X(13) VALUE SPACES.
          05 FILLER              PIC X(9)  VALUE 'RUN DATE:'.
          05 HL-RUN-DATE         PIC X(10).
       01 WS-HEADING-LINE-2.
          05 FILLER              PIC X(14) VALUE 'POSTING DATE: '.
          05 HL-POST-DATE        PIC X(10).
          05 FILLER              PIC X(4)  VALUE SPACES.
          05 FILLER              PIC X(8)  VALUE 'SENDER: '.
          05 HL-SENDER           PIC X(8).
          05 FILLER              PIC X(4)  VALUE SPACES.
          05 FILLER              PIC X(15) VALUE 'ACCOUNTS LIST: '.
          05 HL-LIST-COUNT       PIC ZZ9.
       01 WS-HEADING-LINE-3.
          05 FILLER              PIC X(14) VALUE 'ACCOUNT'.
          05 FILLER              PIC X(7)  VALUE '  SEQ'.
          05 FILLER              PIC X(3)  VALUE 'T'.
          05 FILLER              PIC X(14) VALUE '       AMOUNT'.
          05 FILLER              PIC X(16) VALUE '   BALANCE NOW'.
          05 FILLER              PIC X(20) VALUE 'ACTION'.
       01 WS-DETAIL-LINE.
          05 DL-MORTGAGE-ACCT    PIC X(12).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-PAYMENT-SEQ      PIC ZZZZ9.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-TRANS-TYPE       PIC X(1).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-AMOUNT           PIC Z,ZZZ,ZZ9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-BALANCE          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-ACTION           PIC X(20).
       01 WS-ACCOUNT-LINE.
          05 BL-MORTGAGE-ACCT    PIC X(12).
          05 FILLER              PIC X(11) VALUE '  RESTORED '.
          05 BL-RESTORED         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(11) VALUE '  PRE-RUN '.
          05 BL-EXPECTED         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 BL-RESULT           PIC X(5).
       01 WS-PROOF-LINE.
          05 PL-LABEL            PIC X(24).
          05 PL-COUNT            PIC ZZZ,ZZ9.
          05 FILLER              PIC X(4)  VALUE SPACES.
          05 PL-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RESULT-LINE.
          05 FILLER              PIC X(24) VALUE
             'RECONCILIATION        : '.
          05 RL-RESULT           PIC X(20).
       SCREEN SECTION.
       01 BNK1BKO-SCREEN.
          COPY BNK1BKO.
       01 BNK1BKC-SCREEN.
          COPY BNK1BKC.
       PROCEDURE DIVISION.
                CALL 'DBBDATE' USING DATE-JOUR BUSINESS-DATE.
                DISPLAY 'DBBBACK RUN DATE: ' BUSINESS-DATE.
                PERFORM A010-OPEN-FILES.
                PERFORM A030-TAKE-REQUEST.
                PERFORM A090-CLOSE-FILES.
                STOP RUN.
      *
       A010-OPEN-FILES.
                OPEN EXTEND ERROR-LOG-FILE.
                IF WS-ERRLOG-STATUS NOT = '00'
                    DISPLAY 'UNABLE TO OPEN ERROR-LOG-FILE - STATUS '
                        WS-ERRLOG-STATUS
                END-IF.
                OPEN I-O CUSTOMER-MASTER-FILE.
                IF WS-CUSTMAST-STATUS NOT = '00'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O PAYMENT-HISTORY-FILE.
                IF WS-PAYHIST-STATUS NOT = '00'
                    MOVE 'PAYHIST' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-PAYHIST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O ESCROW-FILE.
                IF WS-ESCR-STATUS NOT = '00'
                    MOVE 'ESCRFILE' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-ESCR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O LATE-FEE-FILE.
                IF WS-LFEE-STATUS NOT = '00'
                    MOVE 'LATEFEE' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-LFEE-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O ACCRUED-INTEREST-FILE.
                IF WS-ACCR-STATUS NOT = '00'
                    MOVE 'ACCRINT' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-ACCR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O MORTGAGE-INS-FILE.
                IF WS-MINS-STATUS NOT = '00'
                    MOVE 'MINSFILE' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-MINS-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O LOAN-ACTIVITY-FILE.
                IF WS-LACT-STATUS NOT = '00'
                    MOVE 'LOANACTV' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-LACT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT CONTROL-TOTAL-FILE.
                IF WS-CTLTOT-STATUS NOT = '00'
                    MOVE 'CTLTOT' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CTLTOT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-EOF-CTLTOT TO TRUE
                ELSE
                    SET WS-CTLTOT-OPEN TO TRUE
                END-IF.
                OPEN EXTEND BACKOUT-JOURNAL-FILE.
                IF WS-BKOTJ-STATUS NOT = '00'
                    MOVE 'BKOTJRNL' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-BKOTJ-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT BACKOUT-REPORT-FILE.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'BKOTRPT' TO WS-ERR-FILE-NAME
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
      *
       A030-TAKE-REQUEST.
                MOVE SPACES TO WS-BKO-POST-DATE.
                MOVE SPACES TO WS-BKO-SENDER.
                MOVE SPACES TO WS-BKO-LIST-FLAG.
                MOVE SPACES TO WS-BKO-CONFIRM.
                MOVE SPACES TO WS-OPERATOR-ID.
                MOVE SPACES TO WS-OPERATOR-SECRET.
                MOVE SPACES TO WS-SUPERVISOR-ID.
                MOVE SPACES TO WS-SUPERVISOR-SECRET.
                DISPLAY BNK1BKO-SCREEN.
                ACCEPT BNK1BKO-SCREEN.
                PERFORM A032-VALIDATE-REQUEST.
                IF WS-BKO-VALID
                    PERFORM A040-SCOPE-RUN
                    DISPLAY BNK1BKC-SCREEN
                    ACCEPT BNK1BKC-SCREEN
                    IF WS-BKO-CONFIRMED
                        PERFORM A015-WRITE-HEADING
                        PERFORM A050-APPLY-BACKOUT
                        PERFORM A070-WRITE-RECONCILIATION
                        PERFORM A080-WRITE-CONTROL-TOTAL
                        DISPLAY 'BACKOUT COMPLETE - '
                            WS-DONE-COUNT ' ROWS BACKED OUT'
                    ELSE
                        DISPLAY 'BACKOUT NOT CONFIRMED - NOTHING '
                            'CHANGED'
                    END-IF
                END-IF.
      *
       A032-VALIDATE-REQUEST.
      *        BOTH SIDES OF THE DUAL CONTROL SIGN ON FOR REAL UNDER
      *        THE POSTING-BACKOUT ENTITLEMENT, AND THE SUPERVISOR
      *        MUST BE A DIFFERENT OPERATOR - THE SAME SHAPE DBBXFER
      *        ENFORCES ON TRANSFERS.
                SET WS-BKO-VALID TO TRUE.
                EVALUATE TRUE
                    WHEN WS-BKO-POST-DATE = SPACES
                        DISPLAY 'BACKOUT REJECTED - POSTING DATE '
                            'MISSING'
                        SET WS-BKO-INVALID TO TRUE
                    WHEN WS-BKO-LIST-FLAG NOT = 'Y'
                      AND WS-BKO-LIST-FLAG NOT = 'N'
                      AND WS-BKO-LIST-FLAG NOT = SPACE
                        DISPLAY 'BACKOUT REJECTED - ACCOUNT LIST '
                            'MUST BE Y OR N'
                        SET WS-BKO-INVALID TO TRUE
                    WHEN WS-SUPERVISOR-ID = WS-OPERATOR-ID
                        DISPLAY 'BACKOUT REJECTED - SUPERVISOR '
                            'MUST DIFFER FROM THE OPERATOR'
                        SET WS-BKO-INVALID TO TRUE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                IF WS-BKO-VALID
                    MOVE 'K' TO WS-FUNCTION-CODE
                    CALL 'DBBSIGN' USING WS-OPERATOR-ID
                        WS-OPERATOR-SECRET WS-FUNCTION-CODE
                        WS-SIGNON-RESULT
                    IF NOT WS-SIGNON-OK
                        DISPLAY 'BACKOUT REFUSED - OPERATOR '
                            'SIGN-ON FAILED'
                        SET WS-BKO-INVALID TO TRUE
                    END-IF
                END-IF.
                IF WS-BKO-VALID
                    MOVE 'K' TO WS-FUNCTION-CODE
                    CALL 'DBBSIGN' USING WS-SUPERVISOR-ID
                        WS-SUPERVISOR-SECRET WS-FUNCTION-CODE
                        WS-SIGNON-RESULT
                    IF NOT WS-SIGNON-OK
                        DISPLAY 'BACKOUT REFUSED - SUPERVISOR '
                            'SIGN-ON FAILED'
                        SET WS-BKO-INVALID TO TRUE
                    END-IF
                END-IF.
                IF WS-BKO-VALID
                  AND WS-BKO-USE-LIST
                    PERFORM A034-LOAD-ACCOUNT-LIST
                    IF WS-LIST-OVERFLOW
                        DISPLAY 'BACKOUT REJECTED - ACCOUNT LIST '
                            'HOLDS MORE THAN 500 ACCOUNTS'
                        SET WS-BKO-INVALID TO TRUE
                    END-IF
                    IF WS-BKO-LIST-COUNT = 0
                        DISPLAY 'BACKOUT REJECTED - ACCOUNT LIST '
                            'MISSING OR EMPTY'
                        SET WS-BKO-INVALID TO TRUE
                    END-IF
                END-IF.
      *
       A034-LOAD-ACCOUNT-LIST.
      *        ONE MORTGAGE ACCOUNT NUMBER PER LINE IN COLUMNS 1-12;
      *        BLANK LINES ARE PASSED OVER.  A LIST THAT CANNOT BE
      *        READ LEAVES THE COUNT AT ZERO AND THE REQUEST IS
      *        REJECTED RATHER THAN WIDENED TO EVERY ACCOUNT.
                MOVE 0 TO WS-BKO-LIST-COUNT.
                OPEN INPUT BACKOUT-ACCOUNT-FILE.
                IF WS-BKOTA-STATUS NOT = '00'
                    DISPLAY 'UNABLE TO OPEN BKOTACCT - STATUS '
                        WS-BKOTA-STATUS
                ELSE
                    PERFORM A035-READ-LISTED-ACCOUNT
                        UNTIL WS-EOF-BKOTACCT
                    CLOSE BACKOUT-ACCOUNT-FILE
                END-IF.
      *
       A035-READ-LISTED-ACCOUNT.
                READ BACKOUT-ACCOUNT-FILE
                    AT END
                        SET WS-EOF-BKOTACCT TO TRUE
                    NOT AT END
                        IF BACKOUT-ACCOUNT-LINE (1:12) NOT = SPACES
                            IF WS-BKO-LIST-COUNT < 500
                                ADD 1 TO WS-BKO-LIST-COUNT
                                MOVE BACKOUT-ACCOUNT-LINE (1:12)
                                    TO WS-LIST-ACCT (WS-BKO-LIST-COUNT)
                            ELSE
                                SET WS-LIST-OVERFLOW TO TRUE
                            END-IF
                        END-IF
                END-READ.
                IF WS-BKOTA-STATUS NOT = '00'
                  AND WS-BKOTA-STATUS NOT = '10'
                    DISPLAY 'BKOTACCT READ FAILED - STATUS '
                        WS-BKOTA-STATUS
                    MOVE 0 TO WS-BKO-LIST-COUNT
                    SET WS-EOF-BKOTACCT TO TRUE
                END-IF.
      *
       A036-CLASSIFY-ROW.
      *        A ROW BELONGS TO THE POSTING RUN WHEN DBBPOST WROTE IT
      *        (PAYMENT, PREPAYMENT, REVERSAL OR AUTOPAY DEBIT) ON
      *        THE DATE BEING BACKED OUT - PAYOFF SETTLEMENTS ARE
      *        DBBPOFF'S AND RECOVERIES ON A CHARGED-OFF LOAN ARE
      *        CASH ALREADY BOOKED AS INCOME, AND NEITHER IS EVER
      *        TOUCHED.  OF THOSE, A ROW IS
      *        SELECTED WHEN IT MATCHES THE SENDER AND ACCOUNT LIST
      *        KEYED, BACKED OUT EARLIER WHEN ALREADY FLAGGED, AND
      *        LEFT STANDING OTHERWISE.
                MOVE SPACE TO WS-ROW-CLASS.
                IF PH-POST-DATE = WS-BKO-POST-DATE
                  AND (PH-TRANS-TYPE = 'P'
                    OR PH-TRANS-TYPE = 'A'
                    OR PH-TRANS-TYPE = 'R'
                    OR PH-TRANS-TYPE = 'D')
                    IF WS-BKO-USE-LIST
                      AND PH-MORTGAGE-ACCT-NO NOT = WS-LOOKUP-ACCT
                        PERFORM A037-LOOK-UP-ACCOUNT
                    END-IF
                    EVALUATE TRUE
                        WHEN PH-BACKED-OUT
                            SET WS-ROW-PRIOR TO TRUE
                        WHEN WS-BKO-SENDER NOT = SPACES
                          AND PH-SENDER-ID NOT = WS-BKO-SENDER
                            SET WS-ROW-STANDING TO TRUE
                        WHEN WS-BKO-USE-LIST
                          AND NOT WS-ACCT-LISTED
                            SET WS-ROW-STANDING TO TRUE
                        WHEN OTHER
                            SET WS-ROW-SELECTED TO TRUE
                    END-EVALUATE
                END-IF.
      *
       A037-LOOK-UP-ACCOUNT.
                MOVE PH-MORTGAGE-ACCT-NO TO WS-LOOKUP-ACCT.
                MOVE 'N' TO WS-ACCT-LISTED-SWITCH.
                PERFORM A038-MATCH-LISTED-ACCOUNT
                    VARYING WS-LIST-IDX FROM 1 BY 1
                    UNTIL WS-LIST-IDX > WS-BKO-LIST-COUNT
                       OR WS-ACCT-LISTED.
      *
       A038-MATCH-LISTED-ACCOUNT.
                IF WS-LIST-ACCT (WS-LIST-IDX) = WS-LOOKUP-ACCT
                    SET WS-ACCT-LISTED TO TRUE
                END-IF.
      *
       A040-SCOPE-RUN.
      *        FIRST PASS - NOTHING IS CHANGED.  THE ROWS OF THE
      *        DATE ARE COUNTED BY CLASS AND THE DBBPOST CONTROL
      *        TOTALS FOR THE DATE (ONE ROW PER POST OR RELEASE RUN)
      *        ARE SUMMED, SO THE SUPERVISOR SEES THE SCOPE BEFORE
      *        CONFIRMING.
                MOVE 'N' TO WS-HIST-EOF-SWITCH.
                MOVE LOW-VALUES TO PH-MORTGAGE-ACCT-NO.
                MOVE 0 TO PH-PAYMENT-SEQ.
                START PAYMENT-HISTORY-FILE
                    KEY IS NOT LESS THAN PH-HIST-KEY
                    INVALID KEY
                        SET WS-EOF-PAYHIST TO TRUE
                END-START.
                PERFORM A042-SCOPE-ONE-ROW
                    UNTIL WS-EOF-PAYHIST.
                PERFORM A044-READ-CONTROL-TOTAL
                    UNTIL WS-EOF-CTLTOT.
                PERFORM A091-CLOSE-CONTROL-TOTAL.
      *
       A042-SCOPE-ONE-ROW.
                READ PAYMENT-HISTORY-FILE NEXT RECORD
                    AT END
                        SET WS-EOF-PAYHIST TO TRUE
                    NOT AT END
                        ADD 1 TO WS-RECORDS-IN
                        PERFORM A036-CLASSIFY-ROW
                        EVALUATE TRUE
                            WHEN WS-ROW-SELECTED
                                ADD 1 TO WS-SCOPE-COUNT
                                ADD PH-TRANS-AMOUNT TO WS-SCOPE-TOTAL
                            WHEN WS-ROW-PRIOR
                                ADD 1 TO WS-PRIOR-COUNT
                                ADD PH-TRANS-AMOUNT TO WS-PRIOR-TOTAL
                            WHEN WS-ROW-STANDING
                                ADD 1 TO WS-STANDING-COUNT
                                ADD PH-TRANS-AMOUNT
                                    TO WS-STANDING-TOTAL
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                END-READ.
                IF WS-PAYHIST-STATUS NOT = '00'
                  AND WS-PAYHIST-STATUS NOT = '10'
                    MOVE 'PAYHIST' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-PAYHIST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-EOF-PAYHIST TO TRUE
                END-IF.
      *
       A044-READ-CONTROL-TOTAL.
                READ CONTROL-TOTAL-FILE
                    AT END
                        SET WS-EOF-CTLTOT TO TRUE
                    NOT AT END
                        IF CT-PROGRAM-ID = 'DBBPOST'
                          AND CT-RUN-DATE = WS-BKO-POST-DATE
                            ADD CT-RECORD-COUNT TO WS-CTL-COUNT
                            ADD CT-LOAN-AMOUNT-TOTAL TO WS-CTL-TOTAL
                        END-IF
                END-READ.
                IF WS-CTLTOT-STATUS NOT = '00'
                  AND WS-CTLTOT-STATUS NOT = '10'
                    MOVE 'CTLTOT' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-CTLTOT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-EOF-CTLTOT TO TRUE
                END-IF.
      *
       A015-WRITE-HEADING.
                MOVE BUSINESS-DATE TO HL-RUN-DATE.
                MOVE WS-BKO-POST-DATE TO HL-POST-DATE.
                IF WS-BKO-SENDER = SPACES
                    MOVE 'ALL' TO HL-SENDER
                ELSE
                    MOVE WS-BKO-SENDER TO HL-SENDER
                END-IF.
                MOVE WS-BKO-LIST-COUNT TO HL-LIST-COUNT.
                WRITE BACKOUT-REPORT-LINE FROM WS-HEADING-LINE-1.
                PERFORM A075-CHECK-RPT-STATUS.
                WRITE BACKOUT-REPORT-LINE FROM WS-HEADING-LINE-2.
                PERFORM A075-CHECK-RPT-STATUS.
                WRITE BACKOUT-REPORT-LINE FROM WS-HEADING-LINE-3.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A050-APPLY-BACKOUT.
      *        SECOND PASS, IN KEY ORDER.  EVERY ROW OF EVERY ACCOUNT
      *        GOES THROUGH DBBLACT INTO A FRESH SUMMARY, SO AN
      *        ACCOUNT THAT HAD ROWS BACKED OUT GETS ITS LOANACTV
      *        SUMMARY REBUILT WITHOUT THEM AT THE ACCOUNT BREAK -
      *        THE SAME REBUILD DBBPOST REBUILD PERFORMS.
                MOVE 'N' TO WS-HIST-EOF-SWITCH.
                MOVE SPACES TO WS-APPLY-ACCT.
                MOVE LOW-VALUES TO PH-MORTGAGE-ACCT-NO.
                MOVE 0 TO PH-PAYMENT-SEQ.
                START PAYMENT-HISTORY-FILE
                    KEY IS NOT LESS THAN PH-HIST-KEY
                    INVALID KEY
                        SET WS-EOF-PAYHIST TO TRUE
                END-START.
                PERFORM A052-APPLY-ONE-ROW
                    UNTIL WS-EOF-PAYHIST.
                IF WS-APPLY-ACCT NOT = SPACES
                    PERFORM A066-CLOSE-ACCOUNT
                END-IF.
      *
       A052-APPLY-ONE-ROW.
                READ PAYMENT-HISTORY-FILE NEXT RECORD
                    AT END
                        SET WS-EOF-PAYHIST TO TRUE
                    NOT AT END
                        IF PH-MORTGAGE-ACCT-NO NOT = WS-APPLY-ACCT
                            IF WS-APPLY-ACCT NOT = SPACES
                                PERFORM A066-CLOSE-ACCOUNT
                            END-IF
                            MOVE PH-MORTGAGE-ACCT-NO TO WS-APPLY-ACCT
                            PERFORM A054-START-ACCOUNT
                        END-IF
                        PERFORM A036-CLASSIFY-ROW
                        IF WS-ROW-SELECTED
                            PERFORM A056-BACK-OUT-ROW
                        END-IF
                        CALL 'DBBLACT' USING PAYMENT-HISTORY-RECORD
                            ACTIVITY-COPY
                END-READ.
                IF WS-PAYHIST-STATUS NOT = '00'
                  AND WS-PAYHIST-STATUS NOT = '10'
                    MOVE 'PAYHIST' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-PAYHIST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-EOF-PAYHIST TO TRUE
                END-IF.
      *
       A054-START-ACCOUNT.
                MOVE SPACES TO ACTIVITY-COPY.
                INITIALIZE ACTIVITY-COPY.
                MOVE 1 TO LA-NEXT-PAYMENT-SEQ OF ACTIVITY-COPY.
                MOVE 'N' TO WS-ACCT-TOUCHED-SWITCH.
                MOVE 0 TO WS-EXPECT-BALANCE.
                MOVE 0 TO WS-RESTORED-BALANCE.
      *
       A056-BACK-OUT-ROW.
      *        A LOAN SINCE PAID OFF OR TRANSFERRED OUT IS CLOSED ON
      *        THIS SYSTEM - ITS ROWS ARE REFUSED AND LISTED FOR
      *        MANUAL ATTENTION RATHER THAN REOPENING THE BALANCE.
                PERFORM A058-FETCH-MASTER.
                IF NOT WS-MASTER-OK
                    PERFORM A068-REFUSE-ROW
                ELSE
                    PERFORM A060-SPLIT-ROW
                    IF NOT WS-ACCT-TOUCHED
                        SET WS-ACCT-TOUCHED TO TRUE
                        IF PH-TRANS-TYPE = 'R'
                            IF WS-BALANCE-PORTION > PH-BALANCE-AFTER
                                MOVE 0 TO WS-EXPECT-BALANCE
                            ELSE
                                COMPUTE WS-EXPECT-BALANCE =
                                    PH-BALANCE-AFTER
                                    - WS-BALANCE-PORTION
                            END-IF
                        ELSE
                            COMPUTE WS-EXPECT-BALANCE =
                                PH-BALANCE-AFTER + WS-BALANCE-PORTION
                        END-IF
                    END-IF
                    PERFORM A062-RESTORE-MASTER
                    IF WS-ESCROW-PORTION > 0
                        PERFORM A063-RESTORE-ESCROW
                    END-IF
                    IF WS-PREMIUM-PORTION > 0
                        PERFORM A064-RESTORE-PREMIUM
                    END-IF
                    IF WS-FEE-PORTION > 0
                        PERFORM A065-RESTORE-FEE
                    END-IF
                    IF WS-INTEREST-PORTION > 0
                        PERFORM A067-RESTORE-ACCRUAL
                    END-IF
                    PERFORM A071-WRITE-OFFSET-ENTRIES
                    MOVE 'B' TO PH-BACKOUT-FLAG
                    MOVE BUSINESS-DATE TO PH-BACKOUT-DATE
                    REWRITE PAYMENT-HISTORY-RECORD
                    IF WS-PAYHIST-STATUS NOT = '00'
                        MOVE 'PAYHIST' TO WS-ERR-FILE-NAME
                        MOVE 'REWRITE' TO WS-ERR-OPERATION
                        MOVE WS-PAYHIST-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                    ADD 1 TO WS-DONE-COUNT
                    ADD PH-TRANS-AMOUNT TO WS-DONE-TOTAL
                    MOVE 'BACKED OUT' TO DL-ACTION
                    PERFORM A069-WRITE-DETAIL
                END-IF.
      *
       A058-FETCH-MASTER.
                MOVE 'N' TO WS-MASTER-OK-SWITCH.
                MOVE PH-CUSTOMER-ID
                    TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD.
                READ CUSTOMER-MASTER-FILE
                    INVALID KEY
                        MOVE 'REFUSED - NO MASTER' TO WS-REFUSE-REASON
                    NOT INVALID KEY
                        IF CM-STATUS-PAIDOFF
                                OF CUSTOMER-MASTER-RECORD
                          OR CM-STATUS-TRANSFERRED
                                OF CUSTOMER-MASTER-RECORD
                          OR CM-STATUS-CHARGEDOFF
                                OF CUSTOMER-MASTER-RECORD
                            MOVE 'REFUSED - LOAN CLOSED'
                                TO WS-REFUSE-REASON
                        ELSE
                            SET WS-MASTER-OK TO TRUE
                        END-IF
                END-READ.
                IF WS-CUSTMAST-STATUS NOT = '00'
                  AND WS-CUSTMAST-STATUS NOT = '23'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A060-SPLIT-ROW.
      *        THE ROW CARRIES EVERY PORTION DBBPOST APPLIED: THE FEE,
      *        THE ACCRUED INTEREST AND THE MORTGAGE-INSURANCE PREMIUM
      *        ARE ON IT, THE ESCROW AND PREMIUM TOGETHER ARE THE
      *        AMOUNT OVER THE PRINCIPAL APPLIED AND THE FEE, AND THE
      *        PART OF THE PRINCIPAL APPLIED THAT WAS NOT INTEREST IS
      *        WHAT MOVED CM-CURRENT-BALANCE.
                MOVE 0 TO WS-FEE-PORTION.
                IF PH-FEE-APPLIED NUMERIC
                    MOVE PH-FEE-APPLIED TO WS-FEE-PORTION
                END-IF.
                MOVE 0 TO WS-INTEREST-PORTION.
                IF PH-INTEREST-APPLIED NUMERIC
                    MOVE PH-INTEREST-APPLIED TO WS-INTEREST-PORTION
                END-IF.
                MOVE 0 TO WS-PREMIUM-PORTION.
                IF PH-PREMIUM-APPLIED NUMERIC
                    MOVE PH-PREMIUM-APPLIED TO WS-PREMIUM-PORTION
                END-IF.
                COMPUTE WS-ESCROW-LEG =
                    PH-TRANS-AMOUNT - PH-PRINCIPAL-APPLIED
                    - WS-FEE-PORTION.
                IF WS-PREMIUM-PORTION > WS-ESCROW-LEG
                    MOVE WS-ESCROW-LEG TO WS-PREMIUM-PORTION
                END-IF.
                COMPUTE WS-ESCROW-PORTION =
                    WS-ESCROW-LEG - WS-PREMIUM-PORTION.
                IF WS-INTEREST-PORTION > PH-PRINCIPAL-APPLIED
                    MOVE PH-PRINCIPAL-APPLIED TO WS-INTEREST-PORTION
                END-IF.
                COMPUTE WS-BALANCE-PORTION =
                    PH-PRINCIPAL-APPLIED - WS-INTEREST-PORTION.
      *
       A062-RESTORE-MASTER.
      *        A PAYMENT TOOK THE BALANCE PORTION OFF THE LOAN, SO
      *        BACKING IT OUT PUTS IT BACK; A REVERSAL HAD PUT IT
      *        BACK, SO BACKING THAT OUT TAKES IT OFF AGAIN.
                IF PH-TRANS-TYPE = 'R'
                    IF WS-BALANCE-PORTION >
                            CM-CURRENT-BALANCE OF CUSTOMER-MASTER-RECORD
                        MOVE 0 TO CM-CURRENT-BALANCE
                            OF CUSTOMER-MASTER-RECORD
                    ELSE
                        SUBTRACT WS-BALANCE-PORTION FROM
                            CM-CURRENT-BALANCE OF CUSTOMER-MASTER-RECORD
                    END-IF
                ELSE
                    ADD WS-BALANCE-PORTION TO
                        CM-CURRENT-BALANCE OF CUSTOMER-MASTER-RECORD
                END-IF.
                MOVE CM-CURRENT-BALANCE OF CUSTOMER-MASTER-RECORD
                    TO WS-RESTORED-BALANCE.
                REWRITE CUSTOMER-MASTER-RECORD.
                IF WS-CUSTMAST-STATUS NOT = '00'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'REWRITE' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A063-RESTORE-ESCROW.
                MOVE PH-MORTGAGE-ACCT-NO
                    TO ES-MORTGAGE-ACCT-NO OF ESCROW-RECORD.
                READ ESCROW-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF PH-TRANS-TYPE = 'R'
                            ADD WS-ESCROW-PORTION TO
                                ES-ESCROW-BALANCE OF ESCROW-RECORD
                        ELSE
                            IF WS-ESCROW-PORTION >
                                    ES-ESCROW-BALANCE OF ESCROW-RECORD
                                MOVE 0 TO ES-ESCROW-BALANCE
                                    OF ESCROW-RECORD
                            ELSE
                                SUBTRACT WS-ESCROW-PORTION FROM
                                    ES-ESCROW-BALANCE OF ESCROW-RECORD
                            END-IF
                        END-IF
                        REWRITE ESCROW-RECORD
                        IF WS-ESCR-STATUS NOT = '00'
                            MOVE 'ESCRFILE' TO WS-ERR-FILE-NAME
                            MOVE 'REWRITE' TO WS-ERR-OPERATION
                            MOVE WS-ESCR-STATUS TO WS-ERR-STATUS-CODE
                            PERFORM A099-WRITE-ERROR-LOG
                        END-IF
                END-READ.
      *
       A064-RESTORE-PREMIUM.
                MOVE PH-MORTGAGE-ACCT-NO TO MI-MORTGAGE-ACCT-NO.
                READ MORTGAGE-INS-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF PH-TRANS-TYPE = 'R'
                            ADD WS-PREMIUM-PORTION
                                TO MI-PREMIUM-COLLECTED
                        ELSE
                            IF WS-PREMIUM-PORTION >
                                    MI-PREMIUM-COLLECTED
                                MOVE 0 TO MI-PREMIUM-COLLECTED
                            ELSE
                                SUBTRACT WS-PREMIUM-PORTION
                                    FROM MI-PREMIUM-COLLECTED
                            END-IF
                        END-IF
                        REWRITE MORTGAGE-INS-RECORD
                        IF WS-MINS-STATUS NOT = '00'
                            MOVE 'MINSFILE' TO WS-ERR-FILE-NAME
                            MOVE 'REWRITE' TO WS-ERR-OPERATION
                            MOVE WS-MINS-STATUS TO WS-ERR-STATUS-CODE
                            PERFORM A099-WRITE-ERROR-LOG
                        END-IF
                END-READ.
      *
       A065-RESTORE-FEE.
                MOVE PH-MORTGAGE-ACCT-NO TO LF-MORTGAGE-ACCT-NO.
                READ LATE-FEE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF PH-TRANS-TYPE = 'R'
                            IF WS-FEE-PORTION > LF-FEE-BALANCE
                                MOVE 0 TO LF-FEE-BALANCE
                            ELSE
                                SUBTRACT WS-FEE-PORTION
                                    FROM LF-FEE-BALANCE
                            END-IF
                            ADD WS-FEE-PORTION TO LF-TOTAL-COLLECTED
                        ELSE
                            ADD WS-FEE-PORTION TO LF-FEE-BALANCE
                            IF WS-FEE-PORTION > LF-TOTAL-COLLECTED
                                MOVE 0 TO LF-TOTAL-COLLECTED
                            ELSE
                                SUBTRACT WS-FEE-PORTION
                                    FROM LF-TOTAL-COLLECTED
                            END-IF
                        END-IF
                        REWRITE LATE-FEE-RECORD
                        IF WS-LFEE-STATUS NOT = '00'
                            MOVE 'LATEFEE' TO WS-ERR-FILE-NAME
                            MOVE 'REWRITE' TO WS-ERR-OPERATION
                            MOVE WS-LFEE-STATUS TO WS-ERR-STATUS-CODE
                            PERFORM A099-WRITE-ERROR-LOG
                        END-IF
                END-READ.
      *
       A067-RESTORE-ACCRUAL.
                MOVE PH-MORTGAGE-ACCT-NO TO AI-MORTGAGE-ACCT-NO.
                READ ACCRUED-INTEREST-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF PH-TRANS-TYPE = 'R'
                            IF WS-INTEREST-PORTION > AI-ACCRUED-BALANCE
                                MOVE 0 TO AI-ACCRUED-BALANCE
                            ELSE
                                SUBTRACT WS-INTEREST-PORTION
                                    FROM AI-ACCRUED-BALANCE
                            END-IF
                            ADD WS-INTEREST-PORTION
                                TO AI-TOTAL-RELIEVED
                        ELSE
                            ADD WS-INTEREST-PORTION
                                TO AI-ACCRUED-BALANCE
                            IF WS-INTEREST-PORTION > AI-TOTAL-RELIEVED
                                MOVE 0 TO AI-TOTAL-RELIEVED
                            ELSE
                                SUBTRACT WS-INTEREST-PORTION
                                    FROM AI-TOTAL-RELIEVED
                            END-IF
                        END-IF
                        REWRITE ACCRUED-INTEREST-RECORD
                        IF WS-ACCR-STATUS NOT = '00'
                            MOVE 'ACCRINT' TO WS-ERR-FILE-NAME
                            MOVE 'REWRITE' TO WS-ERR-OPERATION
                            MOVE WS-ACCR-STATUS TO WS-ERR-STATUS-CODE
                            PERFORM A099-WRITE-ERROR-LOG
                        END-IF
                END-READ.
      *
       A066-CLOSE-ACCOUNT.
      *        AT THE ACCOUNT BREAK A TOUCHED ACCOUNT GETS ITS REBUILT
      *        SUMMARY AND A BALANCE LINE: THE RESTORED BALANCE
      *        AGAINST THE PRE-RUN BALANCE IMPLIED BY THE FIRST ROW
      *        BACKED OUT.  A DIFFERENCE MEANS SOMETHING ELSE POSTED
      *        TO THE LOAN AFTER THE RUN AND IS FLAGGED FOR REVIEW.
                IF WS-ACCT-TOUCHED
                    MOVE WS-APPLY-ACCT
                        TO LA-MORTGAGE-ACCT-NO OF LOAN-ACTIVITY-RECORD
                    READ LOAN-ACTIVITY-FILE
                        INVALID KEY
                            WRITE LOAN-ACTIVITY-RECORD
                                FROM ACTIVITY-COPY
                            MOVE 'WRITE' TO WS-ERR-OPERATION
                        NOT INVALID KEY
                            REWRITE LOAN-ACTIVITY-RECORD
                                FROM ACTIVITY-COPY
                            MOVE 'REWRITE' TO WS-ERR-OPERATION
                    END-READ
                    IF WS-LACT-STATUS NOT = '00'
                        MOVE 'LOANACTV' TO WS-ERR-FILE-NAME
                        MOVE WS-LACT-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                    ADD 1 TO WS-ACCOUNTS-RESTORED
                    MOVE WS-APPLY-ACCT TO BL-MORTGAGE-ACCT
                    MOVE WS-RESTORED-BALANCE TO BL-RESTORED
                    MOVE WS-EXPECT-BALANCE TO BL-EXPECTED
                    IF WS-RESTORED-BALANCE = WS-EXPECT-BALANCE
                        MOVE 'OK' TO BL-RESULT
                    ELSE
                        MOVE 'CHECK' TO BL-RESULT
                        ADD 1 TO WS-CHECK-COUNT
                        IF RETURN-CODE < 4
                            MOVE 4 TO RETURN-CODE
                        END-IF
                    END-IF
                    WRITE BACKOUT-REPORT-LINE FROM WS-ACCOUNT-LINE
                    PERFORM A075-CHECK-RPT-STATUS
                END-IF.
      *
       A068-REFUSE-ROW.
                ADD 1 TO WS-REFUSED-COUNT.
                ADD PH-TRANS-AMOUNT TO WS-REFUSED-TOTAL.
                MOVE WS-REFUSE-REASON TO DL-ACTION.
                PERFORM A069-WRITE-DETAIL.
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF.
      *
       A069-WRITE-DETAIL.
                MOVE PH-MORTGAGE-ACCT-NO TO DL-MORTGAGE-ACCT.
                MOVE PH-PAYMENT-SEQ TO DL-PAYMENT-SEQ.
                MOVE PH-TRANS-TYPE TO DL-TRANS-TYPE.
                MOVE PH-TRANS-AMOUNT TO DL-AMOUNT.
                IF WS-MASTER-OK
                    MOVE CM-CURRENT-BALANCE OF CUSTOMER-MASTER-RECORD
                        TO DL-BALANCE
                ELSE
                    MOVE 0 TO DL-BALANCE
                END-IF.
                WRITE BACKOUT-REPORT-LINE FROM WS-DETAIL-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A071-WRITE-OFFSET-ENTRIES.
      *        THE MIRROR OF THE LINES DBBGLEX JOURNALED FOR THE ROW,
      *        SIDES FLIPPED: A PAYMENT'S CASH DEBIT BECOMES A CREDIT
      *        AND ITS PRINCIPAL, RECEIVABLE, ESCROW AND FEE CREDITS
      *        BECOME DEBITS; A REVERSAL THE OTHER WAY ROUND.  DBBGLEX
      *        CARRIES THESE INTO THE NEXT GLJRNL BATCH.
                IF PH-TRANS-TYPE = 'R'
                    MOVE 'D' TO WS-CASH-SIDE
                    MOVE 'C' TO WS-LEG-SIDE
                ELSE
                    MOVE 'C' TO WS-CASH-SIDE
                    MOVE 'D' TO WS-LEG-SIDE
                END-IF.
                MOVE 'CASH' TO WS-GL-ACCOUNT.
                MOVE WS-CASH-SIDE TO WS-GL-SIDE.
                MOVE PH-TRANS-AMOUNT TO WS-GL-AMOUNT.
                PERFORM A073-WRITE-JOURNAL-LINE.
                MOVE WS-LEG-SIDE TO WS-GL-SIDE.
                IF WS-BALANCE-PORTION > 0
                    MOVE 'LOAN-PRIN' TO WS-GL-ACCOUNT
                    MOVE WS-BALANCE-PORTION TO WS-GL-AMOUNT
                    PERFORM A073-WRITE-JOURNAL-LINE
                END-IF.
                IF WS-INTEREST-PORTION > 0
                    MOVE 'ACCR-INT-RCV' TO WS-GL-ACCOUNT
                    MOVE WS-INTEREST-PORTION TO WS-GL-AMOUNT
                    PERFORM A073-WRITE-JOURNAL-LINE
                END-IF.
                IF WS-ESCROW-LEG > 0
                    MOVE 'ESCROW-PAYBL' TO WS-GL-ACCOUNT
                    MOVE WS-ESCROW-LEG TO WS-GL-AMOUNT
                    PERFORM A073-WRITE-JOURNAL-LINE
                END-IF.
                IF WS-FEE-PORTION > 0
                    MOVE 'FEE-INCOME' TO WS-GL-ACCOUNT
                    MOVE WS-FEE-PORTION TO WS-GL-AMOUNT
                    PERFORM A073-WRITE-JOURNAL-LINE
                END-IF.
      *
       A073-WRITE-JOURNAL-LINE.
                SET GJ-TYPE-DETAIL TO TRUE.
                MOVE BUSINESS-DATE TO GJ-JOURNAL-DATE.
                MOVE WS-GL-ACCOUNT TO GJ-GL-ACCOUNT.
                MOVE WS-GL-SIDE TO GJ-DEBIT-CREDIT.
                MOVE WS-GL-AMOUNT TO GJ-AMOUNT.
                MOVE PH-MORTGAGE-ACCT-NO TO GJ-MORTGAGE-ACCT-NO.
                MOVE PH-TRANS-TYPE TO GJ-TRANS-TYPE.
                WRITE GL-JOURNAL-RECORD.
                IF WS-BKOTJ-STATUS NOT = '00'
                    MOVE 'BKOTJRNL' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-BKOTJ-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                ADD 1 TO WS-JOURNAL-COUNT.
      *
       A070-WRITE-RECONCILIATION.
      *        THE ORIGINAL RUN'S CONTROL TOTALS MUST EQUAL WHAT WAS
      *        BACKED OUT NOW, WHAT AN EARLIER BACKOUT ALREADY TOOK
      *        OUT, WHAT WAS REFUSED AND WHAT WAS LEFT STANDING
      *        OUTSIDE THE SELECTION - BY COUNT AND BY AMOUNT.
                MOVE SPACES TO BACKOUT-REPORT-LINE.
                WRITE BACKOUT-REPORT-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'DBBPOST CONTROL TOTAL : ' TO PL-LABEL.
                MOVE WS-CTL-COUNT TO PL-COUNT.
                MOVE WS-CTL-TOTAL TO PL-AMOUNT.
                PERFORM A072-WRITE-PROOF-LINE.
                MOVE 'BACKED OUT THIS RUN   : ' TO PL-LABEL.
                MOVE WS-DONE-COUNT TO PL-COUNT.
                MOVE WS-DONE-TOTAL TO PL-AMOUNT.
                PERFORM A072-WRITE-PROOF-LINE.
                MOVE 'BACKED OUT EARLIER    : ' TO PL-LABEL.
                MOVE WS-PRIOR-COUNT TO PL-COUNT.
                MOVE WS-PRIOR-TOTAL TO PL-AMOUNT.
                PERFORM A072-WRITE-PROOF-LINE.
                MOVE 'REFUSED               : ' TO PL-LABEL.
                MOVE WS-REFUSED-COUNT TO PL-COUNT.
                MOVE WS-REFUSED-TOTAL TO PL-AMOUNT.
                PERFORM A072-WRITE-PROOF-LINE.
                MOVE 'LEFT STANDING         : ' TO PL-LABEL.
                MOVE WS-STANDING-COUNT TO PL-COUNT.
                MOVE WS-STANDING-TOTAL TO PL-AMOUNT.
                PERFORM A072-WRITE-PROOF-LINE.
                COMPUTE WS-PROOF-COUNT = WS-DONE-COUNT
                    + WS-PRIOR-COUNT + WS-REFUSED-COUNT
                    + WS-STANDING-COUNT.
                COMPUTE WS-PROOF-TOTAL = WS-DONE-TOTAL
                    + WS-PRIOR-TOTAL + WS-REFUSED-TOTAL
                    + WS-STANDING-TOTAL.
                IF WS-PROOF-COUNT = WS-CTL-COUNT
                  AND WS-PROOF-TOTAL = WS-CTL-TOTAL
                    MOVE 'RECONCILED' TO RL-RESULT
                ELSE
                    MOVE 'DOES NOT RECONCILE' TO RL-RESULT
                    IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                    END-IF
                END-IF.
                WRITE BACKOUT-REPORT-LINE FROM WS-RESULT-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                DISPLAY 'RECONCILIATION : ' RL-RESULT.
      *
       A072-WRITE-PROOF-LINE.
                WRITE BACKOUT-REPORT-LINE FROM WS-PROOF-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A075-CHECK-RPT-STATUS.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'BKOTRPT' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A080-WRITE-CONTROL-TOTAL.
      *        DBBBACK'S OWN CONTROL ROW - THE ROWS AND AMOUNT BACKED
      *        OUT - SITS BESIDE THE DBBPOST ROWS IT UNDID.
                PERFORM A091-CLOSE-CONTROL-TOTAL.
                OPEN EXTEND CONTROL-TOTAL-FILE.
                IF WS-CTLTOT-STATUS NOT = '00'
                    MOVE 'CTLTOT' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CTLTOT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                ELSE
                    SET WS-CTLTOT-OPEN TO TRUE
                    MOVE 'DBBBACK' TO CT-PROGRAM-ID
                    MOVE BUSINESS-DATE TO CT-RUN-DATE
                    MOVE WS-DONE-COUNT TO CT-RECORD-COUNT
                    MOVE WS-DONE-TOTAL TO CT-LOAN-AMOUNT-TOTAL
                    WRITE CONTROL-TOTAL-RECORD
                    IF WS-CTLTOT-STATUS NOT = '00'
                        MOVE 'CTLTOT' TO WS-ERR-FILE-NAME
                        MOVE 'WRITE' TO WS-ERR-OPERATION
                        MOVE WS-CTLTOT-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                    PERFORM A091-CLOSE-CONTROL-TOTAL
                END-IF.
      *
       A085-WRITE-AUDIT-LOG.
                MOVE 'DBBBACK' TO AL-PROGRAM-ID.
                MOVE BUSINESS-DATE TO AL-RUN-DATE.
                MOVE WS-RECORDS-IN TO AL-RECORDS-IN.
                MOVE WS-DONE-COUNT TO AL-RECORDS-OUT.
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
                MOVE 'DBBBACK' TO ER-PROGRAM-ID.
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
                PERFORM A085-WRITE-AUDIT-LOG.
                DISPLAY 'ROWS BACKED OUT      : ' WS-DONE-COUNT.
                DISPLAY 'ROWS REFUSED         : ' WS-REFUSED-COUNT.
                DISPLAY 'ACCOUNTS RESTORED    : ' WS-ACCOUNTS-RESTORED.
                DISPLAY 'BALANCES TO CHECK    : ' WS-CHECK-COUNT.
                DISPLAY 'OFFSET LINES WRITTEN : ' WS-JOURNAL-COUNT.
                CLOSE CUSTOMER-MASTER-FILE.
                CLOSE PAYMENT-HISTORY-FILE.
                CLOSE ESCROW-FILE.
                CLOSE LATE-FEE-FILE.
                CLOSE ACCRUED-INTEREST-FILE.
                CLOSE MORTGAGE-INS-FILE.
                CLOSE LOAN-ACTIVITY-FILE.
                PERFORM A091-CLOSE-CONTROL-TOTAL.
                CLOSE BACKOUT-JOURNAL-FILE.
                CLOSE BACKOUT-REPORT-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
      *
       A091-CLOSE-CONTROL-TOTAL.
      *        CTLTOT IS OPENED TWICE - INPUT FOR THE SCOPE, EXTEND
      *        FOR DBBBACK'S OWN ROW - SO IT IS CLOSED HERE ONLY WHEN
      *        OPEN, WHICHEVER WAY THE REQUEST ENDED.
                IF WS-CTLTOT-OPEN
                    CLOSE CONTROL-TOTAL-FILE
                    IF WS-CTLTOT-STATUS NOT = '00'
                        MOVE 'CTLTOT' TO WS-ERR-FILE-NAME
                        MOVE 'CLOSE' TO WS-ERR-OPERATION
                        MOVE WS-CTLTOT-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                    SET WS-CTLTOT-CLOSED TO TRUE
                END-IF.
