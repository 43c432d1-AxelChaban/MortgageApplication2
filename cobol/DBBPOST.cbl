      *                bounced autopay debit can no longer turn an     *
      *                uncollected fee into interest-accruing          *
      *                principal.                                      *
      *    2026-10-15  Accrued-interest relief - a payment or direct   *
      *                debit on an account with a balance on the       *
      *                keyed ACCRUED-INTEREST ledger (built nightly by *
      *                DBBACCR) pays that interest off after escrow    *
      *                and fees, and only the remainder reduces        *
      *                CM-CURRENT-BALANCE.  The relieved amount is     *
      *                carried on the history row in                   *
      *                PH-INTEREST-APPLIED so DBBGLEX can clear the    *
      *                receivable; a reversal puts the reversed row's  *
      *                interest back on the ledger.  Prepayments stay  *
      *                pure principal.                                 *
      *    2026-10-15  Mortgage-insurance premium - a payment or       *
      *                direct debit on an account with active coverage *
      *                on the keyed MINSFILE pays the monthly premium  *
      *                straight after the escrow portion, building     *
      *                MI-PREMIUM-COLLECTED for remittance to the      *
      *                carrier; a reversal backs it out.  The premium  *
      *                stays off PH-PRINCIPAL-APPLIED, so DBBGLEX      *
      *                journals it with the escrow leg.                *
      *    2026-10-15  A transaction for a loan whose servicing was    *
      *                transferred out (master status T) is refused to *
      *                the exception file with reason XFRD - the money *
      *                belongs to the new servicer.                    *
      *    2026-10-15  Loan activity summary - every PAYHIST row       *
      *                written also goes onto the account's keyed      *
      *                LOANACTV summary record through DBBLACT (next   *
      *                history sequence, paid-to installment, last     *
      *                payment date, month- and year-to-date           *
      *                principal, interest, escrow and fees, and the   *
      *                day's postings).  The next sequence and the     *
      *                duplicate check now come off that one record    *
      *                instead of a walk of the account's history; an  *
      *                account with no summary yet has one built from  *
      *                PAYHIST first.  The new REBUILD run mode        *
      *                regenerates the whole file from PAYHIST after a *
      *                restore.                                        *
      *    2026-10-15  Each history row also carries the MI premium    *
      *                taken (PH-PREMIUM-APPLIED) and the feed the     *
      *                transaction came in on (PH-SENDER-ID, MTGSUSP   *
      *                for a released duplicate), so the DBBBACK       *
      *                backout can undo a run exactly.  Rows DBBBACK   *
      *                flagged backed out are passed by in the         *
      *                duplicate check and when a reversal looks for   *
      *                the payment it reverses.                        *
      *    2026-10-15  A payment, prepayment or direct debit for a     *
      *                charged-off loan (master status C) posts as a   *
      *                recovery: the history row is written as type V  *
      *                with nothing applied to the loan, and the       *
      *                amount is added to the recovered total on the   *
      *                keyed CHGOFF record.  A reversal for a charged- *
      *                off loan is refused to the exception file with  *
      *                reason CHGO.                                    *
      *    2026-10-15  A reversal takes back the premium the reversed  *
      *                payment's history row took (PH-PREMIUM-APPLIED) *
      *                rather than the coverage's current premium, and *
      *                does so whether or not the coverage is still    *
      *                active.                                         *
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
           SELECT CHARGEOFF-FILE
               ASSIGN TO "CHGOFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-CHGOFF-STATUS.
           SELECT CONTROL-TOTAL-FILE
               ASSIGN TO "CTLTOT"
               ORGANIZATION IS SEQUENTIAL
       01  VALID-TRANS-RECORD.
           COPY EPSMTCOM.
           COPY EPSMTTRX.
           05  VT-SENDER-ID              PIC X(8).
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           COPY EPSMTCOM.
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           COPY EPSPAYH.
       FD  LOAN-ACTIVITY-FILE.
       01  LOAN-ACTIVITY-RECORD.
           COPY EPSLACT.
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
       FD  CHARGEOFF-FILE.
       01  CHARGEOFF-RECORD.
           COPY EPSCHGO.
       FD  CONTROL-TOTAL-FILE.
       01  CONTROL-TOTAL-RECORD.
           COPY EPSCTLTOT.
       01 WS-TRANS-GOOD-SWITCH PIC X VALUE 'Y'.
          88 WS-TRANS-GOOD VALUE 'Y'.
          88 WS-TRANS-BAD VALUE 'N'.
       01 WS-LACT-STATUS PIC X(2).
       01 WS-ACTIVITY-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-ACTIVITY-FOUND VALUE 'Y'.
       01 WS-BUILD-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-BUILD-EOF VALUE 'Y'.
       01 WS-REBUILD-ACCT PIC X(12) VALUE SPACES.
       01 WS-DAY-IDX PIC 9(3) VALUE 0.
       01 WS-NEXT-PAYMENT-SEQ PIC 9(5) VALUE 0.
       01 WS-NEW-BALANCE PIC 9(9)V99.
       01 WS-ESCR-STATUS PIC X(2).
       01 WS-REVFEE-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-REVFEE-EOF VALUE 'Y'.
       01 WS-FEE-HEADROOM PIC 9(7)V99 VALUE 0.
       01 WS-ACCR-STATUS PIC X(2).
       01 WS-ACCRUAL-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-ACCRUAL-FOUND VALUE 'Y'.
       01 WS-INTEREST-PORTION PIC 9(7)V99 VALUE 0.
       01 WS-BALANCE-PORTION PIC 9(7)V99 VALUE 0.
       01 WS-REVERSED-INTEREST PIC 9(7)V99 VALUE 0.
       01 WS-REVERSED-FEE PIC 9(7)V99 VALUE 0.
       01 WS-REVERSED-PREMIUM PIC 9(7)V99 VALUE 0.
       01 WS-MINS-STATUS PIC X(2).
       01 WS-COVERAGE-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-COVERAGE-FOUND VALUE 'Y'.
       01 WS-COVERAGE-ON-FILE-SWITCH PIC X VALUE 'N'.
          88 WS-COVERAGE-ON-FILE VALUE 'Y'.
       01 WS-PREMIUM-PORTION PIC 9(7)V99 VALUE 0.
       01 WS-CHGOFF-STATUS PIC X(2).
       01 WS-POST-SENDER PIC X(8) VALUE SPACES.
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-CTL-RECORD-COUNT PIC 9(7) VALUE 0.
       01 WS-CTL-POSTED-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-RUN-MODE PIC X(8) VALUE 'POST'.
          88 WS-MODE-POST VALUE 'POST'.
          88 WS-MODE-RELEASE VALUE 'RELEASE'.
          88 WS-MODE-REBUILD VALUE 'REBUILD'.
       01 WS-TRANS-DUP-SWITCH PIC X VALUE 'N'.
          88 WS-TRANS-DUP VALUE 'Y'.
       01 WS-DUP-EOF-SWITCH PIC X VALUE 'N'.
                CALL 'DBBDATE' USING DATE-JOUR BUSINESS-DATE.
                DISPLAY 'DBBPOST RUN DATE: ' BUSINESS-DATE.
                PERFORM A005-GET-RUN-MODE.
                EVALUATE TRUE
                    WHEN WS-MODE-RELEASE
                        PERFORM A070-SIGN-ON
                        IF WS-SIGNON-OK
                            PERFORM A010-OPEN-FILES
                            PERFORM A072-READ-SUSPENSE
                            PERFORM A074-WORK-SUSPENSE
                                UNTIL WS-EOF-MTGSUSP
                            PERFORM A090-CLOSE-FILES
                        END-IF
                    WHEN WS-MODE-REBUILD
                        PERFORM A012-OPEN-REBUILD-FILES
                        PERFORM A064-REBUILD-ACTIVITY
                        PERFORM A092-CLOSE-REBUILD-FILES
                    WHEN OTHER
                        PERFORM A010-OPEN-FILES
                        PERFORM A020-READ-TRANSACTION
                        PERFORM A030-POST-TRANSACTION
                            UNTIL WS-EOF-TRXOK
                        PERFORM A090-CLOSE-FILES
                END-EVALUATE.
                STOP RUN.
      *
       A005-GET-RUN-MODE.
                    END-IF
                END-IF.
                IF NOT WS-MODE-RELEASE
                  AND NOT WS-MODE-REBUILD
                    MOVE 'POST' TO WS-RUN-MODE
                END-IF.
                DISPLAY 'RUN MODE      : ' WS-RUN-MODE.
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
                OPEN I-O CHARGEOFF-FILE.
                IF WS-CHGOFF-STATUS NOT = '00'
                    MOVE 'CHGOFF' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CHGOFF-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN EXTEND CONTROL-TOTAL-FILE.
                IF WS-CTLTOT-STATUS NOT = '00'
                    MOVE 'CTLTOT' TO WS-ERR-FILE-NAME
                    MOVE WS-AUDIT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A012-OPEN-REBUILD-FILES.
      *        A REBUILD READS ONLY PAYHIST AND REPLACES THE WHOLE
      *        SUMMARY FILE - NOTHING ELSE IS TOUCHED.
                OPEN EXTEND ERROR-LOG-FILE.
                IF WS-ERRLOG-STATUS NOT = '00'
                    DISPLAY 'UNABLE TO OPEN ERROR-LOG-FILE - STATUS '
                        WS-ERRLOG-STATUS
                END-IF.
                OPEN INPUT PAYMENT-HISTORY-FILE.
                IF WS-PAYHIST-STATUS NOT = '00'
                    MOVE 'PAYHIST' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-PAYHIST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT LOAN-ACTIVITY-FILE.
                IF WS-LACT-STATUS NOT = '00'
                    MOVE 'LOANACTV' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-LACT-STATUS TO WS-ERR-STATUS-CODE
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
       A020-READ-TRANSACTION.
                READ VALID-TRANS-FILE
                            TO TX-TRANS-TYPE OF TRANS-DETAIL-COPY
                        MOVE TX-TRANS-AMOUNT OF VALID-TRANS-RECORD
                            TO TX-TRANS-AMOUNT OF TRANS-DETAIL-COPY
                        MOVE VT-SENDER-ID TO WS-POST-SENDER
                        ADD 1 TO WS-RECORDS-IN
                END-READ.
                IF WS-TRXOK-STATUS NOT = '00'
                SET WS-TRANS-GOOD TO TRUE.
                PERFORM A035-FETCH-MASTER.
                IF WS-TRANS-GOOD
                    PERFORM A031-FETCH-ACTIVITY
                    PERFORM A036-CHECK-DUPLICATE
                END-IF.
                IF WS-TRANS-GOOD
      *        THE DUPLICATE IS GENUINE.
                PERFORM A038-FETCH-ESCROW.
                PERFORM A039-FETCH-LATEFEE.
                PERFORM A034-FETCH-ACCRUAL.
                PERFORM A033-FETCH-COVERAGE.
                PERFORM A040-APPLY-TRANSACTION.
                IF WS-TRANS-GOOD
                    PERFORM A050-REWRITE-MASTER
                    IF WS-ESCROW-PORTION > 0
                        PERFORM A058-UPDATE-ESCROW
                    END-IF
                    IF WS-PREMIUM-PORTION > 0
                      AND WS-COVERAGE-ON-FILE
                        PERFORM A056-COLLECT-PREMIUM
                    END-IF
                    IF WS-FEE-PORTION > 0
                        PERFORM A059-COLLECT-FEE
                    END-IF
                    IF WS-INTEREST-PORTION > 0
                        PERFORM A054-RELIEVE-ACCRUAL
                    END-IF
                    PERFORM A060-WRITE-HISTORY
                    IF TX-TYPE-RECOVERY OF TRANS-DETAIL-COPY
                        PERFORM A057-RECORD-RECOVERY
                    END-IF
                    ADD 1 TO WS-CTL-RECORD-COUNT
                    ADD TX-TRANS-AMOUNT OF TRANS-DETAIL-COPY
                        TO WS-CTL-POSTED-TOTAL
      *        A ROW ALREADY ON PAYHIST WITH THE SAME ACCOUNT, TYPE,
      *        AMOUNT AND BUSINESS-DATE POST DATE MEANS THIS FILE
      *        HAS BEEN POSTED BEFORE - DIVERT, NEVER APPLY TWICE.
      *        THE ACCOUNT'S SUMMARY HOLDS THE DAY'S POSTINGS; ONLY
      *        WHEN MORE WERE POSTED THAN IT KEEPS IS PAYHIST READ.
                MOVE 'N' TO WS-TRANS-DUP-SWITCH.
                IF LA-DAY-DATE = BUSINESS-DATE
                    IF LA-DAY-COUNT > 10
                        PERFORM A044-SCAN-HISTORY-DUPLICATE
                    ELSE
                        PERFORM A043-MATCH-DAY-POSTING
                            VARYING WS-DAY-IDX FROM 1 BY 1
                            UNTIL WS-DAY-IDX > LA-DAY-COUNT
                               OR WS-TRANS-DUP
                    END-IF
                END-IF.
      *
       A043-MATCH-DAY-POSTING.
                IF LA-DAY-TRANS-TYPE (WS-DAY-IDX) =
                        TX-TRANS-TYPE OF TRANS-DETAIL-COPY
                  AND LA-DAY-TRANS-AMOUNT (WS-DAY-IDX) =
                        TX-TRANS-AMOUNT OF TRANS-DETAIL-COPY
                    SET WS-TRANS-DUP TO TRUE
                END-IF.
      *
       A044-SCAN-HISTORY-DUPLICATE.
                MOVE 'N' TO WS-DUP-EOF-SWITCH.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO PH-MORTGAGE-ACCT-NO.
                        ELSE
                            IF PH-TRANS-TYPE =
                                    TX-TRANS-TYPE OF TRANS-DETAIL-COPY
                              AND NOT PH-BACKED-OUT
                              AND PH-TRANS-AMOUNT =
                                    TX-TRANS-AMOUNT
                                        OF TRANS-DETAIL-COPY
                        TO TX-TRANS-TYPE OF TRANS-DETAIL-COPY
                    MOVE SP-TRANS-AMOUNT OF SUSPENSE-COPY
                        TO TX-TRANS-AMOUNT OF TRANS-DETAIL-COPY
                    MOVE 'MTGSUSP' TO WS-POST-SENDER
                    MOVE SPACES TO WS-RELEASE-ACTION
                    DISPLAY BNK1SUS-SCREEN
                    ACCEPT BNK1SUS-SCREEN
                SET WS-TRANS-GOOD TO TRUE.
                PERFORM A035-FETCH-MASTER.
                IF WS-TRANS-GOOD
                    PERFORM A031-FETCH-ACTIVITY
                    PERFORM A032-APPLY-AND-POST
                END-IF.
                IF WS-TRANS-GOOD
                    SET WS-TRANS-BAD TO TRUE
                    PERFORM A027-WRITE-EXCEPTION
                END-IF.
                IF WS-TRANS-GOOD
                  AND CM-STATUS-TRANSFERRED OF CUSTOMER-MASTER-RECORD
                    MOVE 'XFRD' TO EX-REASON-CODE
                    MOVE 'LOAN SERVICING TRANSFERRED OUT'
                        TO EX-REASON-TEXT
                    SET WS-TRANS-BAD TO TRUE
                    PERFORM A027-WRITE-EXCEPTION
                END-IF.
      *        MONEY FOR A CHARGED-OFF LOAN IS A RECOVERY - IT IS
      *        RETYPED HERE SO THE DUPLICATE CHECK AND THE HISTORY
      *        ROW SEE IT AS ONE.  THERE IS NO LOAN LEFT FOR A
      *        REVERSAL TO PUT BACK.
                IF WS-TRANS-GOOD
                  AND CM-STATUS-CHARGEDOFF OF CUSTOMER-MASTER-RECORD
                    IF TX-TYPE-REVERSAL OF TRANS-DETAIL-COPY
                        MOVE 'CHGO' TO EX-REASON-CODE
                        MOVE 'REVERSAL ON A CHARGED-OFF LOAN'
                            TO EX-REASON-TEXT
                        SET WS-TRANS-BAD TO TRUE
                        PERFORM A027-WRITE-EXCEPTION
                    ELSE
                        SET TX-TYPE-RECOVERY OF TRANS-DETAIL-COPY
                            TO TRUE
                    END-IF
                END-IF.
      *
       A038-FETCH-ESCROW.
                MOVE 'N' TO WS-ESCROW-FOUND-SWITCH.
                    MOVE WS-LFEE-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A034-FETCH-ACCRUAL.
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
       A033-FETCH-COVERAGE.
                MOVE 'N' TO WS-COVERAGE-FOUND-SWITCH.
                MOVE 'N' TO WS-COVERAGE-ON-FILE-SWITCH.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO MI-MORTGAGE-ACCT-NO.
                READ MORTGAGE-INS-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-COVERAGE-ON-FILE TO TRUE
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
       A040-APPLY-TRANSACTION.
      *        A PAYMENT ON AN ESCROWED ACCOUNT FUNDS THE ESCROW
      *        BALANCE WITH THE MONTHLY ESCROW PORTION, ACTIVE
      *        MORTGAGE INSURANCE TAKES ITS MONTHLY PREMIUM, AN
      *        OUTSTANDING LATE-FEE BALANCE IS PAID DOWN NEXT, THEN
      *        THE INTEREST ACCRUED SO FAR, AND ONLY THE REMAINDER
      *        REDUCES THE BALANCE; A REVERSAL BACKS THE PRINCIPAL,
      *        INTEREST, PREMIUM AND ESCROW SIDES OUT - THE PREMIUM
      *        THE REVERSED ROW ACTUALLY TOOK, WHATEVER THE
      *        COVERAGE'S PREMIUM IS NOW.  A PREPAYMENT
      *        IS PURE PRINCIPAL; A RECOVERY APPLIES NOTHING TO THE
      *        CHARGED-OFF LOAN.  WS-PRINCIPAL-PORTION IS THE MONEY
      *        APPLIED TO THE LOAN (INTEREST INCLUDED) AND
      *        WS-BALANCE-PORTION THE PART OF IT THAT MOVES
      *        CM-CURRENT-BALANCE.
                MOVE 0 TO WS-ESCROW-PORTION.
                IF WS-ESCROW-FOUND
                  AND (TX-TYPE-PAYMENT OF TRANS-DETAIL-COPY
                            TO WS-ESCROW-PORTION
                    END-IF
                END-IF.
                IF TX-TYPE-REVERSAL OF TRANS-DETAIL-COPY
                    PERFORM A041-FIND-REVERSED-ROW
                END-IF.
                MOVE 0 TO WS-PREMIUM-PORTION.
                IF TX-TYPE-REVERSAL OF TRANS-DETAIL-COPY
                    MOVE WS-REVERSED-PREMIUM TO WS-PREMIUM-PORTION
                END-IF.
                IF WS-COVERAGE-FOUND
                  AND (TX-TYPE-PAYMENT OF TRANS-DETAIL-COPY
                    OR TX-TYPE-AUTOPAY OF TRANS-DETAIL-COPY)
                    MOVE MI-MONTHLY-PREMIUM TO WS-PREMIUM-PORTION
                END-IF.
                IF WS-PREMIUM-PORTION >
                        TX-TRANS-AMOUNT OF TRANS-DETAIL-COPY
                        - WS-ESCROW-PORTION
                    COMPUTE WS-PREMIUM-PORTION =
                        TX-TRANS-AMOUNT OF TRANS-DETAIL-COPY
                        - WS-ESCROW-PORTION
                END-IF.
                MOVE 0 TO WS-FEE-PORTION.
                IF WS-LATEFEE-FOUND
                  AND LF-FEE-BALANCE > 0
                    OR TX-TYPE-AUTOPAY OF TRANS-DETAIL-COPY)
                    COMPUTE WS-FEE-PORTION =
                        TX-TRANS-AMOUNT OF TRANS-DETAIL-COPY
                        - WS-ESCROW-PORTION - WS-PREMIUM-PORTION
                    IF WS-FEE-PORTION > LF-FEE-BALANCE
                        MOVE LF-FEE-BALANCE TO WS-FEE-PORTION
                    END-IF
                END-IF.
                MOVE 0 TO WS-INTEREST-PORTION.
                IF WS-ACCRUAL-FOUND
                  AND AI-ACCRUED-BALANCE > 0
                  AND (TX-TYPE-PAYMENT OF TRANS-DETAIL-COPY
                    OR TX-TYPE-AUTOPAY OF TRANS-DETAIL-COPY)
                    COMPUTE WS-INTEREST-PORTION =
                        TX-TRANS-AMOUNT OF TRANS-DETAIL-COPY
                        - WS-ESCROW-PORTION - WS-PREMIUM-PORTION
                        - WS-FEE-PORTION
                    IF WS-INTEREST-PORTION > AI-ACCRUED-BALANCE
                        MOVE AI-ACCRUED-BALANCE TO WS-INTEREST-PORTION
                    END-IF
                END-IF.
                IF (WS-LATEFEE-FOUND OR WS-ACCRUAL-FOUND)
                  AND TX-TYPE-REVERSAL OF TRANS-DETAIL-COPY
                    PERFORM A047-APPLY-REVERSED-FEE
                END-IF.
                COMPUTE WS-PRINCIPAL-PORTION =
                    TX-TRANS-AMOUNT OF TRANS-DETAIL-COPY
                    - WS-ESCROW-PORTION - WS-PREMIUM-PORTION
                    - WS-FEE-PORTION.
                COMPUTE WS-BALANCE-PORTION =
                    WS-PRINCIPAL-PORTION - WS-INTEREST-PORTION.
                EVALUATE TRUE
                    WHEN TX-TYPE-RECOVERY OF TRANS-DETAIL-COPY
                        MOVE 0 TO WS-PRINCIPAL-PORTION
                        MOVE 0 TO WS-BALANCE-PORTION
                        MOVE CM-CURRENT-BALANCE
                            OF CUSTOMER-MASTER-RECORD
                            TO WS-NEW-BALANCE
                    WHEN TX-TYPE-REVERSAL OF TRANS-DETAIL-COPY
                        COMPUTE WS-NEW-BALANCE =
                            CM-CURRENT-BALANCE OF CUSTOMER-MASTER-RECORD
                            + WS-BALANCE-PORTION
                    WHEN WS-BALANCE-PORTION >
                        CM-CURRENT-BALANCE OF CUSTOMER-MASTER-RECORD
                        MOVE 'OVER' TO EX-REASON-CODE
                        MOVE 'AMOUNT EXCEEDS CURRENT BALANCE'
                    WHEN OTHER
                        COMPUTE WS-NEW-BALANCE =
                            CM-CURRENT-BALANCE OF CUSTOMER-MASTER-RECORD
                            - WS-BALANCE-PORTION
                END-EVALUATE.
      *
       A050-REWRITE-MASTER.
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A056-COLLECT-PREMIUM.
      *        A PAYMENT ADDS THE PREMIUM TO THE AMOUNT HELD FOR THE
      *        CARRIER; A REVERSAL TAKES IT BACK OFF.
                IF TX-TYPE-REVERSAL OF TRANS-DETAIL-COPY
                    IF WS-PREMIUM-PORTION > MI-PREMIUM-COLLECTED
                        MOVE 0 TO MI-PREMIUM-COLLECTED
                    ELSE
                        SUBTRACT WS-PREMIUM-PORTION
                            FROM MI-PREMIUM-COLLECTED
                    END-IF
                ELSE
                    ADD WS-PREMIUM-PORTION TO MI-PREMIUM-COLLECTED
                    MOVE BUSINESS-DATE TO MI-LAST-COLLECTED-DATE
                END-IF.
                REWRITE MORTGAGE-INS-RECORD.
                IF WS-MINS-STATUS NOT = '00'
                    MOVE 'MINSFILE' TO WS-ERR-FILE-NAME
                    MOVE 'REWRITE' TO WS-ERR-OPERATION
                    MOVE WS-MINS-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A057-RECORD-RECOVERY.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO CO-MORTGAGE-ACCT-NO.
                MOVE 'READ' TO WS-ERR-OPERATION.
                READ CHARGEOFF-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD TX-TRANS-AMOUNT OF TRANS-DETAIL-COPY
                            TO CO-RECOVERED-TOTAL
                        ADD 1 TO CO-RECOVERY-COUNT
                        MOVE BUSINESS-DATE TO CO-LAST-RECOVERY-DATE
                        MOVE 'REWRITE' TO WS-ERR-OPERATION
                        REWRITE CHARGEOFF-RECORD
                END-READ.
                IF WS-CHGOFF-STATUS NOT = '00'
                    MOVE 'CHGOFF' TO WS-ERR-FILE-NAME
                    MOVE WS-CHGOFF-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A041-FIND-REVERSED-ROW.
      *        WHAT THE ORIGINAL PAYMENT TOOK IS ON ITS PAYHIST ROW -
      *        THE LATEST PAYMENT OR DEBIT ROW WITH THE REVERSED
      *        AMOUNT.  ITS PH-PREMIUM-APPLIED IS THE PREMIUM TO TAKE
      *        BACK OFF THE CARRIER, ITS PH-FEE-APPLIED THE FEE TO
      *        RESTORE AND ITS PH-INTEREST-APPLIED THE ACCRUED
      *        INTEREST TO PUT BACK ON THE LEDGER, SO ONLY THE
      *        REMAINDER GOES BACK TO PRINCIPAL.  A ROW POSTED BEFORE
      *        ONE OF THOSE FIELDS EXISTED CARRIES SPACES AND TOOK
      *        NONE.
                MOVE 'N' TO WS-REVFEE-EOF-SWITCH.
                MOVE 0 TO WS-REVERSED-INTEREST.
                MOVE 0 TO WS-REVERSED-FEE.
                MOVE 0 TO WS-REVERSED-PREMIUM.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO PH-MORTGAGE-ACCT-NO.
                MOVE 0 TO PH-PAYMENT-SEQ.
                    INVALID KEY
                        SET WS-REVFEE-EOF TO TRUE
                END-START.
                PERFORM A042-SCAN-REVERSED-ROW
                    UNTIL WS-REVFEE-EOF.
      *
       A042-SCAN-REVERSED-ROW.
                READ PAYMENT-HISTORY-FILE NEXT RECORD
                    AT END
                        SET WS-REVFEE-EOF TO TRUE
                        ELSE
                            IF (PH-TRANS-TYPE = 'P'
                              OR PH-TRANS-TYPE = 'D')
                              AND NOT PH-BACKED-OUT
                              AND PH-TRANS-AMOUNT =
                                    TX-TRANS-AMOUNT
                                        OF TRANS-DETAIL-COPY
                                PERFORM A046-NOTE-REVERSED-ROW
                            END-IF
                        END-IF
                END-READ.
      *
       A047-APPLY-REVERSED-FEE.
      *        THE REVERSED ROW'S FEE AND RELIEVED INTEREST COME
      *        BACK OUT OF WHAT IS LEFT AFTER ESCROW AND PREMIUM.
                IF WS-LATEFEE-FOUND
                    MOVE WS-REVERSED-FEE TO WS-FEE-PORTION
                END-IF.
                COMPUTE WS-FEE-HEADROOM =
                    TX-TRANS-AMOUNT OF TRANS-DETAIL-COPY
                    - WS-ESCROW-PORTION - WS-PREMIUM-PORTION.
                IF WS-FEE-PORTION > WS-FEE-HEADROOM
                    MOVE WS-FEE-HEADROOM TO WS-FEE-PORTION
                END-IF.
                IF WS-ACCRUAL-FOUND
                    COMPUTE WS-INTEREST-PORTION =
                        WS-FEE-HEADROOM - WS-FEE-PORTION
                    IF WS-INTEREST-PORTION > WS-REVERSED-INTEREST
                        MOVE WS-REVERSED-INTEREST
                            TO WS-INTEREST-PORTION
                    END-IF
                END-IF.
      *
       A046-NOTE-REVERSED-ROW.
                MOVE 0 TO WS-REVERSED-FEE.
                IF PH-FEE-APPLIED NUMERIC
                    MOVE PH-FEE-APPLIED TO WS-REVERSED-FEE
                END-IF.
                MOVE 0 TO WS-REVERSED-INTEREST.
                IF PH-INTEREST-APPLIED NUMERIC
                    MOVE PH-INTEREST-APPLIED TO WS-REVERSED-INTEREST
                END-IF.
                MOVE 0 TO WS-REVERSED-PREMIUM.
                IF PH-PREMIUM-APPLIED NUMERIC
                    MOVE PH-PREMIUM-APPLIED TO WS-REVERSED-PREMIUM
                END-IF.
      *
       A059-COLLECT-FEE.
      *        A PAYMENT PAYS THE FEE BALANCE DOWN; A REVERSAL PUTS
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A054-RELIEVE-ACCRUAL.
      *        A PAYMENT TAKES THE INTEREST IT PAID OFF THE LEDGER;
      *        A REVERSAL PUTS THE REVERSED ROW'S INTEREST BACK AND
      *        TAKES IT OFF THE RELIEVED TOTAL.
                IF TX-TYPE-REVERSAL OF TRANS-DETAIL-COPY
                    ADD WS-INTEREST-PORTION TO AI-ACCRUED-BALANCE
                    IF WS-INTEREST-PORTION > AI-TOTAL-RELIEVED
                        MOVE 0 TO AI-TOTAL-RELIEVED
                    ELSE
                        SUBTRACT WS-INTEREST-PORTION
                            FROM AI-TOTAL-RELIEVED
                    END-IF
                ELSE
                    SUBTRACT WS-INTEREST-PORTION FROM AI-ACCRUED-BALANCE
                    ADD WS-INTEREST-PORTION TO AI-TOTAL-RELIEVED
                END-IF.
                REWRITE ACCRUED-INTEREST-RECORD.
                IF WS-ACCR-STATUS NOT = '00'
                    MOVE 'ACCRINT' TO WS-ERR-FILE-NAME
                    MOVE 'REWRITE' TO WS-ERR-OPERATION
                    MOVE WS-ACCR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A060-WRITE-HISTORY.
                MOVE LA-NEXT-PAYMENT-SEQ TO WS-NEXT-PAYMENT-SEQ.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO PH-MORTGAGE-ACCT-NO.
                MOVE WS-NEXT-PAYMENT-SEQ TO PH-PAYMENT-SEQ.
                MOVE WS-NEW-BALANCE TO PH-BALANCE-AFTER.
                MOVE BUSINESS-DATE TO PH-POST-DATE.
                MOVE WS-FEE-PORTION TO PH-FEE-APPLIED.
                MOVE WS-INTEREST-PORTION TO PH-INTEREST-APPLIED.
                MOVE WS-PREMIUM-PORTION TO PH-PREMIUM-APPLIED.
                MOVE WS-POST-SENDER TO PH-SENDER-ID.
                MOVE SPACES TO PH-BACKOUT-FLAG.
                MOVE SPACES TO PH-BACKOUT-DATE.
                WRITE PAYMENT-HISTORY-RECORD.
                IF WS-PAYHIST-STATUS NOT = '00'
                    MOVE 'PAYHIST' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-PAYHIST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                ELSE
                    PERFORM A062-UPDATE-ACTIVITY
                END-IF.
      *
       A031-FETCH-ACTIVITY.
      *        THE ACCOUNT'S LOANACTV SUMMARY CARRIES ITS NEXT
      *        HISTORY SEQUENCE AND THE DAY'S POSTINGS.  AN ACCOUNT
      *        WITH NO SUMMARY YET - A NEW LOAN, OR ONE WHOSE HISTORY
      *        WAS POSTED BEFORE THE FILE EXISTED - HAS ONE BUILT
      *        FROM ITS PAYHIST ROWS, WRITTEN WITH ITS FIRST POSTING.
                MOVE 'N' TO WS-ACTIVITY-FOUND-SWITCH.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO LA-MORTGAGE-ACCT-NO.
                READ LOAN-ACTIVITY-FILE
                    INVALID KEY
                        PERFORM A061-BUILD-ACTIVITY
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
      *
       A061-BUILD-ACTIVITY.
                PERFORM A065-START-SUMMARY.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO LA-MORTGAGE-ACCT-NO.
                MOVE CM-CUSTOMER-ID OF CUSTOMER-COPY TO LA-CUSTOMER-ID.
                MOVE 'N' TO WS-BUILD-EOF-SWITCH.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO PH-MORTGAGE-ACCT-NO.
                MOVE 0 TO PH-PAYMENT-SEQ.
                START PAYMENT-HISTORY-FILE
                    KEY IS NOT LESS THAN PH-HIST-KEY
                    INVALID KEY
                        SET WS-BUILD-EOF TO TRUE
                END-START.
                PERFORM A063-BUILD-ONE-ROW
                    UNTIL WS-BUILD-EOF.
      *
       A063-BUILD-ONE-ROW.
                READ PAYMENT-HISTORY-FILE NEXT RECORD
                    AT END
                        SET WS-BUILD-EOF TO TRUE
                    NOT AT END
                        IF PH-MORTGAGE-ACCT-NO NOT =
                                CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                            SET WS-BUILD-EOF TO TRUE
                        ELSE
                            CALL 'DBBLACT' USING PAYMENT-HISTORY-RECORD
                                LOAN-ACTIVITY-RECORD
                        END-IF
                END-READ.
      *
       A062-UPDATE-ACTIVITY.
      *        THE ROW JUST WRITTEN GOES ONTO THE SUMMARY - A NEW
      *        ACCOUNT'S SUMMARY IS WRITTEN, AN EXISTING ONE
      *        REWRITTEN.
                CALL 'DBBLACT' USING PAYMENT-HISTORY-RECORD
                    LOAN-ACTIVITY-RECORD.
                IF WS-ACTIVITY-FOUND
                    REWRITE LOAN-ACTIVITY-RECORD
                    MOVE 'REWRITE' TO WS-ERR-OPERATION
                ELSE
                    WRITE LOAN-ACTIVITY-RECORD
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    SET WS-ACTIVITY-FOUND TO TRUE
                END-IF.
                IF WS-LACT-STATUS NOT = '00'
                    MOVE 'LOANACTV' TO WS-ERR-FILE-NAME
                    MOVE WS-LACT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A064-REBUILD-ACTIVITY.
      *        ONE PASS OF PAYHIST IN KEY ORDER - EACH ACCOUNT'S ROWS
      *        ARE APPLIED TO A FRESH SUMMARY THROUGH THE SAME
      *        DBBLACT THE POSTING PATH USES, AND THE SUMMARY IS
      *        WRITTEN AT THE ACCOUNT BREAK.
                MOVE 'N' TO WS-BUILD-EOF-SWITCH.
                MOVE SPACES TO WS-REBUILD-ACCT.
                MOVE LOW-VALUES TO PH-MORTGAGE-ACCT-NO.
                MOVE 0 TO PH-PAYMENT-SEQ.
                START PAYMENT-HISTORY-FILE
                    KEY IS NOT LESS THAN PH-HIST-KEY
                    INVALID KEY
                        SET WS-BUILD-EOF TO TRUE
                END-START.
                PERFORM A066-REBUILD-ONE-ROW
                    UNTIL WS-BUILD-EOF.
                IF WS-REBUILD-ACCT NOT = SPACES
                    PERFORM A068-WRITE-REBUILT-SUMMARY
                END-IF.
      *
       A065-START-SUMMARY.
                MOVE SPACES TO LOAN-ACTIVITY-RECORD.
                INITIALIZE LOAN-ACTIVITY-RECORD.
                MOVE 1 TO LA-NEXT-PAYMENT-SEQ.
      *
       A066-REBUILD-ONE-ROW.
                READ PAYMENT-HISTORY-FILE NEXT RECORD
                    AT END
                        SET WS-BUILD-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-RECORDS-IN
                        IF PH-MORTGAGE-ACCT-NO NOT = WS-REBUILD-ACCT
                            IF WS-REBUILD-ACCT NOT = SPACES
                                PERFORM A068-WRITE-REBUILT-SUMMARY
                            END-IF
                            MOVE PH-MORTGAGE-ACCT-NO
                                TO WS-REBUILD-ACCT
                            PERFORM A065-START-SUMMARY
                        END-IF
                        CALL 'DBBLACT' USING PAYMENT-HISTORY-RECORD
                            LOAN-ACTIVITY-RECORD
                END-READ.
                IF WS-PAYHIST-STATUS NOT = '00'
                  AND WS-PAYHIST-STATUS NOT = '10'
                    MOVE 'PAYHIST' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-PAYHIST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-BUILD-EOF TO TRUE
                END-IF.
      *
       A068-WRITE-REBUILT-SUMMARY.
                WRITE LOAN-ACTIVITY-RECORD.
                IF WS-LACT-STATUS NOT = '00'
                    MOVE 'LOANACTV' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-LACT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                ELSE
                    ADD 1 TO WS-CTL-RECORD-COUNT
                END-IF.
      *
       A027-WRITE-EXCEPTION.
                CLOSE SUSPENSE-FILE.
                CLOSE CUSTOMER-MASTER-FILE.
                CLOSE PAYMENT-HISTORY-FILE.
                CLOSE LOAN-ACTIVITY-FILE.
                CLOSE ESCROW-FILE.
                CLOSE LATE-FEE-FILE.
                CLOSE ACCRUED-INTEREST-FILE.
                CLOSE MORTGAGE-INS-FILE.
                CLOSE CHARGEOFF-FILE.
                CLOSE CONTROL-TOTAL-FILE.
                CLOSE EXCEPTION-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
      *
       A092-CLOSE-REBUILD-FILES.
                DISPLAY 'HISTORY ROWS READ   : ' WS-RECORDS-IN.
                DISPLAY 'SUMMARIES REBUILT   : ' WS-CTL-RECORD-COUNT.
                PERFORM A085-WRITE-AUDIT-LOG.
                CLOSE PAYMENT-HISTORY-FILE.
                CLOSE LOAN-ACTIVITY-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
