      *                principal instead of debiting interest income   *
      *                the prepayment never credited - the same        *
      *                correction DBBSTMT's contribution table made.   *
      *    2026-10-15  Accrual-basis interest - a row that carries     *
      *                PH-INTEREST-APPLIED (posted since the accrued-  *
      *                interest ledger went in) credits that interest  *
      *                to the ACCR-INT-RCV receivable instead of       *
      *                income, since DBBACCR already booked the income *
      *                as it accrued; only the rest of the principal   *
      *                applied goes to LOAN-PRIN.  A payoff settlement *
      *                splits its interest between the receivable it   *
      *                clears and income for the unaccrued remainder.  *
      *                Older rows keep the schedule split.  The        *
      *                night's accrual lines DBBACCR wrote to the      *
      *                ACCRUAL-JOURNAL file are carried into the       *
      *                batch ahead of the trailer and counted in its   *
      *                totals.                                         *
      *    2026-10-15  Posting-run backout - the offsetting lines      *
      *                DBBBACK writes to the BACKOUT-JOURNAL file when *
      *                it undoes a night's postings are carried into   *
      *                the batch ahead of the trailer and counted in   *
      *                its totals.  A history row backed out on an     *
      *                earlier night is passed by: it neither journals *
      *                nor counts toward the payment ordinal.          *
      *    2026-10-15  Charge-offs - the write-off lines DBBCHGO       *
      *                writes to the CHARGEOFF-JOURNAL file are        *
      *                carried into the batch ahead of the trailer,    *
      *                dated lines only, the way the accrual lines     *
      *                are.  A recovery row (type V, a payment DBBPOST *
      *                took on a charged-off loan) journals as cash in *
      *                and recovery income; it has nothing to do with  *
      *                the schedule and does not move the payment      *
      *                ordinal.                                        *
      *    2026-10-15  The accrual and charge-off lines are carried    *
      *                whatever their date, as the backout lines are - *
      *                the suite now empties ACCRJRNL and CHGOJRNL     *
      *                only after a clean extract, so a line left by a *
      *                night the extract failed goes in the next batch *
      *                instead of being passed by.                     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.
           SELECT ACCRUAL-JOURNAL-FILE
               ASSIGN TO "ACCRJRNL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCRJ-STATUS.
           SELECT BACKOUT-JOURNAL-FILE
               ASSIGN TO "BKOTJRNL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BKOTJ-STATUS.
           SELECT CHARGEOFF-JOURNAL-FILE
               ASSIGN TO "CHGOJRNL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHGOJ-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           COPY EPSGLJR.
       FD  ACCRUAL-JOURNAL-FILE.
       01  ACCRUAL-JOURNAL-RECORD.
           COPY EPSGLJR REPLACING LEADING ==GJ-== BY ==AJ-==.
       FD  BACKOUT-JOURNAL-FILE.
       01  BACKOUT-JOURNAL-RECORD.
           COPY EPSGLJR REPLACING LEADING ==GJ-== BY ==BJ-==.
       FD  CHARGEOFF-JOURNAL-FILE.
       01  CHARGEOFF-JOURNAL-RECORD.
           COPY EPSGLJR REPLACING LEADING ==GJ-== BY ==CJ-==.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY EPSAUDIT.
       01 WS-PAYHIST-STATUS PIC X(2).
       01 WS-AMORSCHD-STATUS PIC X(2).
       01 WS-GLJRNL-STATUS PIC X(2).
       01 WS-ACCRJ-STATUS PIC X(2).
       01 WS-BKOTJ-STATUS PIC X(2).
       01 WS-CHGOJ-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
       01 WS-ERR-FILE-NAME PIC X(8).
       01 WS-INTEREST-PORTION PIC 9(7)V99 VALUE 0.
       01 WS-PRINCIPAL-PORTION PIC 9(7)V99 VALUE 0.
       01 WS-FEE-PORTION PIC 9(7)V99 VALUE 0.
       01 WS-ACCRUED-PORTION PIC 9(7)V99 VALUE 0.
       01 WS-ACCRJ-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-ACCRJRNL VALUE 'Y'.
       01 WS-ACCRUAL-LINES PIC 9(7) VALUE 0.
       01 WS-BKOTJ-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-BKOTJRNL VALUE 'Y'.
       01 WS-BACKOUT-LINES PIC 9(7) VALUE 0.
       01 WS-CHGOJ-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-CHGOJRNL VALUE 'Y'.
       01 WS-CHARGEOFF-LINES PIC 9(7) VALUE 0.
       01 WS-GL-ACCOUNT PIC X(12).
       01 WS-GL-SIDE PIC X(1).
       01 WS-GL-AMOUNT PIC 9(9)V99.
                PERFORM A020-POSITION-HISTORY.
                PERFORM A030-PROCESS-HISTORY-ROW
                    UNTIL WS-EOF-PAYHIST.
                PERFORM A075-MERGE-ACCRUALS
                    UNTIL WS-EOF-ACCRJRNL.
                PERFORM A078-MERGE-BACKOUTS
                    UNTIL WS-EOF-BKOTJRNL.
                PERFORM A073-MERGE-CHARGEOFFS
                    UNTIL WS-EOF-CHGOJRNL.
                PERFORM A080-WRITE-TRAILER.
                PERFORM A090-CLOSE-FILES.
                STOP RUN.
                    MOVE WS-GLJRNL-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT ACCRUAL-JOURNAL-FILE.
                IF WS-ACCRJ-STATUS NOT = '00'
                    MOVE 'ACCRJRNL' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-ACCRJ-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-EOF-ACCRJRNL TO TRUE
                END-IF.
                OPEN INPUT BACKOUT-JOURNAL-FILE.
                IF WS-BKOTJ-STATUS NOT = '00'
                    MOVE 'BKOTJRNL' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-BKOTJ-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-EOF-BKOTJRNL TO TRUE
                END-IF.
                OPEN INPUT CHARGEOFF-JOURNAL-FILE.
                IF WS-CHGOJ-STATUS NOT = '00'
                    MOVE 'CHGOJRNL' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CHGOJ-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-EOF-CHGOJRNL TO TRUE
                END-IF.
                OPEN EXTEND AUDIT-LOG-FILE.
                IF WS-AUDIT-STATUS NOT = '00'
                    MOVE 'AUDITLOG' TO WS-ERR-FILE-NAME
                PERFORM A037-READ-SCHEDULE-ROW.
      *
       A040-HANDLE-ROW.
      *        A ROW DBBBACK BACKED OUT ON AN EARLIER NIGHT WAS NEVER
      *        A PAYMENT - IT NEITHER JOURNALS NOR MOVES THE ORDINAL.
      *        ONE POSTED TODAY AND ALREADY BACKED OUT STILL
      *        JOURNALS, BECAUSE THE BACKOUT'S OFFSETTING LINES RIDE
      *        IN THE SAME BATCH.  A RECOVERY ON A CHARGED-OFF LOAN
      *        IS NOT A SCHEDULED PAYMENT AND LEAVES THE ORDINAL
      *        ALONE.
                EVALUATE TRUE
                    WHEN PH-BACKED-OUT
                      AND PH-POST-DATE NOT = BUSINESS-DATE
                        CONTINUE
                    WHEN PH-TRANS-TYPE = 'V'
                        IF PH-POST-DATE = BUSINESS-DATE
                            PERFORM A065-WRITE-RECOVERY-ENTRIES
                        END-IF
                    WHEN OTHER
                        PERFORM A041-HANDLE-LIVE-ROW
                END-EVALUATE.
      *
       A041-HANDLE-LIVE-ROW.
      *        THE ORDINAL TRACKS EVERY ROW OF THE ACCOUNT, BUT ONLY
      *        ROWS POSTED ON THE BUSINESS DATE PRODUCE JOURNAL
      *        LINES.  A REVERSAL REFERS TO THE PAYMENT AT THE
      *        OVER THE REMAINING PRINCIPAL, WITH NO ESCROW LEG.
      *        A REVERSAL WHOSE ORDINAL POINTS AT A PREPAYMENT
      *        BACKS OUT PURE PRINCIPAL - THE PREPAYMENT NEVER
      *        CREDITED INTEREST.  A ROW CARRYING PH-INTEREST-APPLIED
      *        WAS POSTED AGAINST THE ACCRUAL LEDGER: THAT INTEREST
      *        CLEARS THE RECEIVABLE (THE INCOME WAS BOOKED AS IT
      *        ACCRUED) AND NO SCHEDULE SPLIT IS TAKEN.
                MOVE 'N' TO WS-REV-PREPAY-SWITCH.
                MOVE 0 TO WS-ACCRUED-PORTION.
                IF PH-INTEREST-APPLIED NUMERIC
                    MOVE PH-INTEREST-APPLIED TO WS-ACCRUED-PORTION
                END-IF.
                IF PH-TRANS-TYPE = 'R'
                  AND WS-PAYMENT-ORDINAL > 0
                  AND WS-PAYMENT-ORDINAL <= 480
                    MOVE 0 TO WS-FEE-PORTION
                    COMPUTE WS-INTEREST-PORTION =
                        PH-TRANS-AMOUNT - PH-PRINCIPAL-APPLIED
                    IF WS-ACCRUED-PORTION > WS-INTEREST-PORTION
                        MOVE WS-INTEREST-PORTION TO WS-ACCRUED-PORTION
                    END-IF
                    SUBTRACT WS-ACCRUED-PORTION
                        FROM WS-INTEREST-PORTION
                    MOVE PH-PRINCIPAL-APPLIED
                        TO WS-PRINCIPAL-PORTION
                ELSE
                        PH-TRANS-AMOUNT - PH-PRINCIPAL-APPLIED
                        - WS-FEE-PORTION
                    MOVE 0 TO WS-INTEREST-PORTION
                    IF PH-INTEREST-APPLIED NOT NUMERIC
                      AND PH-TRANS-TYPE NOT = 'A'
                      AND NOT WS-REV-PREPAY
                      AND WS-PAYMENT-ORDINAL > 0
                      AND WS-PAYMENT-ORDINAL <= WS-SCHEDULE-COUNT
                    END-IF
                    COMPUTE WS-PRINCIPAL-PORTION =
                        PH-PRINCIPAL-APPLIED - WS-INTEREST-PORTION
                        - WS-ACCRUED-PORTION
                END-IF.
      *
       A055-WRITE-PAYMENT-ENTRIES.
                    MOVE WS-INTEREST-PORTION TO WS-GL-AMOUNT
                    PERFORM A070-WRITE-JOURNAL-LINE
                END-IF.
                IF WS-ACCRUED-PORTION > 0
                    MOVE 'ACCR-INT-RCV' TO WS-GL-ACCOUNT
                    MOVE WS-ACCRUED-PORTION TO WS-GL-AMOUNT
                    PERFORM A070-WRITE-JOURNAL-LINE
                END-IF.
                IF WS-ESCROW-PORTION > 0
                    MOVE 'ESCROW-PAYBL' TO WS-GL-ACCOUNT
                    MOVE WS-ESCROW-PORTION TO WS-GL-AMOUNT
                    MOVE WS-INTEREST-PORTION TO WS-GL-AMOUNT
                    PERFORM A070-WRITE-JOURNAL-LINE
                END-IF.
                IF WS-ACCRUED-PORTION > 0
                    MOVE 'ACCR-INT-RCV' TO WS-GL-ACCOUNT
                    MOVE WS-ACCRUED-PORTION TO WS-GL-AMOUNT
                    PERFORM A070-WRITE-JOURNAL-LINE
                END-IF.
                IF WS-ESCROW-PORTION > 0
                    MOVE 'ESCROW-PAYBL' TO WS-GL-ACCOUNT
                    MOVE WS-ESCROW-PORTION TO WS-GL-AMOUNT
                    MOVE WS-FEE-PORTION TO WS-GL-AMOUNT
                    PERFORM A070-WRITE-JOURNAL-LINE
                END-IF.
      *
       A065-WRITE-RECOVERY-ENTRIES.
      *        THE LOAN WAS WRITTEN OFF, SO NOTHING GOES BACK TO
      *        PRINCIPAL, INTEREST OR ESCROW - THE WHOLE AMOUNT IS
      *        RECOVERY INCOME.
                MOVE 'CASH' TO WS-GL-ACCOUNT.
                MOVE 'D' TO WS-GL-SIDE.
                MOVE PH-TRANS-AMOUNT TO WS-GL-AMOUNT.
                PERFORM A070-WRITE-JOURNAL-LINE.
                MOVE 'RECOVERY-INC' TO WS-GL-ACCOUNT.
                MOVE 'C' TO WS-GL-SIDE.
                PERFORM A070-WRITE-JOURNAL-LINE.
      *
       A070-WRITE-JOURNAL-LINE.
                SET GJ-TYPE-DETAIL TO TRUE.
                ELSE
                    ADD WS-GL-AMOUNT TO WS-CREDIT-TOTAL
                END-IF.
      *
       A073-MERGE-CHARGEOFFS.
      *        DBBCHGO'S WRITE-OFF LINES RIDE IN THE SAME BATCH AND
      *        THE SAME TRAILER TOTALS WHATEVER THEIR DATE, THE WAY
      *        THE BACKOUT LINES DO - THE SUITE EMPTIES CHGOJRNL ONLY
      *        AFTER A CLEAN EXTRACT.
                READ CHARGEOFF-JOURNAL-FILE
                    AT END
                        SET WS-EOF-CHGOJRNL TO TRUE
                    NOT AT END
                        IF CJ-TYPE-DETAIL
                            PERFORM A074-COPY-CHARGEOFF-LINE
                        END-IF
                END-READ.
                IF WS-CHGOJ-STATUS NOT = '00'
                  AND WS-CHGOJ-STATUS NOT = '10'
                    MOVE 'CHGOJRNL' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-CHGOJ-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-EOF-CHGOJRNL TO TRUE
                END-IF.
      *
       A074-COPY-CHARGEOFF-LINE.
                WRITE GL-JOURNAL-RECORD FROM CHARGEOFF-JOURNAL-RECORD.
                IF WS-GLJRNL-STATUS NOT = '00'
                    MOVE 'GLJRNL' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-GLJRNL-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                ADD 1 TO WS-JOURNAL-COUNT.
                ADD 1 TO WS-CHARGEOFF-LINES.
                IF CJ-SIDE-DEBIT
                    ADD CJ-AMOUNT TO WS-DEBIT-TOTAL
                ELSE
                    ADD CJ-AMOUNT TO WS-CREDIT-TOTAL
                END-IF.
      *
       A075-MERGE-ACCRUALS.
      *        DBBACCR'S ACCRUAL LINES RIDE IN THE SAME BATCH AND
      *        THE SAME TRAILER TOTALS WHATEVER THEIR DATE.  THE SUITE
      *        EMPTIES ACCRJRNL ONLY AFTER A CLEAN EXTRACT, SO A LINE
      *        LEFT BY A FAILED NIGHT GOES IN THE NEXT BATCH AND NONE
      *        IS SENT TWICE.
                READ ACCRUAL-JOURNAL-FILE
                    AT END
                        SET WS-EOF-ACCRJRNL TO TRUE
                    NOT AT END
                        IF AJ-TYPE-DETAIL
                            PERFORM A077-COPY-ACCRUAL-LINE
                        END-IF
                END-READ.
                IF WS-ACCRJ-STATUS NOT = '00'
                  AND WS-ACCRJ-STATUS NOT = '10'
                    MOVE 'ACCRJRNL' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-ACCRJ-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-EOF-ACCRJRNL TO TRUE
                END-IF.
      *
       A077-COPY-ACCRUAL-LINE.
                WRITE GL-JOURNAL-RECORD FROM ACCRUAL-JOURNAL-RECORD.
                IF WS-GLJRNL-STATUS NOT = '00'
                    MOVE 'GLJRNL' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-GLJRNL-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                ADD 1 TO WS-JOURNAL-COUNT.
                ADD 1 TO WS-ACCRUAL-LINES.
                IF AJ-SIDE-DEBIT
                    ADD AJ-AMOUNT TO WS-DEBIT-TOTAL
                ELSE
                    ADD AJ-AMOUNT TO WS-CREDIT-TOTAL
                END-IF.
      *
       A078-MERGE-BACKOUTS.
      *        THE OFFSETTING LINES DBBBACK WROTE WHEN A POSTING RUN
      *        WAS BACKED OUT RIDE IN THE NEXT BATCH WHATEVER THEIR
      *        DATE - THE SUITE EMPTIES BKOTJRNL ONLY AFTER A CLEAN
      *        EXTRACT, SO NONE IS SENT TWICE OR LOST.
                READ BACKOUT-JOURNAL-FILE
                    AT END
                        SET WS-EOF-BKOTJRNL TO TRUE
                    NOT AT END
                        IF BJ-TYPE-DETAIL
                            PERFORM A079-COPY-BACKOUT-LINE
                        END-IF
                END-READ.
                IF WS-BKOTJ-STATUS NOT = '00'
                  AND WS-BKOTJ-STATUS NOT = '10'
                    MOVE 'BKOTJRNL' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-BKOTJ-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-EOF-BKOTJRNL TO TRUE
                END-IF.
      *
       A079-COPY-BACKOUT-LINE.
                WRITE GL-JOURNAL-RECORD FROM BACKOUT-JOURNAL-RECORD.
                IF WS-GLJRNL-STATUS NOT = '00'
                    MOVE 'GLJRNL' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-GLJRNL-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                ADD 1 TO WS-JOURNAL-COUNT.
                ADD 1 TO WS-BACKOUT-LINES.
                IF BJ-SIDE-DEBIT
                    ADD BJ-AMOUNT TO WS-DEBIT-TOTAL
                ELSE
                    ADD BJ-AMOUNT TO WS-CREDIT-TOTAL
                END-IF.
      *
       A080-WRITE-TRAILER.
                SET GJ-TYPE-TRAILER TO TRUE.
      *
       A090-CLOSE-FILES.
                DISPLAY 'JOURNAL LINES WRITTEN : ' WS-JOURNAL-COUNT.
                DISPLAY 'ACCRUAL LINES MERGED  : ' WS-ACCRUAL-LINES.
                DISPLAY 'BACKOUT LINES MERGED  : ' WS-BACKOUT-LINES.
                DISPLAY 'CHGOFF LINES MERGED   : ' WS-CHARGEOFF-LINES.
                PERFORM A085-WRITE-AUDIT-LOG.
                CLOSE PAYMENT-HISTORY-FILE.
                CLOSE AMORT-SCHEDULE-FILE.
                CLOSE GL-JOURNAL-FILE.
                CLOSE ACCRUAL-JOURNAL-FILE.
                CLOSE BACKOUT-JOURNAL-FILE.
                CLOSE CHARGEOFF-JOURNAL-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
