  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBLACT.
      *****************************************************************
      *** Modification History                                     ***
      *****************************************************************
      *    2026-10-15  Initial version - applies one PAYMENT-HISTORY   *
      *                row to the account's LOANACTV activity summary  *
      *                record.  Called by DBBPOST and DBBPOFF as each  *
      *                row is written and by the DBBPOST rebuild for   *
      *                every row on file, so the summary is built one  *
      *                way whichever path wrote the history.  Rolls    *
      *                the month-to-date and year-to-date buckets when *
      *                the row's post date moves into a new month or   *
      *                year, keeping the year just closed for the      *
      *                year-end statements, and keeps the day's type   *
      *                and amount pairs for the duplicate-posting      *
      *                check.                                          *
      *    2026-10-15  A row flagged backed out by DBBBACK only        *
      *                advances the next history sequence - it counts  *
      *                toward no bucket, no paid-to installment and no *
      *                day posting.                                    *
      *    2026-10-15  A recovery row (type V) on a charged-off loan   *
      *                advances the next history sequence, the last    *
      *                post date and the day postings only - it pays   *
      *                no installment and counts toward no bucket.     *
      *    2026-10-15  A row posted before the accrual ledger existed  *
      *                (no PH-INTEREST-APPLIED) takes its interest off *
      *                the AMORT-SCHEDULE-FILE row for its payment     *
      *                ordinal, capped at the principal applied, the   *
      *                way DBBGLEX splits it, instead of counting the  *
      *                whole amount as principal.                      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMORT-SCHEDULE-FILE
               ASSIGN TO "AMORSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AS-SCHED-KEY
               FILE STATUS IS WS-AMORSCHD-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  AMORT-SCHEDULE-FILE.
       01  AMORT-SCHEDULE-RECORD.
           COPY EPSAMSCH.
       WORKING-STORAGE SECTION.
       01 WS-ROW-PRINCIPAL PIC S9(9)V99 VALUE 0.
       01 WS-ROW-INTEREST PIC S9(9)V99 VALUE 0.
       01 WS-ROW-ESCROW PIC S9(9)V99 VALUE 0.
       01 WS-ROW-FEES PIC S9(9)V99 VALUE 0.
       01 WS-ROW-YEAR PIC 9(4) VALUE 0.
       01 WS-SUMMARY-YEAR PIC 9(4) VALUE 0.
       01 WS-ROW-ORDINAL PIC S9(5) VALUE 0.
       01 WS-AMORSCHD-STATUS PIC XX VALUE '00'.
      *        THE SCHEDULE FILE IS OPENED THE FIRST TIME A ROW NEEDS
      *        IT AND LEFT OPEN FOR THE REST OF THE RUN.
       01 WS-AMORSCHD-OPEN-SWITCH PIC X VALUE 'N'.
          88 WS-AMORSCHD-NOT-TRIED VALUE 'N'.
          88 WS-AMORSCHD-OPEN VALUE 'Y'.
          88 WS-AMORSCHD-UNAVAILABLE VALUE 'U'.
       LINKAGE SECTION.
       01 LS-HISTORY-ROW.
          COPY EPSPAYH.
       01 LS-ACTIVITY-SUMMARY.
          COPY EPSLACT.
       PROCEDURE DIVISION USING LS-HISTORY-ROW LS-ACTIVITY-SUMMARY.
      *
       A010-APPLY-ROW.
                IF PH-BACKED-OUT
                    PERFORM A050-PASS-BACKED-OUT
                    GOBACK
                END-IF.
                IF PH-TRANS-TYPE = 'V'
                    PERFORM A055-NOTE-RECOVERY
                    GOBACK
                END-IF.
                PERFORM A020-SPLIT-ROW.
                IF PH-POST-DATE (1:4) NOT = LA-YTD-YEAR
                    PERFORM A030-ROLL-YEAR
                END-IF.
                IF PH-POST-DATE (1:7) NOT = LA-MTD-PERIOD
                    MOVE PH-POST-DATE (1:7) TO LA-MTD-PERIOD
                    MOVE 0 TO LA-MTD-PRINCIPAL
                    MOVE 0 TO LA-MTD-INTEREST
                    MOVE 0 TO LA-MTD-ESCROW
                    MOVE 0 TO LA-MTD-FEES
                END-IF.
                MOVE PH-MORTGAGE-ACCT-NO TO LA-MORTGAGE-ACCT-NO.
                MOVE PH-CUSTOMER-ID TO LA-CUSTOMER-ID.
                COMPUTE LA-NEXT-PAYMENT-SEQ = PH-PAYMENT-SEQ + 1.
                MOVE PH-POST-DATE TO LA-LAST-POST-DATE.
                IF PH-TRANS-TYPE = 'R'
                    SUBTRACT 1 FROM LA-PAID-TO-INSTALLMENT
                    SUBTRACT WS-ROW-PRINCIPAL FROM LA-MTD-PRINCIPAL
                    SUBTRACT WS-ROW-INTEREST FROM LA-MTD-INTEREST
                    SUBTRACT WS-ROW-ESCROW FROM LA-MTD-ESCROW
                    SUBTRACT WS-ROW-FEES FROM LA-MTD-FEES
                    SUBTRACT WS-ROW-PRINCIPAL FROM LA-YTD-PRINCIPAL
                    SUBTRACT WS-ROW-INTEREST FROM LA-YTD-INTEREST
                    SUBTRACT WS-ROW-ESCROW FROM LA-YTD-ESCROW
                    SUBTRACT WS-ROW-FEES FROM LA-YTD-FEES
                ELSE
                    ADD 1 TO LA-PAID-TO-INSTALLMENT
                    MOVE PH-POST-DATE TO LA-LAST-PAYMENT-DATE
                    ADD WS-ROW-PRINCIPAL TO LA-MTD-PRINCIPAL
                    ADD WS-ROW-INTEREST TO LA-MTD-INTEREST
                    ADD WS-ROW-ESCROW TO LA-MTD-ESCROW
                    ADD WS-ROW-FEES TO LA-MTD-FEES
                    ADD WS-ROW-PRINCIPAL TO LA-YTD-PRINCIPAL
                    ADD WS-ROW-INTEREST TO LA-YTD-INTEREST
                    ADD WS-ROW-ESCROW TO LA-YTD-ESCROW
                    ADD WS-ROW-FEES TO LA-YTD-FEES
                END-IF.
                PERFORM A040-NOTE-DAY-POSTING.
                GOBACK.
      *
       A020-SPLIT-ROW.
      *        A PAYOFF ROW IS PRINCIPAL PLUS THE FUNDS OVER IT AS
      *        INTEREST.  ANY OTHER ROW CARRIES THE MONEY APPLIED TO
      *        THE LOAN IN PH-PRINCIPAL-APPLIED, OF WHICH THE
      *        RELIEVED INTEREST IS PART, AND THE REST OF THE AMOUNT
      *        AFTER THE FEE WENT TO ESCROW AND THE MI PREMIUM.  A
      *        ROW POSTED BEFORE FEES EXISTED CARRIES SPACES IN
      *        PH-FEE-APPLIED AND COUNTS NO FEE.  ONE POSTED BEFORE
      *        THE ACCRUAL LEDGER EXISTED CARRIES SPACES IN
      *        PH-INTEREST-APPLIED AND TAKES ITS INTEREST OFF THE
      *        SCHEDULE ROW FOR ITS PAYMENT ORDINAL INSTEAD - NONE
      *        FOR A PREPAYMENT, WHICH IS PURE PRINCIPAL.
                MOVE 0 TO WS-ROW-INTEREST.
                MOVE 0 TO WS-ROW-FEES.
                MOVE 0 TO WS-ROW-ESCROW.
                IF PH-TRANS-TYPE = 'F'
                    MOVE PH-PRINCIPAL-APPLIED TO WS-ROW-PRINCIPAL
                    COMPUTE WS-ROW-INTEREST =
                        PH-TRANS-AMOUNT - PH-PRINCIPAL-APPLIED
                ELSE
                    IF PH-INTEREST-APPLIED NUMERIC
                        MOVE PH-INTEREST-APPLIED TO WS-ROW-INTEREST
                    ELSE
                        IF PH-TRANS-TYPE NOT = 'A'
                            PERFORM A025-SCHEDULE-INTEREST
                        END-IF
                    END-IF
                    IF PH-FEE-APPLIED NUMERIC
                        MOVE PH-FEE-APPLIED TO WS-ROW-FEES
                    END-IF
                    COMPUTE WS-ROW-PRINCIPAL =
                        PH-PRINCIPAL-APPLIED - WS-ROW-INTEREST
                    COMPUTE WS-ROW-ESCROW =
                        PH-TRANS-AMOUNT - PH-PRINCIPAL-APPLIED
                        - WS-ROW-FEES
                END-IF.
                IF WS-ROW-INTEREST < 0
                    MOVE 0 TO WS-ROW-INTEREST
                END-IF.
                IF WS-ROW-ESCROW < 0
                    MOVE 0 TO WS-ROW-ESCROW
                END-IF.
      *
       A025-SCHEDULE-INTEREST.
      *        A PAYMENT IS THE INSTALLMENT AFTER THE ONES ALREADY
      *        PAID; A REVERSAL BACKS OUT THE LAST ONE PAID.
                IF LA-PAID-TO-INSTALLMENT NOT NUMERIC
                    MOVE 0 TO LA-PAID-TO-INSTALLMENT
                END-IF.
                IF PH-TRANS-TYPE = 'R'
                    MOVE LA-PAID-TO-INSTALLMENT TO WS-ROW-ORDINAL
                ELSE
                    COMPUTE WS-ROW-ORDINAL = LA-PAID-TO-INSTALLMENT + 1
                END-IF.
                IF WS-AMORSCHD-NOT-TRIED
                    PERFORM A027-OPEN-SCHEDULE
                END-IF.
                IF WS-AMORSCHD-OPEN
                  AND WS-ROW-ORDINAL > 0
                  AND WS-ROW-ORDINAL <= 999
                    MOVE PH-MORTGAGE-ACCT-NO TO AS-MORTGAGE-ACCT-NO
                    MOVE WS-ROW-ORDINAL TO AS-PAYMENT-NUMBER
                    READ AMORT-SCHEDULE-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE AS-INTEREST-PORTION TO WS-ROW-INTEREST
                    END-READ
                    IF WS-ROW-INTEREST > PH-PRINCIPAL-APPLIED
                        MOVE PH-PRINCIPAL-APPLIED TO WS-ROW-INTEREST
                    END-IF
                END-IF.
      *
       A027-OPEN-SCHEDULE.
                OPEN INPUT AMORT-SCHEDULE-FILE.
                IF WS-AMORSCHD-STATUS = '00'
                    SET WS-AMORSCHD-OPEN TO TRUE
                ELSE
                    DISPLAY 'UNABLE TO OPEN AMORT-SCHEDULE-FILE - '
                        'STATUS ' WS-AMORSCHD-STATUS
                    SET WS-AMORSCHD-UNAVAILABLE TO TRUE
                END-IF.
      *
       A030-ROLL-YEAR.
      *        THE YEAR JUST CLOSED BECOMES THE PRIOR YEAR ONLY WHEN
      *        IT IS THE YEAR BEFORE THE ROW'S - AFTER A GAP THERE
      *        WAS NO ACTIVITY IN THE PRIOR YEAR AT ALL.
                MOVE 0 TO LA-PRIOR-YEAR-PRINCIPAL.
                MOVE 0 TO LA-PRIOR-YEAR-INTEREST.
                MOVE 0 TO LA-PRIOR-YEAR-ESCROW.
                MOVE 0 TO LA-PRIOR-YEAR-FEES.
                IF LA-YTD-YEAR NUMERIC
                  AND PH-POST-DATE (1:4) NUMERIC
                    MOVE LA-YTD-YEAR TO WS-SUMMARY-YEAR
                    MOVE PH-POST-DATE (1:4) TO WS-ROW-YEAR
                    IF WS-SUMMARY-YEAR + 1 = WS-ROW-YEAR
                        MOVE LA-YTD-PRINCIPAL
                            TO LA-PRIOR-YEAR-PRINCIPAL
                        MOVE LA-YTD-INTEREST TO LA-PRIOR-YEAR-INTEREST
                        MOVE LA-YTD-ESCROW TO LA-PRIOR-YEAR-ESCROW
                        MOVE LA-YTD-FEES TO LA-PRIOR-YEAR-FEES
                    END-IF
                END-IF.
                MOVE PH-POST-DATE (1:4) TO LA-YTD-YEAR.
                MOVE 0 TO LA-YTD-PRINCIPAL.
                MOVE 0 TO LA-YTD-INTEREST.
                MOVE 0 TO LA-YTD-ESCROW.
                MOVE 0 TO LA-YTD-FEES.
      *
       A040-NOTE-DAY-POSTING.
      *        ONLY TEN PAIRS ARE KEPT - THE COUNT GOES ON CLIMBING
      *        SO DBBPOST KNOWS TO FALL BACK TO A PAYHIST SCAN.
                IF PH-POST-DATE NOT = LA-DAY-DATE
                    MOVE PH-POST-DATE TO LA-DAY-DATE
                    MOVE 0 TO LA-DAY-COUNT
                END-IF.
                IF LA-DAY-COUNT < 999
                    ADD 1 TO LA-DAY-COUNT
                END-IF.
                IF LA-DAY-COUNT <= 10
                    MOVE PH-TRANS-TYPE
                        TO LA-DAY-TRANS-TYPE (LA-DAY-COUNT)
                    MOVE PH-TRANS-AMOUNT
                        TO LA-DAY-TRANS-AMOUNT (LA-DAY-COUNT)
                END-IF.
      *
       A050-PASS-BACKED-OUT.
      *        A BACKED-OUT ROW MOVED NO MONEY AND IS NO PAYMENT -
      *        IT ONLY HOLDS ITS SEQUENCE NUMBER, SO THE NEXT ROW
      *        WRITTEN STILL LANDS AFTER IT.
                MOVE PH-MORTGAGE-ACCT-NO TO LA-MORTGAGE-ACCT-NO.
                MOVE PH-CUSTOMER-ID TO LA-CUSTOMER-ID.
                COMPUTE LA-NEXT-PAYMENT-SEQ = PH-PAYMENT-SEQ + 1.
      *
       A055-NOTE-RECOVERY.
      *        MONEY TAKEN ON A CHARGED-OFF LOAN WENT TO RECOVERY
      *        INCOME, NOT TO THE LOAN - IT HOLDS ITS SEQUENCE AND
      *        STILL COUNTS FOR THE DUPLICATE-POSTING CHECK.
                MOVE PH-MORTGAGE-ACCT-NO TO LA-MORTGAGE-ACCT-NO.
                MOVE PH-CUSTOMER-ID TO LA-CUSTOMER-ID.
                COMPUTE LA-NEXT-PAYMENT-SEQ = PH-PAYMENT-SEQ + 1.
                MOVE PH-POST-DATE TO LA-LAST-POST-DATE.
                PERFORM A040-NOTE-DAY-POSTING.
