  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBLMEV.
      *****************************************************************
      *** Modification History                                     ***
      *****************************************************************
      *    2026-10-15  Initial version - nightly loss-mitigation plan  *
      *                settlement.  Every ACTIVE plan on the keyed     *
      *                LMPLAN file whose end date has passed is        *
      *                settled against PAYHIST: the payments posted    *
      *                inside the plan period (reversals backed out)   *
      *                are set against the plan payment for each       *
      *                month of the period.  A plan paid in full is    *
      *                marked PERFORMED and, for a forbearance, the    *
      *                months it excused are carried on the plan row   *
      *                for DBBDELQ to credit.  A plan short of its     *
      *                payments is marked NOT PERFORMED and excuses    *
      *                nothing, so the following DBBDELQ step ages the *
      *                arrears in full and reopens the collections     *
      *                case.  Prints a settlement report naming every  *
      *                plan returned to collections.                   *
      *    2026-10-15  A history row DBBBACK backed out is not counted *
      *                toward the plan.                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOSS-MIT-PLAN-FILE
               ASSIGN TO "LMPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-LMPLAN-STATUS.
           SELECT PAYMENT-HISTORY-FILE
               ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HIST-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT PLAN-REPORT-FILE
               ASSIGN TO "LMPLRPT"
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
       FD  LOSS-MIT-PLAN-FILE.
       01  LOSS-MIT-PLAN-RECORD.
           COPY EPSLMPL.
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           COPY EPSPAYH.
       FD  PLAN-REPORT-FILE.
       01  PLAN-REPORT-LINE             PIC X(80).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY EPSAUDIT.
       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD.
           COPY EPSERRLG.
       WORKING-STORAGE SECTION.
       01 DATE-JOUR PIC X(10).
       01 BUSINESS-DATE PIC X(10).
       01 WS-LMPLAN-STATUS PIC X(2).
       01 WS-PAYHIST-STATUS PIC X(2).
       01 WS-RPT-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
       01 WS-ERR-FILE-NAME PIC X(8).
       01 WS-ERR-OPERATION PIC X(8).
       01 WS-ERR-STATUS-CODE PIC X(2).
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-LMPLAN VALUE 'Y'.
       01 WS-HIST-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-PAYHIST VALUE 'Y'.
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-SETTLED-COUNT PIC 9(7) VALUE 0.
       01 WS-PERFORMED-COUNT PIC 9(7) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(7) VALUE 0.
       01 WS-PLAN-MONTHS PIC S9(5) VALUE 0.
       01 WS-PAYMENTS-IN-PLAN PIC S9(5) VALUE 0.
       01 WS-MONTHS-EXCUSED PIC S9(5) VALUE 0.
       01 WS-AMOUNT-PAID PIC S9(9)V99 VALUE 0.
       01 WS-AMOUNT-REQUIRED PIC 9(9)V99 VALUE 0.
       01 WS-START-YYYY PIC 9(4).
       01 WS-START-MM PIC 9(2).
       01 WS-END-YYYY PIC 9(4).
       01 WS-END-MM PIC 9(2).
       01 WS-HEADING-LINE-1.
          05 FILLER              PIC X(31) VALUE
             'LOSS-MITIGATION PLAN SETTLEMENT'.
          05 FILLER              PIC X(8)  VALUE SPACES.
          05 FILLER              PIC X(9)  VALUE 'RUN DATE:'.
          05 HL-RUN-DATE         PIC X(10).
       01 WS-HEADING-LINE-2.
          05 FILLER              PIC X(14) VALUE 'ACCOUNT'.
          05 FILLER              PIC X(3)  VALUE 'T'.
          05 FILLER              PIC X(11) VALUE 'START'.
          05 FILLER              PIC X(11) VALUE 'END'.
          05 FILLER              PIC X(11) VALUE '  REQUIRED'.
          05 FILLER              PIC X(11) VALUE '      PAID'.
          05 FILLER              PIC X(13) VALUE 'RESULT'.
       01 WS-DETAIL-LINE.
          05 DL-MORTGAGE-ACCT    PIC X(12).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-PLAN-TYPE        PIC X(1).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-START-DATE       PIC X(10).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-END-DATE         PIC X(10).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-REQUIRED         PIC ZZZ,ZZ9.99.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-PAID             PIC ZZZ,ZZ9.99-.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-RESULT           PIC X(13).
       01 WS-TOTAL-LINE-1.
          05 FILLER              PIC X(40) VALUE
             'PLANS SETTLED                        : '.
          05 TL-SETTLED-COUNT    PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-2.
          05 FILLER              PIC X(40) VALUE
             'PERFORMED                            : '.
          05 TL-PERFORMED-COUNT  PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-3.
          05 FILLER              PIC X(40) VALUE
             'NOT PERFORMED - RETURNED TO COLLECTIONS'.
          05 TL-FAILED-COUNT     PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
                CALL 'DBBDATE' USING DATE-JOUR BUSINESS-DATE.
                DISPLAY 'DBBLMEV RUN DATE: ' BUSINESS-DATE.
                PERFORM A010-OPEN-FILES.
                PERFORM A015-WRITE-HEADING.
                PERFORM A020-READ-PLAN.
                PERFORM A030-PROCESS-PLAN
                    UNTIL WS-EOF-LMPLAN.
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
                OPEN I-O LOSS-MIT-PLAN-FILE.
                IF WS-LMPLAN-STATUS NOT = '00'
                    MOVE 'LMPLAN' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-LMPLAN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT PAYMENT-HISTORY-FILE.
                IF WS-PAYHIST-STATUS NOT = '00'
                    MOVE 'PAYHIST' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-PAYHIST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT PLAN-REPORT-FILE.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'LMPLRPT' TO WS-ERR-FILE-NAME
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
       A015-WRITE-HEADING.
                MOVE BUSINESS-DATE TO HL-RUN-DATE.
                WRITE PLAN-REPORT-LINE FROM WS-HEADING-LINE-1.
                PERFORM A075-CHECK-RPT-STATUS.
                WRITE PLAN-REPORT-LINE FROM WS-HEADING-LINE-2.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A020-READ-PLAN.
                READ LOSS-MIT-PLAN-FILE
                    AT END
                        SET WS-EOF-LMPLAN TO TRUE
                    NOT AT END
                        ADD 1 TO WS-RECORDS-IN
                END-READ.
                IF WS-LMPLAN-STATUS NOT = '00'
                  AND WS-LMPLAN-STATUS NOT = '10'
                    MOVE 'LMPLAN' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-LMPLAN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A030-PROCESS-PLAN.
      *        ONLY AN ACTIVE PLAN WHOSE PERIOD HAS FULLY RUN IS
      *        SETTLED - THE END DATE ITSELF IS STILL INSIDE THE PLAN.
                IF LM-STATUS-ACTIVE
                  AND LM-END-DATE < BUSINESS-DATE
                    PERFORM A035-COUNT-PLAN-MONTHS
                    PERFORM A040-TALLY-PLAN-PAYMENTS
                    PERFORM A050-SETTLE-PLAN
                    PERFORM A060-WRITE-DETAIL
                END-IF.
                PERFORM A020-READ-PLAN.
      *
       A035-COUNT-PLAN-MONTHS.
      *        EVERY CALENDAR MONTH THE PLAN TOUCHES COUNTS AS ONE
      *        PLAN PAYMENT, THE START AND END MONTHS INCLUDED.
                MOVE LM-START-DATE (1:4) TO WS-START-YYYY.
                MOVE LM-START-DATE (6:2) TO WS-START-MM.
                MOVE LM-END-DATE (1:4) TO WS-END-YYYY.
                MOVE LM-END-DATE (6:2) TO WS-END-MM.
                COMPUTE WS-PLAN-MONTHS =
                    (WS-END-YYYY - WS-START-YYYY) * 12
                    + WS-END-MM - WS-START-MM + 1.
                IF WS-PLAN-MONTHS < 1
                    MOVE 1 TO WS-PLAN-MONTHS
                END-IF.
                COMPUTE WS-AMOUNT-REQUIRED =
                    LM-PLAN-PAYMENT * WS-PLAN-MONTHS.
      *
       A040-TALLY-PLAN-PAYMENTS.
                MOVE 0 TO WS-AMOUNT-PAID.
                MOVE 0 TO WS-PAYMENTS-IN-PLAN.
                MOVE 'N' TO WS-HIST-EOF-SWITCH.
                MOVE LM-MORTGAGE-ACCT-NO TO PH-MORTGAGE-ACCT-NO.
                MOVE 0 TO PH-PAYMENT-SEQ.
                START PAYMENT-HISTORY-FILE
                    KEY IS NOT LESS THAN PH-HIST-KEY
                    INVALID KEY
                        SET WS-EOF-PAYHIST TO TRUE
                END-START.
                PERFORM A045-TALLY-HISTORY-ROW
                    UNTIL WS-EOF-PAYHIST.
      *
       A045-TALLY-HISTORY-ROW.
                READ PAYMENT-HISTORY-FILE NEXT RECORD
                    AT END
                        SET WS-EOF-PAYHIST TO TRUE
                    NOT AT END
                        IF PH-MORTGAGE-ACCT-NO NOT =
                                LM-MORTGAGE-ACCT-NO
                            SET WS-EOF-PAYHIST TO TRUE
                        ELSE
                            IF PH-POST-DATE NOT < LM-START-DATE
                              AND PH-POST-DATE NOT > LM-END-DATE
                              AND NOT PH-BACKED-OUT
                                PERFORM A047-APPLY-HISTORY-ROW
                            END-IF
                        END-IF
                END-READ.
                IF WS-PAYHIST-STATUS NOT = '00'
                  AND WS-PAYHIST-STATUS NOT = '10'
                    MOVE 'PAYHIST' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-PAYHIST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A047-APPLY-HISTORY-ROW.
      *        COUNTED THE WAY DBBDELQ COUNTS - EVERY POSTING IS A
      *        PAYMENT AND A REVERSAL TAKES ONE BACK.
                IF PH-TRANS-TYPE = 'R'
                    SUBTRACT PH-TRANS-AMOUNT FROM WS-AMOUNT-PAID
                    SUBTRACT 1 FROM WS-PAYMENTS-IN-PLAN
                ELSE
                    ADD PH-TRANS-AMOUNT TO WS-AMOUNT-PAID
                    ADD 1 TO WS-PAYMENTS-IN-PLAN
                END-IF.
      *
       A050-SETTLE-PLAN.
      *        A PERFORMED FORBEARANCE EXCUSES THE MONTHS IT LEFT
      *        UNPAID; THOSE ARE ADDED TO WHATEVER EARLIER PLANS
      *        ALREADY EXCUSED.  A PLAN NOT PERFORMED EXCUSES
      *        NOTHING FURTHER.
                ADD 1 TO WS-SETTLED-COUNT.
                IF WS-AMOUNT-PAID < 0
                    MOVE 0 TO WS-AMOUNT-PAID
                END-IF.
                MOVE WS-AMOUNT-PAID TO LM-AMOUNT-PAID-IN-PLAN.
                MOVE BUSINESS-DATE TO LM-EVALUATED-DATE.
                IF WS-AMOUNT-PAID NOT < WS-AMOUNT-REQUIRED
                    SET LM-STATUS-PERFORMED TO TRUE
                    ADD 1 TO WS-PERFORMED-COUNT
                    IF LM-TYPE-FORBEARANCE
                        COMPUTE WS-MONTHS-EXCUSED =
                            WS-PLAN-MONTHS - WS-PAYMENTS-IN-PLAN
                        IF WS-MONTHS-EXCUSED > 0
                            ADD WS-MONTHS-EXCUSED
                                TO LM-PAYMENTS-DEFERRED
                        END-IF
                    END-IF
                ELSE
                    SET LM-STATUS-FAILED TO TRUE
                    ADD 1 TO WS-FAILED-COUNT
                END-IF.
                REWRITE LOSS-MIT-PLAN-RECORD.
                IF WS-LMPLAN-STATUS NOT = '00'
                    MOVE 'LMPLAN' TO WS-ERR-FILE-NAME
                    MOVE 'REWRITE' TO WS-ERR-OPERATION
                    MOVE WS-LMPLAN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A060-WRITE-DETAIL.
                MOVE LM-MORTGAGE-ACCT-NO TO DL-MORTGAGE-ACCT.
                MOVE LM-PLAN-TYPE TO DL-PLAN-TYPE.
                MOVE LM-START-DATE TO DL-START-DATE.
                MOVE LM-END-DATE TO DL-END-DATE.
                MOVE WS-AMOUNT-REQUIRED TO DL-REQUIRED.
                MOVE WS-AMOUNT-PAID TO DL-PAID.
                IF LM-STATUS-PERFORMED
                    MOVE 'PERFORMED' TO DL-RESULT
                ELSE
                    MOVE 'NOT PERFORMED' TO DL-RESULT
                END-IF.
                WRITE PLAN-REPORT-LINE FROM WS-DETAIL-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A070-WRITE-TOTALS.
                MOVE WS-SETTLED-COUNT TO TL-SETTLED-COUNT.
                WRITE PLAN-REPORT-LINE FROM WS-TOTAL-LINE-1.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE WS-PERFORMED-COUNT TO TL-PERFORMED-COUNT.
                WRITE PLAN-REPORT-LINE FROM WS-TOTAL-LINE-2.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE WS-FAILED-COUNT TO TL-FAILED-COUNT.
                WRITE PLAN-REPORT-LINE FROM WS-TOTAL-LINE-3.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A075-CHECK-RPT-STATUS.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'LMPLRPT' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A085-WRITE-AUDIT-LOG.
                MOVE 'DBBLMEV' TO AL-PROGRAM-ID.
                MOVE BUSINESS-DATE TO AL-RUN-DATE.
                MOVE WS-RECORDS-IN TO AL-RECORDS-IN.
                MOVE WS-SETTLED-COUNT TO AL-RECORDS-OUT.
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
                MOVE 'DBBLMEV' TO ER-PROGRAM-ID.
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
                CLOSE LOSS-MIT-PLAN-FILE.
                CLOSE PAYMENT-HISTORY-FILE.
                CLOSE PLAN-REPORT-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
