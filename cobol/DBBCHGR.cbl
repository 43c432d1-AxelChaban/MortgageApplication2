  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBCHGR.
      *****************************************************************
      *** Modification History                                     ***
      *****************************************************************
      *    2026-10-15  Initial version - monthly charge-off and        *
      *                recovery report for credit risk.  Walks the     *
      *                keyed CHGOFF file DBBCHGO writes and lists      *
      *                every loan charged off in the report period     *
      *                (YYYY-MM on the PARM, the month before the      *
      *                business date when none is given) or that took  *
      *                a recovery in it, the recoveries being the      *
      *                type V rows DBBPOST wrote to PAYHIST in the     *
      *                period and not since backed out.  Totals the    *
      *                period's charge-offs by principal, interest and *
      *                fees and its recoveries, then the whole         *
      *                charged-off book: charged off, recovered and    *
      *                still outstanding to date.                      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGEOFF-FILE
               ASSIGN TO "CHGOFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-CHGOFF-STATUS.
           SELECT PAYMENT-HISTORY-FILE
               ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HIST-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT CHARGEOFF-REPORT-FILE
               ASSIGN TO "CHGRRPT"
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
       FD  CHARGEOFF-FILE.
       01  CHARGEOFF-RECORD.
           COPY EPSCHGO.
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           COPY EPSPAYH.
       FD  CHARGEOFF-REPORT-FILE.
       01  CHARGEOFF-REPORT-LINE        PIC X(80).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY EPSAUDIT.
       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD.
           COPY EPSERRLG.
       WORKING-STORAGE SECTION.
       01 DATE-JOUR PIC X(10).
       01 BUSINESS-DATE PIC X(10).
       01 WS-CHGOFF-STATUS PIC X(2).
       01 WS-PAYHIST-STATUS PIC X(2).
       01 WS-RPT-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
       01 WS-ERR-FILE-NAME PIC X(8).
       01 WS-ERR-OPERATION PIC X(8).
       01 WS-ERR-STATUS-CODE PIC X(2).
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-CHGOFF VALUE 'Y'.
       01 WS-HIST-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-HIST-EOF VALUE 'Y'.
       01 WS-IN-PERIOD-SWITCH PIC X VALUE 'N'.
          88 WS-CHARGED-IN-PERIOD VALUE 'Y'.
       01 WS-REPORT-PERIOD PIC X(7).
       01 WS-PERIOD-YYYY PIC 9(4).
       01 WS-PERIOD-MM PIC 9(2).
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-LINES-OUT PIC 9(7) VALUE 0.
       01 WS-CHARGED-COUNT PIC 9(7) VALUE 0.
       01 WS-RECOVERY-COUNT PIC 9(7) VALUE 0.
       01 WS-LOAN-RECOVERED PIC 9(9)V99 VALUE 0.
       01 WS-LOAN-OUTSTANDING PIC 9(9)V99 VALUE 0.
       01 WS-PER-PRINCIPAL PIC 9(11)V99 VALUE 0.
       01 WS-PER-INTEREST PIC 9(11)V99 VALUE 0.
       01 WS-PER-FEES PIC 9(11)V99 VALUE 0.
       01 WS-PER-CHARGED PIC 9(11)V99 VALUE 0.
       01 WS-PER-RECOVERED PIC 9(11)V99 VALUE 0.
       01 WS-BOOK-CHARGED PIC 9(11)V99 VALUE 0.
       01 WS-BOOK-RECOVERED PIC 9(11)V99 VALUE 0.
       01 WS-BOOK-OUTSTANDING PIC 9(11)V99 VALUE 0.
       01 WS-HEADING-LINE-1.
          05 FILLER              PIC X(30) VALUE
             'CHARGE-OFF AND RECOVERY REPORT'.
          05 FILLER              PIC X(3)  VALUE SPACES.
          05 FILLER              PIC X(8)  VALUE 'PERIOD: '.
          05 HL-REPORT-PERIOD    PIC X(7).
          05 FILLER              PIC X(3)  VALUE SPACES.
          05 FILLER              PIC X(9)  VALUE 'RUN DATE:'.
          05 HL-RUN-DATE         PIC X(10).
       01 WS-HEADING-LINE-2.
          05 FILLER              PIC X(14) VALUE 'ACCOUNT'.
          05 FILLER              PIC X(11) VALUE 'CHGOFF DT'.
          05 FILLER              PIC X(5)  VALUE 'WHY'.
          05 FILLER              PIC X(15) VALUE '   CHARGED OFF'.
          05 FILLER              PIC X(15) VALUE '     RECOVERED'.
          05 FILLER              PIC X(14) VALUE '   OUTSTANDING'.
       01 WS-DETAIL-LINE.
          05 DL-MORTGAGE-ACCT    PIC X(12).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-CHGOFF-DATE      PIC X(10).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-REASON           PIC X(4).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-CHARGED          PIC ZZZ,ZZZ,ZZ9.99.
          05 DL-CHARGED-X REDEFINES DL-CHARGED
                                 PIC X(14).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-RECOVERED        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-OUTSTANDING      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BLANK-LINE          PIC X(80) VALUE SPACES.
       01 WS-TITLE-LINE.
          05 TT-TITLE            PIC X(60).
       01 WS-COUNT-LINE.
          05 CL-LABEL            PIC X(30).
          05 CL-COUNT            PIC ZZZ,ZZ9.
       01 WS-AMOUNT-LINE.
          05 AM-LABEL            PIC X(30).
          05 AM-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       LINKAGE SECTION.
       01 LS-PARM.
          05 LS-PARM-LEN             PIC S9(4) COMP.
          05 LS-PARM-DATA            PIC X(7).
       PROCEDURE DIVISION USING LS-PARM.
                CALL 'DBBDATE' USING DATE-JOUR BUSINESS-DATE.
                DISPLAY 'DBBCHGR RUN DATE: ' BUSINESS-DATE.
                PERFORM A005-SET-REPORT-PERIOD.
                PERFORM A010-OPEN-FILES.
                PERFORM A015-WRITE-HEADING.
                PERFORM A020-POSITION-CHARGEOFFS.
                PERFORM A030-PROCESS-CHARGEOFF
                    UNTIL WS-EOF-CHGOFF.
                PERFORM A070-WRITE-TOTALS.
                PERFORM A090-CLOSE-FILES.
                STOP RUN.
      *
       A005-SET-REPORT-PERIOD.
                IF LS-PARM-LEN >= 7
                    MOVE LS-PARM-DATA (1:7) TO WS-REPORT-PERIOD
                ELSE
                    MOVE BUSINESS-DATE (1:4) TO WS-PERIOD-YYYY
                    MOVE BUSINESS-DATE (6:2) TO WS-PERIOD-MM
                    IF WS-PERIOD-MM = 1
                        SUBTRACT 1 FROM WS-PERIOD-YYYY
                        MOVE 12 TO WS-PERIOD-MM
                    ELSE
                        SUBTRACT 1 FROM WS-PERIOD-MM
                    END-IF
                    MOVE SPACES TO WS-REPORT-PERIOD
                    STRING WS-PERIOD-YYYY '-' WS-PERIOD-MM
                        DELIMITED BY SIZE INTO WS-REPORT-PERIOD
                END-IF.
                DISPLAY 'REPORT PERIOD : ' WS-REPORT-PERIOD.
      *
       A010-OPEN-FILES.
                OPEN EXTEND ERROR-LOG-FILE.
                IF WS-ERRLOG-STATUS NOT = '00'
                    DISPLAY 'UNABLE TO OPEN ERROR-LOG-FILE - STATUS '
                        WS-ERRLOG-STATUS
                END-IF.
                OPEN INPUT CHARGEOFF-FILE.
                IF WS-CHGOFF-STATUS NOT = '00'
                    MOVE 'CHGOFF' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CHGOFF-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-EOF-CHGOFF TO TRUE
                END-IF.
                OPEN INPUT PAYMENT-HISTORY-FILE.
                IF WS-PAYHIST-STATUS NOT = '00'
                    MOVE 'PAYHIST' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-PAYHIST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT CHARGEOFF-REPORT-FILE.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'CHGRRPT' TO WS-ERR-FILE-NAME
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
                MOVE WS-REPORT-PERIOD TO HL-REPORT-PERIOD.
                MOVE BUSINESS-DATE TO HL-RUN-DATE.
                WRITE CHARGEOFF-REPORT-LINE FROM WS-HEADING-LINE-1.
                PERFORM A075-CHECK-RPT-STATUS.
                WRITE CHARGEOFF-REPORT-LINE FROM WS-HEADING-LINE-2.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A020-POSITION-CHARGEOFFS.
                IF NOT WS-EOF-CHGOFF
                    MOVE LOW-VALUES TO CO-MORTGAGE-ACCT-NO
                    START CHARGEOFF-FILE
                        KEY IS NOT LESS THAN CO-MORTGAGE-ACCT-NO
                        INVALID KEY
                            SET WS-EOF-CHGOFF TO TRUE
                    END-START
                END-IF.
      *
       A030-PROCESS-CHARGEOFF.
                READ CHARGEOFF-FILE NEXT RECORD
                    AT END
                        SET WS-EOF-CHGOFF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-RECORDS-IN
                        PERFORM A032-REPORT-LOAN
                END-READ.
                IF WS-CHGOFF-STATUS NOT = '00'
                  AND WS-CHGOFF-STATUS NOT = '10'
                    MOVE 'CHGOFF' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-CHGOFF-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-EOF-CHGOFF TO TRUE
                END-IF.
      *
       A032-REPORT-LOAN.
      *        EVERY CHARGED-OFF LOAN COUNTS TOWARD THE BOOK TOTALS;
      *        ONLY ONE CHARGED OFF OR RECOVERED ON IN THE PERIOD IS
      *        LISTED.  PAYHIST IS ONLY READ FOR A LOAN WHOSE LAST
      *        RECOVERY FELL IN OR AFTER THE PERIOD.
                MOVE 'N' TO WS-IN-PERIOD-SWITCH.
                MOVE 0 TO WS-LOAN-RECOVERED.
                MOVE 0 TO WS-LOAN-OUTSTANDING.
                IF CO-RECOVERED-TOTAL < CO-TOTAL-CHARGED-OFF
                    COMPUTE WS-LOAN-OUTSTANDING =
                        CO-TOTAL-CHARGED-OFF - CO-RECOVERED-TOTAL
                END-IF.
                ADD CO-TOTAL-CHARGED-OFF TO WS-BOOK-CHARGED.
                ADD CO-RECOVERED-TOTAL TO WS-BOOK-RECOVERED.
                ADD WS-LOAN-OUTSTANDING TO WS-BOOK-OUTSTANDING.
                IF CO-CHGOFF-DATE (1:7) = WS-REPORT-PERIOD
                    SET WS-CHARGED-IN-PERIOD TO TRUE
                    ADD 1 TO WS-CHARGED-COUNT
                    ADD CO-PRINCIPAL TO WS-PER-PRINCIPAL
                    ADD CO-INTEREST TO WS-PER-INTEREST
                    ADD CO-FEES TO WS-PER-FEES
                    ADD CO-TOTAL-CHARGED-OFF TO WS-PER-CHARGED
                END-IF.
                IF CO-RECOVERY-COUNT > 0
                  AND CO-LAST-RECOVERY-DATE (1:7)
                        NOT < WS-REPORT-PERIOD
                    PERFORM A040-SCAN-RECOVERIES
                END-IF.
                IF WS-CHARGED-IN-PERIOD
                  OR WS-LOAN-RECOVERED > 0
                    PERFORM A065-WRITE-DETAIL
                END-IF.
      *
       A040-SCAN-RECOVERIES.
                MOVE 'N' TO WS-HIST-EOF-SWITCH.
                MOVE CO-MORTGAGE-ACCT-NO TO PH-MORTGAGE-ACCT-NO.
                MOVE 0 TO PH-PAYMENT-SEQ.
                START PAYMENT-HISTORY-FILE
                    KEY IS NOT LESS THAN PH-HIST-KEY
                    INVALID KEY
                        SET WS-HIST-EOF TO TRUE
                END-START.
                PERFORM A042-READ-HISTORY-ROW
                    UNTIL WS-HIST-EOF.
      *
       A042-READ-HISTORY-ROW.
                READ PAYMENT-HISTORY-FILE NEXT RECORD
                    AT END
                        SET WS-HIST-EOF TO TRUE
                    NOT AT END
                        IF PH-MORTGAGE-ACCT-NO NOT = CO-MORTGAGE-ACCT-NO
                            SET WS-HIST-EOF TO TRUE
                        ELSE
                            IF PH-TRANS-TYPE = 'V'
                              AND NOT PH-BACKED-OUT
                              AND PH-POST-DATE (1:7) = WS-REPORT-PERIOD
                                ADD PH-TRANS-AMOUNT TO WS-LOAN-RECOVERED
                                ADD PH-TRANS-AMOUNT TO WS-PER-RECOVERED
                                ADD 1 TO WS-RECOVERY-COUNT
                            END-IF
                        END-IF
                END-READ.
                IF WS-PAYHIST-STATUS NOT = '00'
                  AND WS-PAYHIST-STATUS NOT = '10'
                    MOVE 'PAYHIST' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-PAYHIST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-HIST-EOF TO TRUE
                END-IF.
      *
       A065-WRITE-DETAIL.
      *        THE CHARGED-OFF COLUMN IS LEFT BLANK FOR A LOAN
      *        CHARGED OFF IN AN EARLIER PERIOD.
                MOVE CO-MORTGAGE-ACCT-NO TO DL-MORTGAGE-ACCT.
                MOVE CO-CHGOFF-DATE TO DL-CHGOFF-DATE.
                MOVE CO-REASON-CODE TO DL-REASON.
                IF WS-CHARGED-IN-PERIOD
                    MOVE CO-TOTAL-CHARGED-OFF TO DL-CHARGED
                ELSE
                    MOVE SPACES TO DL-CHARGED-X
                END-IF.
                MOVE WS-LOAN-RECOVERED TO DL-RECOVERED.
                MOVE WS-LOAN-OUTSTANDING TO DL-OUTSTANDING.
                WRITE CHARGEOFF-REPORT-LINE FROM WS-DETAIL-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                ADD 1 TO WS-LINES-OUT.
      *
       A070-WRITE-TOTALS.
                WRITE CHARGEOFF-REPORT-LINE FROM WS-BLANK-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'FOR THE PERIOD' TO TT-TITLE.
                WRITE CHARGEOFF-REPORT-LINE FROM WS-TITLE-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'LOANS CHARGED OFF           : ' TO CL-LABEL.
                MOVE WS-CHARGED-COUNT TO CL-COUNT.
                WRITE CHARGEOFF-REPORT-LINE FROM WS-COUNT-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'PRINCIPAL CHARGED OFF       : ' TO AM-LABEL.
                MOVE WS-PER-PRINCIPAL TO AM-AMOUNT.
                PERFORM A072-WRITE-AMOUNT-LINE.
                MOVE 'ACCRUED INTEREST CHARGED OFF: ' TO AM-LABEL.
                MOVE WS-PER-INTEREST TO AM-AMOUNT.
                PERFORM A072-WRITE-AMOUNT-LINE.
                MOVE 'LATE FEES CHARGED OFF       : ' TO AM-LABEL.
                MOVE WS-PER-FEES TO AM-AMOUNT.
                PERFORM A072-WRITE-AMOUNT-LINE.
                MOVE 'TOTAL CHARGED OFF           : ' TO AM-LABEL.
                MOVE WS-PER-CHARGED TO AM-AMOUNT.
                PERFORM A072-WRITE-AMOUNT-LINE.
                MOVE 'RECOVERY PAYMENTS           : ' TO CL-LABEL.
                MOVE WS-RECOVERY-COUNT TO CL-COUNT.
                WRITE CHARGEOFF-REPORT-LINE FROM WS-COUNT-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'TOTAL RECOVERED             : ' TO AM-LABEL.
                MOVE WS-PER-RECOVERED TO AM-AMOUNT.
                PERFORM A072-WRITE-AMOUNT-LINE.
                WRITE CHARGEOFF-REPORT-LINE FROM WS-BLANK-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'CHARGED-OFF BOOK TO DATE' TO TT-TITLE.
                WRITE CHARGEOFF-REPORT-LINE FROM WS-TITLE-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'CHARGED-OFF LOANS ON FILE   : ' TO CL-LABEL.
                MOVE WS-RECORDS-IN TO CL-COUNT.
                WRITE CHARGEOFF-REPORT-LINE FROM WS-COUNT-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'TOTAL CHARGED OFF           : ' TO AM-LABEL.
                MOVE WS-BOOK-CHARGED TO AM-AMOUNT.
                PERFORM A072-WRITE-AMOUNT-LINE.
                MOVE 'TOTAL RECOVERED             : ' TO AM-LABEL.
                MOVE WS-BOOK-RECOVERED TO AM-AMOUNT.
                PERFORM A072-WRITE-AMOUNT-LINE.
                MOVE 'OUTSTANDING                 : ' TO AM-LABEL.
                MOVE WS-BOOK-OUTSTANDING TO AM-AMOUNT.
                PERFORM A072-WRITE-AMOUNT-LINE.
      *
       A072-WRITE-AMOUNT-LINE.
                WRITE CHARGEOFF-REPORT-LINE FROM WS-AMOUNT-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A075-CHECK-RPT-STATUS.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'CHGRRPT' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A085-WRITE-AUDIT-LOG.
                MOVE 'DBBCHGR' TO AL-PROGRAM-ID.
                MOVE BUSINESS-DATE TO AL-RUN-DATE.
                MOVE WS-RECORDS-IN TO AL-RECORDS-IN.
                MOVE WS-LINES-OUT TO AL-RECORDS-OUT.
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
                MOVE 'DBBCHGR' TO ER-PROGRAM-ID.
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
                DISPLAY 'CHARGE-OFFS READ    : ' WS-RECORDS-IN.
                DISPLAY 'CHARGED IN PERIOD   : ' WS-CHARGED-COUNT.
                DISPLAY 'RECOVERY PAYMENTS   : ' WS-RECOVERY-COUNT.
                PERFORM A085-WRITE-AUDIT-LOG.
                CLOSE CHARGEOFF-FILE.
                CLOSE PAYMENT-HISTORY-FILE.
                CLOSE CHARGEOFF-REPORT-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
