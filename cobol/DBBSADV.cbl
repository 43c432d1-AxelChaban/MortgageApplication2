  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBSADV.
      *****************************************************************
      *** Modification History                                     ***
      *****************************************************************
      *    2026-10-15  Initial version - monthly servicer P&I advance. *
      *                Every open COLLCASE case DBBDELQ has aged at    *
      *                least a month behind is matched to its pool on  *
      *                POOLASGN; a pooled approved loan that paid      *
      *                nothing in the remittance period on PAYHIST has *
      *                its scheduled principal and interest advanced   *
      *                to the investor and carried on the keyed        *
      *                ADVLEDGR ledger until DBBINVR recovers it from  *
      *                the account's later collections.  A ledger row  *
      *                already advanced for the period is left alone,  *
      *                so the step can be rerun.  Retained loans are   *
      *                never advanced.  Prints the advances by pool    *
      *                on SADVRPT.  The remittance period comes from   *
      *                the PARM (YYYY-MM) and defaults to the month    *
      *                before the business date, as in DBBINVR.        *
      *    2026-10-15  A history row DBBBACK backed out is not counted *
      *                as a payment for the period.                    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POOL-ASSIGN-FILE
               ASSIGN TO "POOLASGN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POOL-STATUS.
           SELECT COLLECTIONS-CASE-FILE
               ASSIGN TO "COLLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-COLC-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT AMORT-SCHEDULE-FILE
               ASSIGN TO "AMORSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-SCHED-KEY
               FILE STATUS IS WS-AMORSCHD-STATUS.
           SELECT PAYMENT-HISTORY-FILE
               ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HIST-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT ADVANCE-LEDGER-FILE
               ASSIGN TO "ADVLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-ADVL-STATUS.
           SELECT ADVANCE-REPORT-FILE
               ASSIGN TO "SADVRPT"
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
       FD  POOL-ASSIGN-FILE.
       01  POOL-ASSIGN-RECORD.
           COPY EPSPOOL.
       FD  COLLECTIONS-CASE-FILE.
       01  COLLECTIONS-CASE-RECORD.
           COPY EPSCOLC.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           COPY EPSMTCOM.
       FD  AMORT-SCHEDULE-FILE.
       01  AMORT-SCHEDULE-RECORD.
           COPY EPSAMSCH.
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           COPY EPSPAYH.
       FD  ADVANCE-LEDGER-FILE.
       01  ADVANCE-LEDGER-RECORD.
           COPY EPSADVL.
       FD  ADVANCE-REPORT-FILE.
       01  ADVANCE-REPORT-LINE          PIC X(80).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY EPSAUDIT.
       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD.
           COPY EPSERRLG.
       WORKING-STORAGE SECTION.
       01 DATE-JOUR PIC X(10).
       01 BUSINESS-DATE PIC X(10).
       01 WS-POOL-STATUS PIC X(2).
       01 WS-COLC-STATUS PIC X(2).
       01 WS-CUSTMAST-STATUS PIC X(2).
       01 WS-AMORSCHD-STATUS PIC X(2).
       01 WS-PAYHIST-STATUS PIC X(2).
       01 WS-ADVL-STATUS PIC X(2).
       01 WS-RPT-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
       01 WS-ERR-FILE-NAME PIC X(8).
       01 WS-ERR-OPERATION PIC X(8).
       01 WS-ERR-STATUS-CODE PIC X(2).
       01 WS-POOL-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-POOL VALUE 'Y'.
       01 WS-CASE-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-COLLCASE VALUE 'Y'.
       01 WS-HIST-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-HIST-EOF VALUE 'Y'.
       01 WS-MASTER-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-MASTER-FOUND VALUE 'Y'.
       01 WS-LEDGER-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-LEDGER-FOUND VALUE 'Y'.
       01 WS-SCHED-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-SCHED-FOUND VALUE 'Y'.
       01 WS-ACCT-ASSIGNED-SWITCH PIC X VALUE 'N'.
          88 WS-ACCT-ASSIGNED VALUE 'Y'.
       01 WS-POOL-SLOT-SWITCH PIC X VALUE 'N'.
          88 WS-POOL-SLOT-FOUND VALUE 'Y'.
       01 WS-REMIT-PERIOD PIC X(7).
       01 WS-PERIOD-YYYY PIC 9(4).
       01 WS-PERIOD-MM PIC 9(2).
       01 WS-CURRENT-ACCT PIC X(12).
       01 WS-CURRENT-POOL PIC X(8).
       01 WS-CURRENT-INVESTOR PIC X(30).
       01 WS-PERIOD-PAYMENTS PIC S9(3).
       01 WS-ADVANCE-AMOUNT PIC 9(7)V99.
       01 WS-ACTION-TEXT PIC X(24).
       01 WS-ASSIGN-COUNT PIC 9(4) VALUE 0.
       01 WS-ASSIGN-IDX PIC 9(4).
       01 WS-ASSIGN-TABLE.
          05 WS-ASSIGN-ROW OCCURS 2000 TIMES.
             10 WS-ASSIGN-ACCT-NO PIC X(12).
             10 WS-ASSIGN-POOL-ID PIC X(8).
             10 WS-ASSIGN-INVESTOR PIC X(30).
       01 WS-POOL-TOT-COUNT PIC 9(3) VALUE 0.
       01 WS-POOL-TOT-IDX PIC 9(3).
       01 WS-POOL-IDX PIC 9(3) VALUE 0.
       01 WS-POOL-TOT-TABLE.
          05 WS-POOL-TOT-ROW OCCURS 200 TIMES.
             10 WS-PT-POOL-ID PIC X(8).
             10 WS-PT-INVESTOR PIC X(30).
             10 WS-PT-ADVANCE-COUNT PIC 9(7).
             10 WS-PT-ADVANCED PIC 9(11)V99.
      *        RUN COUNTS.
       01 WS-CASES-READ PIC 9(7) VALUE 0.
       01 WS-DELINQUENT-COUNT PIC 9(7) VALUE 0.
       01 WS-RETAINED-COUNT PIC 9(7) VALUE 0.
       01 WS-INACTIVE-COUNT PIC 9(7) VALUE 0.
       01 WS-PAID-COUNT PIC 9(7) VALUE 0.
       01 WS-ALREADY-COUNT PIC 9(7) VALUE 0.
       01 WS-NO-SCHED-COUNT PIC 9(7) VALUE 0.
       01 WS-ADVANCED-COUNT PIC 9(7) VALUE 0.
       01 WS-ADVANCED-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-HEADING-LINE-1.
          05 FILLER              PIC X(29) VALUE
             'SERVICER P&I ADVANCE REPORT'.
          05 FILLER              PIC X(8)  VALUE 'PERIOD: '.
          05 HL-REMIT-PERIOD     PIC X(7).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 HL-RUN-DATE         PIC X(10).
       01 WS-DETAIL-LINE.
          05 DL-MORTGAGE-ACCT    PIC X(12).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-POOL-ID          PIC X(8).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-MONTHS-BEHIND    PIC ZZ9.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-ADVANCE          PIC ZZZ,ZZ9.99.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-OUTSTANDING      PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-ACTION           PIC X(24).
       01 WS-POOL-HEADER-LINE.
          05 FILLER              PIC X(6)  VALUE 'POOL: '.
          05 PHL-POOL-ID         PIC X(8).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 PHL-INVESTOR        PIC X(30).
       01 WS-POOL-DETAIL-LINE.
          05 FILLER              PIC X(11) VALUE ' ADVANCES: '.
          05 PDL-ADVANCE-COUNT   PIC ZZZ,ZZ9.
          05 FILLER              PIC X(9)  VALUE ' AMOUNT: '.
          05 PDL-ADVANCED        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
          05 TL-LABEL            PIC X(30).
          05 TL-COUNT            PIC ZZZ,ZZ9.
       01 WS-AMOUNT-LINE.
          05 TA-LABEL            PIC X(30).
          05 TA-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-BLANK-LINE          PIC X(80) VALUE SPACES.
       LINKAGE SECTION.
       01 LS-PARM.
          05 LS-PARM-LEN             PIC S9(4) COMP.
          05 LS-PARM-DATA            PIC X(7).
       PROCEDURE DIVISION USING LS-PARM.
                CALL 'DBBDATE' USING DATE-JOUR BUSINESS-DATE.
                DISPLAY 'DBBSADV RUN DATE: ' BUSINESS-DATE.
                PERFORM A005-SET-REMIT-PERIOD.
                PERFORM A010-OPEN-FILES.
                PERFORM A015-WRITE-HEADING.
                PERFORM A018-LOAD-ASSIGNMENTS.
                PERFORM A020-POSITION-CASES.
                PERFORM A030-PROCESS-CASE
                    UNTIL WS-EOF-COLLCASE.
                PERFORM A070-REPORT-POOLS.
                PERFORM A080-WRITE-SUMMARY.
                PERFORM A090-CLOSE-FILES.
                STOP RUN.
      *
       A005-SET-REMIT-PERIOD.
                IF LS-PARM-LEN >= 7
                    MOVE LS-PARM-DATA (1:7) TO WS-REMIT-PERIOD
                ELSE
                    MOVE BUSINESS-DATE (1:4) TO WS-PERIOD-YYYY
                    MOVE BUSINESS-DATE (6:2) TO WS-PERIOD-MM
                    IF WS-PERIOD-MM = 1
                        SUBTRACT 1 FROM WS-PERIOD-YYYY
                        MOVE 12 TO WS-PERIOD-MM
                    ELSE
                        SUBTRACT 1 FROM WS-PERIOD-MM
                    END-IF
                    MOVE SPACES TO WS-REMIT-PERIOD
                    STRING WS-PERIOD-YYYY '-' WS-PERIOD-MM
                        DELIMITED BY SIZE INTO WS-REMIT-PERIOD
                END-IF.
                DISPLAY 'REMIT PERIOD  : ' WS-REMIT-PERIOD.
      *
       A010-OPEN-FILES.
                OPEN EXTEND ERROR-LOG-FILE.
                IF WS-ERRLOG-STATUS NOT = '00'
                    DISPLAY 'UNABLE TO OPEN ERROR-LOG-FILE - STATUS '
                        WS-ERRLOG-STATUS
                END-IF.
                OPEN INPUT POOL-ASSIGN-FILE.
                IF WS-POOL-STATUS NOT = '00'
                    MOVE 'POOLASGN' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-POOL-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT COLLECTIONS-CASE-FILE.
                IF WS-COLC-STATUS NOT = '00'
                    MOVE 'COLLCASE' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-COLC-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT CUSTOMER-MASTER-FILE.
                IF WS-CUSTMAST-STATUS NOT = '00'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT AMORT-SCHEDULE-FILE.
                IF WS-AMORSCHD-STATUS NOT = '00'
                    MOVE 'AMORSCHD' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-AMORSCHD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT PAYMENT-HISTORY-FILE.
                IF WS-PAYHIST-STATUS NOT = '00'
                    MOVE 'PAYHIST' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-PAYHIST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O ADVANCE-LEDGER-FILE.
                IF WS-ADVL-STATUS NOT = '00'
                    MOVE 'ADVLEDGR' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-ADVL-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT ADVANCE-REPORT-FILE.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'SADVRPT' TO WS-ERR-FILE-NAME
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
                MOVE WS-REMIT-PERIOD TO HL-REMIT-PERIOD.
                MOVE BUSINESS-DATE TO HL-RUN-DATE.
                WRITE ADVANCE-REPORT-LINE FROM WS-HEADING-LINE-1.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A018-LOAD-ASSIGNMENTS.
                PERFORM A019-LOAD-ONE-ASSIGNMENT
                    UNTIL WS-EOF-POOL.
      *
       A019-LOAD-ONE-ASSIGNMENT.
                READ POOL-ASSIGN-FILE
                    AT END
                        SET WS-EOF-POOL TO TRUE
                    NOT AT END
                        IF WS-ASSIGN-COUNT < 2000
                            ADD 1 TO WS-ASSIGN-COUNT
                            MOVE PA-MORTGAGE-ACCT-NO
                                TO WS-ASSIGN-ACCT-NO
                                    (WS-ASSIGN-COUNT)
                            MOVE PA-POOL-ID
                                TO WS-ASSIGN-POOL-ID
                                    (WS-ASSIGN-COUNT)
                            MOVE PA-INVESTOR-NAME
                                TO WS-ASSIGN-INVESTOR
                                    (WS-ASSIGN-COUNT)
                        ELSE
                            DISPLAY 'ASSIGNMENT TABLE FULL - ACCOUNT '
                                PA-MORTGAGE-ACCT-NO ' NOT LOADED'
                            IF RETURN-CODE < 4
                                MOVE 4 TO RETURN-CODE
                            END-IF
                        END-IF
                END-READ.
                IF WS-POOL-STATUS NOT = '00'
                  AND WS-POOL-STATUS NOT = '10'
                    MOVE 'POOLASGN' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-POOL-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A020-POSITION-CASES.
                MOVE LOW-VALUES TO CC-MORTGAGE-ACCT-NO.
                START COLLECTIONS-CASE-FILE
                    KEY IS NOT LESS THAN CC-MORTGAGE-ACCT-NO
                    INVALID KEY
                        SET WS-EOF-COLLCASE TO TRUE
                END-START.
      *
       A030-PROCESS-CASE.
                READ COLLECTIONS-CASE-FILE NEXT RECORD
                    AT END
                        SET WS-EOF-COLLCASE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CASES-READ
                        IF CC-CASE-OPEN
                          AND CC-MONTHS-BEHIND > 0
                            ADD 1 TO WS-DELINQUENT-COUNT
                            PERFORM A035-CONSIDER-ADVANCE
                        END-IF
                END-READ.
                IF WS-COLC-STATUS NOT = '00'
                  AND WS-COLC-STATUS NOT = '10'
                    MOVE 'COLLCASE' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-COLC-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A035-CONSIDER-ADVANCE.
      *        ONLY A POOLED, STILL-SERVICED LOAN THAT SENT NOTHING
      *        FOR THE PERIOD IS ADVANCED - ONCE PER PERIOD.  A
      *        RETAINED LOAN OWES NO INVESTOR AND IS PASSED OVER
      *        WITHOUT A REPORT LINE.
                MOVE CC-MORTGAGE-ACCT-NO TO WS-CURRENT-ACCT.
                PERFORM A036-FIND-POOL.
                IF NOT WS-ACCT-ASSIGNED
                    ADD 1 TO WS-RETAINED-COUNT
                ELSE
                    PERFORM A040-FETCH-MASTER
                    PERFORM A042-FETCH-LEDGER
                    MOVE 0 TO WS-ADVANCE-AMOUNT
                    EVALUATE TRUE
                        WHEN NOT WS-MASTER-FOUND
                            ADD 1 TO WS-INACTIVE-COUNT
                            MOVE 'NOT ON MASTER' TO WS-ACTION-TEXT
                            IF RETURN-CODE < 4
                                MOVE 4 TO RETURN-CODE
                            END-IF
                        WHEN NOT CM-STATUS-APPROVED
                            ADD 1 TO WS-INACTIVE-COUNT
                            MOVE 'LOAN NOT ACTIVE' TO WS-ACTION-TEXT
                        WHEN WS-LEDGER-FOUND
                          AND AV-LAST-ADVANCE-PERIOD = WS-REMIT-PERIOD
                            ADD 1 TO WS-ALREADY-COUNT
                            MOVE AV-LAST-ADVANCE-AMOUNT
                                TO WS-ADVANCE-AMOUNT
                            MOVE 'ALREADY ADVANCED' TO WS-ACTION-TEXT
                        WHEN OTHER
                            PERFORM A045-COUNT-PERIOD-PAYMENTS
                            IF WS-PERIOD-PAYMENTS > 0
                                ADD 1 TO WS-PAID-COUNT
                                MOVE 'PAID IN PERIOD'
                                    TO WS-ACTION-TEXT
                            ELSE
                                PERFORM A050-ADVANCE-LOAN
                            END-IF
                    END-EVALUATE
                    PERFORM A060-WRITE-DETAIL
                END-IF.
      *
       A036-FIND-POOL.
                MOVE 'N' TO WS-ACCT-ASSIGNED-SWITCH.
                MOVE SPACES TO WS-CURRENT-POOL.
                MOVE SPACES TO WS-CURRENT-INVESTOR.
                PERFORM A037-MATCH-ASSIGNMENT
                    VARYING WS-ASSIGN-IDX FROM 1 BY 1
                    UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT
                       OR WS-ACCT-ASSIGNED.
      *
       A037-MATCH-ASSIGNMENT.
                IF WS-ASSIGN-ACCT-NO (WS-ASSIGN-IDX) = WS-CURRENT-ACCT
                    SET WS-ACCT-ASSIGNED TO TRUE
                    MOVE WS-ASSIGN-POOL-ID (WS-ASSIGN-IDX)
                        TO WS-CURRENT-POOL
                    MOVE WS-ASSIGN-INVESTOR (WS-ASSIGN-IDX)
                        TO WS-CURRENT-INVESTOR
                END-IF.
      *
       A038-FIND-POOL-TOTALS.
      *        EACH POOL ACCUMULATES IN ITS OWN SLOT - FIND IT, OR
      *        OPEN A NEW ONE THE FIRST TIME THE POOL SHOWS UP.
                MOVE 'N' TO WS-POOL-SLOT-SWITCH.
                MOVE 0 TO WS-POOL-IDX.
                PERFORM A039-MATCH-POOL-TOTALS
                    VARYING WS-POOL-TOT-IDX FROM 1 BY 1
                    UNTIL WS-POOL-TOT-IDX > WS-POOL-TOT-COUNT
                       OR WS-POOL-SLOT-FOUND.
                IF NOT WS-POOL-SLOT-FOUND
                    IF WS-POOL-TOT-COUNT < 200
                        ADD 1 TO WS-POOL-TOT-COUNT
                        MOVE WS-POOL-TOT-COUNT TO WS-POOL-IDX
                        SET WS-POOL-SLOT-FOUND TO TRUE
                        MOVE WS-CURRENT-POOL
                            TO WS-PT-POOL-ID (WS-POOL-IDX)
                        MOVE WS-CURRENT-INVESTOR
                            TO WS-PT-INVESTOR (WS-POOL-IDX)
                        MOVE 0 TO WS-PT-ADVANCE-COUNT (WS-POOL-IDX)
                        MOVE 0 TO WS-PT-ADVANCED (WS-POOL-IDX)
                    ELSE
                        DISPLAY 'POOL TABLE FULL - POOL '
                            WS-CURRENT-POOL ' NOT TOTALLED'
                        IF RETURN-CODE < 4
                            MOVE 4 TO RETURN-CODE
                        END-IF
                    END-IF
                END-IF.
      *
       A039-MATCH-POOL-TOTALS.
                IF WS-PT-POOL-ID (WS-POOL-TOT-IDX) = WS-CURRENT-POOL
                    SET WS-POOL-SLOT-FOUND TO TRUE
                    MOVE WS-POOL-TOT-IDX TO WS-POOL-IDX
                END-IF.
      *
       A040-FETCH-MASTER.
                MOVE 'N' TO WS-MASTER-FOUND-SWITCH.
                MOVE CC-CUSTOMER-ID TO CM-CUSTOMER-ID.
                READ CUSTOMER-MASTER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-MASTER-FOUND TO TRUE
                END-READ.
                IF WS-CUSTMAST-STATUS NOT = '00'
                  AND WS-CUSTMAST-STATUS NOT = '23'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A042-FETCH-LEDGER.
                MOVE 'N' TO WS-LEDGER-FOUND-SWITCH.
                MOVE WS-CURRENT-ACCT TO AV-MORTGAGE-ACCT-NO.
                READ ADVANCE-LEDGER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-LEDGER-FOUND TO TRUE
                END-READ.
                IF WS-ADVL-STATUS NOT = '00'
                  AND WS-ADVL-STATUS NOT = '23'
                    MOVE 'ADVLEDGR' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-ADVL-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A045-COUNT-PERIOD-PAYMENTS.
      *        PAYMENTS POSTED IN THE PERIOD, NET OF REVERSALS - A
      *        PAYMENT THAT WAS REVERSED WAS NEVER MADE.
                MOVE 0 TO WS-PERIOD-PAYMENTS.
                MOVE 'N' TO WS-HIST-EOF-SWITCH.
                MOVE WS-CURRENT-ACCT TO PH-MORTGAGE-ACCT-NO.
                MOVE 0 TO PH-PAYMENT-SEQ.
                START PAYMENT-HISTORY-FILE
                    KEY IS NOT LESS THAN PH-HIST-KEY
                    INVALID KEY
                        SET WS-HIST-EOF TO TRUE
                END-START.
                PERFORM A047-COUNT-HISTORY-ROW
                    UNTIL WS-HIST-EOF.
      *
       A047-COUNT-HISTORY-ROW.
                READ PAYMENT-HISTORY-FILE NEXT RECORD
                    AT END
                        SET WS-HIST-EOF TO TRUE
                    NOT AT END
                        IF PH-MORTGAGE-ACCT-NO NOT = WS-CURRENT-ACCT
                            SET WS-HIST-EOF TO TRUE
                        ELSE
                            IF PH-POST-DATE (1:7) = WS-REMIT-PERIOD
                              AND NOT PH-BACKED-OUT
                                IF PH-TRANS-TYPE = 'R'
                                    SUBTRACT 1 FROM WS-PERIOD-PAYMENTS
                                ELSE
                                    ADD 1 TO WS-PERIOD-PAYMENTS
                                END-IF
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
       A050-ADVANCE-LOAN.
      *        THE ADVANCE IS THE SCHEDULED P&I OFF THE LOAN'S FIRST
      *        SCHEDULE ROW, THE SAME FIGURE DBBDELQ AGES AGAINST.
                MOVE 'N' TO WS-SCHED-FOUND-SWITCH.
                MOVE WS-CURRENT-ACCT TO AS-MORTGAGE-ACCT-NO.
                MOVE 1 TO AS-PAYMENT-NUMBER.
                READ AMORT-SCHEDULE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-SCHED-FOUND TO TRUE
                        MOVE AS-PAYMENT-AMOUNT TO WS-ADVANCE-AMOUNT
                END-READ.
                IF WS-AMORSCHD-STATUS NOT = '00'
                  AND WS-AMORSCHD-STATUS NOT = '23'
                    MOVE 'AMORSCHD' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-AMORSCHD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                IF NOT WS-SCHED-FOUND
                  OR WS-ADVANCE-AMOUNT = 0
                    ADD 1 TO WS-NO-SCHED-COUNT
                    MOVE 'NO SCHEDULED PAYMENT' TO WS-ACTION-TEXT
                    IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                    END-IF
                ELSE
                    PERFORM A055-POST-ADVANCE
                END-IF.
      *
       A055-POST-ADVANCE.
                IF NOT WS-LEDGER-FOUND
                    MOVE SPACES TO ADVANCE-LEDGER-RECORD
                    MOVE WS-CURRENT-ACCT TO AV-MORTGAGE-ACCT-NO
                    MOVE 0 TO AV-OUTSTANDING-BALANCE
                    MOVE 0 TO AV-ADVANCE-COUNT
                    MOVE 0 TO AV-TOTAL-ADVANCED
                    MOVE 0 TO AV-TOTAL-RECOVERED
                    MOVE 0 TO AV-LAST-ADVANCE-AMOUNT
                    MOVE 0 TO AV-LAST-RECOVERY-AMOUNT
                    MOVE BUSINESS-DATE TO AV-OPENED-DATE
                END-IF.
                MOVE WS-CURRENT-POOL TO AV-POOL-ID.
                MOVE WS-CURRENT-INVESTOR TO AV-INVESTOR-NAME.
                ADD WS-ADVANCE-AMOUNT TO AV-OUTSTANDING-BALANCE.
                ADD 1 TO AV-ADVANCE-COUNT.
                ADD WS-ADVANCE-AMOUNT TO AV-TOTAL-ADVANCED.
                MOVE WS-REMIT-PERIOD TO AV-LAST-ADVANCE-PERIOD.
                MOVE WS-ADVANCE-AMOUNT TO AV-LAST-ADVANCE-AMOUNT.
                IF WS-LEDGER-FOUND
                    REWRITE ADVANCE-LEDGER-RECORD
                    MOVE 'REWRITE' TO WS-ERR-OPERATION
                ELSE
                    WRITE ADVANCE-LEDGER-RECORD
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                END-IF.
                IF WS-ADVL-STATUS NOT = '00'
                    MOVE 'ADVLEDGR' TO WS-ERR-FILE-NAME
                    MOVE WS-ADVL-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    MOVE 'LEDGER NOT UPDATED' TO WS-ACTION-TEXT
                ELSE
                    SET WS-LEDGER-FOUND TO TRUE
                    ADD 1 TO WS-ADVANCED-COUNT
                    ADD WS-ADVANCE-AMOUNT TO WS-ADVANCED-TOTAL
                    PERFORM A038-FIND-POOL-TOTALS
                    IF WS-POOL-SLOT-FOUND
                        ADD 1 TO WS-PT-ADVANCE-COUNT (WS-POOL-IDX)
                        ADD WS-ADVANCE-AMOUNT
                            TO WS-PT-ADVANCED (WS-POOL-IDX)
                    END-IF
                    MOVE 'ADVANCED' TO WS-ACTION-TEXT
                END-IF.
      *
       A060-WRITE-DETAIL.
                MOVE WS-CURRENT-ACCT TO DL-MORTGAGE-ACCT.
                MOVE WS-CURRENT-POOL TO DL-POOL-ID.
                MOVE CC-MONTHS-BEHIND TO DL-MONTHS-BEHIND.
                MOVE WS-ADVANCE-AMOUNT TO DL-ADVANCE.
                IF WS-LEDGER-FOUND
                    MOVE AV-OUTSTANDING-BALANCE TO DL-OUTSTANDING
                ELSE
                    MOVE 0 TO DL-OUTSTANDING
                END-IF.
                MOVE WS-ACTION-TEXT TO DL-ACTION.
                WRITE ADVANCE-REPORT-LINE FROM WS-DETAIL-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A070-REPORT-POOLS.
                PERFORM A072-REPORT-ONE-POOL
                    VARYING WS-POOL-TOT-IDX FROM 1 BY 1
                    UNTIL WS-POOL-TOT-IDX > WS-POOL-TOT-COUNT.
      *
       A072-REPORT-ONE-POOL.
                WRITE ADVANCE-REPORT-LINE FROM WS-BLANK-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE WS-PT-POOL-ID (WS-POOL-TOT-IDX) TO PHL-POOL-ID.
                MOVE WS-PT-INVESTOR (WS-POOL-TOT-IDX)
                    TO PHL-INVESTOR.
                WRITE ADVANCE-REPORT-LINE FROM WS-POOL-HEADER-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE WS-PT-ADVANCE-COUNT (WS-POOL-TOT-IDX)
                    TO PDL-ADVANCE-COUNT.
                MOVE WS-PT-ADVANCED (WS-POOL-TOT-IDX)
                    TO PDL-ADVANCED.
                WRITE ADVANCE-REPORT-LINE FROM WS-POOL-DETAIL-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A075-CHECK-RPT-STATUS.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'SADVRPT' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A080-WRITE-SUMMARY.
                WRITE ADVANCE-REPORT-LINE FROM WS-BLANK-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'CASES READ               : ' TO TL-LABEL.
                MOVE WS-CASES-READ TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE 'OPEN AND DELINQUENT      : ' TO TL-LABEL.
                MOVE WS-DELINQUENT-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE '  RETAINED - NO POOL     : ' TO TL-LABEL.
                MOVE WS-RETAINED-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE '  LOAN NOT ACTIVE        : ' TO TL-LABEL.
                MOVE WS-INACTIVE-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE '  PAID IN PERIOD         : ' TO TL-LABEL.
                MOVE WS-PAID-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE '  ALREADY ADVANCED       : ' TO TL-LABEL.
                MOVE WS-ALREADY-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE '  NO SCHEDULED PAYMENT   : ' TO TL-LABEL.
                MOVE WS-NO-SCHED-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE '  ADVANCED               : ' TO TL-LABEL.
                MOVE WS-ADVANCED-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE 'TOTAL ADVANCED           : ' TO TA-LABEL.
                MOVE WS-ADVANCED-TOTAL TO TA-AMOUNT.
                WRITE ADVANCE-REPORT-LINE FROM WS-AMOUNT-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A082-WRITE-TOTAL-LINE.
                WRITE ADVANCE-REPORT-LINE FROM WS-TOTAL-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A085-WRITE-AUDIT-LOG.
                MOVE 'DBBSADV' TO AL-PROGRAM-ID.
                MOVE BUSINESS-DATE TO AL-RUN-DATE.
                MOVE WS-CASES-READ TO AL-RECORDS-IN.
                MOVE WS-ADVANCED-COUNT TO AL-RECORDS-OUT.
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
                MOVE 'DBBSADV' TO ER-PROGRAM-ID.
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
                DISPLAY 'LOANS ADVANCED : ' WS-ADVANCED-COUNT.
                DISPLAY 'AMOUNT ADVANCED: ' WS-ADVANCED-TOTAL.
                PERFORM A085-WRITE-AUDIT-LOG.
                CLOSE POOL-ASSIGN-FILE.
                CLOSE COLLECTIONS-CASE-FILE.
                CLOSE CUSTOMER-MASTER-FILE.
                CLOSE AMORT-SCHEDULE-FILE.
                CLOSE PAYMENT-HISTORY-FILE.
                CLOSE ADVANCE-LEDGER-FILE.
                CLOSE ADVANCE-REPORT-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
