      *                principal instead of subtracting interest the   *
      *                prepayment never contributed - the same         *
      *                correction DBBSTMT's contribution table made.   *
      *    2026-10-15  P&I advances - the ADVLEDGR ledger DBBSADV      *
      *                keeps is read I-O.  At each account break the   *
      *                account's net collections for the period        *
      *                recover its outstanding advance first, and only *
      *                the rest is due the investor.  A second pass    *
      *                over the ledger adds the period's advances and  *
      *                the balance still outstanding to each pool.     *
      *                The report and settlement rows now show         *
      *                collected, advances made and recovered, the net *
      *                remittance and the advances outstanding, with a *
      *                grand total outstanding across all pools.       *
      *    2026-10-15  A history row DBBBACK backed out was never a    *
      *                collection - it is passed by and neither remits *
      *                nor counts toward the payment ordinal.          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS AS-SCHED-KEY
                   OF AMORT-SCHEDULE-RECORD
               FILE STATUS IS WS-AMORSCHD-STATUS.
           SELECT ADVANCE-LEDGER-FILE
               ASSIGN TO "ADVLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-ADVL-STATUS.
           SELECT REMIT-REPORT-FILE
               ASSIGN TO "INVRRPT"
               ORGANIZATION IS SEQUENTIAL
       FD  AMORT-SCHEDULE-FILE.
       01  AMORT-SCHEDULE-RECORD.
           COPY EPSAMSCH.
       FD  ADVANCE-LEDGER-FILE.
       01  ADVANCE-LEDGER-RECORD.
           COPY EPSADVL.
       FD  REMIT-REPORT-FILE.
       01  REMIT-REPORT-LINE            PIC X(80).
       FD  SETTLEMENT-FILE.
       01 WS-POOL-STATUS PIC X(2).
       01 WS-PAYHIST-STATUS PIC X(2).
       01 WS-AMORSCHD-STATUS PIC X(2).
       01 WS-ADVL-STATUS PIC X(2).
       01 WS-RPT-STATUS PIC X(2).
       01 WS-SETL-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
          88 WS-EOF-PAYHIST VALUE 'Y'.
       01 WS-SCHED-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-AMORSCHD VALUE 'Y'.
       01 WS-LEDGER-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-ADVLEDGR VALUE 'Y'.
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-REMIT-PERIOD PIC X(7).
       01 WS-PERIOD-YYYY PIC 9(4).
             10 WS-PT-PRINCIPAL PIC S9(11)V99.
             10 WS-PT-INTEREST PIC S9(11)V99.
             10 WS-PT-COLLECTED PIC S9(11)V99.
             10 WS-PT-ADVANCED PIC 9(11)V99.
             10 WS-PT-RECOVERED PIC 9(11)V99.
             10 WS-PT-OUTSTANDING PIC 9(11)V99.
             10 WS-PT-NET-REMIT PIC S9(11)V99.
       01 WS-UNASSIGNED-COUNT PIC 9(7) VALUE 0.
       01 WS-UNASSIGNED-PRINCIPAL PIC S9(11)V99 VALUE 0.
       01 WS-UNASSIGNED-INTEREST PIC S9(11)V99 VALUE 0.
       01 WS-UNASSIGNED-COLLECTED PIC S9(11)V99 VALUE 0.
      *        THE ACCOUNT'S NET COLLECTIONS FOR THE PERIOD, WHICH
      *        PAY BACK ANY ADVANCE BEFORE THE INVESTOR SEES THEM.
       01 WS-ACCT-COLLECTED PIC S9(11)V99 VALUE 0.
       01 WS-RECOVERY-AMOUNT PIC 9(9)V99.
       01 WS-ADV-OUTSTANDING-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-INTEREST-PORTION PIC 9(7)V99.
       01 WS-PRINCIPAL-PORTION PIC 9(7)V99.
       01 WS-ROW-SIGN PIC S9(1).
          05 PDL-INTEREST        PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-POOL-TOTAL-LINE.
          05 FILLER              PIC X(21) VALUE
             ' TOTAL COLLECTED   : '.
          05 PTL-COLLECTED       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-POOL-ADVANCE-LINE.
          05 PAL-LABEL           PIC X(21).
          05 PAL-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-ADVANCE-TOTAL-LINE.
          05 FILLER              PIC X(32) VALUE
             'ADVANCES OUTSTANDING ALL POOLS: '.
          05 ATL-OUTSTANDING     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-UNASSIGNED-HEADER   PIC X(44) VALUE
          'RETAINED LOANS (NO POOL ASSIGNMENT) ACTIVITY'.
       01 WS-BLANK-LINE          PIC X(80) VALUE SPACES.
                PERFORM A020-POSITION-HISTORY.
                PERFORM A030-PROCESS-HISTORY-ROW
                    UNTIL WS-EOF-PAYHIST.
                IF WS-CURRENT-ACCT NOT = SPACES
                    PERFORM A045-RECOVER-ADVANCE
                END-IF.
                PERFORM A062-POSITION-LEDGER.
                PERFORM A064-ADD-LEDGER-ROW
                    UNTIL WS-EOF-ADVLEDGR.
                PERFORM A070-REPORT-POOLS.
                PERFORM A078-REPORT-UNASSIGNED.
                PERFORM A079-REPORT-OUTSTANDING.
                PERFORM A090-CLOSE-FILES.
                STOP RUN.
      *
                    MOVE WS-AMORSCHD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O ADVANCE-LEDGER-FILE.
                IF WS-ADVL-STATUS NOT = '00'
                    MOVE 'ADVLEDGR' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-ADVL-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT REMIT-REPORT-FILE.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'INVRRPT' TO WS-ERR-FILE-NAME
                    NOT AT END
                        ADD 1 TO WS-RECORDS-IN
                        IF PH-MORTGAGE-ACCT-NO NOT = WS-CURRENT-ACCT
                            IF WS-CURRENT-ACCT NOT = SPACES
                                PERFORM A045-RECOVER-ADVANCE
                            END-IF
                            PERFORM A035-START-NEW-ACCOUNT
                        END-IF
                        IF NOT PH-BACKED-OUT
                            PERFORM A040-HANDLE-ROW
                        END-IF
                END-READ.
                IF WS-PAYHIST-STATUS NOT = '00'
                  AND WS-PAYHIST-STATUS NOT = '10'
       A035-START-NEW-ACCOUNT.
                MOVE PH-MORTGAGE-ACCT-NO TO WS-CURRENT-ACCT.
                MOVE 0 TO WS-PAYMENT-ORDINAL.
                MOVE 0 TO WS-ACCT-COLLECTED.
                MOVE SPACES TO WS-ORDINAL-TYPE-TABLE.
                PERFORM A036-FIND-POOL.
                PERFORM A037-LOAD-SCHEDULE.
                        MOVE 0 TO WS-PT-PRINCIPAL (WS-POOL-IDX)
                        MOVE 0 TO WS-PT-INTEREST (WS-POOL-IDX)
                        MOVE 0 TO WS-PT-COLLECTED (WS-POOL-IDX)
                        MOVE 0 TO WS-PT-ADVANCED (WS-POOL-IDX)
                        MOVE 0 TO WS-PT-RECOVERED (WS-POOL-IDX)
                        MOVE 0 TO WS-PT-OUTSTANDING (WS-POOL-IDX)
                    ELSE
                        DISPLAY 'POOL TABLE FULL - POOL '
                            WS-CURRENT-POOL ' NOT REMITTED'
                        PERFORM A060-ACCUMULATE-ROW
                    END-IF
                END-IF.
      *
       A045-RECOVER-ADVANCE.
      *        AN ADVANCE IS OURS UNTIL THE BORROWER PAYS IT BACK -
      *        THE ACCOUNT'S COLLECTIONS FOR THE PERIOD GO TO THE
      *        OUTSTANDING ADVANCE FIRST.  A PERIOD ALREADY RECOVERED
      *        ON A PRIOR RUN IS REPORTED AS RECORDED, NOT TAKEN AGAIN.
                IF WS-ACCT-ASSIGNED
                  AND WS-POOL-IDX > 0
                    MOVE WS-CURRENT-ACCT TO AV-MORTGAGE-ACCT-NO
                    READ ADVANCE-LEDGER-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            PERFORM A047-APPLY-RECOVERY
                    END-READ
                    IF WS-ADVL-STATUS NOT = '00'
                      AND WS-ADVL-STATUS NOT = '23'
                        MOVE 'ADVLEDGR' TO WS-ERR-FILE-NAME
                        MOVE 'READ' TO WS-ERR-OPERATION
                        MOVE WS-ADVL-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                END-IF.
      *
       A047-APPLY-RECOVERY.
                IF AV-LAST-RECOVERY-PERIOD = WS-REMIT-PERIOD
                    ADD AV-LAST-RECOVERY-AMOUNT
                        TO WS-PT-RECOVERED (WS-POOL-IDX)
                ELSE
                    IF AV-OUTSTANDING-BALANCE > 0
                      AND WS-ACCT-COLLECTED > 0
                        IF WS-ACCT-COLLECTED < AV-OUTSTANDING-BALANCE
                            MOVE WS-ACCT-COLLECTED
                                TO WS-RECOVERY-AMOUNT
                        ELSE
                            MOVE AV-OUTSTANDING-BALANCE
                                TO WS-RECOVERY-AMOUNT
                        END-IF
                        SUBTRACT WS-RECOVERY-AMOUNT
                            FROM AV-OUTSTANDING-BALANCE
                        ADD WS-RECOVERY-AMOUNT TO AV-TOTAL-RECOVERED
                        MOVE WS-REMIT-PERIOD
                            TO AV-LAST-RECOVERY-PERIOD
                        MOVE WS-RECOVERY-AMOUNT
                            TO AV-LAST-RECOVERY-AMOUNT
                        REWRITE ADVANCE-LEDGER-RECORD
                        IF WS-ADVL-STATUS NOT = '00'
                            MOVE 'ADVLEDGR' TO WS-ERR-FILE-NAME
                            MOVE 'REWRITE' TO WS-ERR-OPERATION
                            MOVE WS-ADVL-STATUS TO WS-ERR-STATUS-CODE
                            PERFORM A099-WRITE-ERROR-LOG
                        ELSE
                            ADD WS-RECOVERY-AMOUNT
                                TO WS-PT-RECOVERED (WS-POOL-IDX)
                        END-IF
                    END-IF
                END-IF.
      *
       A050-SPLIT-ROW.
      *        SAME SPLIT DBBGLEX JOURNALS - SCHEDULE INTEREST BY
                        + WS-ROW-SIGN *
                          (WS-PRINCIPAL-PORTION
                           + WS-INTEREST-PORTION)
                    COMPUTE WS-ACCT-COLLECTED =
                        WS-ACCT-COLLECTED
                        + WS-ROW-SIGN *
                          (WS-PRINCIPAL-PORTION
                           + WS-INTEREST-PORTION)
                ELSE
                    ADD 1 TO WS-UNASSIGNED-COUNT
                    COMPUTE WS-UNASSIGNED-PRINCIPAL =
                          (WS-PRINCIPAL-PORTION
                           + WS-INTEREST-PORTION)
                END-IF.
      *
       A062-POSITION-LEDGER.
                MOVE LOW-VALUES TO AV-MORTGAGE-ACCT-NO.
                START ADVANCE-LEDGER-FILE
                    KEY IS NOT LESS THAN AV-MORTGAGE-ACCT-NO
                    INVALID KEY
                        SET WS-EOF-ADVLEDGR TO TRUE
                END-START.
      *
       A064-ADD-LEDGER-ROW.
      *        THE PERIOD'S ADVANCES AND WHAT IS STILL OWED TO US
      *        ROLL INTO THE POOL THE ADVANCE WAS MADE FOR, WHETHER
      *        OR NOT THE LOAN HAD ANY HISTORY THIS PERIOD.
                READ ADVANCE-LEDGER-FILE NEXT RECORD
                    AT END
                        SET WS-EOF-ADVLEDGR TO TRUE
                    NOT AT END
                        IF AV-LAST-ADVANCE-PERIOD = WS-REMIT-PERIOD
                          OR AV-OUTSTANDING-BALANCE > 0
                            PERFORM A066-ROLL-LEDGER-ROW
                        END-IF
                END-READ.
                IF WS-ADVL-STATUS NOT = '00'
                  AND WS-ADVL-STATUS NOT = '10'
                    MOVE 'ADVLEDGR' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-ADVL-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A066-ROLL-LEDGER-ROW.
                MOVE AV-POOL-ID TO WS-CURRENT-POOL.
                MOVE AV-INVESTOR-NAME TO WS-CURRENT-INVESTOR.
                SET WS-ACCT-ASSIGNED TO TRUE.
                PERFORM A038-FIND-POOL-TOTALS.
                ADD AV-OUTSTANDING-BALANCE TO WS-ADV-OUTSTANDING-TOTAL.
                IF WS-ACCT-ASSIGNED
                  AND WS-POOL-IDX > 0
                    IF AV-LAST-ADVANCE-PERIOD = WS-REMIT-PERIOD
                        ADD AV-LAST-ADVANCE-AMOUNT
                            TO WS-PT-ADVANCED (WS-POOL-IDX)
                    END-IF
                    ADD AV-OUTSTANDING-BALANCE
                        TO WS-PT-OUTSTANDING (WS-POOL-IDX)
                END-IF.
      *
       A070-REPORT-POOLS.
                PERFORM A072-REPORT-ONE-POOL
                    TO PTL-COLLECTED.
                WRITE REMIT-REPORT-LINE FROM WS-POOL-TOTAL-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                COMPUTE WS-PT-NET-REMIT (WS-POOL-TOT-IDX) =
                    WS-PT-COLLECTED (WS-POOL-TOT-IDX)
                    - WS-PT-RECOVERED (WS-POOL-TOT-IDX)
                    + WS-PT-ADVANCED (WS-POOL-TOT-IDX).
                MOVE ' ADVANCES MADE     : ' TO PAL-LABEL.
                MOVE WS-PT-ADVANCED (WS-POOL-TOT-IDX) TO PAL-AMOUNT.
                PERFORM A076-WRITE-ADVANCE-LINE.
                MOVE ' ADVANCES RECOVERED: ' TO PAL-LABEL.
                MOVE WS-PT-RECOVERED (WS-POOL-TOT-IDX) TO PAL-AMOUNT.
                PERFORM A076-WRITE-ADVANCE-LINE.
                MOVE ' NET REMITTANCE    : ' TO PAL-LABEL.
                MOVE WS-PT-NET-REMIT (WS-POOL-TOT-IDX) TO PAL-AMOUNT.
                PERFORM A076-WRITE-ADVANCE-LINE.
                MOVE ' ADVANCES OUTSTAND : ' TO PAL-LABEL.
                MOVE WS-PT-OUTSTANDING (WS-POOL-TOT-IDX)
                    TO PAL-AMOUNT.
                PERFORM A076-WRITE-ADVANCE-LINE.
                PERFORM A074-WRITE-SETTLEMENT.
      *
       A074-WRITE-SETTLEMENT.
                    TO IV-INTEREST-TOTAL.
                MOVE WS-PT-COLLECTED (WS-POOL-TOT-IDX)
                    TO IV-TOTAL-COLLECTED.
                MOVE WS-PT-ADVANCED (WS-POOL-TOT-IDX)
                    TO IV-ADVANCES-MADE.
                MOVE WS-PT-RECOVERED (WS-POOL-TOT-IDX)
                    TO IV-ADVANCES-RECOVERED.
                MOVE WS-PT-NET-REMIT (WS-POOL-TOT-IDX)
                    TO IV-NET-REMITTANCE.
                MOVE WS-PT-OUTSTANDING (WS-POOL-TOT-IDX)
                    TO IV-ADVANCES-OUTSTANDING.
                WRITE SETTLEMENT-RECORD.
                IF WS-SETL-STATUS NOT = '00'
                    MOVE 'INVRSETL' TO WS-ERR-FILE-NAME
                MOVE WS-UNASSIGNED-COLLECTED TO PTL-COLLECTED.
                WRITE REMIT-REPORT-LINE FROM WS-POOL-TOTAL-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A076-WRITE-ADVANCE-LINE.
                WRITE REMIT-REPORT-LINE FROM WS-POOL-ADVANCE-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A079-REPORT-OUTSTANDING.
                WRITE REMIT-REPORT-LINE FROM WS-BLANK-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE WS-ADV-OUTSTANDING-TOTAL TO ATL-OUTSTANDING.
                WRITE REMIT-REPORT-LINE FROM WS-ADVANCE-TOTAL-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A075-CHECK-RPT-STATUS.
                IF WS-RPT-STATUS NOT = '00'
                CLOSE POOL-ASSIGN-FILE.
                CLOSE PAYMENT-HISTORY-FILE.
                CLOSE AMORT-SCHEDULE-FILE.
                CLOSE ADVANCE-LEDGER-FILE.
                CLOSE REMIT-REPORT-FILE.
                CLOSE SETTLEMENT-FILE.
                CLOSE AUDIT-LOG-FILE.
