      *    2026-09-02  Skip accounts in the new paid-off status set    *
      *                by DBBPOFF - a closed loan has no business on   *
      *                the bureau feed.                                *
      *    2026-10-15  Skip loans transferred out by DBBSXFR the same  *
      *                way - the new servicer reports them.            *
      *    2026-10-15  Report a charged-off loan (status C) with its   *
      *                charge-off date and the amount still owed on it *
      *                - charged off less recovered, from the keyed    *
      *                CHGOFF record.                                  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BURO-STATUS.
           SELECT CHARGEOFF-FILE
               ASSIGN TO "CHGOFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-CHGOFF-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
       FD  BUREAU-EXTRACT-FILE.
       01  BUREAU-EXTRACT-RECORD.
           COPY EPSBURO.
       FD  CHARGEOFF-FILE.
       01  CHARGEOFF-RECORD.
           COPY EPSCHGO.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY EPSAUDIT.
       01 BUSINESS-DATE PIC X(10).
       01 WS-CUSTMAST-STATUS PIC X(2).
       01 WS-BURO-STATUS PIC X(2).
       01 WS-CHGOFF-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
       01 WS-ERR-FILE-NAME PIC X(8).
                    MOVE WS-BURO-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT CHARGEOFF-FILE.
                IF WS-CHGOFF-STATUS NOT = '00'
                    MOVE 'CHGOFF' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CHGOFF-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN EXTEND AUDIT-LOG-FILE.
                IF WS-AUDIT-STATUS NOT = '00'
                    MOVE 'AUDITLOG' TO WS-ERR-FILE-NAME
      *
       A030-EXTRACT-CUSTOMER.
                IF CM-STATUS-PAIDOFF OF CUSTOMER-COPY
                  OR CM-STATUS-TRANSFERRED OF CUSTOMER-COPY
                    PERFORM A020-READ-CUSTOMER
                ELSE
                    PERFORM A035-WRITE-EXTRACT
                MOVE CM-APPLICATION-STATUS OF CUSTOMER-COPY
                    TO BX-APPLICATION-STATUS.
                MOVE BUSINESS-DATE TO BX-RUN-DATE.
                MOVE SPACES TO BX-CHGOFF-DATE.
                MOVE 0 TO BX-CHGOFF-BALANCE.
                IF CM-STATUS-CHARGEDOFF OF CUSTOMER-COPY
                    PERFORM A037-FETCH-CHARGEOFF
                END-IF.
                WRITE BUREAU-EXTRACT-RECORD.
                IF WS-BURO-STATUS NOT = '00'
                    MOVE 'BUROEXTR' TO WS-ERR-FILE-NAME
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                ADD 1 TO WS-EXTRACT-COUNT.
      *
       A037-FETCH-CHARGEOFF.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO CO-MORTGAGE-ACCT-NO.
                READ CHARGEOFF-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CO-CHGOFF-DATE TO BX-CHGOFF-DATE
                        IF CO-RECOVERED-TOTAL < CO-TOTAL-CHARGED-OFF
                            COMPUTE BX-CHGOFF-BALANCE =
                                CO-TOTAL-CHARGED-OFF
                                - CO-RECOVERED-TOTAL
                        END-IF
                END-READ.
                IF WS-CHGOFF-STATUS NOT = '00'
                  AND WS-CHGOFF-STATUS NOT = '23'
                    MOVE 'CHGOFF' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-CHGOFF-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A085-WRITE-AUDIT-LOG.
                MOVE 'DBBEXTR' TO AL-PROGRAM-ID.
                    WS-EXTRACT-COUNT.
                PERFORM A085-WRITE-AUDIT-LOG.
                CLOSE CUSTOMER-MASTER-FILE.
                CLOSE CHARGEOFF-FILE.
                CLOSE BUREAU-EXTRACT-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
