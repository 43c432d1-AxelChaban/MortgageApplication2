      *                deleting the account's rows and writing the     *
      *                fresh ones in place, so the batch window        *
      *                shrinks to the loans that actually moved.       *
      *    2026-10-15  A loan whose rate was fixed by an approved      *
      *                permanent modification on LMPLAN is amortized   *
      *                on the master's rate rather than the rate-table *
      *                rate, so its modified schedule is left alone.   *
      *    2026-10-15  A loan transferred out by DBBSXFR keeps the     *
      *                schedule it was boarded to the new servicer     *
      *                with - it is still counted and validated but    *
      *                never rebuilt.                                  *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS AS-SCHED-KEY
                   OF AMORT-SCHEDULE-RECORD
               FILE STATUS IS WS-AMORSCHD-STATUS.
           SELECT LOSS-MIT-PLAN-FILE
               ASSIGN TO "LMPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-LMPLAN-STATUS.
           SELECT CONTROL-TOTAL-FILE
               ASSIGN TO "CTLTOT"
               ORGANIZATION IS SEQUENTIAL
       FD  AMORT-SCHEDULE-FILE.
       01  AMORT-SCHEDULE-RECORD.
           COPY EPSAMSCH.
       FD  LOSS-MIT-PLAN-FILE.
       01  LOSS-MIT-PLAN-RECORD.
           COPY EPSLMPL.
       FD  CONTROL-TOTAL-FILE.
       01  CONTROL-TOTAL-RECORD.
           COPY EPSCTLTOT.
       01 BUSINESS-DATE PIC X(10).
       01 WS-CUSTMAST-STATUS PIC X(2).
       01 WS-AMORSCHD-STATUS PIC X(2).
       01 WS-LMPLAN-STATUS PIC X(2).
       01 WS-CTLTOT-STATUS PIC X(2).
       01 WS-CKPT-STATUS PIC X(2).
       01 WS-EXCPT-STATUS PIC X(2).
          88 WS-PURGE-EOF VALUE 'Y'.
       01 WS-CHECK-PAYMENT-NO PIC 9(3).
       01 WS-REGEN-COUNT PIC 9(7) VALUE 0.
       01 WS-XFER-SKIP-COUNT PIC 9(7) VALUE 0.
       01 WS-AMORT-RUN-DATE PIC X(10).
       01 WS-SCHEDULE-TABLE.
          05 WS-SCHEDULE-ROW OCCURS 480 TIMES INDEXED BY SCH-IDX.
             COPY EPSAMSCH REPLACING ==05== BY ==10==
                    MOVE WS-AMORSCHD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT LOSS-MIT-PLAN-FILE.
                IF WS-LMPLAN-STATUS NOT = '00'
                    MOVE 'LMPLAN' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-LMPLAN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN EXTEND CONTROL-TOTAL-FILE.
                IF WS-CTLTOT-STATUS NOT = '00'
                    MOVE 'CTLTOT' TO WS-ERR-FILE-NAME
                    ADD 1 TO WS-CTL-RECORD-COUNT
                    ADD CM-LOAN-AMOUNT OF CUSTOMER-COPY
                        TO WS-CTL-LOAN-TOTAL
                    IF CM-STATUS-TRANSFERRED OF CUSTOMER-COPY
                        ADD 1 TO WS-XFER-SKIP-COUNT
                    ELSE
                        PERFORM A050-BUILD-AMORTIZATION
                    END-IF
                END-IF.
                ADD 1 TO WS-RECORDS-SINCE-CKPT.
                ADD 1 TO WS-TOTAL-PROCESSED.
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF.
      *
       A048-SET-AMORT-RUN-DATE.
      *        A RATE FIXED BY AN APPROVED MODIFICATION STANDS - A
      *        BLANK RUN DATE MATCHES NO RATE-TABLE ENTRY, SO DBBAMORT
      *        BUILDS ON THE MASTER'S RATE INSTEAD OF THE TABLE'S.
                MOVE BUSINESS-DATE TO WS-AMORT-RUN-DATE.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO LM-MORTGAGE-ACCT-NO.
                READ LOSS-MIT-PLAN-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF LM-RATE-FIXED
                            MOVE SPACES TO WS-AMORT-RUN-DATE
                        END-IF
                END-READ.
                IF WS-LMPLAN-STATUS NOT = '00'
                  AND WS-LMPLAN-STATUS NOT = '23'
                    MOVE 'LMPLAN' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-LMPLAN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A050-BUILD-AMORTIZATION.
                PERFORM A048-SET-AMORT-RUN-DATE.
                CALL 'DBBAMORT' USING
                    CM-CUSTOMER-ID OF CUSTOMER-COPY
                    CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    WS-SCHEDULE-COUNT
                    WS-SCHEDULE-TABLE
                    CM-LOAN-TYPE OF CUSTOMER-COPY
                    WS-AMORT-RUN-DATE.
                PERFORM A052-CHECK-SCHEDULE-CURRENT.
                IF WS-SCHED-STALE
                    PERFORM A054-DELETE-OLD-ROWS
      *
       A090-CLOSE-FILES.
                DISPLAY 'SCHEDULES REGENERATED : ' WS-REGEN-COUNT.
                DISPLAY 'TRANSFERRED - SKIPPED : ' WS-XFER-SKIP-COUNT.
                PERFORM A072-WRITE-FINAL-CHECKPOINT.
                PERFORM A080-WRITE-CONTROL-TOTAL.
                PERFORM A085-WRITE-AUDIT-LOG.
                CLOSE CUSTOMER-MASTER-FILE.
                CLOSE AMORT-SCHEDULE-FILE.
                CLOSE LOSS-MIT-PLAN-FILE.
                CLOSE CONTROL-TOTAL-FILE.
                CLOSE CHECKPOINT-FILE.
                CLOSE EXCEPTION-FILE.
