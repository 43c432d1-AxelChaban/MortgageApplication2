      *                BNK1LFW are verified through DBBSIGN against    *
      *                the collections entitlement on the OPERPROF     *
      *                profile before the fee balance is touched.      *
      *    2026-10-15  No fee is assessed on a loan inside an approved *
      *                forbearance period on the LMPLAN file; those    *
      *                loans are counted and shown at end of run.      *
      *    2026-10-15  No fee is assessed on a loan under a legal      *
      *                hold in force on LEGLHOLD; each such loan is    *
      *                listed on the LATEHOLD report of accounts       *
      *                skipped for a hold.                             *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LF-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-LFEE-STATUS.
           SELECT LOSS-MIT-PLAN-FILE
               ASSIGN TO "LMPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-LMPLAN-STATUS.
           SELECT LEGAL-HOLD-FILE
               ASSIGN TO "LEGLHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-LHLD-STATUS.
           SELECT FEE-CONFIG-FILE
               ASSIGN TO "LATEFCFG"
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT HOLD-REPORT-FILE
               ASSIGN TO "LATEHOLD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HRPT-STATUS.
           SELECT CHANGE-HISTORY-FILE
               ASSIGN TO "CHGHIST"
               ORGANIZATION IS SEQUENTIAL
       FD  LATE-FEE-FILE.
       01  LATE-FEE-RECORD.
           COPY EPSLFEE.
       FD  LOSS-MIT-PLAN-FILE.
       01  LOSS-MIT-PLAN-RECORD.
           COPY EPSLMPL.
       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-RECORD.
           COPY EPSLHLD.
       FD  FEE-CONFIG-FILE.
       01  FEE-CONFIG-RECORD.
           COPY EPSLFCF.
       FD  LATE-FEE-REPORT-FILE.
       01  LATE-FEE-REPORT-LINE         PIC X(80).
       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-LINE             PIC X(80).
       FD  CHANGE-HISTORY-FILE.
       01  CHANGE-HISTORY-RECORD.
           COPY EPSCHGH.
       01 WS-CUSTMAST-STATUS PIC X(2).
       01 WS-AMORSCHD-STATUS PIC X(2).
       01 WS-LFEE-STATUS PIC X(2).
       01 WS-LMPLAN-STATUS PIC X(2).
       01 WS-LHLD-STATUS PIC X(2).
       01 WS-HRPT-STATUS PIC X(2).
       01 WS-LFCF-STATUS PIC X(2).
       01 WS-RPT-STATUS PIC X(2).
       01 WS-CHGH-STATUS PIC X(2).
          88 WS-FEE-FOUND VALUE 'Y'.
       01 WS-CONFIG-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-CONFIG-FOUND VALUE 'Y'.
       01 WS-FORBEARANCE-SWITCH PIC X VALUE 'N'.
          88 WS-IN-FORBEARANCE VALUE 'Y'.
       01 WS-LEGAL-HOLD-SWITCH PIC X VALUE 'N'.
          88 WS-ON-LEGAL-HOLD VALUE 'Y'.
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-FORBEARANCE-COUNT PIC 9(7) VALUE 0.
       01 WS-HOLD-COUNT PIC 9(7) VALUE 0.
       01 WS-ASSESSED-COUNT PIC 9(7) VALUE 0.
       01 WS-CONFIG-COUNT PIC 9(2) VALUE 0.
       01 WS-CONFIG-IDX PIC 9(2).
          05 DL-FEE-AMOUNT       PIC ZZ,ZZ9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-FEE-BALANCE      PIC ZZZ,ZZ9.99.
       01 WS-HOLD-HEADING.
          05 FILLER              PIC X(29) VALUE
             'LEGAL HOLD - FEES SKIPPED'.
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(9)  VALUE 'RUN DATE:'.
          05 HH-RUN-DATE         PIC X(10).
       01 WS-HOLD-DETAIL-LINE.
          05 HDL-MORTGAGE-ACCT   PIC X(12).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 HDL-CUSTOMER-ID     PIC X(10).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 HDL-HOLD-TYPE       PIC X(3).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 HDL-CASE-NUMBER     PIC X(20).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 HDL-FILING-DATE     PIC X(10).
       01 WS-HOLD-TOTAL-LINE.
          05 FILLER              PIC X(21) VALUE
             'ON LEGAL HOLD      : '.
          05 HTL-COUNT           PIC ZZZ,ZZ9.
       LINKAGE SECTION.
       01 LS-PARM.
          05 LS-PARM-LEN             PIC S9(4) COMP.
                        MOVE WS-AMORSCHD-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                    OPEN INPUT LOSS-MIT-PLAN-FILE
                    IF WS-LMPLAN-STATUS NOT = '00'
                        MOVE 'LMPLAN' TO WS-ERR-FILE-NAME
                        MOVE 'OPEN' TO WS-ERR-OPERATION
                        MOVE WS-LMPLAN-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                    OPEN INPUT LEGAL-HOLD-FILE
                    IF WS-LHLD-STATUS NOT = '00'
                        MOVE 'LEGLHOLD' TO WS-ERR-FILE-NAME
                        MOVE 'OPEN' TO WS-ERR-OPERATION
                        MOVE WS-LHLD-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                    OPEN INPUT FEE-CONFIG-FILE
                    IF WS-LFCF-STATUS NOT = '00'
                        MOVE 'LATEFCFG' TO WS-ERR-FILE-NAME
                        MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                    OPEN OUTPUT HOLD-REPORT-FILE
                    IF WS-HRPT-STATUS NOT = '00'
                        MOVE 'LATEHOLD' TO WS-ERR-FILE-NAME
                        MOVE 'OPEN' TO WS-ERR-OPERATION
                        MOVE WS-HRPT-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                END-IF.
                IF WS-MODE-WAIVE
                    OPEN EXTEND CHANGE-HISTORY-FILE
                MOVE BUSINESS-DATE TO HL-RUN-DATE.
                WRITE LATE-FEE-REPORT-LINE FROM WS-HEADING-LINE-1.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE BUSINESS-DATE TO HH-RUN-DATE.
                WRITE HOLD-REPORT-LINE FROM WS-HOLD-HEADING.
                PERFORM A077-CHECK-HOLD-RPT-STATUS.
      *
       A018-LOAD-CONFIG.
                PERFORM A019-LOAD-ONE-CONFIG
      *
       A030-ASSESS-LOAN.
                PERFORM A032-FETCH-MASTER.
                MOVE 'N' TO WS-FORBEARANCE-SWITCH.
                MOVE 'N' TO WS-LEGAL-HOLD-SWITCH.
                IF WS-MASTER-FOUND
                    PERFORM A033-CHECK-FORBEARANCE
                END-IF.
                IF WS-MASTER-FOUND
                  AND NOT WS-IN-FORBEARANCE
                    PERFORM A035-CHECK-LEGAL-HOLD
                END-IF.
                IF WS-MASTER-FOUND
                  AND NOT WS-IN-FORBEARANCE
                  AND NOT WS-ON-LEGAL-HOLD
                    PERFORM A034-FIND-CONFIG
                    IF WS-CONFIG-FOUND
                        PERFORM A036-COMPUTE-DAYS-LATE
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A033-CHECK-FORBEARANCE.
      *        FEES ARE SUSPENDED FOR THE WHOLE OF AN APPROVED
      *        FORBEARANCE PERIOD.
                MOVE CQ-MORTGAGE-ACCT-NO TO LM-MORTGAGE-ACCT-NO.
                READ LOSS-MIT-PLAN-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF LM-TYPE-FORBEARANCE
                          AND LM-STATUS-ACTIVE
                          AND LM-START-DATE NOT > BUSINESS-DATE
                          AND LM-END-DATE NOT < BUSINESS-DATE
                            SET WS-IN-FORBEARANCE TO TRUE
                            ADD 1 TO WS-FORBEARANCE-COUNT
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
       A035-CHECK-LEGAL-HOLD.
      *        NO FEE IS CHARGED WHILE A HOLD IS IN FORCE - FROM
      *        ENTRY UNTIL ITS RELEASE DATE.
                MOVE CQ-MORTGAGE-ACCT-NO TO LH-MORTGAGE-ACCT-NO.
                READ LEGAL-HOLD-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF LH-RELEASE-DATE = SPACES
                          OR LH-RELEASE-DATE > BUSINESS-DATE
                            SET WS-ON-LEGAL-HOLD TO TRUE
                            PERFORM A046-REPORT-HELD-LOAN
                        END-IF
                END-READ.
                IF WS-LHLD-STATUS NOT = '00'
                  AND WS-LHLD-STATUS NOT = '23'
                    MOVE 'LEGLHOLD' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-LHLD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A046-REPORT-HELD-LOAN.
                ADD 1 TO WS-HOLD-COUNT.
                MOVE CQ-MORTGAGE-ACCT-NO TO HDL-MORTGAGE-ACCT.
                MOVE CQ-CUSTOMER-ID TO HDL-CUSTOMER-ID.
                MOVE LH-HOLD-TYPE TO HDL-HOLD-TYPE.
                MOVE LH-CASE-NUMBER TO HDL-CASE-NUMBER.
                MOVE LH-FILING-DATE TO HDL-FILING-DATE.
                WRITE HOLD-REPORT-LINE FROM WS-HOLD-DETAIL-LINE.
                PERFORM A077-CHECK-HOLD-RPT-STATUS.
      *
       A034-FIND-CONFIG.
      *        A LOAN TYPE WITH NO CONFIGURATION ROW IS NEVER
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A077-CHECK-HOLD-RPT-STATUS.
                IF WS-HRPT-STATUS NOT = '00'
                    MOVE 'LATEHOLD' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-HRPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A085-WRITE-AUDIT-LOG.
                MOVE 'DBBLATE' TO AL-PROGRAM-ID.
      *
       A090-CLOSE-FILES.
                DISPLAY 'FEES PROCESSED : ' WS-ASSESSED-COUNT.
                IF WS-MODE-ASSESS
                    DISPLAY 'IN FORBEARANCE : ' WS-FORBEARANCE-COUNT
                    DISPLAY 'ON LEGAL HOLD  : ' WS-HOLD-COUNT
                    MOVE WS-HOLD-COUNT TO HTL-COUNT
                    WRITE HOLD-REPORT-LINE FROM WS-HOLD-TOTAL-LINE
                    PERFORM A077-CHECK-HOLD-RPT-STATUS
                END-IF.
                PERFORM A085-WRITE-AUDIT-LOG.
                IF WS-MODE-ASSESS
                    CLOSE COLLECTIONS-QUEUE-FILE
                    CLOSE CUSTOMER-MASTER-FILE
                    CLOSE AMORT-SCHEDULE-FILE
                    CLOSE LOSS-MIT-PLAN-FILE
                    CLOSE LEGAL-HOLD-FILE
                    CLOSE FEE-CONFIG-FILE
                    CLOSE LATE-FEE-REPORT-FILE
                    CLOSE HOLD-REPORT-FILE
                END-IF.
                IF WS-MODE-WAIVE
                    CLOSE CHANGE-HISTORY-FILE
