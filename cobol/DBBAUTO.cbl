      *                appended record would break its counts.         *
      *                DBBTEST reads MTGRESUB after the controlled     *
      *                feed on every FULL run.                         *
      *    2026-10-15  The ORIGIN debit now includes the monthly       *
      *                mortgage-insurance premium for an account with  *
      *                active coverage on the keyed MINSFILE; once     *
      *                DBBMINS cancels the coverage the premium drops  *
      *                off the debit.                                  *
      *    2026-10-15  ORIGIN makes no debit on an account under a     *
      *                legal hold in force on LEGLHOLD; each such      *
      *                account is listed on the AUTOHOLD report of     *
      *                accounts skipped for a hold and its enrollment  *
      *                is left in place for when the hold is released. *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS ES-MORTGAGE-ACCT-NO
                   OF ESCROW-RECORD
               FILE STATUS IS WS-ESCR-STATUS.
           SELECT MORTGAGE-INS-FILE
               ASSIGN TO "MINSFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MI-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-MINS-STATUS.
           SELECT LEGAL-HOLD-FILE
               ASSIGN TO "LEGLHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-LHLD-STATUS.
           SELECT ACH-DEBIT-FILE
               ASSIGN TO "ACHDEBIT"
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MTGTRX-STATUS.
           SELECT HOLD-REPORT-FILE
               ASSIGN TO "AUTOHOLD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HRPT-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
       FD  ESCROW-FILE.
       01  ESCROW-RECORD.
           COPY EPSESCR.
       FD  MORTGAGE-INS-FILE.
       01  MORTGAGE-INS-RECORD.
           COPY EPSMINS.
       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-RECORD.
           COPY EPSLHLD.
       FD  ACH-DEBIT-FILE.
       01  ACH-DEBIT-RECORD.
           COPY EPSACHD.
       01  MORTGAGE-TRANS-RECORD.
           COPY EPSMTCOM.
           COPY EPSMTTRX.
       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-LINE             PIC X(80).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY EPSAUDIT.
       01 WS-CUSTMAST-STATUS PIC X(2).
       01 WS-AMORSCHD-STATUS PIC X(2).
       01 WS-ESCR-STATUS PIC X(2).
       01 WS-MINS-STATUS PIC X(2).
       01 WS-LHLD-STATUS PIC X(2).
       01 WS-HRPT-STATUS PIC X(2).
       01 WS-ACHD-STATUS PIC X(2).
       01 WS-ACHR-STATUS PIC X(2).
       01 WS-MTGTRX-STATUS PIC X(2).
          88 WS-ESCROW-FOUND VALUE 'Y'.
       01 WS-SCHED-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-SCHED-FOUND VALUE 'Y'.
       01 WS-LEGAL-HOLD-SWITCH PIC X VALUE 'N'.
          88 WS-ON-LEGAL-HOLD VALUE 'Y'.
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-RECORDS-OUT PIC 9(7) VALUE 0.
       01 WS-HOLD-COUNT PIC 9(7) VALUE 0.
       01 WS-DEBIT-AMOUNT PIC 9(7)V99.
       01 WS-HOLD-HEADING.
          05 FILLER              PIC X(29) VALUE
             'LEGAL HOLD - DEBITS SKIPPED'.
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
                PERFORM A010-OPEN-FILES.
                EVALUATE TRUE
                    WHEN WS-MODE-ORIGIN
                        PERFORM A039-WRITE-HOLD-HEADING
                        PERFORM A040-POSITION-AUTOPAY
                        PERFORM A042-ORIGINATE-ONE-DEBIT
                            UNTIL WS-EOF-AUTOPAY
                        MOVE WS-ESCR-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                    OPEN INPUT MORTGAGE-INS-FILE
                    IF WS-MINS-STATUS NOT = '00'
                        MOVE 'MINSFILE' TO WS-ERR-FILE-NAME
                        MOVE 'OPEN' TO WS-ERR-OPERATION
                        MOVE WS-MINS-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                    OPEN INPUT LEGAL-HOLD-FILE
                    IF WS-LHLD-STATUS NOT = '00'
                        MOVE 'LEGLHOLD' TO WS-ERR-FILE-NAME
                        MOVE 'OPEN' TO WS-ERR-OPERATION
                        MOVE WS-LHLD-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                    OPEN OUTPUT HOLD-REPORT-FILE
                    IF WS-HRPT-STATUS NOT = '00'
                        MOVE 'AUTOHOLD' TO WS-ERR-FILE-NAME
                        MOVE 'OPEN' TO WS-ERR-OPERATION
                        MOVE WS-HRPT-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                    OPEN OUTPUT ACH-DEBIT-FILE
                    IF WS-ACHD-STATUS NOT = '00'
                        MOVE 'ACHDEBIT' TO WS-ERR-FILE-NAME
                            ADD 1 TO WS-RECORDS-OUT
                        END-IF
                END-READ.
      *
       A039-WRITE-HOLD-HEADING.
                MOVE BUSINESS-DATE TO HH-RUN-DATE.
                WRITE HOLD-REPORT-LINE FROM WS-HOLD-HEADING.
                PERFORM A077-CHECK-HOLD-RPT-STATUS.
      *
       A040-POSITION-AUTOPAY.
                MOVE LOW-VALUES
                    PERFORM A097-FLAG-REJECT
                END-IF.
                IF WS-MASTER-FOUND
                    PERFORM A045-CHECK-LEGAL-HOLD
                END-IF.
                IF WS-MASTER-FOUND
                  AND NOT WS-ON-LEGAL-HOLD
                    PERFORM A046-COMPUTE-DEBIT-AMOUNT
                    IF WS-SCHED-FOUND
                        PERFORM A048-WRITE-DEBIT
                        ADD 1 TO WS-RECORDS-OUT
                    END-IF
                END-IF.
      *
       A045-CHECK-LEGAL-HOLD.
      *        NO DEBIT IS TAKEN WHILE A HOLD IS IN FORCE - FROM
      *        ENTRY UNTIL ITS RELEASE DATE.  THE ENROLLMENT STAYS
      *        SO DEBITS RESUME ONCE THE HOLD IS RELEASED.
                MOVE 'N' TO WS-LEGAL-HOLD-SWITCH.
                MOVE AP-MORTGAGE-ACCT-NO OF AUTOPAY-RECORD
                    TO LH-MORTGAGE-ACCT-NO.
                READ LEGAL-HOLD-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF LH-RELEASE-DATE = SPACES
                          OR LH-RELEASE-DATE > BUSINESS-DATE
                            SET WS-ON-LEGAL-HOLD TO TRUE
                            PERFORM A052-REPORT-HELD-LOAN
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
       A046-COMPUTE-DEBIT-AMOUNT.
      *        SCHEDULED P&I COMES STRAIGHT OFF THE LOAN'S FIRST
      *        SCHEDULE ROW, THE WAY DBBDELQ READS IT; THE MONTHLY
      *        ESCROW PORTION IS ADDED WHERE THE ACCOUNT IS
      *        ESCROWED, AND THE MORTGAGE-INSURANCE PREMIUM WHILE THE
      *        COVERAGE IS ACTIVE, SO THE DEBIT IS THE BORROWER'S REAL
      *        MONTHLY PAYMENT.
                MOVE 'N' TO WS-SCHED-FOUND-SWITCH.
                MOVE AP-MORTGAGE-ACCT-NO OF AUTOPAY-RECORD
                    TO AS-MORTGAGE-ACCT-NO.
                        ADD ES-MONTHLY-ESCROW OF ESCROW-RECORD
                            TO WS-DEBIT-AMOUNT
                    END-IF
                    MOVE AP-MORTGAGE-ACCT-NO OF AUTOPAY-RECORD
                        TO MI-MORTGAGE-ACCT-NO
                    READ MORTGAGE-INS-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF MI-STATUS-ACTIVE
                                ADD MI-MONTHLY-PREMIUM
                                    TO WS-DEBIT-AMOUNT
                            END-IF
                    END-READ
                    IF WS-MINS-STATUS NOT = '00'
                      AND WS-MINS-STATUS NOT = '23'
                        MOVE 'MINSFILE' TO WS-ERR-FILE-NAME
                        MOVE 'READ' TO WS-ERR-OPERATION
                        MOVE WS-MINS-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                END-IF.
      *
       A048-WRITE-DEBIT.
                    MOVE WS-MTGTRX-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A052-REPORT-HELD-LOAN.
                ADD 1 TO WS-HOLD-COUNT.
                MOVE AP-MORTGAGE-ACCT-NO OF AUTOPAY-RECORD
                    TO HDL-MORTGAGE-ACCT.
                MOVE AP-CUSTOMER-ID OF AUTOPAY-RECORD
                    TO HDL-CUSTOMER-ID.
                MOVE LH-HOLD-TYPE TO HDL-HOLD-TYPE.
                MOVE LH-CASE-NUMBER TO HDL-CASE-NUMBER.
                MOVE LH-FILING-DATE TO HDL-FILING-DATE.
                WRITE HOLD-REPORT-LINE FROM WS-HOLD-DETAIL-LINE.
                PERFORM A077-CHECK-HOLD-RPT-STATUS.
      *
       A077-CHECK-HOLD-RPT-STATUS.
                IF WS-HRPT-STATUS NOT = '00'
                    MOVE 'AUTOHOLD' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-HRPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A060-READ-RETURN.
                READ ACH-RETURN-FILE
      *
       A090-CLOSE-FILES.
                DISPLAY 'RECORDS PROCESSED : ' WS-RECORDS-OUT.
                IF WS-MODE-ORIGIN
                    DISPLAY 'ON LEGAL HOLD     : ' WS-HOLD-COUNT
                    MOVE WS-HOLD-COUNT TO HTL-COUNT
                    WRITE HOLD-REPORT-LINE FROM WS-HOLD-TOTAL-LINE
                    PERFORM A077-CHECK-HOLD-RPT-STATUS
                END-IF.
                PERFORM A085-WRITE-AUDIT-LOG.
                IF WS-MODE-ENROLL
                    CLOSE ENROLLMENT-FEED-FILE
                IF WS-MODE-ORIGIN
                    CLOSE AMORT-SCHEDULE-FILE
                    CLOSE ESCROW-FILE
                    CLOSE MORTGAGE-INS-FILE
                    CLOSE LEGAL-HOLD-FILE
                    CLOSE HOLD-REPORT-FILE
                    CLOSE ACH-DEBIT-FILE
                END-IF.
                IF WS-MODE-RETURNS
