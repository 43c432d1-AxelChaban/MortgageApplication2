  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBCHGO.
      *****************************************************************
      *** Modification History                                     ***
      *****************************************************************
      *    2026-10-15  Initial version - nightly charge-off of         *
      *                seriously delinquent loans.  Walks the keyed    *
      *                COLLCASE file and takes every open case whose   *
      *                aging (CC-MONTHS-BEHIND at thirty days a month) *
      *                has reached the threshold on the PARM - 180     *
      *                days when none is given - or that a supervisor  *
      *                referred for charge-off on the DBBCOLL screen.  *
      *                A loan in an active forbearance is not aged by  *
      *                DBBDELQ, so it is passed by unless it was       *
      *                referred.  For each approved loan taken, the    *
      *                principal balance, the accrued interest on the  *
      *                ACCRINT ledger and the late-fee balance on      *
      *                LATEFEE are recorded on a new keyed CHGOFF row  *
      *                and cleared; the master goes to status C with a *
      *                zero balance, the collections case is closed    *
      *                and any autopay enrollment is cancelled.  The   *
      *                principal is journaled to the charge-off loss   *
      *                account and the accrued interest back out of    *
      *                income on the CHARGEOFF-JOURNAL file, which     *
      *                DBBGLEX merges into the night's GLJRNL batch;   *
      *                late fees were never booked as income, so they  *
      *                carry no GL lines.  Prints a charge-off report  *
      *                with the night's totals.                        *
      *    2026-10-15  The CHARGEOFF-JOURNAL file is opened EXTEND     *
      *                rather than OUTPUT, so a rerun, or a night      *
      *                DBBGLEX did not finish, adds to the lines still *
      *                waiting instead of wiping them.  The suite      *
      *                empties the file only after a clean             *
      *                general-ledger extract.                         *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT LOSS-MIT-PLAN-FILE
               ASSIGN TO "LMPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-LMPLAN-STATUS.
           SELECT ACCRUED-INTEREST-FILE
               ASSIGN TO "ACCRINT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-ACCR-STATUS.
           SELECT LATE-FEE-FILE
               ASSIGN TO "LATEFEE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LF-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-LFEE-STATUS.
           SELECT AUTOPAY-FILE
               ASSIGN TO "AUTOPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-AUTOPAY-STATUS.
           SELECT CHARGEOFF-FILE
               ASSIGN TO "CHGOFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-CHGOFF-STATUS.
           SELECT CHARGEOFF-JOURNAL-FILE
               ASSIGN TO "CHGOJRNL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHGOJ-STATUS.
           SELECT CHARGEOFF-REPORT-FILE
               ASSIGN TO "CHGORPT"
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
       FD  COLLECTIONS-CASE-FILE.
       01  COLLECTIONS-CASE-RECORD.
           COPY EPSCOLC.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           COPY EPSMTCOM.
       FD  LOSS-MIT-PLAN-FILE.
       01  LOSS-MIT-PLAN-RECORD.
           COPY EPSLMPL.
       FD  ACCRUED-INTEREST-FILE.
       01  ACCRUED-INTEREST-RECORD.
           COPY EPSACCR.
       FD  LATE-FEE-FILE.
       01  LATE-FEE-RECORD.
           COPY EPSLFEE.
       FD  AUTOPAY-FILE.
       01  AUTOPAY-RECORD.
           COPY EPSAUTO.
       FD  CHARGEOFF-FILE.
       01  CHARGEOFF-RECORD.
           COPY EPSCHGO.
       FD  CHARGEOFF-JOURNAL-FILE.
       01  CHARGEOFF-JOURNAL-RECORD.
           COPY EPSGLJR.
       FD  CHARGEOFF-REPORT-FILE.
       01  CHARGEOFF-REPORT-LINE        PIC X(80).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY EPSAUDIT.
       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD.
           COPY EPSERRLG.
       WORKING-STORAGE SECTION.
       01 CUSTOMER-COPY.
          COPY EPSMTCOM.
       01 DATE-JOUR PIC X(10).
       01 BUSINESS-DATE PIC X(10).
       01 WS-COLC-STATUS PIC X(2).
       01 WS-CUSTMAST-STATUS PIC X(2).
       01 WS-LMPLAN-STATUS PIC X(2).
       01 WS-ACCR-STATUS PIC X(2).
       01 WS-LFEE-STATUS PIC X(2).
       01 WS-AUTOPAY-STATUS PIC X(2).
       01 WS-CHGOFF-STATUS PIC X(2).
       01 WS-CHGOJ-STATUS PIC X(2).
       01 WS-RPT-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
       01 WS-ERR-FILE-NAME PIC X(8).
       01 WS-ERR-OPERATION PIC X(8).
       01 WS-ERR-STATUS-CODE PIC X(2).
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-COLLCASE VALUE 'Y'.
       01 WS-MASTER-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-MASTER-FOUND VALUE 'Y'.
       01 WS-PLAN-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-PLAN-FOUND VALUE 'Y'.
       01 WS-FORBEARANCE-SWITCH PIC X VALUE 'N'.
          88 WS-IN-FORBEARANCE VALUE 'Y'.
       01 WS-ACCRUAL-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-ACCRUAL-FOUND VALUE 'Y'.
       01 WS-LATEFEE-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-LATEFEE-FOUND VALUE 'Y'.
       01 WS-CHARGE-SWITCH PIC X VALUE 'N'.
          88 WS-CHARGE-IT-OFF VALUE 'Y'.
       01 WS-AUTOPAY-CANCEL-SWITCH PIC X VALUE 'N'.
          88 WS-AUTOPAY-WAS-CANCELLED VALUE 'Y'.
       01 WS-THRESHOLD-DAYS PIC 9(3) VALUE 180.
       01 WS-DAYS-BEHIND PIC 9(5) VALUE 0.
       01 WS-REASON-CODE PIC X(4).
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-CHARGED-COUNT PIC 9(7) VALUE 0.
       01 WS-REFERRED-COUNT PIC 9(7) VALUE 0.
       01 WS-FORBEARANCE-COUNT PIC 9(7) VALUE 0.
       01 WS-AUTOPAY-CANCEL-COUNT PIC 9(7) VALUE 0.
       01 WS-JOURNAL-COUNT PIC 9(7) VALUE 0.
       01 WS-CO-PRINCIPAL PIC 9(9)V99 VALUE 0.
       01 WS-CO-INTEREST PIC 9(7)V99 VALUE 0.
       01 WS-CO-FEES PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-PRINCIPAL PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-INTEREST PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-FEES PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-CHARGED PIC 9(11)V99 VALUE 0.
       01 WS-GL-ACCOUNT PIC X(12).
       01 WS-GL-SIDE PIC X(1).
       01 WS-GL-AMOUNT PIC 9(9)V99.
       01 WS-HEADING-LINE-1.
          05 FILLER              PIC X(30) VALUE
             'NIGHTLY LOAN CHARGE-OFF REPORT'.
          05 FILLER              PIC X(9)  VALUE SPACES.
          05 FILLER              PIC X(9)  VALUE 'RUN DATE:'.
          05 HL-RUN-DATE         PIC X(10).
          05 FILLER              PIC X(3)  VALUE SPACES.
          05 FILLER              PIC X(11) VALUE 'THRESHOLD: '.
          05 HL-THRESHOLD        PIC ZZ9.
          05 FILLER              PIC X(5)  VALUE ' DAYS'.
       01 WS-HEADING-LINE-2.
          05 FILLER              PIC X(14) VALUE 'ACCOUNT'.
          05 FILLER              PIC X(6)  VALUE 'WHY'.
          05 FILLER              PIC X(5)  VALUE 'MOS'.
          05 FILLER              PIC X(16) VALUE '     PRINCIPAL'.
          05 FILLER              PIC X(12) VALUE '  INTEREST'.
          05 FILLER              PIC X(12) VALUE '      FEES'.
          05 FILLER              PIC X(14) VALUE '         TOTAL'.
       01 WS-DETAIL-LINE.
          05 DL-MORTGAGE-ACCT    PIC X(12).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-REASON           PIC X(4).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-MONTHS-BEHIND    PIC ZZ9.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-PRINCIPAL        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-INTEREST         PIC ZZZ,ZZ9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-FEES             PIC ZZZ,ZZ9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-SKIP-LINE.
          05 SL-MORTGAGE-ACCT    PIC X(12).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 SL-REASON-TEXT      PIC X(50).
       01 WS-TOTAL-LINE-1.
          05 FILLER              PIC X(21) VALUE
             'LOANS CHARGED OFF  : '.
          05 TL-CHARGED-COUNT    PIC ZZZ,ZZ9.
          05 FILLER              PIC X(4)  VALUE SPACES.
          05 FILLER              PIC X(12) VALUE 'REFERRED  : '.
          05 TL-REFERRED-COUNT   PIC ZZZ,ZZ9.
       01 WS-TOTAL-LINE-2.
          05 TL-LABEL            PIC X(21).
          05 TL-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE-3.
          05 FILLER              PIC X(21) VALUE
             'HELD - FORBEARANCE : '.
          05 TL-FORBEARANCE      PIC ZZZ,ZZ9.
          05 FILLER              PIC X(4)  VALUE SPACES.
          05 FILLER              PIC X(12) VALUE 'AUTOPAY OFF:'.
          05 TL-AUTOPAY-CANCEL   PIC ZZZ,ZZ9.
       LINKAGE SECTION.
       01 LS-PARM.
          05 LS-PARM-LEN             PIC S9(4) COMP.
          05 LS-PARM-DATA            PIC X(3).
       PROCEDURE DIVISION USING LS-PARM.
                CALL 'DBBDATE' USING DATE-JOUR BUSINESS-DATE.
                DISPLAY 'DBBCHGO RUN DATE: ' BUSINESS-DATE.
                PERFORM A005-SET-THRESHOLD.
                PERFORM A010-OPEN-FILES.
                PERFORM A015-WRITE-HEADING.
                PERFORM A020-POSITION-CASES.
                PERFORM A030-PROCESS-CASE
                    UNTIL WS-EOF-COLLCASE.
                PERFORM A070-WRITE-TOTALS.
                PERFORM A090-CLOSE-FILES.
                STOP RUN.
      *
       A005-SET-THRESHOLD.
      *        THE PARM IS THE DELINQUENCY THRESHOLD IN DAYS (THREE
      *        DIGITS, E.G. PARM='180'); NONE, OR ZERO, MEANS 180.
                IF LS-PARM-LEN > 0
                    IF LS-PARM-LEN > 3
                        MOVE LS-PARM-DATA (1:3) TO WS-THRESHOLD-DAYS
                    ELSE
                        MOVE LS-PARM-DATA (1:LS-PARM-LEN)
                            TO WS-THRESHOLD-DAYS
                    END-IF
                END-IF.
                IF WS-THRESHOLD-DAYS = 0
                    MOVE 180 TO WS-THRESHOLD-DAYS
                END-IF.
                DISPLAY 'THRESHOLD DAYS : ' WS-THRESHOLD-DAYS.
      *
       A010-OPEN-FILES.
                OPEN EXTEND ERROR-LOG-FILE.
                IF WS-ERRLOG-STATUS NOT = '00'
                    DISPLAY 'UNABLE TO OPEN ERROR-LOG-FILE - STATUS '
                        WS-ERRLOG-STATUS
                END-IF.
                OPEN I-O COLLECTIONS-CASE-FILE.
                IF WS-COLC-STATUS NOT = '00'
                    MOVE 'COLLCASE' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-COLC-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-EOF-COLLCASE TO TRUE
                END-IF.
                OPEN I-O CUSTOMER-MASTER-FILE.
                IF WS-CUSTMAST-STATUS NOT = '00'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT LOSS-MIT-PLAN-FILE.
                IF WS-LMPLAN-STATUS NOT = '00'
                    MOVE 'LMPLAN' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-LMPLAN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O ACCRUED-INTEREST-FILE.
                IF WS-ACCR-STATUS NOT = '00'
                    MOVE 'ACCRINT' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-ACCR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O LATE-FEE-FILE.
                IF WS-LFEE-STATUS NOT = '00'
                    MOVE 'LATEFEE' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-LFEE-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O AUTOPAY-FILE.
                IF WS-AUTOPAY-STATUS NOT = '00'
                    MOVE 'AUTOPAY' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-AUTOPAY-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O CHARGEOFF-FILE.
                IF WS-CHGOFF-STATUS NOT = '00'
                    MOVE 'CHGOFF' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CHGOFF-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN EXTEND CHARGEOFF-JOURNAL-FILE.
                IF WS-CHGOJ-STATUS NOT = '00'
                    MOVE 'CHGOJRNL' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CHGOJ-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT CHARGEOFF-REPORT-FILE.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'CHGORPT' TO WS-ERR-FILE-NAME
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
                MOVE WS-THRESHOLD-DAYS TO HL-THRESHOLD.
                WRITE CHARGEOFF-REPORT-LINE FROM WS-HEADING-LINE-1.
                PERFORM A075-CHECK-RPT-STATUS.
                WRITE CHARGEOFF-REPORT-LINE FROM WS-HEADING-LINE-2.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A020-POSITION-CASES.
                IF NOT WS-EOF-COLLCASE
                    MOVE LOW-VALUES TO CC-MORTGAGE-ACCT-NO
                    START COLLECTIONS-CASE-FILE
                        KEY IS NOT LESS THAN CC-MORTGAGE-ACCT-NO
                        INVALID KEY
                            SET WS-EOF-COLLCASE TO TRUE
                    END-START
                END-IF.
      *
       A030-PROCESS-CASE.
      *        ONLY AN OPEN CASE IS CONSIDERED.  A SUPERVISOR'S
      *        REFERRAL TAKES THE LOAN WHATEVER ITS AGE; OTHERWISE IT
      *        MUST HAVE REACHED THE THRESHOLD AND NOT BE IN AN
      *        ACTIVE FORBEARANCE, WHOSE MONTHS DBBDELQ DOES NOT AGE.
                READ COLLECTIONS-CASE-FILE NEXT RECORD
                    AT END
                        SET WS-EOF-COLLCASE TO TRUE
                    NOT AT END
                        ADD 1 TO WS-RECORDS-IN
                        IF CC-CASE-OPEN
                            PERFORM A032-SELECT-CASE
                        END-IF
                END-READ.
                IF WS-COLC-STATUS NOT = '00'
                  AND WS-COLC-STATUS NOT = '10'
                    MOVE 'COLLCASE' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-COLC-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-EOF-COLLCASE TO TRUE
                END-IF.
      *
       A032-SELECT-CASE.
                MOVE 'N' TO WS-CHARGE-SWITCH.
                COMPUTE WS-DAYS-BEHIND = CC-MONTHS-BEHIND * 30.
                IF CC-CHGOFF-REFERRED
                    MOVE 'REFR' TO WS-REASON-CODE
                    SET WS-CHARGE-IT-OFF TO TRUE
                ELSE
                    IF WS-DAYS-BEHIND NOT < WS-THRESHOLD-DAYS
                        PERFORM A034-FETCH-PLAN
                        IF WS-IN-FORBEARANCE
                            ADD 1 TO WS-FORBEARANCE-COUNT
                            MOVE CC-MORTGAGE-ACCT-NO
                                TO SL-MORTGAGE-ACCT
                            MOVE 'HELD - IN ACTIVE FORBEARANCE'
                                TO SL-REASON-TEXT
                            WRITE CHARGEOFF-REPORT-LINE
                                FROM WS-SKIP-LINE
                            PERFORM A075-CHECK-RPT-STATUS
                        ELSE
                            MOVE 'DAYS' TO WS-REASON-CODE
                            SET WS-CHARGE-IT-OFF TO TRUE
                        END-IF
                    END-IF
                END-IF.
                IF WS-CHARGE-IT-OFF
                    PERFORM A036-FETCH-MASTER
                    IF WS-MASTER-FOUND
                      AND CM-STATUS-APPROVED OF CUSTOMER-COPY
                        PERFORM A040-CHARGE-OFF-LOAN
                    END-IF
                END-IF.
      *
       A034-FETCH-PLAN.
      *        THE SAME TEST DBBDELQ MAKES - AN APPROVED FORBEARANCE
      *        WHOSE PERIOD TAKES IN THE BUSINESS DATE.
                MOVE 'N' TO WS-PLAN-FOUND-SWITCH.
                MOVE 'N' TO WS-FORBEARANCE-SWITCH.
                MOVE CC-MORTGAGE-ACCT-NO TO LM-MORTGAGE-ACCT-NO.
                READ LOSS-MIT-PLAN-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-PLAN-FOUND TO TRUE
                END-READ.
                IF WS-LMPLAN-STATUS NOT = '00'
                  AND WS-LMPLAN-STATUS NOT = '23'
                    MOVE 'LMPLAN' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-LMPLAN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                IF WS-PLAN-FOUND
                  AND LM-TYPE-FORBEARANCE
                  AND LM-STATUS-ACTIVE
                  AND LM-START-DATE NOT > BUSINESS-DATE
                  AND LM-END-DATE NOT < BUSINESS-DATE
                    SET WS-IN-FORBEARANCE TO TRUE
                END-IF.
      *
       A036-FETCH-MASTER.
      *        THE CASE CARRIES THE CUSTOMER ID THE MASTER IS KEYED
      *        ON.  A CASE WHOSE LOAN IS NO LONGER APPROVED (PAID OFF,
      *        TRANSFERRED OR ALREADY CHARGED OFF) IS LEFT FOR
      *        DBBDELQ.
                MOVE 'N' TO WS-MASTER-FOUND-SWITCH.
                MOVE CC-CUSTOMER-ID TO CM-CUSTOMER-ID
                    OF CUSTOMER-MASTER-RECORD.
                READ CUSTOMER-MASTER-FILE
                    INVALID KEY
                        MOVE CC-MORTGAGE-ACCT-NO TO SL-MORTGAGE-ACCT
                        MOVE 'NOT CHARGED OFF - NO CUSTOMER MASTER'
                            TO SL-REASON-TEXT
                        WRITE CHARGEOFF-REPORT-LINE FROM WS-SKIP-LINE
                        PERFORM A075-CHECK-RPT-STATUS
                    NOT INVALID KEY
                        MOVE CUSTOMER-MASTER-RECORD TO CUSTOMER-COPY
                        IF CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                                = CC-MORTGAGE-ACCT-NO
                            SET WS-MASTER-FOUND TO TRUE
                        END-IF
                END-READ.
                IF WS-CUSTMAST-STATUS NOT = '00'
                  AND WS-CUSTMAST-STATUS NOT = '23'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A040-CHARGE-OFF-LOAN.
      *        THE PRINCIPAL, ACCRUED INTEREST AND FEES AS THEY STAND
      *        TONIGHT ARE WHAT IS WRITTEN OFF.
                MOVE CM-CURRENT-BALANCE OF CUSTOMER-COPY
                    TO WS-CO-PRINCIPAL.
                PERFORM A042-FETCH-ACCRUAL.
                PERFORM A044-FETCH-LATE-FEE.
                PERFORM A046-WRITE-CHARGEOFF.
                SET CM-STATUS-CHARGEDOFF OF CUSTOMER-COPY TO TRUE.
                MOVE 0 TO CM-CURRENT-BALANCE OF CUSTOMER-COPY.
                MOVE CUSTOMER-COPY TO CUSTOMER-MASTER-RECORD.
                REWRITE CUSTOMER-MASTER-RECORD.
                IF WS-CUSTMAST-STATUS NOT = '00'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'REWRITE' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                PERFORM A050-CLEAR-ACCRUAL.
                PERFORM A052-CLEAR-LATE-FEE.
                PERFORM A054-CLOSE-CASE.
                PERFORM A059-CANCEL-AUTOPAY.
                IF WS-CO-PRINCIPAL > 0
                    MOVE 'CHGOFF-LOSS' TO WS-GL-ACCOUNT
                    MOVE 'D' TO WS-GL-SIDE
                    MOVE WS-CO-PRINCIPAL TO WS-GL-AMOUNT
                    PERFORM A060-WRITE-JOURNAL-LINE
                    MOVE 'LOAN-PRIN' TO WS-GL-ACCOUNT
                    MOVE 'C' TO WS-GL-SIDE
                    PERFORM A060-WRITE-JOURNAL-LINE
                END-IF.
                IF WS-CO-INTEREST > 0
                    MOVE 'INT-INCOME' TO WS-GL-ACCOUNT
                    MOVE 'D' TO WS-GL-SIDE
                    MOVE WS-CO-INTEREST TO WS-GL-AMOUNT
                    PERFORM A060-WRITE-JOURNAL-LINE
                    MOVE 'ACCR-INT-RCV' TO WS-GL-ACCOUNT
                    MOVE 'C' TO WS-GL-SIDE
                    PERFORM A060-WRITE-JOURNAL-LINE
                END-IF.
                ADD 1 TO WS-CHARGED-COUNT.
                IF WS-REASON-CODE = 'REFR'
                    ADD 1 TO WS-REFERRED-COUNT
                END-IF.
                ADD WS-CO-PRINCIPAL TO WS-TOTAL-PRINCIPAL.
                ADD WS-CO-INTEREST TO WS-TOTAL-INTEREST.
                ADD WS-CO-FEES TO WS-TOTAL-FEES.
                ADD CO-TOTAL-CHARGED-OFF TO WS-TOTAL-CHARGED.
                PERFORM A065-WRITE-DETAIL.
      *
       A042-FETCH-ACCRUAL.
                MOVE 'N' TO WS-ACCRUAL-FOUND-SWITCH.
                MOVE 0 TO WS-CO-INTEREST.
                MOVE CC-MORTGAGE-ACCT-NO TO AI-MORTGAGE-ACCT-NO.
                READ ACCRUED-INTEREST-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-ACCRUAL-FOUND TO TRUE
                        MOVE AI-ACCRUED-BALANCE TO WS-CO-INTEREST
                END-READ.
                IF WS-ACCR-STATUS NOT = '00'
                  AND WS-ACCR-STATUS NOT = '23'
                    MOVE 'ACCRINT' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-ACCR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A044-FETCH-LATE-FEE.
                MOVE 'N' TO WS-LATEFEE-FOUND-SWITCH.
                MOVE 0 TO WS-CO-FEES.
                MOVE CC-MORTGAGE-ACCT-NO TO LF-MORTGAGE-ACCT-NO.
                READ LATE-FEE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-LATEFEE-FOUND TO TRUE
                        MOVE LF-FEE-BALANCE TO WS-CO-FEES
                END-READ.
                IF WS-LFEE-STATUS NOT = '00'
                  AND WS-LFEE-STATUS NOT = '23'
                    MOVE 'LATEFEE' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-LFEE-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A046-WRITE-CHARGEOFF.
                INITIALIZE CHARGEOFF-RECORD.
                MOVE CC-MORTGAGE-ACCT-NO TO CO-MORTGAGE-ACCT-NO.
                MOVE CM-CUSTOMER-ID OF CUSTOMER-COPY TO CO-CUSTOMER-ID.
                MOVE CM-CUSTOMER-NAME OF CUSTOMER-COPY
                    TO CO-CUSTOMER-NAME.
                MOVE BUSINESS-DATE TO CO-CHGOFF-DATE.
                MOVE WS-REASON-CODE TO CO-REASON-CODE.
                MOVE CC-MONTHS-BEHIND TO CO-MONTHS-BEHIND.
                MOVE CC-REFERRED-BY TO CO-REFERRED-BY.
                MOVE WS-CO-PRINCIPAL TO CO-PRINCIPAL.
                MOVE WS-CO-INTEREST TO CO-INTEREST.
                MOVE WS-CO-FEES TO CO-FEES.
                COMPUTE CO-TOTAL-CHARGED-OFF =
                    WS-CO-PRINCIPAL + WS-CO-INTEREST + WS-CO-FEES.
                MOVE 0 TO CO-RECOVERED-TOTAL.
                MOVE SPACES TO CO-LAST-RECOVERY-DATE.
                MOVE 0 TO CO-RECOVERY-COUNT.
                WRITE CHARGEOFF-RECORD.
                IF WS-CHGOFF-STATUS NOT = '00'
                    MOVE 'CHGOFF' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-CHGOFF-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A050-CLEAR-ACCRUAL.
      *        THE RECEIVABLE IS REVERSED OUT OF INCOME ON THE
      *        JOURNAL; THE LEDGER ROW IS LEFT AT ZERO AND STAMPED SO
      *        DBBACCR HAS NOTHING LEFT TO REVERSE.
                IF WS-ACCRUAL-FOUND
                  AND WS-CO-INTEREST > 0
                    MOVE 0 TO AI-ACCRUED-BALANCE
                    MOVE BUSINESS-DATE TO AI-LAST-ACCRUAL-DATE
                    REWRITE ACCRUED-INTEREST-RECORD
                    IF WS-ACCR-STATUS NOT = '00'
                        MOVE 'ACCRINT' TO WS-ERR-FILE-NAME
                        MOVE 'REWRITE' TO WS-ERR-OPERATION
                        MOVE WS-ACCR-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                END-IF.
      *
       A052-CLEAR-LATE-FEE.
      *        THE FEE BALANCE GOES WITH THE CHARGE-OFF RECORD - IT
      *        IS NEITHER COLLECTED NOR WAIVED, SO THOSE TOTALS ARE
      *        LEFT AS THEY WERE.
                IF WS-LATEFEE-FOUND
                  AND WS-CO-FEES > 0
                    MOVE 0 TO LF-FEE-BALANCE
                    REWRITE LATE-FEE-RECORD
                    IF WS-LFEE-STATUS NOT = '00'
                        MOVE 'LATEFEE' TO WS-ERR-FILE-NAME
                        MOVE 'REWRITE' TO WS-ERR-OPERATION
                        MOVE WS-LFEE-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                END-IF.
      *
       A054-CLOSE-CASE.
      *        THE CASE IS CLOSED THE WAY DBBDELQ CLOSES A CURED ONE,
      *        SO THE LOAN DROPS OFF THE CALL LIST.  THE REFERRAL IS
      *        SPENT.
                SET CC-CASE-CLOSED TO TRUE.
                MOVE BUSINESS-DATE TO CC-CLOSED-DATE.
                MOVE SPACES TO CC-CHGOFF-REFER-FLAG.
                REWRITE COLLECTIONS-CASE-RECORD.
                IF WS-COLC-STATUS NOT = '00'
                    MOVE 'COLLCASE' TO WS-ERR-FILE-NAME
                    MOVE 'REWRITE' TO WS-ERR-OPERATION
                    MOVE WS-COLC-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A059-CANCEL-AUTOPAY.
      *        THE ENROLLMENT IS KEPT WITH ITS FLAG SET, AS DBBAUTO
      *        DOES FOR A BORROWER'S OWN CANCELLATION.
                MOVE 'N' TO WS-AUTOPAY-CANCEL-SWITCH.
                MOVE CC-MORTGAGE-ACCT-NO TO AP-MORTGAGE-ACCT-NO.
                READ AUTOPAY-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF AP-ENROLLED
                            SET AP-CANCELLED TO TRUE
                            REWRITE AUTOPAY-RECORD
                            IF WS-AUTOPAY-STATUS NOT = '00'
                                MOVE 'AUTOPAY' TO WS-ERR-FILE-NAME
                                MOVE 'REWRITE' TO WS-ERR-OPERATION
                                MOVE WS-AUTOPAY-STATUS
                                    TO WS-ERR-STATUS-CODE
                                PERFORM A099-WRITE-ERROR-LOG
                            ELSE
                                SET WS-AUTOPAY-WAS-CANCELLED TO TRUE
                                ADD 1 TO WS-AUTOPAY-CANCEL-COUNT
                            END-IF
                        END-IF
                END-READ.
                IF WS-AUTOPAY-STATUS NOT = '00'
                  AND WS-AUTOPAY-STATUS NOT = '23'
                    MOVE 'AUTOPAY' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-AUTOPAY-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A060-WRITE-JOURNAL-LINE.
      *        THE SAME DETAIL LINE DBBGLEX WRITES, TRANSACTION TYPE
      *        C FOR A CHARGE-OFF; DBBGLEX CARRIES THESE INTO GLJRNL
      *        AND ITS BALANCED TRAILER.
                SET GJ-TYPE-DETAIL TO TRUE.
                MOVE BUSINESS-DATE TO GJ-JOURNAL-DATE.
                MOVE WS-GL-ACCOUNT TO GJ-GL-ACCOUNT.
                MOVE WS-GL-SIDE TO GJ-DEBIT-CREDIT.
                MOVE WS-GL-AMOUNT TO GJ-AMOUNT.
                MOVE CC-MORTGAGE-ACCT-NO TO GJ-MORTGAGE-ACCT-NO.
                MOVE 'C' TO GJ-TRANS-TYPE.
                WRITE CHARGEOFF-JOURNAL-RECORD.
                IF WS-CHGOJ-STATUS NOT = '00'
                    MOVE 'CHGOJRNL' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-CHGOJ-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                ADD 1 TO WS-JOURNAL-COUNT.
      *
       A065-WRITE-DETAIL.
                MOVE CC-MORTGAGE-ACCT-NO TO DL-MORTGAGE-ACCT.
                MOVE WS-REASON-CODE TO DL-REASON.
                MOVE CC-MONTHS-BEHIND TO DL-MONTHS-BEHIND.
                MOVE WS-CO-PRINCIPAL TO DL-PRINCIPAL.
                MOVE WS-CO-INTEREST TO DL-INTEREST.
                MOVE WS-CO-FEES TO DL-FEES.
                MOVE CO-TOTAL-CHARGED-OFF TO DL-TOTAL.
                WRITE CHARGEOFF-REPORT-LINE FROM WS-DETAIL-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A070-WRITE-TOTALS.
                MOVE WS-CHARGED-COUNT TO TL-CHARGED-COUNT.
                MOVE WS-REFERRED-COUNT TO TL-REFERRED-COUNT.
                WRITE CHARGEOFF-REPORT-LINE FROM WS-TOTAL-LINE-1.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'PRINCIPAL          : ' TO TL-LABEL.
                MOVE WS-TOTAL-PRINCIPAL TO TL-AMOUNT.
                WRITE CHARGEOFF-REPORT-LINE FROM WS-TOTAL-LINE-2.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'ACCRUED INTEREST   : ' TO TL-LABEL.
                MOVE WS-TOTAL-INTEREST TO TL-AMOUNT.
                WRITE CHARGEOFF-REPORT-LINE FROM WS-TOTAL-LINE-2.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'LATE FEES          : ' TO TL-LABEL.
                MOVE WS-TOTAL-FEES TO TL-AMOUNT.
                WRITE CHARGEOFF-REPORT-LINE FROM WS-TOTAL-LINE-2.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'TOTAL CHARGED OFF  : ' TO TL-LABEL.
                MOVE WS-TOTAL-CHARGED TO TL-AMOUNT.
                WRITE CHARGEOFF-REPORT-LINE FROM WS-TOTAL-LINE-2.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE WS-FORBEARANCE-COUNT TO TL-FORBEARANCE.
                MOVE WS-AUTOPAY-CANCEL-COUNT TO TL-AUTOPAY-CANCEL.
                WRITE CHARGEOFF-REPORT-LINE FROM WS-TOTAL-LINE-3.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A075-CHECK-RPT-STATUS.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'CHGORPT' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A085-WRITE-AUDIT-LOG.
                MOVE 'DBBCHGO' TO AL-PROGRAM-ID.
                MOVE BUSINESS-DATE TO AL-RUN-DATE.
                MOVE WS-RECORDS-IN TO AL-RECORDS-IN.
                MOVE WS-CHARGED-COUNT TO AL-RECORDS-OUT.
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
                MOVE 'DBBCHGO' TO ER-PROGRAM-ID.
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
                DISPLAY 'CASES READ          : ' WS-RECORDS-IN.
                DISPLAY 'LOANS CHARGED OFF   : ' WS-CHARGED-COUNT.
                DISPLAY 'HELD - FORBEARANCE  : ' WS-FORBEARANCE-COUNT.
                PERFORM A085-WRITE-AUDIT-LOG.
                CLOSE COLLECTIONS-CASE-FILE.
                CLOSE CUSTOMER-MASTER-FILE.
                CLOSE LOSS-MIT-PLAN-FILE.
                CLOSE ACCRUED-INTEREST-FILE.
                CLOSE LATE-FEE-FILE.
                CLOSE AUTOPAY-FILE.
                CLOSE CHARGEOFF-FILE.
                CLOSE CHARGEOFF-JOURNAL-FILE.
                CLOSE CHARGEOFF-REPORT-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
