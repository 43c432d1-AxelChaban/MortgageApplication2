  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBTBAL.
      *****************************************************************
      *** Modification History                                     ***
      *****************************************************************
      *    2026-10-15  Initial version - nightly loan trial balance    *
      *                and subledger-to-GL proof.  Every loan on the   *
      *                CUSTOMER-MASTER file is listed with its         *
      *                principal (CM-CURRENT-BALANCE), escrow and      *
      *                late-fee balance, with portfolio totals by loan *
      *                type and status.  Each account is rolled        *
      *                forward from the balances on the keyed TBALSNAP *
      *                snapshot the last run left: the PAYHIST         *
      *                postings, reversals and DBBBACK backouts, the   *
      *                DBBESCD disbursements on ESCRDHST, the DBBLATE  *
      *                assessments and waivers (off the late-fee       *
      *                totals) and the DBBPOFF payoff settlement since *
      *                then must carry the opening balances to         *
      *                today's; the day's PAYHIST and backout activity *
      *                must also agree, account by account and in      *
      *                total, with the LOAN-PRIN, ESCROW-PAYBL and     *
      *                FEE-INCOME lines of the GLJRNL batch.  Every    *
      *                break is listed under its account and sets RC   *
      *                4.  The snapshot is then refreshed for the next *
      *                night.                                          *
      *    2026-10-15  A loan DBBCHGO charged off since the opening    *
      *                rolls forward by the principal and late-fee     *
      *                balance on its keyed CHGOFF record, shown on a  *
      *                CHARGE-OFFS line, and a charge-off dated the    *
      *                business date is proved to the LOAN-PRIN credit *
      *                it journaled.  Recovery rows on PAYHIST move no *
      *                loan balance and are passed over.               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT PAYMENT-HISTORY-FILE
               ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HIST-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT ESCROW-FILE
               ASSIGN TO "ESCRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-ESCR-STATUS.
           SELECT LATE-FEE-FILE
               ASSIGN TO "LATEFEE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LF-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-LFEE-STATUS.
           SELECT DISBURSE-HISTORY-FILE
               ASSIGN TO "ESCRDHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-HIST-KEY
               FILE STATUS IS WS-ESDH-STATUS.
           SELECT CHARGEOFF-FILE
               ASSIGN TO "CHGOFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-CHGOFF-STATUS.
           SELECT GL-JOURNAL-FILE
               ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.
           SELECT BALANCE-SNAPSHOT-FILE
               ASSIGN TO "TBALSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TB-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-TBSN-STATUS.
           SELECT TRIAL-BALANCE-REPORT-FILE
               ASSIGN TO "TBALRPT"
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
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           COPY EPSMTCOM.
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           COPY EPSPAYH.
       FD  ESCROW-FILE.
       01  ESCROW-RECORD.
           COPY EPSESCR.
       FD  LATE-FEE-FILE.
       01  LATE-FEE-RECORD.
           COPY EPSLFEE.
       FD  DISBURSE-HISTORY-FILE.
       01  DISBURSE-HISTORY-RECORD.
           COPY EPSESDH.
       FD  CHARGEOFF-FILE.
       01  CHARGEOFF-RECORD.
           COPY EPSCHGO.
       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           COPY EPSGLJR.
       FD  BALANCE-SNAPSHOT-FILE.
       01  BALANCE-SNAPSHOT-RECORD.
           COPY EPSTBSN.
       FD  TRIAL-BALANCE-REPORT-FILE.
       01  TRIAL-BALANCE-LINE           PIC X(80).
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
       01 WS-CUSTMAST-STATUS PIC X(2).
       01 WS-PAYHIST-STATUS PIC X(2).
       01 WS-ESCR-STATUS PIC X(2).
       01 WS-LFEE-STATUS PIC X(2).
       01 WS-ESDH-STATUS PIC X(2).
       01 WS-CHGOFF-STATUS PIC X(2).
       01 WS-GLJRNL-STATUS PIC X(2).
       01 WS-TBSN-STATUS PIC X(2).
       01 WS-RPT-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
       01 WS-ERR-FILE-NAME PIC X(8).
       01 WS-ERR-OPERATION PIC X(8).
       01 WS-ERR-STATUS-CODE PIC X(2).
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-CUSTMAST VALUE 'Y'.
       01 WS-GLJ-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-GLJRNL VALUE 'Y'.
       01 WS-HIST-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-HIST-EOF VALUE 'Y'.
       01 WS-DISB-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-DISB-EOF VALUE 'Y'.
       01 WS-SNAP-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-SNAP-EOF VALUE 'Y'.
       01 WS-SNAP-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-SNAP-FOUND VALUE 'Y'.
       01 WS-NEW-LOAN-SWITCH PIC X VALUE 'N'.
          88 WS-NEW-LOAN VALUE 'Y'.
       01 WS-PAYOFF-SWITCH PIC X VALUE 'N'.
          88 WS-PAYOFF-IN-WINDOW VALUE 'Y'.
       01 WS-GL-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-GL-FOUND VALUE 'Y'.
       01 WS-GL-FULL-SWITCH PIC X VALUE 'N'.
          88 WS-GL-TABLE-FULL VALUE 'Y'.
       01 WS-GROUP-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-GROUP-FOUND VALUE 'Y'.
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-LOAN-COUNT PIC 9(7) VALUE 0.
       01 WS-NEW-COUNT PIC 9(7) VALUE 0.
       01 WS-REMOVED-COUNT PIC 9(7) VALUE 0.
       01 WS-BREAK-COUNT PIC 9(7) VALUE 0.
       01 WS-SNAP-WRITTEN PIC 9(7) VALUE 0.
       01 WS-GL-LINES-IN PIC 9(7) VALUE 0.
       01 WS-GL-PRIOR-LINES PIC 9(7) VALUE 0.
       01 WS-CURRENT-ACCT PIC X(12).
       01 WS-FIND-ACCT PIC X(12).
       01 WS-OPEN-DATE PIC X(10).
      *
      *    ONE ACCOUNT'S BALANCES.  OPENING IS THE SNAPSHOT THE LAST
      *    RUN LEFT, CLOSING IS WHAT IS ON FILE NOW.
       01 WS-OPEN-PRIN PIC S9(9)V99 VALUE 0.
       01 WS-OPEN-ESCR PIC S9(9)V99 VALUE 0.
       01 WS-OPEN-FEE PIC S9(9)V99 VALUE 0.
       01 WS-OPEN-ASSESSED PIC S9(9)V99 VALUE 0.
       01 WS-OPEN-WAIVED PIC S9(9)V99 VALUE 0.
       01 WS-CLOSE-PRIN PIC S9(9)V99 VALUE 0.
       01 WS-CLOSE-ESCR PIC S9(9)V99 VALUE 0.
       01 WS-CLOSE-FEE PIC S9(9)V99 VALUE 0.
       01 WS-CLOSE-ASSESSED PIC S9(9)V99 VALUE 0.
       01 WS-CLOSE-WAIVED PIC S9(9)V99 VALUE 0.
      *
      *    ONE ACCOUNT'S MOVEMENTS SINCE THE OPENING, SIGNED AS THEY
      *    MOVE THE BALANCE, AND ITS NET CREDITS FOR THE BUSINESS
      *    DATE AS DBBGLEX AND DBBBACK JOURNAL THEM.
       01 WS-ACCOUNT-ACTIVITY.
          05 WS-POST-PRIN PIC S9(9)V99.
          05 WS-POST-ESCR PIC S9(9)V99.
          05 WS-POST-FEE PIC S9(9)V99.
          05 WS-DISB-ESCR PIC S9(9)V99.
          05 WS-ASSESS-FEE PIC S9(9)V99.
          05 WS-WAIVE-FEE PIC S9(9)V99.
          05 WS-SETTLE-PRIN PIC S9(9)V99.
          05 WS-SETTLE-ESCR PIC S9(9)V99.
          05 WS-CHGO-PRIN PIC S9(9)V99.
          05 WS-CHGO-FEE PIC S9(9)V99.
          05 WS-SUB-GL-PRIN PIC S9(9)V99.
          05 WS-SUB-GL-ESCR PIC S9(9)V99.
          05 WS-SUB-GL-FEE PIC S9(9)V99.
       01 WS-EXPECT-PRIN PIC S9(9)V99 VALUE 0.
       01 WS-EXPECT-ESCR PIC S9(9)V99 VALUE 0.
       01 WS-EXPECT-FEE PIC S9(9)V99 VALUE 0.
       01 WS-GL-ACCT-PRIN PIC S9(9)V99 VALUE 0.
       01 WS-GL-ACCT-ESCR PIC S9(9)V99 VALUE 0.
       01 WS-GL-ACCT-FEE PIC S9(9)V99 VALUE 0.
       01 WS-GL-NET PIC S9(9)V99 VALUE 0.
       01 WS-BRK-ITEM PIC X(16).
       01 WS-BRK-EXPECTED PIC S9(9)V99 VALUE 0.
       01 WS-BRK-ACTUAL PIC S9(9)V99 VALUE 0.
      *
      *    ONE PAYHIST ROW TAKEN APART THE WAY DBBBACK DOES IT.
       01 WS-ROW-DIRECTION PIC S9 VALUE 0.
       01 WS-FEE-PORTION PIC S9(7)V99 VALUE 0.
       01 WS-INTEREST-PORTION PIC S9(7)V99 VALUE 0.
       01 WS-PREMIUM-PORTION PIC S9(7)V99 VALUE 0.
       01 WS-ESCROW-LEG PIC S9(7)V99 VALUE 0.
       01 WS-ESCROW-PORTION PIC S9(7)V99 VALUE 0.
       01 WS-BALANCE-PORTION PIC S9(7)V99 VALUE 0.
      *
      *    PORTFOLIO TOTALS.
       01 WS-TOT-OPEN-PRIN PIC S9(11)V99 VALUE 0.
       01 WS-TOT-OPEN-ESCR PIC S9(11)V99 VALUE 0.
       01 WS-TOT-OPEN-FEE PIC S9(11)V99 VALUE 0.
       01 WS-TOT-NEW-PRIN PIC S9(11)V99 VALUE 0.
       01 WS-TOT-NEW-ESCR PIC S9(11)V99 VALUE 0.
       01 WS-TOT-NEW-FEE PIC S9(11)V99 VALUE 0.
       01 WS-TOT-POST-PRIN PIC S9(11)V99 VALUE 0.
       01 WS-TOT-POST-ESCR PIC S9(11)V99 VALUE 0.
       01 WS-TOT-POST-FEE PIC S9(11)V99 VALUE 0.
       01 WS-TOT-DISB-ESCR PIC S9(11)V99 VALUE 0.
       01 WS-TOT-ASSESS-FEE PIC S9(11)V99 VALUE 0.
       01 WS-TOT-WAIVE-FEE PIC S9(11)V99 VALUE 0.
       01 WS-TOT-SETTLE-PRIN PIC S9(11)V99 VALUE 0.
       01 WS-TOT-SETTLE-ESCR PIC S9(11)V99 VALUE 0.
       01 WS-TOT-CHGO-PRIN PIC S9(11)V99 VALUE 0.
       01 WS-TOT-CHGO-FEE PIC S9(11)V99 VALUE 0.
       01 WS-TOT-CLOSE-PRIN PIC S9(11)V99 VALUE 0.
       01 WS-TOT-CLOSE-ESCR PIC S9(11)V99 VALUE 0.
       01 WS-TOT-CLOSE-FEE PIC S9(11)V99 VALUE 0.
       01 WS-TOT-EXPECT-PRIN PIC S9(11)V99 VALUE 0.
       01 WS-TOT-EXPECT-ESCR PIC S9(11)V99 VALUE 0.
       01 WS-TOT-EXPECT-FEE PIC S9(11)V99 VALUE 0.
       01 WS-TOT-SUB-GL-PRIN PIC S9(11)V99 VALUE 0.
       01 WS-TOT-SUB-GL-ESCR PIC S9(11)V99 VALUE 0.
       01 WS-TOT-SUB-GL-FEE PIC S9(11)V99 VALUE 0.
       01 WS-TOT-GL-PRIN PIC S9(11)V99 VALUE 0.
       01 WS-TOT-GL-ESCR PIC S9(11)V99 VALUE 0.
       01 WS-TOT-GL-FEE PIC S9(11)V99 VALUE 0.
       01 WS-RF-LABEL PIC X(20).
       01 WS-RF-PRIN PIC S9(11)V99 VALUE 0.
       01 WS-RF-ESCR PIC S9(11)V99 VALUE 0.
       01 WS-RF-FEE PIC S9(11)V99 VALUE 0.
      *
      *    THE DAY'S GLJRNL NET CREDITS BY MORTGAGE ACCOUNT.
       01 WS-GL-ACCT-COUNT PIC 9(5) VALUE 0.
       01 WS-GL-IDX PIC 9(5) VALUE 0.
       01 WS-GL-TABLE.
          05 WS-GL-ROW OCCURS 9999 TIMES.
             10 WS-GLT-ACCT PIC X(12).
             10 WS-GLT-PRIN PIC S9(9)V99.
             10 WS-GLT-ESCR PIC S9(9)V99.
             10 WS-GLT-FEE PIC S9(9)V99.
             10 WS-GLT-MATCHED PIC X(1).
      *
      *    PORTFOLIO TOTALS BY LOAN TYPE AND STATUS.
       01 WS-GROUP-COUNT PIC 9(3) VALUE 0.
       01 WS-GROUP-IDX PIC 9(3) VALUE 0.
       01 WS-GROUP-TABLE.
          05 WS-GROUP-ROW OCCURS 99 TIMES.
             10 WS-GRP-LOAN-TYPE PIC X(4).
             10 WS-GRP-STATUS PIC X(1).
             10 WS-GRP-LOANS PIC 9(7).
             10 WS-GRP-PRIN PIC S9(11)V99.
             10 WS-GRP-ESCR PIC S9(11)V99.
             10 WS-GRP-FEE PIC S9(11)V99.
       01 WS-BLANK-LINE          PIC X(80) VALUE SPACES.
       01 WS-HEADING-LINE-1.
          05 FILLER              PIC X(24) VALUE
             'DAILY LOAN TRIAL BALANCE'.
          05 FILLER              PIC X(15) VALUE SPACES.
          05 FILLER              PIC X(9)  VALUE 'RUN DATE:'.
          05 HL-RUN-DATE         PIC X(10).
       01 WS-HEADING-LINE-2.
          05 FILLER              PIC X(14) VALUE 'ACCOUNT'.
          05 FILLER              PIC X(6)  VALUE 'TYPE'.
          05 FILLER              PIC X(3)  VALUE 'ST'.
          05 FILLER              PIC X(16) VALUE '     PRINCIPAL'.
          05 FILLER              PIC X(16) VALUE '        ESCROW'.
          05 FILLER              PIC X(14) VALUE '   LATE FEES'.
       01 WS-HEADING-LINE-3.
          05 FILLER              PIC X(16) VALUE '** BREAK'.
          05 FILLER              PIC X(16) VALUE 'ITEM'.
          05 FILLER              PIC X(16) VALUE '       EXPECTED'.
          05 FILLER              PIC X(16) VALUE '         ACTUAL'.
          05 FILLER              PIC X(15) VALUE '     DIFFERENCE'.
       01 WS-DETAIL-LINE.
          05 DL-MORTGAGE-ACCT    PIC X(12).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-LOAN-TYPE        PIC X(4).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-STATUS           PIC X(1).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-PRINCIPAL        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-ESCROW           PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-FEE              PIC Z,ZZZ,ZZ9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-NOTE             PIC X(11).
       01 WS-BREAK-LINE.
          05 FILLER              PIC X(3)  VALUE '** '.
          05 BK-MORTGAGE-ACCT    PIC X(12).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 BK-ITEM             PIC X(16).
          05 BK-EXPECTED         PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 BK-ACTUAL           PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 BK-DIFFERENCE       PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-TITLE-LINE.
          05 TT-TITLE            PIC X(60).
       01 WS-GROUP-HEADING.
          05 FILLER              PIC X(6)  VALUE 'TYPE'.
          05 FILLER              PIC X(3)  VALUE 'ST'.
          05 FILLER              PIC X(9)  VALUE '  LOANS'.
          05 FILLER              PIC X(20) VALUE
             '         PRINCIPAL'.
          05 FILLER              PIC X(20) VALUE
             '            ESCROW'.
          05 FILLER              PIC X(14) VALUE '     LATE FEES'.
       01 WS-GROUP-LINE.
          05 PL-LOAN-TYPE        PIC X(4).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 PL-STATUS           PIC X(1).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 PL-LOANS            PIC ZZZ,ZZ9.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 PL-PRINCIPAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(3)  VALUE SPACES.
          05 PL-ESCROW           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(3)  VALUE SPACES.
          05 PL-FEE              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ROLL-HEADING.
          05 FILLER              PIC X(20) VALUE 'ROLL-FORWARD'.
          05 FILLER              PIC X(19) VALUE
             '         PRINCIPAL'.
          05 FILLER              PIC X(19) VALUE
             '            ESCROW'.
          05 FILLER              PIC X(18) VALUE
             '         LATE FEES'.
       01 WS-ROLL-LINE.
          05 RF-LABEL            PIC X(20).
          05 RF-PRINCIPAL        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 RF-ESCROW           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 RF-FEE              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-PROOF-HEADING.
          05 FILLER              PIC X(14) VALUE 'GL ACCOUNT'.
          05 FILLER              PIC X(19) VALUE
             '         SUBLEDGER'.
          05 FILLER              PIC X(19) VALUE
             '            GLJRNL'.
          05 FILLER              PIC X(18) VALUE
             '        DIFFERENCE'.
       01 WS-PROOF-LINE.
          05 GP-GL-ACCOUNT       PIC X(12).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 GP-SUBLEDGER        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 GP-GLJRNL           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 GP-DIFFERENCE       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-LINE.
          05 CL-LABEL            PIC X(22).
          05 CL-COUNT            PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
                CALL 'DBBDATE' USING DATE-JOUR BUSINESS-DATE.
                DISPLAY 'DBBTBAL RUN DATE: ' BUSINESS-DATE.
                PERFORM A010-OPEN-FILES.
                PERFORM A012-LOAD-GL-JOURNAL.
                PERFORM A018-WRITE-HEADING.
                PERFORM A020-READ-CUSTOMER.
                PERFORM A030-PROCESS-CUSTOMER
                    UNTIL WS-EOF-CUSTMAST.
                PERFORM A060-SWEEP-SNAPSHOT.
                PERFORM A066-CHECK-UNMATCHED-GL
                    VARYING WS-GL-IDX FROM 1 BY 1
                    UNTIL WS-GL-IDX > WS-GL-ACCT-COUNT.
                PERFORM A070-WRITE-PORTFOLIO.
                PERFORM A072-WRITE-ROLL-FORWARD.
                PERFORM A074-WRITE-GL-PROOF.
                PERFORM A078-WRITE-RESULT.
                PERFORM A090-CLOSE-FILES.
                STOP RUN.
      *
       A010-OPEN-FILES.
                OPEN EXTEND ERROR-LOG-FILE.
                IF WS-ERRLOG-STATUS NOT = '00'
                    DISPLAY 'UNABLE TO OPEN ERROR-LOG-FILE - STATUS '
                        WS-ERRLOG-STATUS
                END-IF.
                OPEN INPUT CUSTOMER-MASTER-FILE.
                IF WS-CUSTMAST-STATUS NOT = '00'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT PAYMENT-HISTORY-FILE.
                IF WS-PAYHIST-STATUS NOT = '00'
                    MOVE 'PAYHIST' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-PAYHIST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT ESCROW-FILE.
                IF WS-ESCR-STATUS NOT = '00'
                    MOVE 'ESCRFILE' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-ESCR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT LATE-FEE-FILE.
                IF WS-LFEE-STATUS NOT = '00'
                    MOVE 'LATEFEE' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-LFEE-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT DISBURSE-HISTORY-FILE.
                IF WS-ESDH-STATUS NOT = '00'
                    MOVE 'ESCRDHST' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-ESDH-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT CHARGEOFF-FILE.
                IF WS-CHGOFF-STATUS NOT = '00'
                    MOVE 'CHGOFF' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CHGOFF-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT GL-JOURNAL-FILE.
                IF WS-GLJRNL-STATUS NOT = '00'
                    MOVE 'GLJRNL' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-GLJRNL-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O BALANCE-SNAPSHOT-FILE.
                IF WS-TBSN-STATUS NOT = '00'
                    MOVE 'TBALSNAP' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-TBSN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT TRIAL-BALANCE-REPORT-FILE.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'TBALRPT' TO WS-ERR-FILE-NAME
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
       A012-LOAD-GL-JOURNAL.
      *        THE NIGHT'S GLJRNL BATCH IS NETTED BY MORTGAGE ACCOUNT
      *        BEFORE THE LOANS ARE READ.  ONLY LINES DATED THE
      *        BUSINESS DATE ARE PROVED - BACKOUT LINES AN EARLIER
      *        FAILED EXTRACT LEFT ON BKOTJRNL ARE COUNTED AND LEFT
      *        OUT, SINCE THE SUBLEDGER MOVED ON THE DAY THEY CARRY.
                PERFORM A013-READ-GL-LINE.
                PERFORM A014-POST-GL-LINE
                    UNTIL WS-EOF-GLJRNL.
      *
       A013-READ-GL-LINE.
                READ GL-JOURNAL-FILE
                    AT END
                        SET WS-EOF-GLJRNL TO TRUE
                END-READ.
                IF WS-GLJRNL-STATUS NOT = '00'
                  AND WS-GLJRNL-STATUS NOT = '10'
                    MOVE 'GLJRNL' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-GLJRNL-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-EOF-GLJRNL TO TRUE
                END-IF.
      *
       A014-POST-GL-LINE.
      *        A CREDIT ADDS AND A DEBIT SUBTRACTS, SO EACH ACCOUNT
      *        CARRIES ITS NET CREDIT TO LOAN-PRIN, ESCROW-PAYBL AND
      *        FEE-INCOME.  THE TRAILER IS PASSED OVER.
                IF GJ-TYPE-DETAIL
                    ADD 1 TO WS-GL-LINES-IN
                    IF GJ-JOURNAL-DATE NOT = BUSINESS-DATE
                        ADD 1 TO WS-GL-PRIOR-LINES
                    ELSE
                        IF GJ-GL-ACCOUNT = 'LOAN-PRIN'
                          OR GJ-GL-ACCOUNT = 'ESCROW-PAYBL'
                          OR GJ-GL-ACCOUNT = 'FEE-INCOME'
                            PERFORM A015-NET-GL-LINE
                        END-IF
                    END-IF
                END-IF.
                PERFORM A013-READ-GL-LINE.
      *
       A015-NET-GL-LINE.
                IF GJ-SIDE-DEBIT
                    COMPUTE WS-GL-NET = 0 - GJ-AMOUNT
                ELSE
                    MOVE GJ-AMOUNT TO WS-GL-NET
                END-IF.
                MOVE GJ-MORTGAGE-ACCT-NO TO WS-FIND-ACCT.
                PERFORM A016-FIND-GL-ACCT.
                IF NOT WS-GL-FOUND
                    IF WS-GL-ACCT-COUNT < 9999
                        ADD 1 TO WS-GL-ACCT-COUNT
                        MOVE WS-GL-ACCT-COUNT TO WS-GL-IDX
                        MOVE WS-FIND-ACCT TO WS-GLT-ACCT (WS-GL-IDX)
                        MOVE 0 TO WS-GLT-PRIN (WS-GL-IDX)
                        MOVE 0 TO WS-GLT-ESCR (WS-GL-IDX)
                        MOVE 0 TO WS-GLT-FEE (WS-GL-IDX)
                        MOVE 'N' TO WS-GLT-MATCHED (WS-GL-IDX)
                        SET WS-GL-FOUND TO TRUE
                    ELSE
                        SET WS-GL-TABLE-FULL TO TRUE
                    END-IF
                END-IF.
                EVALUATE GJ-GL-ACCOUNT
                    WHEN 'LOAN-PRIN'
                        ADD WS-GL-NET TO WS-TOT-GL-PRIN
                        IF WS-GL-FOUND
                            ADD WS-GL-NET TO WS-GLT-PRIN (WS-GL-IDX)
                        END-IF
                    WHEN 'ESCROW-PAYBL'
                        ADD WS-GL-NET TO WS-TOT-GL-ESCR
                        IF WS-GL-FOUND
                            ADD WS-GL-NET TO WS-GLT-ESCR (WS-GL-IDX)
                        END-IF
                    WHEN OTHER
                        ADD WS-GL-NET TO WS-TOT-GL-FEE
                        IF WS-GL-FOUND
                            ADD WS-GL-NET TO WS-GLT-FEE (WS-GL-IDX)
                        END-IF
                END-EVALUATE.
      *
       A016-FIND-GL-ACCT.
                MOVE 'N' TO WS-GL-FOUND-SWITCH.
                PERFORM A017-MATCH-GL-ACCT
                    VARYING WS-GL-IDX FROM 1 BY 1
                    UNTIL WS-GL-IDX > WS-GL-ACCT-COUNT
                       OR WS-GL-FOUND.
                IF WS-GL-FOUND
                    SUBTRACT 1 FROM WS-GL-IDX
                END-IF.
      *
       A017-MATCH-GL-ACCT.
                IF WS-GLT-ACCT (WS-GL-IDX) = WS-FIND-ACCT
                    SET WS-GL-FOUND TO TRUE
                END-IF.
      *
       A018-WRITE-HEADING.
                MOVE BUSINESS-DATE TO HL-RUN-DATE.
                WRITE TRIAL-BALANCE-LINE FROM WS-HEADING-LINE-1.
                PERFORM A075-CHECK-RPT-STATUS.
                WRITE TRIAL-BALANCE-LINE FROM WS-HEADING-LINE-2.
                PERFORM A075-CHECK-RPT-STATUS.
                WRITE TRIAL-BALANCE-LINE FROM WS-HEADING-LINE-3.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A020-READ-CUSTOMER.
                READ CUSTOMER-MASTER-FILE
                    AT END
                        SET WS-EOF-CUSTMAST TO TRUE
                    NOT AT END
                        MOVE CUSTOMER-MASTER-RECORD TO CUSTOMER-COPY
                        ADD 1 TO WS-RECORDS-IN
                END-READ.
                IF WS-CUSTMAST-STATUS NOT = '00'
                  AND WS-CUSTMAST-STATUS NOT = '10'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-EOF-CUSTMAST TO TRUE
                END-IF.
      *
       A030-PROCESS-CUSTOMER.
                IF CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY NOT = SPACES
                    PERFORM A031-PROVE-LOAN
                END-IF.
                PERFORM A020-READ-CUSTOMER.
      *
       A031-PROVE-LOAN.
      *        AN ACCOUNT NOT ON THE SNAPSHOT IS NEW SINCE THE LAST
      *        RUN - ITS BALANCES ARE LISTED AND CARRIED INTO THE
      *        PORTFOLIO AS NEW, WITH NOTHING TO ROLL FORWARD.  ITS
      *        ACTIVITY FOR THE DAY IS STILL PROVED TO GLJRNL.
                ADD 1 TO WS-LOAN-COUNT.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO WS-CURRENT-ACCT.
                INITIALIZE WS-ACCOUNT-ACTIVITY.
                MOVE 'N' TO WS-PAYOFF-SWITCH.
                PERFORM A032-FETCH-BALANCES.
                PERFORM A034-FETCH-SNAPSHOT.
                PERFORM A036-SCAN-HISTORY.
                PERFORM A042-SCAN-DISBURSEMENTS.
                IF CM-STATUS-CHARGEDOFF OF CUSTOMER-COPY
                    PERFORM A045-FETCH-CHARGEOFF
                END-IF.
                PERFORM A052-WRITE-DETAIL.
                IF WS-NEW-LOAN
                    ADD 1 TO WS-NEW-COUNT
                    ADD WS-CLOSE-PRIN TO WS-TOT-NEW-PRIN
                    ADD WS-CLOSE-ESCR TO WS-TOT-NEW-ESCR
                    ADD WS-CLOSE-FEE TO WS-TOT-NEW-FEE
                ELSE
                    PERFORM A044-PROVE-ACCOUNT
                END-IF.
                PERFORM A046-PROVE-GL.
                PERFORM A050-ADD-TO-PORTFOLIO.
                PERFORM A054-SAVE-SNAPSHOT.
      *
       A032-FETCH-BALANCES.
                MOVE CM-CURRENT-BALANCE OF CUSTOMER-COPY
                    TO WS-CLOSE-PRIN.
                MOVE 0 TO WS-CLOSE-ESCR.
                MOVE 0 TO WS-CLOSE-FEE.
                MOVE 0 TO WS-CLOSE-ASSESSED.
                MOVE 0 TO WS-CLOSE-WAIVED.
                MOVE WS-CURRENT-ACCT TO ES-MORTGAGE-ACCT-NO.
                READ ESCROW-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE ES-ESCROW-BALANCE TO WS-CLOSE-ESCR
                END-READ.
                IF WS-ESCR-STATUS NOT = '00'
                  AND WS-ESCR-STATUS NOT = '23'
                    MOVE 'ESCRFILE' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-ESCR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                MOVE WS-CURRENT-ACCT TO LF-MORTGAGE-ACCT-NO.
                READ LATE-FEE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE LF-FEE-BALANCE TO WS-CLOSE-FEE
                        MOVE LF-TOTAL-ASSESSED TO WS-CLOSE-ASSESSED
                        MOVE LF-TOTAL-WAIVED TO WS-CLOSE-WAIVED
                END-READ.
                IF WS-LFEE-STATUS NOT = '00'
                  AND WS-LFEE-STATUS NOT = '23'
                    MOVE 'LATEFEE' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-LFEE-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A034-FETCH-SNAPSHOT.
      *        A SNAPSHOT ALREADY TAKEN FOR THIS BUSINESS DATE MEANS
      *        A RERUN - THE OPENING IS THE ONE IT REPLACED.
                MOVE 'N' TO WS-SNAP-FOUND-SWITCH.
                MOVE 'N' TO WS-NEW-LOAN-SWITCH.
                MOVE SPACES TO WS-OPEN-DATE.
                MOVE 0 TO WS-OPEN-PRIN.
                MOVE 0 TO WS-OPEN-ESCR.
                MOVE 0 TO WS-OPEN-FEE.
                MOVE 0 TO WS-OPEN-ASSESSED.
                MOVE 0 TO WS-OPEN-WAIVED.
                MOVE WS-CURRENT-ACCT TO TB-MORTGAGE-ACCT-NO.
                READ BALANCE-SNAPSHOT-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-SNAP-FOUND TO TRUE
                END-READ.
                IF WS-TBSN-STATUS NOT = '00'
                  AND WS-TBSN-STATUS NOT = '23'
                    MOVE 'TBALSNAP' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-TBSN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                IF WS-SNAP-FOUND
                    IF TB-SNAP-DATE = BUSINESS-DATE
                        MOVE TB-PRIOR-DATE TO WS-OPEN-DATE
                        MOVE TB-PRIOR-PRINCIPAL-BAL TO WS-OPEN-PRIN
                        MOVE TB-PRIOR-ESCROW-BAL TO WS-OPEN-ESCR
                        MOVE TB-PRIOR-FEE-BAL TO WS-OPEN-FEE
                        MOVE TB-PRIOR-FEE-ASSESSED TO WS-OPEN-ASSESSED
                        MOVE TB-PRIOR-FEE-WAIVED TO WS-OPEN-WAIVED
                    ELSE
                        MOVE TB-SNAP-DATE TO WS-OPEN-DATE
                        MOVE TB-PRINCIPAL-BAL TO WS-OPEN-PRIN
                        MOVE TB-ESCROW-BAL TO WS-OPEN-ESCR
                        MOVE TB-FEE-BAL TO WS-OPEN-FEE
                        MOVE TB-FEE-ASSESSED TO WS-OPEN-ASSESSED
                        MOVE TB-FEE-WAIVED TO WS-OPEN-WAIVED
                    END-IF
                END-IF.
                IF WS-OPEN-DATE = SPACES
                    SET WS-NEW-LOAN TO TRUE
                END-IF.
      *
       A036-SCAN-HISTORY.
                MOVE 'N' TO WS-HIST-EOF-SWITCH.
                MOVE WS-CURRENT-ACCT TO PH-MORTGAGE-ACCT-NO.
                MOVE 0 TO PH-PAYMENT-SEQ.
                START PAYMENT-HISTORY-FILE
                    KEY IS NOT LESS THAN PH-HIST-KEY
                    INVALID KEY
                        SET WS-HIST-EOF TO TRUE
                END-START.
                IF NOT WS-HIST-EOF
                    PERFORM A037-READ-HISTORY-ROW
                END-IF.
                PERFORM A038-APPLY-HISTORY-ROW
                    UNTIL WS-HIST-EOF.
      *
       A037-READ-HISTORY-ROW.
                READ PAYMENT-HISTORY-FILE NEXT RECORD
                    AT END
                        SET WS-HIST-EOF TO TRUE
                    NOT AT END
                        IF PH-MORTGAGE-ACCT-NO NOT = WS-CURRENT-ACCT
                            SET WS-HIST-EOF TO TRUE
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
       A038-APPLY-HISTORY-ROW.
      *        A ROW POSTED SINCE THE OPENING MOVES THE BALANCES ONE
      *        WAY; A ROW DBBBACK BACKED OUT SINCE THE OPENING MOVES
      *        THEM BACK, WHENEVER IT WAS POSTED.  THE SAME TWO TESTS
      *        ON THE BUSINESS DATE ALONE GIVE WHAT DBBGLEX AND
      *        DBBBACK JOURNALED TODAY.  A PAYOFF SETTLEMENT TAKES
      *        THE REMAINING PRINCIPAL AND REFUNDS THE ESCROW.  A
      *        RECOVERY ON A CHARGED-OFF LOAN MOVES NO LOAN BALANCE.
                IF PH-TRANS-TYPE NOT = 'V'
                  AND ((PH-POST-DATE > WS-OPEN-DATE
                  AND PH-POST-DATE NOT > BUSINESS-DATE)
                  OR (PH-BACKED-OUT
                  AND PH-BACKOUT-DATE > WS-OPEN-DATE
                  AND PH-BACKOUT-DATE NOT > BUSINESS-DATE))
                    PERFORM A039-SPLIT-ROW
                    IF PH-TRANS-TYPE = 'R'
                        MOVE -1 TO WS-ROW-DIRECTION
                    ELSE
                        MOVE 1 TO WS-ROW-DIRECTION
                    END-IF
                    IF PH-POST-DATE > WS-OPEN-DATE
                      AND PH-POST-DATE NOT > BUSINESS-DATE
                        IF PH-TRANS-TYPE = 'F'
                            SUBTRACT WS-BALANCE-PORTION
                                FROM WS-SETTLE-PRIN
                            SET WS-PAYOFF-IN-WINDOW TO TRUE
                        ELSE
                            PERFORM A040-APPLY-ROW-EFFECT
                        END-IF
                        IF PH-POST-DATE = BUSINESS-DATE
                            PERFORM A041-APPLY-GL-EFFECT
                        END-IF
                    END-IF
                    IF PH-BACKED-OUT
                      AND PH-BACKOUT-DATE > WS-OPEN-DATE
                      AND PH-BACKOUT-DATE NOT > BUSINESS-DATE
                        COMPUTE WS-ROW-DIRECTION = 0 - WS-ROW-DIRECTION
                        PERFORM A040-APPLY-ROW-EFFECT
                        IF PH-BACKOUT-DATE = BUSINESS-DATE
                            PERFORM A041-APPLY-GL-EFFECT
                        END-IF
                    END-IF
                END-IF.
                PERFORM A037-READ-HISTORY-ROW.
      *
       A039-SPLIT-ROW.
      *        THE FEE, ACCRUED INTEREST AND PREMIUM ARE ON THE ROW;
      *        THE ESCROW LEG IS THE AMOUNT OVER THE PRINCIPAL
      *        APPLIED AND THE FEE, PREMIUM INCLUDED, AND ONLY THE
      *        PART OF THE PRINCIPAL APPLIED THAT WAS NOT INTEREST
      *        MOVED CM-CURRENT-BALANCE.  A PAYOFF'S PRINCIPAL
      *        APPLIED IS THE WHOLE REMAINING BALANCE.
                MOVE 0 TO WS-FEE-PORTION.
                MOVE 0 TO WS-INTEREST-PORTION.
                MOVE 0 TO WS-PREMIUM-PORTION.
                MOVE 0 TO WS-ESCROW-LEG.
                MOVE 0 TO WS-ESCROW-PORTION.
                IF PH-TRANS-TYPE = 'F'
                    MOVE PH-PRINCIPAL-APPLIED TO WS-BALANCE-PORTION
                ELSE
                    IF PH-FEE-APPLIED NUMERIC
                        MOVE PH-FEE-APPLIED TO WS-FEE-PORTION
                    END-IF
                    IF PH-INTEREST-APPLIED NUMERIC
                        MOVE PH-INTEREST-APPLIED TO WS-INTEREST-PORTION
                    END-IF
                    IF PH-PREMIUM-APPLIED NUMERIC
                        MOVE PH-PREMIUM-APPLIED TO WS-PREMIUM-PORTION
                    END-IF
                    COMPUTE WS-ESCROW-LEG =
                        PH-TRANS-AMOUNT - PH-PRINCIPAL-APPLIED
                        - WS-FEE-PORTION
                    IF WS-PREMIUM-PORTION > WS-ESCROW-LEG
                        MOVE WS-ESCROW-LEG TO WS-PREMIUM-PORTION
                    END-IF
                    COMPUTE WS-ESCROW-PORTION =
                        WS-ESCROW-LEG - WS-PREMIUM-PORTION
                    IF WS-INTEREST-PORTION > PH-PRINCIPAL-APPLIED
                        MOVE PH-PRINCIPAL-APPLIED
                            TO WS-INTEREST-PORTION
                    END-IF
                    COMPUTE WS-BALANCE-PORTION =
                        PH-PRINCIPAL-APPLIED - WS-INTEREST-PORTION
                END-IF.
      *
       A040-APPLY-ROW-EFFECT.
      *        A PAYMENT (DIRECTION +1) TAKES ITS BALANCE PORTION
      *        OFF PRINCIPAL, ADDS ITS ESCROW PORTION AND PAYS ITS
      *        FEE DOWN; A REVERSAL OR A BACKOUT (-1) UNDOES THAT.
                COMPUTE WS-POST-PRIN = WS-POST-PRIN
                    - WS-ROW-DIRECTION * WS-BALANCE-PORTION.
                COMPUTE WS-POST-ESCR = WS-POST-ESCR
                    + WS-ROW-DIRECTION * WS-ESCROW-PORTION.
                COMPUTE WS-POST-FEE = WS-POST-FEE
                    - WS-ROW-DIRECTION * WS-FEE-PORTION.
      *
       A041-APPLY-GL-EFFECT.
                COMPUTE WS-SUB-GL-PRIN = WS-SUB-GL-PRIN
                    + WS-ROW-DIRECTION * WS-BALANCE-PORTION.
                COMPUTE WS-SUB-GL-ESCR = WS-SUB-GL-ESCR
                    + WS-ROW-DIRECTION * WS-ESCROW-LEG.
                COMPUTE WS-SUB-GL-FEE = WS-SUB-GL-FEE
                    + WS-ROW-DIRECTION * WS-FEE-PORTION.
      *
       A042-SCAN-DISBURSEMENTS.
      *        EVERY TAX OR INSURANCE PAYMENT DBBESCD MADE OUT OF THE
      *        ESCROW BALANCE SINCE THE OPENING.
                MOVE 'N' TO WS-DISB-EOF-SWITCH.
                MOVE WS-CURRENT-ACCT TO DH-MORTGAGE-ACCT-NO.
                MOVE 0 TO DH-DISBURSE-SEQ.
                START DISBURSE-HISTORY-FILE
                    KEY IS NOT LESS THAN DH-HIST-KEY
                    INVALID KEY
                        SET WS-DISB-EOF TO TRUE
                END-START.
                PERFORM A043-READ-DISBURSEMENT
                    UNTIL WS-DISB-EOF.
      *
       A043-READ-DISBURSEMENT.
                READ DISBURSE-HISTORY-FILE NEXT RECORD
                    AT END
                        SET WS-DISB-EOF TO TRUE
                    NOT AT END
                        IF DH-MORTGAGE-ACCT-NO NOT = WS-CURRENT-ACCT
                            SET WS-DISB-EOF TO TRUE
                        ELSE
                            IF DH-PAID-DATE > WS-OPEN-DATE
                              AND DH-PAID-DATE NOT > BUSINESS-DATE
                                SUBTRACT DH-DISBURSE-AMOUNT
                                    FROM WS-DISB-ESCR
                            END-IF
                        END-IF
                END-READ.
                IF WS-ESDH-STATUS NOT = '00'
                  AND WS-ESDH-STATUS NOT = '10'
                    MOVE 'ESCRDHST' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-ESDH-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-DISB-EOF TO TRUE
                END-IF.
      *
       A045-FETCH-CHARGEOFF.
      *        DBBCHGO TOOK THE WHOLE PRINCIPAL AND LATE-FEE BALANCE
      *        OFF THE LOAN AND CREDITED LOAN-PRIN WITH THE PRINCIPAL
      *        ON THE DAY IT CHARGED IT OFF.
                MOVE WS-CURRENT-ACCT TO CO-MORTGAGE-ACCT-NO.
                READ CHARGEOFF-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CO-CHGOFF-DATE > WS-OPEN-DATE
                          AND CO-CHGOFF-DATE NOT > BUSINESS-DATE
                            SUBTRACT CO-PRINCIPAL FROM WS-CHGO-PRIN
                            SUBTRACT CO-FEES FROM WS-CHGO-FEE
                        END-IF
                        IF CO-CHGOFF-DATE = BUSINESS-DATE
                            ADD CO-PRINCIPAL TO WS-SUB-GL-PRIN
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
       A044-PROVE-ACCOUNT.
      *        DBBLATE'S ASSESSMENTS AND WAIVERS ARE WHAT ITS RUNNING
      *        TOTALS ON THE LATE-FEE ROW GREW BY.  A PAYOFF REFUNDS
      *        WHATEVER ESCROW IS LEFT, SO AFTER ONE THE ESCROW MUST
      *        STAND AT ZERO.
                COMPUTE WS-ASSESS-FEE =
                    WS-CLOSE-ASSESSED - WS-OPEN-ASSESSED.
                COMPUTE WS-WAIVE-FEE =
                    WS-OPEN-WAIVED - WS-CLOSE-WAIVED.
                IF WS-PAYOFF-IN-WINDOW
                    COMPUTE WS-SETTLE-ESCR = 0 - (WS-OPEN-ESCR
                        + WS-POST-ESCR + WS-DISB-ESCR)
                END-IF.
                COMPUTE WS-EXPECT-PRIN = WS-OPEN-PRIN
                    + WS-POST-PRIN + WS-SETTLE-PRIN + WS-CHGO-PRIN.
                COMPUTE WS-EXPECT-ESCR = WS-OPEN-ESCR
                    + WS-POST-ESCR + WS-DISB-ESCR + WS-SETTLE-ESCR.
                COMPUTE WS-EXPECT-FEE = WS-OPEN-FEE
                    + WS-POST-FEE + WS-ASSESS-FEE + WS-WAIVE-FEE
                    + WS-CHGO-FEE.
                ADD WS-OPEN-PRIN TO WS-TOT-OPEN-PRIN.
                ADD WS-OPEN-ESCR TO WS-TOT-OPEN-ESCR.
                ADD WS-OPEN-FEE TO WS-TOT-OPEN-FEE.
                ADD WS-POST-PRIN TO WS-TOT-POST-PRIN.
                ADD WS-POST-ESCR TO WS-TOT-POST-ESCR.
                ADD WS-POST-FEE TO WS-TOT-POST-FEE.
                ADD WS-DISB-ESCR TO WS-TOT-DISB-ESCR.
                ADD WS-ASSESS-FEE TO WS-TOT-ASSESS-FEE.
                ADD WS-WAIVE-FEE TO WS-TOT-WAIVE-FEE.
                ADD WS-SETTLE-PRIN TO WS-TOT-SETTLE-PRIN.
                ADD WS-SETTLE-ESCR TO WS-TOT-SETTLE-ESCR.
                ADD WS-CHGO-PRIN TO WS-TOT-CHGO-PRIN.
                ADD WS-CHGO-FEE TO WS-TOT-CHGO-FEE.
                IF WS-EXPECT-PRIN NOT = WS-CLOSE-PRIN
                    MOVE 'PRINCIPAL' TO WS-BRK-ITEM
                    MOVE WS-EXPECT-PRIN TO WS-BRK-EXPECTED
                    MOVE WS-CLOSE-PRIN TO WS-BRK-ACTUAL
                    PERFORM A048-WRITE-BREAK-LINE
                END-IF.
                IF WS-EXPECT-ESCR NOT = WS-CLOSE-ESCR
                    MOVE 'ESCROW' TO WS-BRK-ITEM
                    MOVE WS-EXPECT-ESCR TO WS-BRK-EXPECTED
                    MOVE WS-CLOSE-ESCR TO WS-BRK-ACTUAL
                    PERFORM A048-WRITE-BREAK-LINE
                END-IF.
                IF WS-EXPECT-FEE NOT = WS-CLOSE-FEE
                    MOVE 'LATE FEES' TO WS-BRK-ITEM
                    MOVE WS-EXPECT-FEE TO WS-BRK-EXPECTED
                    MOVE WS-CLOSE-FEE TO WS-BRK-ACTUAL
                    PERFORM A048-WRITE-BREAK-LINE
                END-IF.
      *
       A046-PROVE-GL.
      *        THE ACCOUNT'S NET CREDITS FOR THE DAY AGAINST ITS
      *        GLJRNL LINES - EXPECTED IS THE SUBLEDGER, ACTUAL THE
      *        JOURNAL.
                MOVE 0 TO WS-GL-ACCT-PRIN.
                MOVE 0 TO WS-GL-ACCT-ESCR.
                MOVE 0 TO WS-GL-ACCT-FEE.
                MOVE WS-CURRENT-ACCT TO WS-FIND-ACCT.
                PERFORM A016-FIND-GL-ACCT.
                IF WS-GL-FOUND
                    MOVE 'Y' TO WS-GLT-MATCHED (WS-GL-IDX)
                    MOVE WS-GLT-PRIN (WS-GL-IDX) TO WS-GL-ACCT-PRIN
                    MOVE WS-GLT-ESCR (WS-GL-IDX) TO WS-GL-ACCT-ESCR
                    MOVE WS-GLT-FEE (WS-GL-IDX) TO WS-GL-ACCT-FEE
                END-IF.
                ADD WS-SUB-GL-PRIN TO WS-TOT-SUB-GL-PRIN.
                ADD WS-SUB-GL-ESCR TO WS-TOT-SUB-GL-ESCR.
                ADD WS-SUB-GL-FEE TO WS-TOT-SUB-GL-FEE.
                IF WS-SUB-GL-PRIN NOT = WS-GL-ACCT-PRIN
                    MOVE 'GL LOAN-PRIN' TO WS-BRK-ITEM
                    MOVE WS-SUB-GL-PRIN TO WS-BRK-EXPECTED
                    MOVE WS-GL-ACCT-PRIN TO WS-BRK-ACTUAL
                    PERFORM A048-WRITE-BREAK-LINE
                END-IF.
                IF WS-SUB-GL-ESCR NOT = WS-GL-ACCT-ESCR
                    MOVE 'GL ESCROW-PAYBL' TO WS-BRK-ITEM
                    MOVE WS-SUB-GL-ESCR TO WS-BRK-EXPECTED
                    MOVE WS-GL-ACCT-ESCR TO WS-BRK-ACTUAL
                    PERFORM A048-WRITE-BREAK-LINE
                END-IF.
                IF WS-SUB-GL-FEE NOT = WS-GL-ACCT-FEE
                    MOVE 'GL FEE-INCOME' TO WS-BRK-ITEM
                    MOVE WS-SUB-GL-FEE TO WS-BRK-EXPECTED
                    MOVE WS-GL-ACCT-FEE TO WS-BRK-ACTUAL
                    PERFORM A048-WRITE-BREAK-LINE
                END-IF.
      *
       A048-WRITE-BREAK-LINE.
                MOVE WS-CURRENT-ACCT TO BK-MORTGAGE-ACCT.
                MOVE WS-BRK-ITEM TO BK-ITEM.
                MOVE WS-BRK-EXPECTED TO BK-EXPECTED.
                MOVE WS-BRK-ACTUAL TO BK-ACTUAL.
                COMPUTE BK-DIFFERENCE =
                    WS-BRK-ACTUAL - WS-BRK-EXPECTED.
                WRITE TRIAL-BALANCE-LINE FROM WS-BREAK-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                ADD 1 TO WS-BREAK-COUNT.
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF.
      *
       A050-ADD-TO-PORTFOLIO.
                ADD WS-CLOSE-PRIN TO WS-TOT-CLOSE-PRIN.
                ADD WS-CLOSE-ESCR TO WS-TOT-CLOSE-ESCR.
                ADD WS-CLOSE-FEE TO WS-TOT-CLOSE-FEE.
                MOVE 'N' TO WS-GROUP-FOUND-SWITCH.
                PERFORM A051-MATCH-GROUP
                    VARYING WS-GROUP-IDX FROM 1 BY 1
                    UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                       OR WS-GROUP-FOUND.
                IF WS-GROUP-FOUND
                    SUBTRACT 1 FROM WS-GROUP-IDX
                ELSE
                    IF WS-GROUP-COUNT < 99
                        ADD 1 TO WS-GROUP-COUNT
                        MOVE WS-GROUP-COUNT TO WS-GROUP-IDX
                        MOVE CM-LOAN-TYPE OF CUSTOMER-COPY
                            TO WS-GRP-LOAN-TYPE (WS-GROUP-IDX)
                        MOVE CM-APPLICATION-STATUS OF CUSTOMER-COPY
                            TO WS-GRP-STATUS (WS-GROUP-IDX)
                        MOVE 0 TO WS-GRP-LOANS (WS-GROUP-IDX)
                        MOVE 0 TO WS-GRP-PRIN (WS-GROUP-IDX)
                        MOVE 0 TO WS-GRP-ESCR (WS-GROUP-IDX)
                        MOVE 0 TO WS-GRP-FEE (WS-GROUP-IDX)
                        SET WS-GROUP-FOUND TO TRUE
                    ELSE
                        DISPLAY 'PORTFOLIO TABLE FULL - LOAN TYPE '
                            CM-LOAN-TYPE OF CUSTOMER-COPY
                            ' STATUS '
                            CM-APPLICATION-STATUS OF CUSTOMER-COPY
                            ' NOT SUBTOTALED'
                        IF RETURN-CODE < 4
                            MOVE 4 TO RETURN-CODE
                        END-IF
                    END-IF
                END-IF.
                IF WS-GROUP-FOUND
                    ADD 1 TO WS-GRP-LOANS (WS-GROUP-IDX)
                    ADD WS-CLOSE-PRIN TO WS-GRP-PRIN (WS-GROUP-IDX)
                    ADD WS-CLOSE-ESCR TO WS-GRP-ESCR (WS-GROUP-IDX)
                    ADD WS-CLOSE-FEE TO WS-GRP-FEE (WS-GROUP-IDX)
                END-IF.
      *
       A051-MATCH-GROUP.
                IF WS-GRP-LOAN-TYPE (WS-GROUP-IDX) =
                        CM-LOAN-TYPE OF CUSTOMER-COPY
                  AND WS-GRP-STATUS (WS-GROUP-IDX) =
                        CM-APPLICATION-STATUS OF CUSTOMER-COPY
                    SET WS-GROUP-FOUND TO TRUE
                END-IF.
      *
       A052-WRITE-DETAIL.
                MOVE WS-CURRENT-ACCT TO DL-MORTGAGE-ACCT.
                MOVE CM-LOAN-TYPE OF CUSTOMER-COPY TO DL-LOAN-TYPE.
                MOVE CM-APPLICATION-STATUS OF CUSTOMER-COPY
                    TO DL-STATUS.
                MOVE WS-CLOSE-PRIN TO DL-PRINCIPAL.
                MOVE WS-CLOSE-ESCR TO DL-ESCROW.
                MOVE WS-CLOSE-FEE TO DL-FEE.
                IF WS-NEW-LOAN
                    MOVE 'NEW ON FILE' TO DL-NOTE
                ELSE
                    MOVE SPACES TO DL-NOTE
                END-IF.
                WRITE TRIAL-BALANCE-LINE FROM WS-DETAIL-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A054-SAVE-SNAPSHOT.
      *        TONIGHT'S CLOSING BECOMES THE NEXT RUN'S OPENING.  THE
      *        SNAPSHOT IT REPLACES MOVES TO THE PRIOR FIELDS UNLESS
      *        THIS IS A RERUN FOR THE SAME DATE.
                IF WS-SNAP-FOUND
                    IF TB-SNAP-DATE NOT = BUSINESS-DATE
                        MOVE TB-SNAP-DATE TO TB-PRIOR-DATE
                        MOVE TB-PRINCIPAL-BAL TO TB-PRIOR-PRINCIPAL-BAL
                        MOVE TB-ESCROW-BAL TO TB-PRIOR-ESCROW-BAL
                        MOVE TB-FEE-BAL TO TB-PRIOR-FEE-BAL
                        MOVE TB-FEE-ASSESSED TO TB-PRIOR-FEE-ASSESSED
                        MOVE TB-FEE-WAIVED TO TB-PRIOR-FEE-WAIVED
                    END-IF
                ELSE
                    INITIALIZE BALANCE-SNAPSHOT-RECORD
                    MOVE WS-CURRENT-ACCT TO TB-MORTGAGE-ACCT-NO
                    MOVE SPACES TO TB-PRIOR-DATE
                END-IF.
                MOVE CM-CUSTOMER-ID OF CUSTOMER-COPY TO TB-CUSTOMER-ID.
                MOVE BUSINESS-DATE TO TB-SNAP-DATE.
                MOVE WS-CLOSE-PRIN TO TB-PRINCIPAL-BAL.
                MOVE WS-CLOSE-ESCR TO TB-ESCROW-BAL.
                MOVE WS-CLOSE-FEE TO TB-FEE-BAL.
                MOVE WS-CLOSE-ASSESSED TO TB-FEE-ASSESSED.
                MOVE WS-CLOSE-WAIVED TO TB-FEE-WAIVED.
                IF WS-SNAP-FOUND
                    REWRITE BALANCE-SNAPSHOT-RECORD
                    MOVE 'REWRITE' TO WS-ERR-OPERATION
                ELSE
                    WRITE BALANCE-SNAPSHOT-RECORD
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                END-IF.
                IF WS-TBSN-STATUS NOT = '00'
                    MOVE 'TBALSNAP' TO WS-ERR-FILE-NAME
                    MOVE WS-TBSN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                ELSE
                    ADD 1 TO WS-SNAP-WRITTEN
                END-IF.
      *
       A060-SWEEP-SNAPSHOT.
      *        A SNAPSHOT ROW NOT REFRESHED TONIGHT BELONGS TO AN
      *        ACCOUNT NO LONGER ON THE CUSTOMER MASTER.  ITS BALANCES
      *        WERE IN YESTERDAY'S TOTALS AND HAVE LEFT WITHOUT ANY
      *        ACTIVITY TO ACCOUNT FOR THEM, SO ANY THAT WAS NOT ZERO
      *        IS A BREAK.  THE ROW IS THEN DROPPED.
                MOVE 'N' TO WS-SNAP-EOF-SWITCH.
                MOVE LOW-VALUES TO TB-MORTGAGE-ACCT-NO.
                START BALANCE-SNAPSHOT-FILE
                    KEY IS NOT LESS THAN TB-MORTGAGE-ACCT-NO
                    INVALID KEY
                        SET WS-SNAP-EOF TO TRUE
                END-START.
                IF NOT WS-SNAP-EOF
                    PERFORM A062-READ-SNAPSHOT
                END-IF.
                PERFORM A063-CHECK-SNAPSHOT-ROW
                    UNTIL WS-SNAP-EOF.
      *
       A062-READ-SNAPSHOT.
                READ BALANCE-SNAPSHOT-FILE NEXT RECORD
                    AT END
                        SET WS-SNAP-EOF TO TRUE
                END-READ.
                IF WS-TBSN-STATUS NOT = '00'
                  AND WS-TBSN-STATUS NOT = '10'
                    MOVE 'TBALSNAP' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-TBSN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-SNAP-EOF TO TRUE
                END-IF.
      *
       A063-CHECK-SNAPSHOT-ROW.
                IF TB-SNAP-DATE NOT = BUSINESS-DATE
                    PERFORM A064-DROP-SNAPSHOT-ROW
                END-IF.
                PERFORM A062-READ-SNAPSHOT.
      *
       A064-DROP-SNAPSHOT-ROW.
                ADD 1 TO WS-REMOVED-COUNT.
                MOVE TB-MORTGAGE-ACCT-NO TO WS-CURRENT-ACCT.
                ADD TB-PRINCIPAL-BAL TO WS-TOT-OPEN-PRIN.
                ADD TB-ESCROW-BAL TO WS-TOT-OPEN-ESCR.
                ADD TB-FEE-BAL TO WS-TOT-OPEN-FEE.
                MOVE TB-MORTGAGE-ACCT-NO TO DL-MORTGAGE-ACCT.
                MOVE SPACES TO DL-LOAN-TYPE.
                MOVE SPACES TO DL-STATUS.
                MOVE TB-PRINCIPAL-BAL TO DL-PRINCIPAL.
                MOVE TB-ESCROW-BAL TO DL-ESCROW.
                MOVE TB-FEE-BAL TO DL-FEE.
                MOVE 'NOT ON FILE' TO DL-NOTE.
                WRITE TRIAL-BALANCE-LINE FROM WS-DETAIL-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 0 TO WS-BRK-ACTUAL.
                IF TB-PRINCIPAL-BAL NOT = 0
                    MOVE 'PRINCIPAL' TO WS-BRK-ITEM
                    MOVE TB-PRINCIPAL-BAL TO WS-BRK-EXPECTED
                    PERFORM A048-WRITE-BREAK-LINE
                END-IF.
                IF TB-ESCROW-BAL NOT = 0
                    MOVE 'ESCROW' TO WS-BRK-ITEM
                    MOVE TB-ESCROW-BAL TO WS-BRK-EXPECTED
                    PERFORM A048-WRITE-BREAK-LINE
                END-IF.
                IF TB-FEE-BAL NOT = 0
                    MOVE 'LATE FEES' TO WS-BRK-ITEM
                    MOVE TB-FEE-BAL TO WS-BRK-EXPECTED
                    PERFORM A048-WRITE-BREAK-LINE
                END-IF.
                DELETE BALANCE-SNAPSHOT-FILE RECORD.
                IF WS-TBSN-STATUS NOT = '00'
                    MOVE 'TBALSNAP' TO WS-ERR-FILE-NAME
                    MOVE 'DELETE' TO WS-ERR-OPERATION
                    MOVE WS-TBSN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A066-CHECK-UNMATCHED-GL.
      *        GLJRNL LINES FOR AN ACCOUNT NOT ON THE CUSTOMER MASTER
      *        HAVE NO SUBLEDGER BEHIND THEM.
                IF WS-GLT-MATCHED (WS-GL-IDX) NOT = 'Y'
                    MOVE WS-GLT-ACCT (WS-GL-IDX) TO WS-CURRENT-ACCT
                    MOVE 0 TO WS-BRK-EXPECTED
                    IF WS-GLT-PRIN (WS-GL-IDX) NOT = 0
                        MOVE 'GL LOAN-PRIN' TO WS-BRK-ITEM
                        MOVE WS-GLT-PRIN (WS-GL-IDX) TO WS-BRK-ACTUAL
                        PERFORM A048-WRITE-BREAK-LINE
                    END-IF
                    IF WS-GLT-ESCR (WS-GL-IDX) NOT = 0
                        MOVE 'GL ESCROW-PAYBL' TO WS-BRK-ITEM
                        MOVE WS-GLT-ESCR (WS-GL-IDX) TO WS-BRK-ACTUAL
                        PERFORM A048-WRITE-BREAK-LINE
                    END-IF
                    IF WS-GLT-FEE (WS-GL-IDX) NOT = 0
                        MOVE 'GL FEE-INCOME' TO WS-BRK-ITEM
                        MOVE WS-GLT-FEE (WS-GL-IDX) TO WS-BRK-ACTUAL
                        PERFORM A048-WRITE-BREAK-LINE
                    END-IF
                END-IF.
      *
       A070-WRITE-PORTFOLIO.
                WRITE TRIAL-BALANCE-LINE FROM WS-BLANK-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'PORTFOLIO TOTALS BY LOAN TYPE AND STATUS'
                    TO TT-TITLE.
                WRITE TRIAL-BALANCE-LINE FROM WS-TITLE-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                WRITE TRIAL-BALANCE-LINE FROM WS-GROUP-HEADING.
                PERFORM A075-CHECK-RPT-STATUS.
                PERFORM A071-WRITE-GROUP-LINE
                    VARYING WS-GROUP-IDX FROM 1 BY 1
                    UNTIL WS-GROUP-IDX > WS-GROUP-COUNT.
                MOVE 'ALL' TO PL-LOAN-TYPE.
                MOVE SPACES TO PL-STATUS.
                MOVE WS-LOAN-COUNT TO PL-LOANS.
                MOVE WS-TOT-CLOSE-PRIN TO PL-PRINCIPAL.
                MOVE WS-TOT-CLOSE-ESCR TO PL-ESCROW.
                MOVE WS-TOT-CLOSE-FEE TO PL-FEE.
                WRITE TRIAL-BALANCE-LINE FROM WS-GROUP-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A071-WRITE-GROUP-LINE.
                MOVE WS-GRP-LOAN-TYPE (WS-GROUP-IDX) TO PL-LOAN-TYPE.
                MOVE WS-GRP-STATUS (WS-GROUP-IDX) TO PL-STATUS.
                MOVE WS-GRP-LOANS (WS-GROUP-IDX) TO PL-LOANS.
                MOVE WS-GRP-PRIN (WS-GROUP-IDX) TO PL-PRINCIPAL.
                MOVE WS-GRP-ESCR (WS-GROUP-IDX) TO PL-ESCROW.
                MOVE WS-GRP-FEE (WS-GROUP-IDX) TO PL-FEE.
                WRITE TRIAL-BALANCE-LINE FROM WS-GROUP-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A072-WRITE-ROLL-FORWARD.
      *        YESTERDAY'S TOTALS (EVERY ACCOUNT ON THE SNAPSHOT,
      *        INCLUDING ANY NOW GONE FROM THE MASTER) PLUS THE NEW
      *        ACCOUNTS AND THE DAY'S ACTIVITY MUST EQUAL TODAY'S.
                COMPUTE WS-TOT-EXPECT-PRIN = WS-TOT-OPEN-PRIN
                    + WS-TOT-NEW-PRIN + WS-TOT-POST-PRIN
                    + WS-TOT-SETTLE-PRIN + WS-TOT-CHGO-PRIN.
                COMPUTE WS-TOT-EXPECT-ESCR = WS-TOT-OPEN-ESCR
                    + WS-TOT-NEW-ESCR + WS-TOT-POST-ESCR
                    + WS-TOT-DISB-ESCR + WS-TOT-SETTLE-ESCR.
                COMPUTE WS-TOT-EXPECT-FEE = WS-TOT-OPEN-FEE
                    + WS-TOT-NEW-FEE + WS-TOT-POST-FEE
                    + WS-TOT-ASSESS-FEE + WS-TOT-WAIVE-FEE
                    + WS-TOT-CHGO-FEE.
                WRITE TRIAL-BALANCE-LINE FROM WS-BLANK-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                WRITE TRIAL-BALANCE-LINE FROM WS-ROLL-HEADING.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'OPENING BALANCE' TO WS-RF-LABEL.
                MOVE WS-TOT-OPEN-PRIN TO WS-RF-PRIN.
                MOVE WS-TOT-OPEN-ESCR TO WS-RF-ESCR.
                MOVE WS-TOT-OPEN-FEE TO WS-RF-FEE.
                PERFORM A073-WRITE-ROLL-LINE.
                MOVE 'NEW ON FILE' TO WS-RF-LABEL.
                MOVE WS-TOT-NEW-PRIN TO WS-RF-PRIN.
                MOVE WS-TOT-NEW-ESCR TO WS-RF-ESCR.
                MOVE WS-TOT-NEW-FEE TO WS-RF-FEE.
                PERFORM A073-WRITE-ROLL-LINE.
                MOVE 'PAYHIST POSTINGS' TO WS-RF-LABEL.
                MOVE WS-TOT-POST-PRIN TO WS-RF-PRIN.
                MOVE WS-TOT-POST-ESCR TO WS-RF-ESCR.
                MOVE WS-TOT-POST-FEE TO WS-RF-FEE.
                PERFORM A073-WRITE-ROLL-LINE.
                MOVE 'ESCROW DISBURSED' TO WS-RF-LABEL.
                MOVE 0 TO WS-RF-PRIN.
                MOVE WS-TOT-DISB-ESCR TO WS-RF-ESCR.
                MOVE 0 TO WS-RF-FEE.
                PERFORM A073-WRITE-ROLL-LINE.
                MOVE 'LATE FEES ASSESSED' TO WS-RF-LABEL.
                MOVE 0 TO WS-RF-PRIN.
                MOVE 0 TO WS-RF-ESCR.
                MOVE WS-TOT-ASSESS-FEE TO WS-RF-FEE.
                PERFORM A073-WRITE-ROLL-LINE.
                MOVE 'LATE FEES WAIVED' TO WS-RF-LABEL.
                MOVE WS-TOT-WAIVE-FEE TO WS-RF-FEE.
                PERFORM A073-WRITE-ROLL-LINE.
                MOVE 'PAYOFF SETTLEMENTS' TO WS-RF-LABEL.
                MOVE WS-TOT-SETTLE-PRIN TO WS-RF-PRIN.
                MOVE WS-TOT-SETTLE-ESCR TO WS-RF-ESCR.
                MOVE 0 TO WS-RF-FEE.
                PERFORM A073-WRITE-ROLL-LINE.
                MOVE 'CHARGE-OFFS' TO WS-RF-LABEL.
                MOVE WS-TOT-CHGO-PRIN TO WS-RF-PRIN.
                MOVE 0 TO WS-RF-ESCR.
                MOVE WS-TOT-CHGO-FEE TO WS-RF-FEE.
                PERFORM A073-WRITE-ROLL-LINE.
                MOVE 'EXPECTED CLOSING' TO WS-RF-LABEL.
                MOVE WS-TOT-EXPECT-PRIN TO WS-RF-PRIN.
                MOVE WS-TOT-EXPECT-ESCR TO WS-RF-ESCR.
                MOVE WS-TOT-EXPECT-FEE TO WS-RF-FEE.
                PERFORM A073-WRITE-ROLL-LINE.
                MOVE 'ACTUAL CLOSING' TO WS-RF-LABEL.
                MOVE WS-TOT-CLOSE-PRIN TO WS-RF-PRIN.
                MOVE WS-TOT-CLOSE-ESCR TO WS-RF-ESCR.
                MOVE WS-TOT-CLOSE-FEE TO WS-RF-FEE.
                PERFORM A073-WRITE-ROLL-LINE.
                MOVE 'DIFFERENCE' TO WS-RF-LABEL.
                COMPUTE WS-RF-PRIN =
                    WS-TOT-CLOSE-PRIN - WS-TOT-EXPECT-PRIN.
                COMPUTE WS-RF-ESCR =
                    WS-TOT-CLOSE-ESCR - WS-TOT-EXPECT-ESCR.
                COMPUTE WS-RF-FEE =
                    WS-TOT-CLOSE-FEE - WS-TOT-EXPECT-FEE.
                PERFORM A073-WRITE-ROLL-LINE.
      *
       A073-WRITE-ROLL-LINE.
                MOVE WS-RF-LABEL TO RF-LABEL.
                MOVE WS-RF-PRIN TO RF-PRINCIPAL.
                MOVE WS-RF-ESCR TO RF-ESCROW.
                MOVE WS-RF-FEE TO RF-FEE.
                WRITE TRIAL-BALANCE-LINE FROM WS-ROLL-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A074-WRITE-GL-PROOF.
                WRITE TRIAL-BALANCE-LINE FROM WS-BLANK-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'GLJRNL PROOF - NET CREDITS FOR THE BUSINESS DATE'
                    TO TT-TITLE.
                WRITE TRIAL-BALANCE-LINE FROM WS-TITLE-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                WRITE TRIAL-BALANCE-LINE FROM WS-PROOF-HEADING.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'LOAN-PRIN' TO GP-GL-ACCOUNT.
                MOVE WS-TOT-SUB-GL-PRIN TO WS-RF-PRIN.
                MOVE WS-TOT-GL-PRIN TO WS-RF-ESCR.
                PERFORM A076-WRITE-PROOF-LINE.
                MOVE 'ESCROW-PAYBL' TO GP-GL-ACCOUNT.
                MOVE WS-TOT-SUB-GL-ESCR TO WS-RF-PRIN.
                MOVE WS-TOT-GL-ESCR TO WS-RF-ESCR.
                PERFORM A076-WRITE-PROOF-LINE.
                MOVE 'FEE-INCOME' TO GP-GL-ACCOUNT.
                MOVE WS-TOT-SUB-GL-FEE TO WS-RF-PRIN.
                MOVE WS-TOT-GL-FEE TO WS-RF-ESCR.
                PERFORM A076-WRITE-PROOF-LINE.
                MOVE 'GLJRNL LINES READ' TO CL-LABEL.
                MOVE WS-GL-LINES-IN TO CL-COUNT.
                WRITE TRIAL-BALANCE-LINE FROM WS-COUNT-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'EARLIER-DATED LINES' TO CL-LABEL.
                MOVE WS-GL-PRIOR-LINES TO CL-COUNT.
                WRITE TRIAL-BALANCE-LINE FROM WS-COUNT-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A075-CHECK-RPT-STATUS.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'TBALRPT' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A076-WRITE-PROOF-LINE.
      *        A DIFFERENCE HERE IS ALREADY LISTED BY ACCOUNT ABOVE.
                MOVE WS-RF-PRIN TO GP-SUBLEDGER.
                MOVE WS-RF-ESCR TO GP-GLJRNL.
                COMPUTE GP-DIFFERENCE = WS-RF-ESCR - WS-RF-PRIN.
                WRITE TRIAL-BALANCE-LINE FROM WS-PROOF-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A078-WRITE-RESULT.
                WRITE TRIAL-BALANCE-LINE FROM WS-BLANK-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'LOANS LISTED' TO CL-LABEL.
                MOVE WS-LOAN-COUNT TO CL-COUNT.
                WRITE TRIAL-BALANCE-LINE FROM WS-COUNT-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'NEW ON FILE' TO CL-LABEL.
                MOVE WS-NEW-COUNT TO CL-COUNT.
                WRITE TRIAL-BALANCE-LINE FROM WS-COUNT-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'NO LONGER ON FILE' TO CL-LABEL.
                MOVE WS-REMOVED-COUNT TO CL-COUNT.
                WRITE TRIAL-BALANCE-LINE FROM WS-COUNT-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'BREAKS' TO CL-LABEL.
                MOVE WS-BREAK-COUNT TO CL-COUNT.
                WRITE TRIAL-BALANCE-LINE FROM WS-COUNT-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                IF WS-GL-TABLE-FULL
                    MOVE 'GLJRNL ACCOUNT TABLE FULL - PROOF BY ACCOUNT'
                        TO TT-TITLE
                    WRITE TRIAL-BALANCE-LINE FROM WS-TITLE-LINE
                    PERFORM A075-CHECK-RPT-STATUS
                    IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                    END-IF
                END-IF.
                IF WS-BREAK-COUNT = 0
                  AND NOT WS-GL-TABLE-FULL
                    MOVE 'TRIAL BALANCE PROVED' TO TT-TITLE
                ELSE
                    MOVE '*** TRIAL BALANCE OUT OF BALANCE - SEE BREAKS'
                        TO TT-TITLE
                END-IF.
                WRITE TRIAL-BALANCE-LINE FROM WS-TITLE-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A085-WRITE-AUDIT-LOG.
                MOVE 'DBBTBAL' TO AL-PROGRAM-ID.
                MOVE BUSINESS-DATE TO AL-RUN-DATE.
                MOVE WS-RECORDS-IN TO AL-RECORDS-IN.
                MOVE WS-SNAP-WRITTEN TO AL-RECORDS-OUT.
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
                MOVE 'DBBTBAL' TO ER-PROGRAM-ID.
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
                DISPLAY 'LOANS LISTED         : ' WS-LOAN-COUNT.
                DISPLAY 'NEW ON FILE          : ' WS-NEW-COUNT.
                DISPLAY 'NO LONGER ON FILE    : ' WS-REMOVED-COUNT.
                DISPLAY 'BREAKS               : ' WS-BREAK-COUNT.
                PERFORM A085-WRITE-AUDIT-LOG.
                CLOSE CUSTOMER-MASTER-FILE.
                CLOSE PAYMENT-HISTORY-FILE.
                CLOSE ESCROW-FILE.
                CLOSE LATE-FEE-FILE.
                CLOSE DISBURSE-HISTORY-FILE.
                CLOSE CHARGEOFF-FILE.
                CLOSE GL-JOURNAL-FILE.
                CLOSE BALANCE-SNAPSHOT-FILE.
                CLOSE TRIAL-BALANCE-REPORT-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
