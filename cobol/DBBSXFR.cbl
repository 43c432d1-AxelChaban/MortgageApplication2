  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBSXFR.
      *****************************************************************
      *** Modification History                                     ***
      *****************************************************************
      *    2026-10-15  Initial version - servicing transfer-out for    *
      *                loans sold servicing-released.  Secondary       *
      *                marketing's XFERIN file names the new servicer  *
      *                and the transfer date on a header, then selects *
      *                loans by account or by PA-POOL-ID (every        *
      *                account assigned to the pool on POOLASGN).      *
      *                Each selected approved loan is written to the   *
      *                BOARDOUT file in the EPSSXBD layout - loan,     *
      *                escrow and mortgage insurance, late fees and    *
      *                the full payment history - behind a header and  *
      *                ahead of a control trailer of counts and money  *
      *                totals.  The loan's autopay enrollment is       *
      *                cancelled, its escrow row and master are set to *
      *                the transferred status so the nightly suite     *
      *                leaves it alone, a goodbye letter is printed on *
      *                XFERLTR and the run is reconciled on XFERRPT.   *
      *                A loan that is not approved is refused, and a   *
      *                requested account not on the master is listed   *
      *                (RC 4); a file without its header transfers     *
      *                nothing (RC 12).                                *
      *    2026-10-15  History rows DBBBACK backed out are not sent to *
      *                the new servicer - they were never payments.    *
      *    2026-10-15  Each history record also carries the MI premium *
      *                the payment took (BD-PH-PREMIUM-APPLIED).       *
      *    2026-10-15  The goodbye letter also goes to the CORRDOC     *
      *                correspondence queue as an XFER document,       *
      *                marked legally required, so DBBCORR mails it    *
      *                with the borrower's other post.  The L record   *
      *                carries the account's LMPLAN plan when it is    *
      *                still pending or active (BD-PLAN-TYPE through   *
      *                BD-PLAN-PAYMENT), the way it carries a legal    *
      *                hold.                                           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-REQUEST-FILE
               ASSIGN TO "XFERIN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-XFRQ-STATUS.
           SELECT POOL-ASSIGN-FILE
               ASSIGN TO "POOLASGN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POOL-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
                   OF CUSTOMER-MASTER-RECORD
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
           SELECT ACCRUED-INTEREST-FILE
               ASSIGN TO "ACCRINT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-ACCR-STATUS.
           SELECT MORTGAGE-INS-FILE
               ASSIGN TO "MINSFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MI-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-MINS-STATUS.
           SELECT AUTOPAY-FILE
               ASSIGN TO "AUTOPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-AUTOPAY-STATUS.
           SELECT LEGAL-HOLD-FILE
               ASSIGN TO "LEGLHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-LHLD-STATUS.
           SELECT LOSS-MIT-PLAN-FILE
               ASSIGN TO "LMPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-LMPLAN-STATUS.
           SELECT BOARDING-FILE
               ASSIGN TO "BOARDOUT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BOARD-STATUS.
           SELECT LETTER-FILE
               ASSIGN TO "XFERLTR"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.
           SELECT CORRESPONDENCE-FILE
               ASSIGN TO "CORRDOC"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT TRANSFER-REPORT-FILE
               ASSIGN TO "XFERRPT"
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
       FD  TRANSFER-REQUEST-FILE.
       01  TRANSFER-REQUEST-RECORD.
           COPY EPSSXRQ.
       FD  POOL-ASSIGN-FILE.
       01  POOL-ASSIGN-RECORD.
           COPY EPSPOOL.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           COPY EPSMTCOM.
       FD  AMORT-SCHEDULE-FILE.
       01  AMORT-SCHEDULE-RECORD.
           COPY EPSAMSCH.
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           COPY EPSPAYH.
       FD  ESCROW-FILE.
       01  ESCROW-RECORD.
           COPY EPSESCR.
       FD  LATE-FEE-FILE.
       01  LATE-FEE-RECORD.
           COPY EPSLFEE.
       FD  ACCRUED-INTEREST-FILE.
       01  ACCRUED-INTEREST-RECORD.
           COPY EPSACCR.
       FD  MORTGAGE-INS-FILE.
       01  MORTGAGE-INS-RECORD.
           COPY EPSMINS.
       FD  AUTOPAY-FILE.
       01  AUTOPAY-RECORD.
           COPY EPSAUTO.
       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-RECORD.
           COPY EPSLHLD.
       FD  LOSS-MIT-PLAN-FILE.
       01  LOSS-MIT-PLAN-RECORD.
           COPY EPSLMPL.
       FD  BOARDING-FILE.
       01  BOARDING-RECORD.
           COPY EPSSXBD.
       FD  LETTER-FILE.
       01  LETTER-LINE                  PIC X(80).
       FD  CORRESPONDENCE-FILE.
       01  CORRESPONDENCE-RECORD.
           COPY EPSCORD.
       FD  TRANSFER-REPORT-FILE.
       01  TRANSFER-REPORT-LINE         PIC X(80).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY EPSAUDIT.
       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD.
           COPY EPSERRLG.
       WORKING-STORAGE SECTION.
       01 DATE-JOUR PIC X(10).
       01 BUSINESS-DATE PIC X(10).
       01 WS-XFRQ-STATUS PIC X(2).
       01 WS-POOL-STATUS PIC X(2).
       01 WS-CUSTMAST-STATUS PIC X(2).
       01 WS-AMORSCHD-STATUS PIC X(2).
       01 WS-PAYHIST-STATUS PIC X(2).
       01 WS-ESCR-STATUS PIC X(2).
       01 WS-LFEE-STATUS PIC X(2).
       01 WS-ACCR-STATUS PIC X(2).
       01 WS-MINS-STATUS PIC X(2).
       01 WS-AUTOPAY-STATUS PIC X(2).
       01 WS-LHLD-STATUS PIC X(2).
       01 WS-LMPLAN-STATUS PIC X(2).
       01 WS-BOARD-STATUS PIC X(2).
       01 WS-LTR-STATUS PIC X(2).
       01 WS-CORR-STATUS PIC X(2).
       01 WS-RPT-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
       01 WS-ERR-FILE-NAME PIC X(8).
       01 WS-ERR-OPERATION PIC X(8).
       01 WS-ERR-STATUS-CODE PIC X(2).
       01 WS-XFRQ-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-XFRQ VALUE 'Y'.
       01 WS-POOL-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-POOL VALUE 'Y'.
       01 WS-CUSTMAST-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-CUSTMAST VALUE 'Y'.
       01 WS-HIST-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-HIST-EOF VALUE 'Y'.
       01 WS-HEADER-SWITCH PIC X VALUE 'N'.
          88 WS-HEADER-VALID VALUE 'Y'.
       01 WS-ACCT-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-ACCT-FOUND VALUE 'Y'.
       01 WS-POOL-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-POOL-REQUESTED VALUE 'Y'.
       01 WS-ESCROW-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-ESCROW-FOUND VALUE 'Y'.
       01 WS-COVERAGE-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-COVERAGE-FOUND VALUE 'Y'.
       01 WS-AUTOPAY-CANCEL-SWITCH PIC X VALUE 'N'.
          88 WS-AUTOPAY-WAS-CANCELLED VALUE 'Y'.
      *        THE TRANSFER - THE HEADER OF THE REQUEST FILE.
       01 WS-TRANSFER-DATE PIC X(10) VALUE SPACES.
       01 WS-NEW-SERVICER-ID PIC X(8) VALUE SPACES.
       01 WS-NEW-SERVICER-NAME PIC X(30) VALUE SPACES.
       01 WS-NEW-SERVICER-ADDR PIC X(40) VALUE SPACES.
       01 WS-NEW-SERVICER-PHONE PIC X(12) VALUE SPACES.
      *        EVERY ACCOUNT SELECTED, BY ACCOUNT OR THROUGH ITS POOL,
      *        AND WHAT BECAME OF IT.
       01 WS-SEARCH-ACCT PIC X(12).
       01 WS-SEARCH-POOL PIC X(8).
       01 WS-SEARCH-INVESTOR PIC X(30).
       01 WS-XT-COUNT PIC 9(4) VALUE 0.
       01 WS-XT-IDX PIC 9(4).
       01 WS-XT-HIT PIC 9(4).
       01 WS-XFER-TABLE.
          05 WS-XT-ROW OCCURS 2000 TIMES.
             10 WS-XT-ACCT-NO PIC X(12).
             10 WS-XT-POOL-ID PIC X(8).
             10 WS-XT-INVESTOR PIC X(30).
             10 WS-XT-STATE PIC X(1).
                88 WS-XT-PENDING VALUE 'N'.
                88 WS-XT-TRANSFERRED VALUE 'T'.
                88 WS-XT-REFUSED VALUE 'R'.
       01 WS-PR-COUNT PIC 9(3) VALUE 0.
       01 WS-PR-IDX PIC 9(3).
       01 WS-PR-HIT PIC 9(3).
       01 WS-POOL-REQUEST-TABLE.
          05 WS-PR-ROW OCCURS 100 TIMES.
             10 WS-PR-POOL-ID PIC X(8).
             10 WS-PR-LOAN-COUNT PIC 9(5).
      *        THE LOAN BEING TRANSFERRED.
       01 WS-LOAN-ESCROW PIC 9(9)V99.
       01 WS-LOAN-FEE PIC 9(7)V99.
       01 WS-LOAN-ACCRUED PIC 9(7)V99.
       01 WS-LOAN-ACCRUAL-DATE PIC X(10).
       01 WS-LOAN-PI PIC 9(7)V99.
       01 WS-LOAN-HOLD-TYPE PIC X(3).
       01 WS-LOAN-HOLD-CASE PIC X(20).
       01 WS-LOAN-HOLD-FILED PIC X(10).
       01 WS-LOAN-PLAN-TYPE PIC X(1).
       01 WS-LOAN-PLAN-STATUS PIC X(1).
       01 WS-LOAN-PLAN-START PIC X(10).
       01 WS-LOAN-PLAN-END PIC X(10).
       01 WS-LOAN-PLAN-RATE PIC 9(2)V999.
       01 WS-LOAN-PLAN-TERM PIC 9(3).
       01 WS-LOAN-PLAN-PAYMENT PIC 9(7)V99.
       01 WS-DOC-LINE-NO PIC 9(3).
       01 WS-ACTION-TEXT PIC X(28).
      *        RUN COUNTS AND BOARDING-FILE CONTROL TOTALS.
       01 WS-REQUEST-COUNT PIC 9(7) VALUE 0.
       01 WS-POOL-LOAN-COUNT PIC 9(7) VALUE 0.
       01 WS-TRANSFERRED-COUNT PIC 9(7) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(7) VALUE 0.
       01 WS-NOT-FOUND-COUNT PIC 9(7) VALUE 0.
       01 WS-EMPTY-POOL-COUNT PIC 9(7) VALUE 0.
       01 WS-AUTOPAY-CANCEL-COUNT PIC 9(7) VALUE 0.
       01 WS-BD-RECORD-COUNT PIC 9(9) VALUE 0.
       01 WS-BD-LOAN-COUNT PIC 9(7) VALUE 0.
       01 WS-BD-ESCROW-COUNT PIC 9(7) VALUE 0.
       01 WS-BD-FEE-COUNT PIC 9(7) VALUE 0.
       01 WS-BD-HISTORY-COUNT PIC 9(9) VALUE 0.
       01 WS-PRINCIPAL-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-ESCROW-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-FEE-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-ACCRUED-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-DISPOSED-COUNT PIC 9(7) VALUE 0.
      *        GOODBYE LETTER - ONE PAGE PER BORROWER.
       01 WS-LETTER-HEADING.
          05 FILLER              PIC X(29) VALUE
             'NOTICE OF SERVICING TRANSFER'.
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(9)  VALUE 'RUN DATE:'.
          05 LH-RUN-DATE         PIC X(10).
       01 WS-BORROWER-LINE.
          05 FILLER              PIC X(21) VALUE
             'BORROWER           : '.
          05 BRL-CUSTOMER-NAME   PIC X(30).
       01 WS-BORROWER-ADDR-LINE.
          05 FILLER              PIC X(21) VALUE
             'ADDRESS            : '.
          05 BAL-CUSTOMER-ADDR   PIC X(40).
       01 WS-LOAN-NO-LINE.
          05 FILLER              PIC X(21) VALUE
             'LOAN NUMBER        : '.
          05 LNL-MORTGAGE-ACCT   PIC X(12).
       01 WS-TRANSFER-DATE-LINE.
          05 FILLER              PIC X(21) VALUE
             'TRANSFER DATE      : '.
          05 TDL-TRANSFER-DATE   PIC X(10).
       01 WS-LETTER-TEXT-1       PIC X(80) VALUE
             'THE SERVICING OF YOUR MORTGAGE LOAN - THE RIGHT TO'.
       01 WS-LETTER-TEXT-2       PIC X(80) VALUE
             'COLLECT YOUR PAYMENTS - IS BEING TRANSFERRED TO THE'.
       01 WS-LETTER-TEXT-3       PIC X(80) VALUE
             'NEW SERVICER BELOW ON THE TRANSFER DATE.  THE TERMS OF'.
       01 WS-LETTER-TEXT-4       PIC X(80) VALUE
             'YOUR LOAN DO NOT CHANGE.  FROM THAT DATE SEND EVERY'.
       01 WS-LETTER-TEXT-5       PIC X(80) VALUE
             'PAYMENT AND ANY QUESTION TO THE NEW SERVICER:'.
       01 WS-SERVICER-NAME-LINE.
          05 FILLER              PIC X(21) VALUE
             'NEW SERVICER       : '.
          05 SNL-SERVICER-NAME   PIC X(30).
       01 WS-SERVICER-ADDR-LINE.
          05 FILLER              PIC X(21) VALUE
             'ADDRESS            : '.
          05 SAL-SERVICER-ADDR   PIC X(40).
       01 WS-SERVICER-PHONE-LINE.
          05 FILLER              PIC X(21) VALUE
             'TELEPHONE          : '.
          05 SPL-SERVICER-PHONE  PIC X(12).
       01 WS-LETTER-BALANCE-LINE.
          05 FILLER              PIC X(21) VALUE
             'PRINCIPAL BALANCE  : '.
          05 LBL-BALANCE         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-LETTER-ESCROW-LINE.
          05 FILLER              PIC X(21) VALUE
             'ESCROW BALANCE     : '.
          05 LEL-ESCROW          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AUTOPAY-TEXT-1      PIC X(80) VALUE
             'YOUR AUTOMATIC PAYMENT WITH US HAS BEEN CANCELLED.'.
       01 WS-AUTOPAY-TEXT-2      PIC X(80) VALUE
             'PLEASE ARRANGE A NEW ONE WITH YOUR NEW SERVICER.'.
       01 WS-GRACE-TEXT-1        PIC X(80) VALUE
             'A PAYMENT SENT TO US IN ERROR WITHIN 60 DAYS AFTER THE'.
       01 WS-GRACE-TEXT-2        PIC X(80) VALUE
             'TRANSFER DATE WILL NOT BE TREATED AS LATE; WE WILL'.
       01 WS-GRACE-TEXT-3        PIC X(80) VALUE
             'FORWARD IT TO THE NEW SERVICER.'.
       01 WS-BLANK-LINE          PIC X(80) VALUE SPACES.
      *        TRANSFER RECONCILIATION REPORT.
       01 WS-HEADING-LINE-1.
          05 FILLER              PIC X(29) VALUE
             'SERVICING TRANSFER REPORT'.
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(9)  VALUE 'RUN DATE:'.
          05 HL-RUN-DATE         PIC X(10).
       01 WS-HEADING-LINE-2.
          05 FILLER              PIC X(14) VALUE 'NEW SERVICER: '.
          05 HL-SERVICER-NAME    PIC X(30).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 FILLER              PIC X(10) VALUE 'EFFECTIVE '.
          05 HL-TRANSFER-DATE    PIC X(10).
       01 WS-DETAIL-LINE.
          05 DL-MORTGAGE-ACCT    PIC X(12).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-POOL-ID          PIC X(8).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-BALANCE          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-ESCROW           PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-ACTION           PIC X(28).
       01 WS-TOTAL-LINE.
          05 TL-LABEL            PIC X(30).
          05 TL-COUNT            PIC ZZZ,ZZ9.
       01 WS-AMOUNT-LINE.
          05 TA-LABEL            PIC X(30).
          05 TA-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-PROOF-LINE.
          05 FILLER              PIC X(30) VALUE
             'REQUESTED VS DISPOSED    : '.
          05 PL-RESULT           PIC X(14).
       PROCEDURE DIVISION.
                CALL 'DBBDATE' USING DATE-JOUR BUSINESS-DATE.
                DISPLAY 'DBBSXFR RUN DATE: ' BUSINESS-DATE.
                PERFORM A010-OPEN-FILES.
                PERFORM A020-READ-REQUEST.
                PERFORM A022-CHECK-HEADER.
                PERFORM A015-WRITE-HEADING.
                IF WS-HEADER-VALID
                    PERFORM A020-READ-REQUEST
                    PERFORM A025-LOAD-REQUEST
                        UNTIL WS-EOF-XFRQ
                    PERFORM A030-READ-POOL-ROW
                        UNTIL WS-EOF-POOL
                    PERFORM A040-WRITE-BOARD-HEADER
                    PERFORM A045-POSITION-MASTER
                    PERFORM A050-READ-MASTER
                        UNTIL WS-EOF-CUSTMAST
                    PERFORM A074-LIST-NOT-FOUND
                        VARYING WS-XT-IDX FROM 1 BY 1
                        UNTIL WS-XT-IDX > WS-XT-COUNT
                    PERFORM A076-LIST-EMPTY-POOL
                        VARYING WS-PR-IDX FROM 1 BY 1
                        UNTIL WS-PR-IDX > WS-PR-COUNT
                    PERFORM A068-WRITE-BOARD-TRAILER
                END-IF.
                PERFORM A080-WRITE-SUMMARY.
                PERFORM A090-CLOSE-FILES.
                STOP RUN.
      *
       A010-OPEN-FILES.
                OPEN EXTEND ERROR-LOG-FILE.
                IF WS-ERRLOG-STATUS NOT = '00'
                    DISPLAY 'UNABLE TO OPEN ERROR-LOG-FILE - STATUS '
                        WS-ERRLOG-STATUS
                END-IF.
                OPEN INPUT TRANSFER-REQUEST-FILE.
                IF WS-XFRQ-STATUS NOT = '00'
                    MOVE 'XFERIN' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-XFRQ-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT POOL-ASSIGN-FILE.
                IF WS-POOL-STATUS NOT = '00'
                    MOVE 'POOLASGN' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-POOL-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O CUSTOMER-MASTER-FILE.
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
                OPEN I-O ESCROW-FILE.
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
                OPEN INPUT ACCRUED-INTEREST-FILE.
                IF WS-ACCR-STATUS NOT = '00'
                    MOVE 'ACCRINT' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-ACCR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT MORTGAGE-INS-FILE.
                IF WS-MINS-STATUS NOT = '00'
                    MOVE 'MINSFILE' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-MINS-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O AUTOPAY-FILE.
                IF WS-AUTOPAY-STATUS NOT = '00'
                    MOVE 'AUTOPAY' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-AUTOPAY-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT LEGAL-HOLD-FILE.
                IF WS-LHLD-STATUS NOT = '00'
                    MOVE 'LEGLHOLD' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-LHLD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT LOSS-MIT-PLAN-FILE.
                IF WS-LMPLAN-STATUS NOT = '00'
                    MOVE 'LMPLAN' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-LMPLAN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT BOARDING-FILE.
                IF WS-BOARD-STATUS NOT = '00'
                    MOVE 'BOARDOUT' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-BOARD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT LETTER-FILE.
                IF WS-LTR-STATUS NOT = '00'
                    MOVE 'XFERLTR' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-LTR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN EXTEND CORRESPONDENCE-FILE.
                IF WS-CORR-STATUS NOT = '00'
                    MOVE 'CORRDOC' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CORR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT TRANSFER-REPORT-FILE.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'XFERRPT' TO WS-ERR-FILE-NAME
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
                WRITE TRANSFER-REPORT-LINE FROM WS-HEADING-LINE-1.
                PERFORM A078-CHECK-RPT-STATUS.
                MOVE WS-NEW-SERVICER-NAME TO HL-SERVICER-NAME.
                MOVE WS-TRANSFER-DATE TO HL-TRANSFER-DATE.
                WRITE TRANSFER-REPORT-LINE FROM WS-HEADING-LINE-2.
                PERFORM A078-CHECK-RPT-STATUS.
      *
       A020-READ-REQUEST.
                READ TRANSFER-REQUEST-FILE
                    AT END
                        SET WS-EOF-XFRQ TO TRUE
                    NOT AT END
                        ADD 1 TO WS-REQUEST-COUNT
                END-READ.
                IF WS-XFRQ-STATUS NOT = '00'
                  AND WS-XFRQ-STATUS NOT = '10'
                    MOVE 'XFERIN' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-XFRQ-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A022-CHECK-HEADER.
      *        NO LOAN LEAVES WITHOUT A NAMED NEW SERVICER AND A
      *        TRANSFER DATE - A FILE THAT DOES NOT OPEN WITH A
      *        COMPLETE HEADER IS REFUSED WHOLE.
                IF NOT WS-EOF-XFRQ
                  AND SR-TYPE-HEADER
                  AND SR-TRANSFER-DATE NOT = SPACES
                  AND SR-NEW-SERVICER-NAME NOT = SPACES
                    SET WS-HEADER-VALID TO TRUE
                    MOVE SR-TRANSFER-DATE TO WS-TRANSFER-DATE
                    MOVE SR-NEW-SERVICER-ID TO WS-NEW-SERVICER-ID
                    MOVE SR-NEW-SERVICER-NAME TO WS-NEW-SERVICER-NAME
                    MOVE SR-NEW-SERVICER-ADDR TO WS-NEW-SERVICER-ADDR
                    MOVE SR-NEW-SERVICER-PHONE
                        TO WS-NEW-SERVICER-PHONE
                ELSE
                    DISPLAY 'TRANSFER REFUSED - XFERIN DOES NOT START'
                        ' WITH A COMPLETE HEADER RECORD'
                    MOVE 12 TO RETURN-CODE
                END-IF.
      *
       A025-LOAD-REQUEST.
                EVALUATE TRUE
                    WHEN SR-TYPE-ACCOUNT
                        MOVE SR-MORTGAGE-ACCT-NO TO WS-SEARCH-ACCT
                        PERFORM A027-FIND-ACCOUNT
                        IF NOT WS-ACCT-FOUND
                            MOVE SPACES TO WS-SEARCH-POOL
                            MOVE SPACES TO WS-SEARCH-INVESTOR
                            PERFORM A029-ADD-ACCOUNT
                        END-IF
                    WHEN SR-TYPE-POOL
                        MOVE SR-POOL-ID TO WS-SEARCH-POOL
                        PERFORM A033-FIND-POOL-REQUEST
                        IF NOT WS-POOL-REQUESTED
                            PERFORM A035-ADD-POOL-REQUEST
                        END-IF
                    WHEN OTHER
                        DISPLAY 'REQUEST IGNORED - RECORD TYPE '
                            SR-RECORD-TYPE ' AT RECORD '
                            WS-REQUEST-COUNT
                        IF RETURN-CODE < 4
                            MOVE 4 TO RETURN-CODE
                        END-IF
                END-EVALUATE.
                PERFORM A020-READ-REQUEST.
      *
       A027-FIND-ACCOUNT.
                MOVE 'N' TO WS-ACCT-FOUND-SWITCH.
                PERFORM A028-MATCH-ACCOUNT
                    VARYING WS-XT-IDX FROM 1 BY 1
                    UNTIL WS-XT-IDX > WS-XT-COUNT
                       OR WS-ACCT-FOUND.
      *
       A028-MATCH-ACCOUNT.
                IF WS-XT-ACCT-NO (WS-XT-IDX) = WS-SEARCH-ACCT
                    SET WS-ACCT-FOUND TO TRUE
                    MOVE WS-XT-IDX TO WS-XT-HIT
                END-IF.
      *
       A029-ADD-ACCOUNT.
                IF WS-XT-COUNT < 2000
                    ADD 1 TO WS-XT-COUNT
                    MOVE WS-SEARCH-ACCT TO WS-XT-ACCT-NO (WS-XT-COUNT)
                    MOVE WS-SEARCH-POOL TO WS-XT-POOL-ID (WS-XT-COUNT)
                    MOVE WS-SEARCH-INVESTOR
                        TO WS-XT-INVESTOR (WS-XT-COUNT)
                    SET WS-XT-PENDING (WS-XT-COUNT) TO TRUE
                ELSE
                    DISPLAY 'TRANSFER TABLE FULL - ACCOUNT '
                        WS-SEARCH-ACCT ' NOT LOADED'
                    IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                    END-IF
                END-IF.
      *
       A030-READ-POOL-ROW.
      *        EVERY ACCOUNT IN A REQUESTED POOL IS SELECTED, AND
      *        EVERY SELECTED ACCOUNT CARRIES ITS POOL AND INVESTOR
      *        ONTO THE BOARDING FILE WHETHER IT WAS NAMED ALONE OR
      *        CAME IN WITH ITS POOL.
                READ POOL-ASSIGN-FILE
                    AT END
                        SET WS-EOF-POOL TO TRUE
                    NOT AT END
                        PERFORM A031-APPLY-POOL-ROW
                END-READ.
                IF WS-POOL-STATUS NOT = '00'
                  AND WS-POOL-STATUS NOT = '10'
                    MOVE 'POOLASGN' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-POOL-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A031-APPLY-POOL-ROW.
                MOVE PA-MORTGAGE-ACCT-NO TO WS-SEARCH-ACCT.
                MOVE PA-POOL-ID TO WS-SEARCH-POOL.
                MOVE PA-INVESTOR-NAME TO WS-SEARCH-INVESTOR.
                PERFORM A033-FIND-POOL-REQUEST.
                PERFORM A027-FIND-ACCOUNT.
                IF WS-ACCT-FOUND
                    MOVE PA-POOL-ID TO WS-XT-POOL-ID (WS-XT-HIT)
                    MOVE PA-INVESTOR-NAME
                        TO WS-XT-INVESTOR (WS-XT-HIT)
                ELSE
                    IF WS-POOL-REQUESTED
                        PERFORM A029-ADD-ACCOUNT
                    END-IF
                END-IF.
                IF WS-POOL-REQUESTED
                    ADD 1 TO WS-PR-LOAN-COUNT (WS-PR-HIT)
                    ADD 1 TO WS-POOL-LOAN-COUNT
                END-IF.
      *
       A033-FIND-POOL-REQUEST.
                MOVE 'N' TO WS-POOL-FOUND-SWITCH.
                PERFORM A034-MATCH-POOL-REQUEST
                    VARYING WS-PR-IDX FROM 1 BY 1
                    UNTIL WS-PR-IDX > WS-PR-COUNT
                       OR WS-POOL-REQUESTED.
      *
       A034-MATCH-POOL-REQUEST.
                IF WS-PR-POOL-ID (WS-PR-IDX) = WS-SEARCH-POOL
                    SET WS-POOL-REQUESTED TO TRUE
                    MOVE WS-PR-IDX TO WS-PR-HIT
                END-IF.
      *
       A035-ADD-POOL-REQUEST.
                IF WS-PR-COUNT < 100
                    ADD 1 TO WS-PR-COUNT
                    MOVE WS-SEARCH-POOL TO WS-PR-POOL-ID (WS-PR-COUNT)
                    MOVE 0 TO WS-PR-LOAN-COUNT (WS-PR-COUNT)
                ELSE
                    DISPLAY 'POOL TABLE FULL - POOL '
                        WS-SEARCH-POOL ' NOT LOADED'
                    IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                    END-IF
                END-IF.
      *
       A040-WRITE-BOARD-HEADER.
                MOVE SPACES TO BOARDING-RECORD.
                SET BD-TYPE-HEADER TO TRUE.
                MOVE WS-TRANSFER-DATE TO BD-TRANSFER-DATE.
                MOVE WS-NEW-SERVICER-ID TO BD-NEW-SERVICER-ID.
                MOVE WS-NEW-SERVICER-NAME TO BD-NEW-SERVICER-NAME.
                MOVE BUSINESS-DATE TO BD-CREATED-DATE.
                PERFORM A069-WRITE-BOARD-RECORD.
      *
       A045-POSITION-MASTER.
                MOVE LOW-VALUES
                    TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD.
                START CUSTOMER-MASTER-FILE
                    KEY IS NOT LESS THAN CM-CUSTOMER-ID
                        OF CUSTOMER-MASTER-RECORD
                    INVALID KEY
                        SET WS-EOF-CUSTMAST TO TRUE
                END-START.
      *
       A050-READ-MASTER.
      *        THE MASTER IS KEYED ON CUSTOMER, NOT ACCOUNT, SO ONE
      *        PASS OVER IT PICKS UP EVERY SELECTED ACCOUNT.
                READ CUSTOMER-MASTER-FILE NEXT RECORD
                    AT END
                        SET WS-EOF-CUSTMAST TO TRUE
                    NOT AT END
                        MOVE CM-MORTGAGE-ACCT-NO
                            OF CUSTOMER-MASTER-RECORD
                            TO WS-SEARCH-ACCT
                        PERFORM A027-FIND-ACCOUNT
                        IF WS-ACCT-FOUND
                            PERFORM A052-DISPOSE-LOAN
                        END-IF
                END-READ.
                IF WS-CUSTMAST-STATUS NOT = '00'
                  AND WS-CUSTMAST-STATUS NOT = '10'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A052-DISPOSE-LOAN.
      *        ONLY A LIVE APPROVED LOAN CAN BE HANDED OVER.
                MOVE 0 TO WS-LOAN-ESCROW.
                EVALUATE TRUE
                    WHEN CM-STATUS-APPROVED OF CUSTOMER-MASTER-RECORD
                        PERFORM A055-TRANSFER-LOAN
                        SET WS-XT-TRANSFERRED (WS-XT-HIT) TO TRUE
                        ADD 1 TO WS-TRANSFERRED-COUNT
                        MOVE 'TRANSFERRED' TO WS-ACTION-TEXT
                    WHEN CM-STATUS-TRANSFERRED
                            OF CUSTOMER-MASTER-RECORD
                        MOVE 'REFUSED - ALREADY TRANSFERRED'
                            TO WS-ACTION-TEXT
                        PERFORM A053-REFUSE-LOAN
                    WHEN CM-STATUS-PAIDOFF OF CUSTOMER-MASTER-RECORD
                        MOVE 'REFUSED - LOAN PAID OFF'
                            TO WS-ACTION-TEXT
                        PERFORM A053-REFUSE-LOAN
                    WHEN OTHER
                        MOVE 'REFUSED - LOAN NOT APPROVED'
                            TO WS-ACTION-TEXT
                        PERFORM A053-REFUSE-LOAN
                END-EVALUATE.
                MOVE CM-CURRENT-BALANCE OF CUSTOMER-MASTER-RECORD
                    TO DL-BALANCE.
                MOVE WS-LOAN-ESCROW TO DL-ESCROW.
                MOVE WS-XT-POOL-ID (WS-XT-HIT) TO DL-POOL-ID.
                PERFORM A070-WRITE-DETAIL.
      *
       A053-REFUSE-LOAN.
                SET WS-XT-REFUSED (WS-XT-HIT) TO TRUE.
                ADD 1 TO WS-REFUSED-COUNT.
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF.
      *
       A054-FETCH-PLAN.
      *        A LOSS-MITIGATION PLAN STILL PENDING APPROVAL OR IN
      *        FORCE GOES WITH THE LOAN, THE WAY A LEGAL HOLD DOES -
      *        THE NEW SERVICER MUST HONOUR A FORBEARANCE OR A
      *        MODIFICATION UNDER REVIEW.  A SETTLED OR REJECTED
      *        PLAN IS NOT SENT.
                MOVE SPACES TO WS-LOAN-PLAN-TYPE.
                MOVE SPACES TO WS-LOAN-PLAN-STATUS.
                MOVE SPACES TO WS-LOAN-PLAN-START.
                MOVE SPACES TO WS-LOAN-PLAN-END.
                MOVE 0 TO WS-LOAN-PLAN-RATE.
                MOVE 0 TO WS-LOAN-PLAN-TERM.
                MOVE 0 TO WS-LOAN-PLAN-PAYMENT.
                MOVE WS-SEARCH-ACCT TO LM-MORTGAGE-ACCT-NO.
                READ LOSS-MIT-PLAN-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF LM-STATUS-PENDING
                          OR LM-STATUS-ACTIVE
                            MOVE LM-PLAN-TYPE TO WS-LOAN-PLAN-TYPE
                            MOVE LM-PLAN-STATUS TO WS-LOAN-PLAN-STATUS
                            MOVE LM-START-DATE TO WS-LOAN-PLAN-START
                            MOVE LM-END-DATE TO WS-LOAN-PLAN-END
                            MOVE LM-NEW-RATE TO WS-LOAN-PLAN-RATE
                            MOVE LM-NEW-TERM-MONTHS
                                TO WS-LOAN-PLAN-TERM
                            MOVE LM-PLAN-PAYMENT
                                TO WS-LOAN-PLAN-PAYMENT
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
       A055-TRANSFER-LOAN.
      *        GATHER THE LOAN'S PICTURE, WRITE IT TO THE BOARDING
      *        FILE, THEN CLOSE THE LOAN DOWN HERE - AUTOPAY
      *        CANCELLED, ESCROW AND MASTER MARKED TRANSFERRED - AND
      *        PRINT THE BORROWER'S GOODBYE LETTER.
                PERFORM A056-FETCH-ACCRUAL.
                PERFORM A057-FETCH-SCHEDULE.
                PERFORM A058-FETCH-LEGAL-HOLD.
                PERFORM A054-FETCH-PLAN.
                PERFORM A059-CANCEL-AUTOPAY.
                PERFORM A060-WRITE-LOAN-RECORD.
                PERFORM A061-WRITE-ESCROW-RECORD.
                PERFORM A063-WRITE-FEE-RECORD.
                PERFORM A064-WRITE-HISTORY.
                PERFORM A066-MARK-MASTER.
                PERFORM A071-PRINT-LETTER.
      *
       A056-FETCH-ACCRUAL.
                MOVE 0 TO WS-LOAN-ACCRUED.
                MOVE SPACES TO WS-LOAN-ACCRUAL-DATE.
                MOVE WS-SEARCH-ACCT TO AI-MORTGAGE-ACCT-NO.
                READ ACCRUED-INTEREST-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE AI-ACCRUED-BALANCE TO WS-LOAN-ACCRUED
                        MOVE AI-LAST-ACCRUAL-DATE
                            TO WS-LOAN-ACCRUAL-DATE
                END-READ.
                IF WS-ACCR-STATUS NOT = '00'
                  AND WS-ACCR-STATUS NOT = '23'
                    MOVE 'ACCRINT' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-ACCR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A057-FETCH-SCHEDULE.
      *        SCHEDULED P&I COMES STRAIGHT OFF THE LOAN'S FIRST
      *        SCHEDULE ROW, THE WAY DBBDELQ AND DBBAUTO READ IT.
                MOVE 0 TO WS-LOAN-PI.
                MOVE WS-SEARCH-ACCT TO AS-MORTGAGE-ACCT-NO.
                MOVE 1 TO AS-PAYMENT-NUMBER.
                READ AMORT-SCHEDULE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE AS-PAYMENT-AMOUNT TO WS-LOAN-PI
                END-READ.
                IF WS-AMORSCHD-STATUS NOT = '00'
                  AND WS-AMORSCHD-STATUS NOT = '23'
                    MOVE 'AMORSCHD' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-AMORSCHD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A058-FETCH-LEGAL-HOLD.
      *        A HOLD IS IN FORCE FROM ENTRY UNTIL ITS RELEASE DATE;
      *        THE NEW SERVICER MUST KNOW OF A BANKRUPTCY STAY OR A
      *        FORECLOSURE BEFORE IT FIRST CONTACTS THE BORROWER.
                MOVE SPACES TO WS-LOAN-HOLD-TYPE.
                MOVE SPACES TO WS-LOAN-HOLD-CASE.
                MOVE SPACES TO WS-LOAN-HOLD-FILED.
                MOVE WS-SEARCH-ACCT TO LH-MORTGAGE-ACCT-NO.
                READ LEGAL-HOLD-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF LH-RELEASE-DATE = SPACES
                          OR LH-RELEASE-DATE > BUSINESS-DATE
                            MOVE LH-HOLD-TYPE TO WS-LOAN-HOLD-TYPE
                            MOVE LH-CASE-NUMBER TO WS-LOAN-HOLD-CASE
                            MOVE LH-FILING-DATE TO WS-LOAN-HOLD-FILED
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
       A059-CANCEL-AUTOPAY.
      *        THE ENROLLMENT IS KEPT WITH ITS FLAG SET, AS DBBAUTO
      *        DOES FOR A BORROWER'S OWN CANCELLATION.
                MOVE 'N' TO WS-AUTOPAY-CANCEL-SWITCH.
                MOVE WS-SEARCH-ACCT TO AP-MORTGAGE-ACCT-NO.
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
       A060-WRITE-LOAN-RECORD.
                MOVE SPACES TO BOARDING-RECORD.
                SET BD-TYPE-LOAN TO TRUE.
                MOVE WS-SEARCH-ACCT TO BD-MORTGAGE-ACCT-NO.
                MOVE CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
                    TO BD-CUSTOMER-ID.
                MOVE CM-CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD
                    TO BD-CUSTOMER-NAME.
                MOVE CM-CUSTOMER-ADDRESS OF CUSTOMER-MASTER-RECORD
                    TO BD-CUSTOMER-ADDRESS.
                MOVE CM-LOAN-TYPE OF CUSTOMER-MASTER-RECORD
                    TO BD-LOAN-TYPE.
                MOVE CM-PROPERTY-VALUE OF CUSTOMER-MASTER-RECORD
                    TO BD-PROPERTY-VALUE.
                MOVE CM-LOAN-AMOUNT OF CUSTOMER-MASTER-RECORD
                    TO BD-LOAN-AMOUNT.
                MOVE CM-INTEREST-RATE OF CUSTOMER-MASTER-RECORD
                    TO BD-INTEREST-RATE.
                MOVE CM-LOAN-TERM-MONTHS OF CUSTOMER-MASTER-RECORD
                    TO BD-LOAN-TERM-MONTHS.
                MOVE CM-CURRENT-BALANCE OF CUSTOMER-MASTER-RECORD
                    TO BD-CURRENT-BALANCE.
                MOVE CM-APPLICATION-DATE OF CUSTOMER-MASTER-RECORD
                    TO BD-ORIGINATION-DATE.
                MOVE CM-CREDIT-SCORE OF CUSTOMER-MASTER-RECORD
                    TO BD-CREDIT-SCORE.
                MOVE CM-SCORE-DATE OF CUSTOMER-MASTER-RECORD
                    TO BD-SCORE-DATE.
                MOVE WS-LOAN-PI TO BD-MONTHLY-PI.
                MOVE WS-LOAN-ACCRUED TO BD-ACCRUED-INTEREST.
                MOVE WS-LOAN-ACCRUAL-DATE TO BD-LAST-ACCRUAL-DATE.
                MOVE WS-XT-POOL-ID (WS-XT-HIT) TO BD-POOL-ID.
                MOVE WS-XT-INVESTOR (WS-XT-HIT) TO BD-INVESTOR-NAME.
                IF WS-AUTOPAY-WAS-CANCELLED
                    MOVE 'Y' TO BD-AUTOPAY-CANCELLED
                ELSE
                    MOVE 'N' TO BD-AUTOPAY-CANCELLED
                END-IF.
                MOVE WS-LOAN-HOLD-TYPE TO BD-HOLD-TYPE.
                MOVE WS-LOAN-HOLD-CASE TO BD-HOLD-CASE-NUMBER.
                MOVE WS-LOAN-HOLD-FILED TO BD-HOLD-FILING-DATE.
                MOVE WS-LOAN-PLAN-TYPE TO BD-PLAN-TYPE.
                MOVE WS-LOAN-PLAN-STATUS TO BD-PLAN-STATUS.
                MOVE WS-LOAN-PLAN-START TO BD-PLAN-START-DATE.
                MOVE WS-LOAN-PLAN-END TO BD-PLAN-END-DATE.
                MOVE WS-LOAN-PLAN-RATE TO BD-PLAN-NEW-RATE.
                MOVE WS-LOAN-PLAN-TERM TO BD-PLAN-NEW-TERM.
                MOVE WS-LOAN-PLAN-PAYMENT TO BD-PLAN-PAYMENT.
                PERFORM A069-WRITE-BOARD-RECORD.
                ADD 1 TO WS-BD-LOAN-COUNT.
                ADD CM-CURRENT-BALANCE OF CUSTOMER-MASTER-RECORD
                    TO WS-PRINCIPAL-TOTAL.
                ADD WS-LOAN-ACCRUED TO WS-ACCRUED-TOTAL.
      *
       A061-WRITE-ESCROW-RECORD.
      *        ONE E RECORD CARRIES BOTH THE ESCROW ROW AND THE
      *        MORTGAGE-INSURANCE COVERAGE; A LOAN WITH NEITHER HAS
      *        NONE.  THE ESCROW ROW IS MARKED TRANSFERRED SO
      *        DBBESCR AND DBBESCD LEAVE IT ALONE.
                PERFORM A062-FETCH-ESCROW-AND-MI.
                IF WS-ESCROW-FOUND OR WS-COVERAGE-FOUND
                    MOVE SPACES TO BOARDING-RECORD
                    SET BD-TYPE-ESCROW TO TRUE
                    MOVE WS-SEARCH-ACCT TO BD-MORTGAGE-ACCT-NO
                    MOVE 0 TO BD-ES-ANNUAL-TAX
                    MOVE 0 TO BD-ES-ANNUAL-INS
                    MOVE 0 TO BD-ES-MONTHLY-ESCROW
                    MOVE 0 TO BD-ES-ESCROW-BALANCE
                    MOVE 0 TO BD-ES-SHORTAGE
                    MOVE 0 TO BD-MI-MONTHLY-PREMIUM
                    MOVE 0 TO BD-MI-ORIGINAL-VALUE
                    MOVE 'N' TO BD-ES-ESCROWED
                    IF WS-ESCROW-FOUND
                        MOVE 'Y' TO BD-ES-ESCROWED
                        MOVE ES-ANNUAL-TAX TO BD-ES-ANNUAL-TAX
                        MOVE ES-ANNUAL-INSURANCE TO BD-ES-ANNUAL-INS
                        MOVE ES-MONTHLY-ESCROW
                            TO BD-ES-MONTHLY-ESCROW
                        MOVE ES-ESCROW-BALANCE
                            TO BD-ES-ESCROW-BALANCE
                        MOVE ES-SHORTAGE-AMOUNT TO BD-ES-SHORTAGE
                        MOVE ES-ANALYSIS-DATE TO BD-ES-ANALYSIS-DATE
                    END-IF
                    IF WS-COVERAGE-FOUND
                        MOVE MI-CARRIER-NAME TO BD-MI-CARRIER-NAME
                        MOVE MI-CERTIFICATE-NO
                            TO BD-MI-CERTIFICATE-NO
                        MOVE MI-MONTHLY-PREMIUM
                            TO BD-MI-MONTHLY-PREMIUM
                        MOVE MI-ORIGINAL-VALUE
                            TO BD-MI-ORIGINAL-VALUE
                        MOVE MI-COVERAGE-STATUS TO BD-MI-STATUS
                        MOVE MI-EFFECTIVE-DATE
                            TO BD-MI-EFFECTIVE-DATE
                        MOVE MI-CANCEL-DATE TO BD-MI-CANCEL-DATE
                    END-IF
                    PERFORM A069-WRITE-BOARD-RECORD
                    ADD 1 TO WS-BD-ESCROW-COUNT
                END-IF.
                IF WS-ESCROW-FOUND
                    MOVE ES-ESCROW-BALANCE TO WS-LOAN-ESCROW
                    ADD ES-ESCROW-BALANCE TO WS-ESCROW-TOTAL
                    SET ES-ACCOUNT-TRANSFERRED TO TRUE
                    REWRITE ESCROW-RECORD
                    IF WS-ESCR-STATUS NOT = '00'
                        MOVE 'ESCRFILE' TO WS-ERR-FILE-NAME
                        MOVE 'REWRITE' TO WS-ERR-OPERATION
                        MOVE WS-ESCR-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                END-IF.
      *
       A062-FETCH-ESCROW-AND-MI.
                MOVE 'N' TO WS-ESCROW-FOUND-SWITCH.
                MOVE WS-SEARCH-ACCT TO ES-MORTGAGE-ACCT-NO.
                READ ESCROW-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-ESCROW-FOUND TO TRUE
                END-READ.
                IF WS-ESCR-STATUS NOT = '00'
                  AND WS-ESCR-STATUS NOT = '23'
                    MOVE 'ESCRFILE' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-ESCR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                MOVE 'N' TO WS-COVERAGE-FOUND-SWITCH.
                MOVE WS-SEARCH-ACCT TO MI-MORTGAGE-ACCT-NO.
                READ MORTGAGE-INS-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-COVERAGE-FOUND TO TRUE
                END-READ.
                IF WS-MINS-STATUS NOT = '00'
                  AND WS-MINS-STATUS NOT = '23'
                    MOVE 'MINSFILE' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-MINS-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A063-WRITE-FEE-RECORD.
                MOVE 0 TO WS-LOAN-FEE.
                MOVE WS-SEARCH-ACCT TO LF-MORTGAGE-ACCT-NO.
                READ LATE-FEE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE SPACES TO BOARDING-RECORD
                        SET BD-TYPE-FEE TO TRUE
                        MOVE WS-SEARCH-ACCT TO BD-MORTGAGE-ACCT-NO
                        MOVE LF-FEE-BALANCE TO BD-LF-FEE-BALANCE
                        MOVE LF-LAST-ASSESS-DATE
                            TO BD-LF-LAST-ASSESS-DATE
                        MOVE LF-TOTAL-ASSESSED
                            TO BD-LF-TOTAL-ASSESSED
                        MOVE LF-TOTAL-COLLECTED
                            TO BD-LF-TOTAL-COLLECTED
                        MOVE LF-TOTAL-WAIVED TO BD-LF-TOTAL-WAIVED
                        PERFORM A069-WRITE-BOARD-RECORD
                        ADD 1 TO WS-BD-FEE-COUNT
                        MOVE LF-FEE-BALANCE TO WS-LOAN-FEE
                        ADD LF-FEE-BALANCE TO WS-FEE-TOTAL
                END-READ.
                IF WS-LFEE-STATUS NOT = '00'
                  AND WS-LFEE-STATUS NOT = '23'
                    MOVE 'LATEFEE' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-LFEE-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A064-WRITE-HISTORY.
      *        THE WHOLE PAYMENT HISTORY GOES, IN POSTING ORDER.
                MOVE 'N' TO WS-HIST-EOF-SWITCH.
                MOVE WS-SEARCH-ACCT TO PH-MORTGAGE-ACCT-NO.
                MOVE 0 TO PH-PAYMENT-SEQ.
                START PAYMENT-HISTORY-FILE
                    KEY IS NOT LESS THAN PH-HIST-KEY
                    INVALID KEY
                        SET WS-HIST-EOF TO TRUE
                END-START.
                PERFORM A065-WRITE-HISTORY-ROW
                    UNTIL WS-HIST-EOF.
      *
       A065-WRITE-HISTORY-ROW.
                READ PAYMENT-HISTORY-FILE NEXT RECORD
                    AT END
                        SET WS-HIST-EOF TO TRUE
                    NOT AT END
                        IF PH-MORTGAGE-ACCT-NO NOT = WS-SEARCH-ACCT
                            SET WS-HIST-EOF TO TRUE
                        ELSE
                            IF NOT PH-BACKED-OUT
                                PERFORM A067-BUILD-HISTORY-RECORD
                                PERFORM A069-WRITE-BOARD-RECORD
                                ADD 1 TO WS-BD-HISTORY-COUNT
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
       A066-MARK-MASTER.
                SET CM-STATUS-TRANSFERRED OF CUSTOMER-MASTER-RECORD
                    TO TRUE.
                REWRITE CUSTOMER-MASTER-RECORD.
                IF WS-CUSTMAST-STATUS NOT = '00'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'REWRITE' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A067-BUILD-HISTORY-RECORD.
      *        ROWS POSTED BEFORE FEES, THE ACCRUAL LEDGER OR THE
      *        PREMIUM FIELD EXISTED CARRY SPACES IN THOSE FIELDS -
      *        THEY GO OUT AS ZERO.
                MOVE SPACES TO BOARDING-RECORD.
                SET BD-TYPE-HISTORY TO TRUE.
                MOVE WS-SEARCH-ACCT TO BD-MORTGAGE-ACCT-NO.
                MOVE PH-PAYMENT-SEQ TO BD-PH-PAYMENT-SEQ.
                MOVE PH-TRANS-TYPE TO BD-PH-TRANS-TYPE.
                MOVE PH-TRANS-AMOUNT TO BD-PH-TRANS-AMOUNT.
                MOVE PH-PRINCIPAL-APPLIED
                    TO BD-PH-PRINCIPAL-APPLIED.
                MOVE PH-BALANCE-AFTER TO BD-PH-BALANCE-AFTER.
                MOVE PH-POST-DATE TO BD-PH-POST-DATE.
                IF PH-FEE-APPLIED NOT NUMERIC
                    MOVE 0 TO BD-PH-FEE-APPLIED
                ELSE
                    MOVE PH-FEE-APPLIED TO BD-PH-FEE-APPLIED
                END-IF.
                IF PH-INTEREST-APPLIED NOT NUMERIC
                    MOVE 0 TO BD-PH-INTEREST-APPLIED
                ELSE
                    MOVE PH-INTEREST-APPLIED
                        TO BD-PH-INTEREST-APPLIED
                END-IF.
                IF PH-PREMIUM-APPLIED NOT NUMERIC
                    MOVE 0 TO BD-PH-PREMIUM-APPLIED
                ELSE
                    MOVE PH-PREMIUM-APPLIED
                        TO BD-PH-PREMIUM-APPLIED
                END-IF.
      *
       A068-WRITE-BOARD-TRAILER.
      *        THE TRAILER COUNTS ITSELF.
                MOVE SPACES TO BOARDING-RECORD.
                SET BD-TYPE-TRAILER TO TRUE.
                MOVE WS-BD-LOAN-COUNT TO BD-LOAN-COUNT.
                MOVE WS-BD-ESCROW-COUNT TO BD-ESCROW-COUNT.
                MOVE WS-BD-FEE-COUNT TO BD-FEE-COUNT.
                MOVE WS-BD-HISTORY-COUNT TO BD-HISTORY-COUNT.
                COMPUTE BD-RECORD-COUNT = WS-BD-RECORD-COUNT + 1.
                MOVE WS-PRINCIPAL-TOTAL TO BD-PRINCIPAL-TOTAL.
                MOVE WS-ESCROW-TOTAL TO BD-ESCROW-TOTAL.
                MOVE WS-FEE-TOTAL TO BD-FEE-TOTAL.
                MOVE WS-ACCRUED-TOTAL TO BD-ACCRUED-TOTAL.
                PERFORM A069-WRITE-BOARD-RECORD.
      *
       A069-WRITE-BOARD-RECORD.
                WRITE BOARDING-RECORD.
                IF WS-BOARD-STATUS NOT = '00'
                    MOVE 'BOARDOUT' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-BOARD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                ELSE
                    ADD 1 TO WS-BD-RECORD-COUNT
                END-IF.
      *
       A070-WRITE-DETAIL.
                MOVE WS-SEARCH-ACCT TO DL-MORTGAGE-ACCT.
                MOVE WS-ACTION-TEXT TO DL-ACTION.
                WRITE TRANSFER-REPORT-LINE FROM WS-DETAIL-LINE.
                PERFORM A078-CHECK-RPT-STATUS.
      *
       A071-PRINT-LETTER.
      *        EVERY LINE OF THE LETTER ALSO GOES TO THE
      *        CORRESPONDENCE QUEUE AS AN XFER DOCUMENT, SO DBBCORR
      *        MAILS IT WITH WHATEVER ELSE THE BORROWER HAS DUE.
                MOVE 0 TO WS-DOC-LINE-NO.
                MOVE BUSINESS-DATE TO LH-RUN-DATE.
                WRITE LETTER-LINE FROM WS-LETTER-HEADING
                    AFTER ADVANCING PAGE.
                PERFORM A079-CHECK-LETTER-STATUS.
                MOVE WS-LETTER-HEADING TO CD-PRINT-LINE.
                PERFORM A075-WRITE-DOC-LINE.
                PERFORM A073-WRITE-LETTER-BLANK.
                MOVE CM-CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD
                    TO BRL-CUSTOMER-NAME.
                MOVE WS-BORROWER-LINE TO LETTER-LINE.
                PERFORM A072-WRITE-LETTER-LINE.
                MOVE CM-CUSTOMER-ADDRESS OF CUSTOMER-MASTER-RECORD
                    TO BAL-CUSTOMER-ADDR.
                MOVE WS-BORROWER-ADDR-LINE TO LETTER-LINE.
                PERFORM A072-WRITE-LETTER-LINE.
                MOVE WS-SEARCH-ACCT TO LNL-MORTGAGE-ACCT.
                MOVE WS-LOAN-NO-LINE TO LETTER-LINE.
                PERFORM A072-WRITE-LETTER-LINE.
                MOVE WS-TRANSFER-DATE TO TDL-TRANSFER-DATE.
                MOVE WS-TRANSFER-DATE-LINE TO LETTER-LINE.
                PERFORM A072-WRITE-LETTER-LINE.
                PERFORM A073-WRITE-LETTER-BLANK.
                MOVE WS-LETTER-TEXT-1 TO LETTER-LINE.
                PERFORM A072-WRITE-LETTER-LINE.
                MOVE WS-LETTER-TEXT-2 TO LETTER-LINE.
                PERFORM A072-WRITE-LETTER-LINE.
                MOVE WS-LETTER-TEXT-3 TO LETTER-LINE.
                PERFORM A072-WRITE-LETTER-LINE.
                MOVE WS-LETTER-TEXT-4 TO LETTER-LINE.
                PERFORM A072-WRITE-LETTER-LINE.
                MOVE WS-LETTER-TEXT-5 TO LETTER-LINE.
                PERFORM A072-WRITE-LETTER-LINE.
                PERFORM A073-WRITE-LETTER-BLANK.
                MOVE WS-NEW-SERVICER-NAME TO SNL-SERVICER-NAME.
                MOVE WS-SERVICER-NAME-LINE TO LETTER-LINE.
                PERFORM A072-WRITE-LETTER-LINE.
                MOVE WS-NEW-SERVICER-ADDR TO SAL-SERVICER-ADDR.
                MOVE WS-SERVICER-ADDR-LINE TO LETTER-LINE.
                PERFORM A072-WRITE-LETTER-LINE.
                MOVE WS-NEW-SERVICER-PHONE TO SPL-SERVICER-PHONE.
                MOVE WS-SERVICER-PHONE-LINE TO LETTER-LINE.
                PERFORM A072-WRITE-LETTER-LINE.
                PERFORM A073-WRITE-LETTER-BLANK.
                MOVE CM-CURRENT-BALANCE OF CUSTOMER-MASTER-RECORD
                    TO LBL-BALANCE.
                MOVE WS-LETTER-BALANCE-LINE TO LETTER-LINE.
                PERFORM A072-WRITE-LETTER-LINE.
                IF WS-ESCROW-FOUND
                    MOVE WS-LOAN-ESCROW TO LEL-ESCROW
                    MOVE WS-LETTER-ESCROW-LINE TO LETTER-LINE
                    PERFORM A072-WRITE-LETTER-LINE
                END-IF.
                IF WS-AUTOPAY-WAS-CANCELLED
                    PERFORM A073-WRITE-LETTER-BLANK
                    MOVE WS-AUTOPAY-TEXT-1 TO LETTER-LINE
                    PERFORM A072-WRITE-LETTER-LINE
                    MOVE WS-AUTOPAY-TEXT-2 TO LETTER-LINE
                    PERFORM A072-WRITE-LETTER-LINE
                END-IF.
                PERFORM A073-WRITE-LETTER-BLANK.
                MOVE WS-GRACE-TEXT-1 TO LETTER-LINE.
                PERFORM A072-WRITE-LETTER-LINE.
                MOVE WS-GRACE-TEXT-2 TO LETTER-LINE.
                PERFORM A072-WRITE-LETTER-LINE.
                MOVE WS-GRACE-TEXT-3 TO LETTER-LINE.
                PERFORM A072-WRITE-LETTER-LINE.
      *
       A072-WRITE-LETTER-LINE.
                WRITE LETTER-LINE.
                PERFORM A079-CHECK-LETTER-STATUS.
                MOVE LETTER-LINE TO CD-PRINT-LINE.
                PERFORM A075-WRITE-DOC-LINE.
      *
       A073-WRITE-LETTER-BLANK.
                WRITE LETTER-LINE FROM WS-BLANK-LINE.
                PERFORM A079-CHECK-LETTER-STATUS.
                MOVE WS-BLANK-LINE TO CD-PRINT-LINE.
                PERFORM A075-WRITE-DOC-LINE.
      *
       A074-LIST-NOT-FOUND.
      *        A SELECTED ACCOUNT NEVER MET ON THE MASTER IS LISTED
      *        FOR SECONDARY MARKETING TO CORRECT.
                IF WS-XT-PENDING (WS-XT-IDX)
                    ADD 1 TO WS-NOT-FOUND-COUNT
                    MOVE WS-XT-ACCT-NO (WS-XT-IDX) TO WS-SEARCH-ACCT
                    MOVE WS-XT-POOL-ID (WS-XT-IDX) TO DL-POOL-ID
                    MOVE 0 TO DL-BALANCE
                    MOVE 0 TO DL-ESCROW
                    MOVE 'NOT ON MASTER' TO WS-ACTION-TEXT
                    PERFORM A070-WRITE-DETAIL
                    IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                    END-IF
                END-IF.
      *
       A075-WRITE-DOC-LINE.
      *        THE GOODBYE LETTER IS A NOTICE THE BORROWER MUST BE
      *        SENT, SO DBBCORR REPORTS IT IF THE ADDRESS WILL NOT
      *        MAIL.
                ADD 1 TO WS-DOC-LINE-NO.
                MOVE CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
                    TO CD-CUSTOMER-ID.
                MOVE WS-SEARCH-ACCT TO CD-MORTGAGE-ACCT-NO.
                SET CD-DOC-SERVICING-TRANSFER TO TRUE.
                MOVE BUSINESS-DATE TO CD-DOC-DATE.
                MOVE 'Y' TO CD-LEGAL-NOTICE.
                MOVE WS-DOC-LINE-NO TO CD-LINE-NO.
                WRITE CORRESPONDENCE-RECORD.
                IF WS-CORR-STATUS NOT = '00'
                    MOVE 'CORRDOC' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-CORR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A076-LIST-EMPTY-POOL.
                IF WS-PR-LOAN-COUNT (WS-PR-IDX) = 0
                    ADD 1 TO WS-EMPTY-POOL-COUNT
                    MOVE SPACES TO WS-SEARCH-ACCT
                    MOVE WS-PR-POOL-ID (WS-PR-IDX) TO DL-POOL-ID
                    MOVE 0 TO DL-BALANCE
                    MOVE 0 TO DL-ESCROW
                    MOVE 'POOL HAS NO ASSIGNED LOANS' TO WS-ACTION-TEXT
                    PERFORM A070-WRITE-DETAIL
                    IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                    END-IF
                END-IF.
      *
       A078-CHECK-RPT-STATUS.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'XFERRPT' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A079-CHECK-LETTER-STATUS.
                IF WS-LTR-STATUS NOT = '00'
                    MOVE 'XFERLTR' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-LTR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A080-WRITE-SUMMARY.
                MOVE 'POOLS REQUESTED          : ' TO TL-LABEL.
                MOVE WS-PR-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE '  WITH NO ASSIGNED LOANS : ' TO TL-LABEL.
                MOVE WS-EMPTY-POOL-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE 'ACCOUNTS SELECTED        : ' TO TL-LABEL.
                MOVE WS-XT-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE 'LOANS TRANSFERRED        : ' TO TL-LABEL.
                MOVE WS-TRANSFERRED-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE 'LOANS REFUSED            : ' TO TL-LABEL.
                MOVE WS-REFUSED-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE 'NOT ON MASTER            : ' TO TL-LABEL.
                MOVE WS-NOT-FOUND-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                COMPUTE WS-DISPOSED-COUNT = WS-TRANSFERRED-COUNT
                    + WS-REFUSED-COUNT + WS-NOT-FOUND-COUNT.
                IF WS-DISPOSED-COUNT = WS-XT-COUNT
                    MOVE 'IN BALANCE' TO PL-RESULT
                ELSE
                    MOVE 'OUT OF BALANCE' TO PL-RESULT
                    IF RETURN-CODE < 8
                        MOVE 8 TO RETURN-CODE
                    END-IF
                END-IF.
                WRITE TRANSFER-REPORT-LINE FROM WS-PROOF-LINE.
                PERFORM A078-CHECK-RPT-STATUS.
                MOVE 'AUTOPAY CANCELLED        : ' TO TL-LABEL.
                MOVE WS-AUTOPAY-CANCEL-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE 'BOARDING RECORDS WRITTEN : ' TO TL-LABEL.
                MOVE WS-BD-RECORD-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE '  LOAN RECORDS           : ' TO TL-LABEL.
                MOVE WS-BD-LOAN-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE '  ESCROW RECORDS         : ' TO TL-LABEL.
                MOVE WS-BD-ESCROW-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE '  FEE RECORDS            : ' TO TL-LABEL.
                MOVE WS-BD-FEE-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE '  HISTORY RECORDS        : ' TO TL-LABEL.
                MOVE WS-BD-HISTORY-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE 'PRINCIPAL TRANSFERRED    : ' TO TA-LABEL.
                MOVE WS-PRINCIPAL-TOTAL TO TA-AMOUNT.
                PERFORM A084-WRITE-AMOUNT-LINE.
                MOVE 'ESCROW TRANSFERRED       : ' TO TA-LABEL.
                MOVE WS-ESCROW-TOTAL TO TA-AMOUNT.
                PERFORM A084-WRITE-AMOUNT-LINE.
                MOVE 'LATE FEES TRANSFERRED    : ' TO TA-LABEL.
                MOVE WS-FEE-TOTAL TO TA-AMOUNT.
                PERFORM A084-WRITE-AMOUNT-LINE.
                MOVE 'ACCRUED INTEREST         : ' TO TA-LABEL.
                MOVE WS-ACCRUED-TOTAL TO TA-AMOUNT.
                PERFORM A084-WRITE-AMOUNT-LINE.
      *
       A082-WRITE-TOTAL-LINE.
                WRITE TRANSFER-REPORT-LINE FROM WS-TOTAL-LINE.
                PERFORM A078-CHECK-RPT-STATUS.
      *
       A084-WRITE-AMOUNT-LINE.
                WRITE TRANSFER-REPORT-LINE FROM WS-AMOUNT-LINE.
                PERFORM A078-CHECK-RPT-STATUS.
      *
       A085-WRITE-AUDIT-LOG.
                MOVE 'DBBSXFR' TO AL-PROGRAM-ID.
                MOVE BUSINESS-DATE TO AL-RUN-DATE.
                MOVE WS-REQUEST-COUNT TO AL-RECORDS-IN.
                MOVE WS-TRANSFERRED-COUNT TO AL-RECORDS-OUT.
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
                MOVE 'DBBSXFR' TO ER-PROGRAM-ID.
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
                DISPLAY 'LOANS TRANSFERRED       : '
                    WS-TRANSFERRED-COUNT.
                DISPLAY 'LOANS REFUSED           : ' WS-REFUSED-COUNT.
                DISPLAY 'NOT ON MASTER           : '
                    WS-NOT-FOUND-COUNT.
                PERFORM A085-WRITE-AUDIT-LOG.
                CLOSE TRANSFER-REQUEST-FILE.
                CLOSE POOL-ASSIGN-FILE.
                CLOSE CUSTOMER-MASTER-FILE.
                CLOSE AMORT-SCHEDULE-FILE.
                CLOSE PAYMENT-HISTORY-FILE.
                CLOSE ESCROW-FILE.
                CLOSE LATE-FEE-FILE.
                CLOSE ACCRUED-INTEREST-FILE.
                CLOSE MORTGAGE-INS-FILE.
                CLOSE AUTOPAY-FILE.
                CLOSE LEGAL-HOLD-FILE.
                CLOSE LOSS-MIT-PLAN-FILE.
                CLOSE BOARDING-FILE.
                CLOSE LETTER-FILE.
                CLOSE CORRESPONDENCE-FILE.
                CLOSE TRANSFER-REPORT-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
