  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBMINS.
      *****************************************************************
      *** Modification History                                     ***
      *****************************************************************
      *    2026-10-15  Initial version - monthly mortgage-insurance    *
      *                maintenance and cancellation.  The servicing    *
      *                area's MITXIN feed is applied to the keyed      *
      *                MINSFILE first: a board row records the         *
      *                carrier, certificate and monthly premium of an  *
      *                insured loan with CM-PROPERTY-VALUE as the      *
      *                original value, and a borrower's request to     *
      *                cancel is honoured when the balance is at or    *
      *                below 80% of that value and the loan is         *
      *                current.  Every active coverage is then         *
      *                measured: CM-CURRENT-BALANCE at or below 78% of *
      *                the original value on a current loan cancels    *
      *                the coverage automatically, a paid-off loan     *
      *                cancels it outright, and a borrower reaching    *
      *                80% is sent a one-time notice that they may     *
      *                ask for cancellation.  Each cancellation is     *
      *                written to the MICARNTF carrier notification    *
      *                file, each notice to MINOTICE, and the month's  *
      *                activity is printed on MINSRPT.                 *
      *    2026-10-15  The 80% borrower notice is also formatted as a  *
      *                letter on the CORRDOC correspondence queue      *
      *                (document type MINS, legally required) for      *
      *                DBBCORR to mail; the MINOTICE row is still      *
      *                written as the record of the notice.            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MI-UPDATE-FILE
               ASSIGN TO "MITXIN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MITX-STATUS.
           SELECT MORTGAGE-INS-FILE
               ASSIGN TO "MINSFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MI-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-MINS-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
                   OF CUSTOMER-MASTER-RECORD
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT COLLECTIONS-CASE-FILE
               ASSIGN TO "COLLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-COLC-STATUS.
           SELECT CARRIER-NOTIFY-FILE
               ASSIGN TO "MICARNTF"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CARN-STATUS.
           SELECT BORROWER-NOTICE-FILE
               ASSIGN TO "MINOTICE"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NOTC-STATUS.
           SELECT CORRESPONDENCE-FILE
               ASSIGN TO "CORRDOC"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT MI-REPORT-FILE
               ASSIGN TO "MINSRPT"
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
       FD  MI-UPDATE-FILE.
       01  MI-UPDATE-RECORD.
           COPY EPSMITX.
       FD  MORTGAGE-INS-FILE.
       01  MORTGAGE-INS-RECORD.
           COPY EPSMINS.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           COPY EPSMTCOM.
       FD  COLLECTIONS-CASE-FILE.
       01  COLLECTIONS-CASE-RECORD.
           COPY EPSCOLC.
       FD  CARRIER-NOTIFY-FILE.
       01  CARRIER-NOTIFY-RECORD        PIC X(175).
       FD  BORROWER-NOTICE-FILE.
       01  BORROWER-NOTICE-RECORD       PIC X(175).
       FD  CORRESPONDENCE-FILE.
       01  CORRESPONDENCE-RECORD.
           COPY EPSCORD.
       FD  MI-REPORT-FILE.
       01  MI-REPORT-LINE               PIC X(80).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY EPSAUDIT.
       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD.
           COPY EPSERRLG.
       WORKING-STORAGE SECTION.
       01 UPDATE-COPY.
          COPY EPSMITX.
       01 NOTICE-COPY.
          COPY EPSMICN.
       01 DATE-JOUR PIC X(10).
       01 BUSINESS-DATE PIC X(10).
       01 WS-MITX-STATUS PIC X(2).
       01 WS-MINS-STATUS PIC X(2).
       01 WS-CUSTMAST-STATUS PIC X(2).
       01 WS-COLC-STATUS PIC X(2).
       01 WS-CARN-STATUS PIC X(2).
       01 WS-NOTC-STATUS PIC X(2).
       01 WS-CORR-STATUS PIC X(2).
       01 WS-RPT-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
       01 WS-ERR-FILE-NAME PIC X(8).
       01 WS-ERR-OPERATION PIC X(8).
       01 WS-ERR-STATUS-CODE PIC X(2).
       01 WS-MITX-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-MITX VALUE 'Y'.
       01 WS-MINS-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-MINS VALUE 'Y'.
       01 WS-COVERAGE-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-COVERAGE-FOUND VALUE 'Y'.
       01 WS-MASTER-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-MASTER-FOUND VALUE 'Y'.
       01 WS-LOAN-CURRENT-SWITCH PIC X VALUE 'Y'.
          88 WS-LOAN-CURRENT VALUE 'Y'.
       01 WS-AUTO-CANCEL-PERCENT PIC 9(3)V99 VALUE 78.00.
       01 WS-REQUEST-CANCEL-PERCENT PIC 9(3)V99 VALUE 80.00.
       01 WS-LTV-PERCENT PIC 9(5)V99 VALUE 0.
       01 WS-CANCEL-REASON PIC X(4).
       01 WS-ACTION-TEXT PIC X(36).
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-BOARDED-COUNT PIC 9(7) VALUE 0.
       01 WS-EVALUATED-COUNT PIC 9(7) VALUE 0.
       01 WS-AUTO-CANCEL-COUNT PIC 9(7) VALUE 0.
       01 WS-REQUEST-CANCEL-COUNT PIC 9(7) VALUE 0.
       01 WS-PAIDOFF-CANCEL-COUNT PIC 9(7) VALUE 0.
       01 WS-NOTICE-COUNT PIC 9(7) VALUE 0.
       01 WS-HELD-COUNT PIC 9(7) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(7) VALUE 0.
       01 WS-DOC-LINE-NO PIC 9(3) VALUE 0.
      *        THE BORROWER'S 80% NOTICE AS QUEUED ON CORRDOC.
       01 WS-NOTICE-HEADING.
          05 FILLER              PIC X(29) VALUE
             'MORTGAGE INSURANCE NOTICE'.
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(9)  VALUE 'DATE:'.
          05 NH-NOTICE-DATE      PIC X(10).
       01 WS-NOTICE-DETAIL.
          05 NTD-LABEL           PIC X(21).
          05 NTD-TEXT-VALUE      PIC X(40).
       01 WS-NOTICE-MONEY-LINE.
          05 NTM-LABEL           PIC X(21).
          05 NTM-MONEY-VALUE     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-NOTICE-PERCENT-LINE.
          05 NTP-LABEL           PIC X(21).
          05 NTP-PERCENT         PIC ZZ9.99.
          05 FILLER              PIC X(1)  VALUE '%'.
       01 WS-NOTICE-TEXT-1       PIC X(80) VALUE
             'THE BALANCE OF YOUR LOAN HAS REACHED 80 PERCENT OF THE'.
       01 WS-NOTICE-TEXT-2       PIC X(80) VALUE
             'ORIGINAL VALUE OF YOUR PROPERTY.  YOU MAY ASK US IN'.
       01 WS-NOTICE-TEXT-3       PIC X(80) VALUE
             'WRITING TO CANCEL YOUR MORTGAGE INSURANCE, AND WE WILL'.
       01 WS-NOTICE-TEXT-4       PIC X(80) VALUE
             'CANCEL IT IF YOUR PAYMENTS ARE UP TO DATE.  IF YOU DO'.
       01 WS-NOTICE-TEXT-5       PIC X(80) VALUE
             'NOT ASK, IT ENDS BY ITSELF AT 78 PERCENT ON A LOAN THAT'.
       01 WS-NOTICE-TEXT-6       PIC X(80) VALUE
             'IS UP TO DATE.'.
       01 WS-HEADING-LINE-1.
          05 FILLER              PIC X(29) VALUE
             'MORTGAGE INSURANCE REPORT'.
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(9)  VALUE 'RUN DATE:'.
          05 HL-RUN-DATE         PIC X(10).
       01 WS-DETAIL-LINE.
          05 DL-MORTGAGE-ACCT    PIC X(12).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-LTV-PERCENT      PIC ZZ9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-BALANCE          PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-ACTION           PIC X(36).
       01 WS-TOTAL-LINE.
          05 TL-LABEL            PIC X(30).
          05 TL-COUNT            PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
                CALL 'DBBDATE' USING DATE-JOUR BUSINESS-DATE.
                DISPLAY 'DBBMINS RUN DATE: ' BUSINESS-DATE.
                PERFORM A010-OPEN-FILES.
                PERFORM A015-WRITE-HEADING.
                PERFORM A020-READ-UPDATE.
                PERFORM A030-APPLY-UPDATE
                    UNTIL WS-EOF-MITX.
                PERFORM A045-POSITION-COVERAGE.
                PERFORM A050-EVALUATE-COVERAGE
                    UNTIL WS-EOF-MINS.
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
                OPEN INPUT MI-UPDATE-FILE.
                IF WS-MITX-STATUS NOT = '00'
                    MOVE 'MITXIN' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-MITX-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O MORTGAGE-INS-FILE.
                IF WS-MINS-STATUS NOT = '00'
                    MOVE 'MINSFILE' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-MINS-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT CUSTOMER-MASTER-FILE.
                IF WS-CUSTMAST-STATUS NOT = '00'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT COLLECTIONS-CASE-FILE.
                IF WS-COLC-STATUS NOT = '00'
                    MOVE 'COLLCASE' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-COLC-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT CARRIER-NOTIFY-FILE.
                IF WS-CARN-STATUS NOT = '00'
                    MOVE 'MICARNTF' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CARN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT BORROWER-NOTICE-FILE.
                IF WS-NOTC-STATUS NOT = '00'
                    MOVE 'MINOTICE' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-NOTC-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN EXTEND CORRESPONDENCE-FILE.
                IF WS-CORR-STATUS NOT = '00'
                    MOVE 'CORRDOC' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CORR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT MI-REPORT-FILE.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'MINSRPT' TO WS-ERR-FILE-NAME
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
                WRITE MI-REPORT-LINE FROM WS-HEADING-LINE-1.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'MINSRPT' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A020-READ-UPDATE.
                READ MI-UPDATE-FILE
                    AT END
                        MOVE 'Y' TO WS-MITX-EOF-SWITCH
                    NOT AT END
                        MOVE MI-UPDATE-RECORD TO UPDATE-COPY
                        ADD 1 TO WS-RECORDS-IN
                END-READ.
                IF WS-MITX-STATUS NOT = '00'
                  AND WS-MITX-STATUS NOT = '10'
                    MOVE 'MITXIN' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-MITX-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A030-APPLY-UPDATE.
                MOVE MX-MORTGAGE-ACCT-NO OF UPDATE-COPY
                    TO MI-MORTGAGE-ACCT-NO.
                PERFORM A032-FETCH-COVERAGE.
                MOVE MX-CUSTOMER-ID OF UPDATE-COPY
                    TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD.
                PERFORM A034-FETCH-MASTER.
                IF WS-MASTER-FOUND
                  AND CM-MORTGAGE-ACCT-NO OF CUSTOMER-MASTER-RECORD
                        NOT = MX-MORTGAGE-ACCT-NO OF UPDATE-COPY
                    MOVE 'N' TO WS-MASTER-FOUND-SWITCH
                END-IF.
                MOVE 0 TO WS-LTV-PERCENT.
                EVALUATE TRUE
                    WHEN NOT WS-MASTER-FOUND
                        MOVE 'REFUSED - ACCOUNT NOT ON MASTER'
                            TO WS-ACTION-TEXT
                        PERFORM A038-REFUSE-UPDATE
                    WHEN MX-ACTION-BOARD OF UPDATE-COPY
                        PERFORM A040-BOARD-COVERAGE
                    WHEN MX-ACTION-REQUEST OF UPDATE-COPY
                        PERFORM A042-BORROWER-REQUEST
                    WHEN OTHER
                        MOVE 'REFUSED - ACTION CODE NOT A OR R'
                            TO WS-ACTION-TEXT
                        PERFORM A038-REFUSE-UPDATE
                END-EVALUATE.
                PERFORM A020-READ-UPDATE.
      *
       A032-FETCH-COVERAGE.
                MOVE 'N' TO WS-COVERAGE-FOUND-SWITCH.
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
       A034-FETCH-MASTER.
                MOVE 'N' TO WS-MASTER-FOUND-SWITCH.
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
       A036-CHECK-CURRENT.
      *        A LOAN IS CURRENT WHEN IT HAS NO OPEN COLLECTIONS CASE
      *        - DBBDELQ OPENS ONE THE NIGHT A PAYMENT IS MISSED AND
      *        CLOSES IT WHEN THE ACCOUNT CURES.  THE LTV IS TAKEN
      *        HERE TOO, ON THE BALANCE AS POSTED.
                SET WS-LOAN-CURRENT TO TRUE.
                MOVE MI-MORTGAGE-ACCT-NO TO CC-MORTGAGE-ACCT-NO.
                READ COLLECTIONS-CASE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CC-CASE-OPEN
                            MOVE 'N' TO WS-LOAN-CURRENT-SWITCH
                        END-IF
                END-READ.
                IF WS-COLC-STATUS NOT = '00'
                  AND WS-COLC-STATUS NOT = '23'
                    MOVE 'COLLCASE' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-COLC-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                MOVE 999.99 TO WS-LTV-PERCENT.
                IF MI-ORIGINAL-VALUE > 0
                    COMPUTE WS-LTV-PERCENT ROUNDED =
                        CM-CURRENT-BALANCE OF CUSTOMER-MASTER-RECORD
                        * 100 / MI-ORIGINAL-VALUE
                END-IF.
      *
       A038-REFUSE-UPDATE.
                ADD 1 TO WS-REFUSED-COUNT.
                MOVE MX-MORTGAGE-ACCT-NO OF UPDATE-COPY
                    TO DL-MORTGAGE-ACCT.
                MOVE 0 TO DL-BALANCE.
                IF WS-MASTER-FOUND
                    MOVE CM-CURRENT-BALANCE OF CUSTOMER-MASTER-RECORD
                        TO DL-BALANCE
                END-IF.
                PERFORM A070-WRITE-DETAIL.
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF.
      *
       A040-BOARD-COVERAGE.
      *        A NEW CERTIFICATE TAKES THE MASTER'S PROPERTY VALUE AS
      *        ITS ORIGINAL VALUE; A CORRECTION TO AN ACTIVE ONE
      *        CHANGES ONLY THE CARRIER DETAILS AND PREMIUM.  CANCELLED
      *        COVERAGE IS NEVER REINSTATED FROM THE FEED.
                EVALUATE TRUE
                    WHEN NOT CM-STATUS-APPROVED
                            OF CUSTOMER-MASTER-RECORD
                        MOVE 'REFUSED - LOAN NOT APPROVED'
                            TO WS-ACTION-TEXT
                        PERFORM A038-REFUSE-UPDATE
                    WHEN WS-COVERAGE-FOUND
                      AND MI-STATUS-CANCELLED
                        MOVE 'REFUSED - COVERAGE ALREADY CANCELLED'
                            TO WS-ACTION-TEXT
                        PERFORM A038-REFUSE-UPDATE
                    WHEN WS-COVERAGE-FOUND
                        MOVE MX-CARRIER-NAME OF UPDATE-COPY
                            TO MI-CARRIER-NAME
                        MOVE MX-CERTIFICATE-NO OF UPDATE-COPY
                            TO MI-CERTIFICATE-NO
                        MOVE MX-MONTHLY-PREMIUM OF UPDATE-COPY
                            TO MI-MONTHLY-PREMIUM
                        PERFORM A060-REWRITE-COVERAGE
                        MOVE 'COVERAGE DETAILS UPDATED'
                            TO WS-ACTION-TEXT
                        PERFORM A072-WRITE-COVERAGE-DETAIL
                    WHEN OTHER
                        INITIALIZE MORTGAGE-INS-RECORD
                        MOVE MX-MORTGAGE-ACCT-NO OF UPDATE-COPY
                            TO MI-MORTGAGE-ACCT-NO
                        MOVE MX-CUSTOMER-ID OF UPDATE-COPY
                            TO MI-CUSTOMER-ID
                        MOVE MX-CARRIER-NAME OF UPDATE-COPY
                            TO MI-CARRIER-NAME
                        MOVE MX-CERTIFICATE-NO OF UPDATE-COPY
                            TO MI-CERTIFICATE-NO
                        MOVE MX-MONTHLY-PREMIUM OF UPDATE-COPY
                            TO MI-MONTHLY-PREMIUM
                        MOVE CM-PROPERTY-VALUE
                            OF CUSTOMER-MASTER-RECORD
                            TO MI-ORIGINAL-VALUE
                        SET MI-STATUS-ACTIVE TO TRUE
                        MOVE BUSINESS-DATE TO MI-EFFECTIVE-DATE
                        WRITE MORTGAGE-INS-RECORD
                        IF WS-MINS-STATUS NOT = '00'
                            MOVE 'MINSFILE' TO WS-ERR-FILE-NAME
                            MOVE 'WRITE' TO WS-ERR-OPERATION
                            MOVE WS-MINS-STATUS TO WS-ERR-STATUS-CODE
                            PERFORM A099-WRITE-ERROR-LOG
                        END-IF
                        ADD 1 TO WS-BOARDED-COUNT
                        MOVE 'COVERAGE BOARDED' TO WS-ACTION-TEXT
                        PERFORM A072-WRITE-COVERAGE-DETAIL
                END-EVALUATE.
      *
       A042-BORROWER-REQUEST.
      *        THE BORROWER MAY HAVE THE COVERAGE DROPPED ONCE THE
      *        BALANCE IS AT OR BELOW 80% OF THE ORIGINAL VALUE AND
      *        THE LOAN IS CURRENT.
                IF NOT WS-COVERAGE-FOUND
                  OR NOT MI-STATUS-ACTIVE
                    MOVE 'REFUSED - NO ACTIVE COVERAGE'
                        TO WS-ACTION-TEXT
                    PERFORM A038-REFUSE-UPDATE
                ELSE
                    PERFORM A036-CHECK-CURRENT
                    EVALUATE TRUE
                        WHEN WS-LTV-PERCENT > WS-REQUEST-CANCEL-PERCENT
                            MOVE 'REQUEST REFUSED - LTV ABOVE 80%'
                                TO WS-ACTION-TEXT
                            PERFORM A038-REFUSE-UPDATE
                        WHEN NOT WS-LOAN-CURRENT
                            MOVE 'REQUEST REFUSED - LOAN NOT CURRENT'
                                TO WS-ACTION-TEXT
                            PERFORM A038-REFUSE-UPDATE
                        WHEN OTHER
                            MOVE 'BREQ' TO WS-CANCEL-REASON
                            PERFORM A065-CANCEL-COVERAGE
                            ADD 1 TO WS-REQUEST-CANCEL-COUNT
                            MOVE 'CANCELLED - BORROWER REQUEST'
                                TO WS-ACTION-TEXT
                            PERFORM A072-WRITE-COVERAGE-DETAIL
                    END-EVALUATE
                END-IF.
      *
       A045-POSITION-COVERAGE.
                MOVE LOW-VALUES TO MI-MORTGAGE-ACCT-NO.
                START MORTGAGE-INS-FILE
                    KEY IS NOT LESS THAN MI-MORTGAGE-ACCT-NO
                    INVALID KEY
                        SET WS-EOF-MINS TO TRUE
                END-START.
      *
       A050-EVALUATE-COVERAGE.
                READ MORTGAGE-INS-FILE NEXT RECORD
                    AT END
                        SET WS-EOF-MINS TO TRUE
                    NOT AT END
                        IF MI-STATUS-ACTIVE
                            PERFORM A055-EVALUATE-ACCOUNT
                        END-IF
                END-READ.
                IF WS-MINS-STATUS NOT = '00'
                  AND WS-MINS-STATUS NOT = '10'
                    MOVE 'MINSFILE' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-MINS-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A055-EVALUATE-ACCOUNT.
      *        78% ON A CURRENT LOAN CANCELS AUTOMATICALLY; A LOAN
      *        AT 78% BUT BEHIND IS HELD UNTIL IT CURES.  80% EARNS
      *        THE BORROWER A ONE-TIME NOTICE OF THEIR RIGHT TO ASK.
                ADD 1 TO WS-EVALUATED-COUNT.
                MOVE MI-CUSTOMER-ID
                    TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD.
                PERFORM A034-FETCH-MASTER.
                IF NOT WS-MASTER-FOUND
                    DISPLAY 'NO MASTER RECORD FOR INSURED ACCOUNT '
                        MI-MORTGAGE-ACCT-NO
                    IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                    END-IF
                ELSE
                    PERFORM A036-CHECK-CURRENT
                    EVALUATE TRUE
                        WHEN CM-STATUS-PAIDOFF
                                OF CUSTOMER-MASTER-RECORD
                            MOVE 'PAID' TO WS-CANCEL-REASON
                            PERFORM A065-CANCEL-COVERAGE
                            ADD 1 TO WS-PAIDOFF-CANCEL-COUNT
                            MOVE 'CANCELLED - LOAN PAID OFF'
                                TO WS-ACTION-TEXT
                            PERFORM A072-WRITE-COVERAGE-DETAIL
                        WHEN NOT CM-STATUS-APPROVED
                                OF CUSTOMER-MASTER-RECORD
                            CONTINUE
                        WHEN WS-LTV-PERCENT NOT >
                                WS-AUTO-CANCEL-PERCENT
                          AND WS-LOAN-CURRENT
                            MOVE 'AUTO' TO WS-CANCEL-REASON
                            PERFORM A065-CANCEL-COVERAGE
                            ADD 1 TO WS-AUTO-CANCEL-COUNT
                            MOVE 'CANCELLED - AUTOMATIC AT 78%'
                                TO WS-ACTION-TEXT
                            PERFORM A072-WRITE-COVERAGE-DETAIL
                        WHEN WS-LTV-PERCENT NOT >
                                WS-AUTO-CANCEL-PERCENT
                            ADD 1 TO WS-HELD-COUNT
                            MOVE 'AT 78% - HELD, LOAN NOT CURRENT'
                                TO WS-ACTION-TEXT
                            PERFORM A072-WRITE-COVERAGE-DETAIL
                            PERFORM A058-CHECK-NOTICE
                        WHEN WS-LTV-PERCENT NOT >
                                WS-REQUEST-CANCEL-PERCENT
                            PERFORM A058-CHECK-NOTICE
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF.
      *
       A058-CHECK-NOTICE.
                IF MI-NOTICE-DATE = SPACES
                    SET MC-TYPE-BORROWER OF NOTICE-COPY TO TRUE
                    PERFORM A067-BUILD-NOTICE
                    WRITE BORROWER-NOTICE-RECORD FROM NOTICE-COPY
                    IF WS-NOTC-STATUS NOT = '00'
                        MOVE 'MINOTICE' TO WS-ERR-FILE-NAME
                        MOVE 'WRITE' TO WS-ERR-OPERATION
                        MOVE WS-NOTC-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                    PERFORM A062-QUEUE-NOTICE
                    MOVE BUSINESS-DATE TO MI-NOTICE-DATE
                    PERFORM A060-REWRITE-COVERAGE
                    ADD 1 TO WS-NOTICE-COUNT
                    MOVE 'AT 80% - BORROWER NOTICE SENT'
                        TO WS-ACTION-TEXT
                    PERFORM A072-WRITE-COVERAGE-DETAIL
                END-IF.
      *
       A060-REWRITE-COVERAGE.
                REWRITE MORTGAGE-INS-RECORD.
                IF WS-MINS-STATUS NOT = '00'
                    MOVE 'MINSFILE' TO WS-ERR-FILE-NAME
                    MOVE 'REWRITE' TO WS-ERR-OPERATION
                    MOVE WS-MINS-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A062-QUEUE-NOTICE.
      *        THE MINOTICE ROW STAYS AS THE RECORD OF THE NOTICE;
      *        THE LETTER ITSELF GOES TO THE CORRESPONDENCE QUEUE AS
      *        AN MINS DOCUMENT AND DBBCORR MAILS IT WITH WHATEVER
      *        ELSE THE BORROWER HAS DUE.
                MOVE 0 TO WS-DOC-LINE-NO.
                MOVE BUSINESS-DATE TO NH-NOTICE-DATE.
                MOVE WS-NOTICE-HEADING TO CD-PRINT-LINE.
                PERFORM A063-WRITE-DOC-LINE.
                MOVE SPACES TO CD-PRINT-LINE.
                PERFORM A063-WRITE-DOC-LINE.
                MOVE 'BORROWER           : ' TO NTD-LABEL.
                MOVE CM-CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD
                    TO NTD-TEXT-VALUE.
                MOVE WS-NOTICE-DETAIL TO CD-PRINT-LINE.
                PERFORM A063-WRITE-DOC-LINE.
                MOVE 'ADDRESS            : ' TO NTD-LABEL.
                MOVE CM-CUSTOMER-ADDRESS OF CUSTOMER-MASTER-RECORD
                    TO NTD-TEXT-VALUE.
                MOVE WS-NOTICE-DETAIL TO CD-PRINT-LINE.
                PERFORM A063-WRITE-DOC-LINE.
                MOVE 'MORTGAGE ACCT NO   : ' TO NTD-LABEL.
                MOVE MI-MORTGAGE-ACCT-NO TO NTD-TEXT-VALUE.
                MOVE WS-NOTICE-DETAIL TO CD-PRINT-LINE.
                PERFORM A063-WRITE-DOC-LINE.
                MOVE 'INSURANCE CARRIER  : ' TO NTD-LABEL.
                MOVE MI-CARRIER-NAME TO NTD-TEXT-VALUE.
                MOVE WS-NOTICE-DETAIL TO CD-PRINT-LINE.
                PERFORM A063-WRITE-DOC-LINE.
                MOVE 'CERTIFICATE NO     : ' TO NTD-LABEL.
                MOVE MI-CERTIFICATE-NO TO NTD-TEXT-VALUE.
                MOVE WS-NOTICE-DETAIL TO CD-PRINT-LINE.
                PERFORM A063-WRITE-DOC-LINE.
                MOVE 'CURRENT BALANCE    : ' TO NTM-LABEL.
                MOVE CM-CURRENT-BALANCE OF CUSTOMER-MASTER-RECORD
                    TO NTM-MONEY-VALUE.
                MOVE WS-NOTICE-MONEY-LINE TO CD-PRINT-LINE.
                PERFORM A063-WRITE-DOC-LINE.
                MOVE 'ORIGINAL VALUE     : ' TO NTM-LABEL.
                MOVE MI-ORIGINAL-VALUE TO NTM-MONEY-VALUE.
                MOVE WS-NOTICE-MONEY-LINE TO CD-PRINT-LINE.
                PERFORM A063-WRITE-DOC-LINE.
                MOVE 'BALANCE TO VALUE   : ' TO NTP-LABEL.
                MOVE WS-LTV-PERCENT TO NTP-PERCENT.
                MOVE WS-NOTICE-PERCENT-LINE TO CD-PRINT-LINE.
                PERFORM A063-WRITE-DOC-LINE.
                MOVE SPACES TO CD-PRINT-LINE.
                PERFORM A063-WRITE-DOC-LINE.
                MOVE WS-NOTICE-TEXT-1 TO CD-PRINT-LINE.
                PERFORM A063-WRITE-DOC-LINE.
                MOVE WS-NOTICE-TEXT-2 TO CD-PRINT-LINE.
                PERFORM A063-WRITE-DOC-LINE.
                MOVE WS-NOTICE-TEXT-3 TO CD-PRINT-LINE.
                PERFORM A063-WRITE-DOC-LINE.
                MOVE WS-NOTICE-TEXT-4 TO CD-PRINT-LINE.
                PERFORM A063-WRITE-DOC-LINE.
                MOVE WS-NOTICE-TEXT-5 TO CD-PRINT-LINE.
                PERFORM A063-WRITE-DOC-LINE.
                MOVE WS-NOTICE-TEXT-6 TO CD-PRINT-LINE.
                PERFORM A063-WRITE-DOC-LINE.
      *
       A063-WRITE-DOC-LINE.
                ADD 1 TO WS-DOC-LINE-NO.
                MOVE MI-CUSTOMER-ID TO CD-CUSTOMER-ID.
                MOVE MI-MORTGAGE-ACCT-NO TO CD-MORTGAGE-ACCT-NO.
                SET CD-DOC-MI-NOTICE TO TRUE.
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
       A065-CANCEL-COVERAGE.
      *        THE PREMIUM STOPS WITH THE STATUS CHANGE - DBBPOST,
      *        DBBAUTO AND DBBSTMT ONLY ADD IT WHILE ACTIVE - AND THE
      *        CARRIER IS TOLD ON THE NOTIFICATION FILE.
                SET MI-STATUS-CANCELLED TO TRUE.
                MOVE WS-CANCEL-REASON TO MI-CANCEL-REASON.
                MOVE BUSINESS-DATE TO MI-CANCEL-DATE.
                PERFORM A060-REWRITE-COVERAGE.
                SET MC-TYPE-CANCELLATION OF NOTICE-COPY TO TRUE.
                PERFORM A067-BUILD-NOTICE.
                WRITE CARRIER-NOTIFY-RECORD FROM NOTICE-COPY.
                IF WS-CARN-STATUS NOT = '00'
                    MOVE 'MICARNTF' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-CARN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A067-BUILD-NOTICE.
                MOVE MI-CARRIER-NAME TO MC-CARRIER-NAME OF NOTICE-COPY.
                MOVE MI-CERTIFICATE-NO
                    TO MC-CERTIFICATE-NO OF NOTICE-COPY.
                MOVE MI-MORTGAGE-ACCT-NO
                    TO MC-MORTGAGE-ACCT-NO OF NOTICE-COPY.
                MOVE MI-CUSTOMER-ID TO MC-CUSTOMER-ID OF NOTICE-COPY.
                MOVE CM-CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD
                    TO MC-CUSTOMER-NAME OF NOTICE-COPY.
                MOVE CM-CUSTOMER-ADDRESS OF CUSTOMER-MASTER-RECORD
                    TO MC-CUSTOMER-ADDRESS OF NOTICE-COPY.
                MOVE CM-CURRENT-BALANCE OF CUSTOMER-MASTER-RECORD
                    TO MC-CURRENT-BALANCE OF NOTICE-COPY.
                MOVE MI-ORIGINAL-VALUE
                    TO MC-ORIGINAL-VALUE OF NOTICE-COPY.
                MOVE WS-LTV-PERCENT TO MC-LTV-PERCENT OF NOTICE-COPY.
                MOVE MI-CANCEL-REASON
                    TO MC-CANCEL-REASON OF NOTICE-COPY.
                MOVE BUSINESS-DATE TO MC-NOTICE-DATE OF NOTICE-COPY.
      *
       A070-WRITE-DETAIL.
                MOVE WS-LTV-PERCENT TO DL-LTV-PERCENT.
                MOVE WS-ACTION-TEXT TO DL-ACTION.
                WRITE MI-REPORT-LINE FROM WS-DETAIL-LINE.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'MINSRPT' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A072-WRITE-COVERAGE-DETAIL.
                MOVE MI-MORTGAGE-ACCT-NO TO DL-MORTGAGE-ACCT.
                MOVE CM-CURRENT-BALANCE OF CUSTOMER-MASTER-RECORD
                    TO DL-BALANCE.
                PERFORM A070-WRITE-DETAIL.
      *
       A080-WRITE-SUMMARY.
                MOVE 'COVERAGES BOARDED        : ' TO TL-LABEL.
                MOVE WS-BOARDED-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE 'COVERAGES EVALUATED      : ' TO TL-LABEL.
                MOVE WS-EVALUATED-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE 'CANCELLED AUTOMATIC 78%  : ' TO TL-LABEL.
                MOVE WS-AUTO-CANCEL-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE 'CANCELLED ON REQUEST     : ' TO TL-LABEL.
                MOVE WS-REQUEST-CANCEL-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE 'CANCELLED PAID OFF       : ' TO TL-LABEL.
                MOVE WS-PAIDOFF-CANCEL-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE 'HELD - LOAN NOT CURRENT  : ' TO TL-LABEL.
                MOVE WS-HELD-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE '80% NOTICES SENT         : ' TO TL-LABEL.
                MOVE WS-NOTICE-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE 'FEED ROWS REFUSED        : ' TO TL-LABEL.
                MOVE WS-REFUSED-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
      *
       A082-WRITE-TOTAL-LINE.
                WRITE MI-REPORT-LINE FROM WS-TOTAL-LINE.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'MINSRPT' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A085-WRITE-AUDIT-LOG.
                MOVE 'DBBMINS' TO AL-PROGRAM-ID.
                MOVE BUSINESS-DATE TO AL-RUN-DATE.
                MOVE WS-RECORDS-IN TO AL-RECORDS-IN.
                MOVE WS-EVALUATED-COUNT TO AL-RECORDS-OUT.
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
                MOVE 'DBBMINS' TO ER-PROGRAM-ID.
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
                DISPLAY 'COVERAGES EVALUATED : ' WS-EVALUATED-COUNT.
                DISPLAY 'COVERAGES CANCELLED : '
                    WS-AUTO-CANCEL-COUNT ' AUTO  '
                    WS-REQUEST-CANCEL-COUNT ' REQUEST  '
                    WS-PAIDOFF-CANCEL-COUNT ' PAID OFF'.
                DISPLAY '80% NOTICES SENT    : ' WS-NOTICE-COUNT.
                PERFORM A085-WRITE-AUDIT-LOG.
                CLOSE MI-UPDATE-FILE.
                CLOSE MORTGAGE-INS-FILE.
                CLOSE CUSTOMER-MASTER-FILE.
                CLOSE COLLECTIONS-CASE-FILE.
                CLOSE CARRIER-NOTIFY-FILE.
                CLOSE BORROWER-NOTICE-FILE.
                CLOSE CORRESPONDENCE-FILE.
                CLOSE MI-REPORT-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
