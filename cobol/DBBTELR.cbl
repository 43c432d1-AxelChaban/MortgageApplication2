  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBTELR.
      *****************************************************************
      *** Modification History                                     ***
      *****************************************************************
      *    2026-10-15  Initial version - branch counter payment        *
      *                capture.  A teller signed on through DBBSIGN    *
      *                under the new counter-teller entitlement (B)    *
      *                looks the account up by customer id or mortgage *
      *                account number on the BNK1TLR screen and sees,  *
      *                on BNK1TLP, the amount due for the next         *
      *                scheduled payment (the AMORSCHD installment     *
      *                after LOANACTV's paid-to installment, plus the  *
      *                monthly escrow and any active mortgage-         *
      *                insurance premium, as DBBSTMT bills it) and the *
      *                LATEFEE balance, then takes a P or A payment.   *
      *                Only an active loan not enrolled on AUTOPAY is  *
      *                taken - DBBTEST refuses a manual payment on an  *
      *                enrolled account that night.  Each payment is   *
      *                appended to the TLRCAPT capture file with the   *
      *                teller and a time stamp; at close of day the    *
      *                teller keys the receipts counted in the drawer  *
      *                on BNK1TLC, blind, and a drawer-close row is    *
      *                appended.  DBBDRWR turns the day's captures     *
      *                into the headed and trailed TLRTRXIN feed       *
      *                DBBTEST picks up and balances each drawer.      *
      *    2026-10-15  A payment on a charged-off loan (status C) is   *
      *                taken too - DBBPOST posts it as a recovery.     *
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
           SELECT LOAN-ACTIVITY-FILE
               ASSIGN TO "LOANACTV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-LACT-STATUS.
           SELECT ESCROW-FILE
               ASSIGN TO "ESCRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-ESCR-STATUS.
           SELECT MORTGAGE-INS-FILE
               ASSIGN TO "MINSFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MI-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-MINS-STATUS.
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
           SELECT TELLER-CAPTURE-FILE
               ASSIGN TO "TLRCAPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TCAP-STATUS.
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
       FD  AMORT-SCHEDULE-FILE.
       01  AMORT-SCHEDULE-RECORD.
           COPY EPSAMSCH.
       FD  LOAN-ACTIVITY-FILE.
       01  LOAN-ACTIVITY-RECORD.
           COPY EPSLACT.
       FD  ESCROW-FILE.
       01  ESCROW-RECORD.
           COPY EPSESCR.
       FD  MORTGAGE-INS-FILE.
       01  MORTGAGE-INS-RECORD.
           COPY EPSMINS.
       FD  LATE-FEE-FILE.
       01  LATE-FEE-RECORD.
           COPY EPSLFEE.
       FD  AUTOPAY-FILE.
       01  AUTOPAY-RECORD.
           COPY EPSAUTO.
       FD  TELLER-CAPTURE-FILE.
       01  TELLER-CAPTURE-RECORD.
           COPY EPSTCAP.
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
       01 WS-AMORSCHD-STATUS PIC X(2).
       01 WS-LACT-STATUS PIC X(2).
       01 WS-ESCR-STATUS PIC X(2).
       01 WS-MINS-STATUS PIC X(2).
       01 WS-LFEE-STATUS PIC X(2).
       01 WS-AUTOPAY-STATUS PIC X(2).
       01 WS-TCAP-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
       01 WS-ERR-FILE-NAME PIC X(8).
       01 WS-ERR-OPERATION PIC X(8).
       01 WS-ERR-STATUS-CODE PIC X(2).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPERATOR-SECRET PIC X(8).
       01 WS-FUNCTION-CODE PIC X(1).
       01 WS-SIGNON-RESULT PIC X(1).
          88 WS-SIGNON-OK VALUE 'Y'.
       01 WS-SESSION-DONE-SWITCH PIC X VALUE 'N'.
          88 WS-SESSION-DONE VALUE 'Y'.
       01 WS-RECORD-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-RECORD-FOUND VALUE 'Y'.
       01 WS-SCAN-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-SCAN VALUE 'Y'.
       01 WS-AUTOPAY-ENROLLED-SWITCH PIC X VALUE 'N'.
          88 WS-AUTOPAY-ENROLLED VALUE 'Y'.
       01 WS-TLR-CUSTOMER-ID PIC X(10).
       01 WS-TLR-ACCT-NO PIC X(12).
       01 WS-TLR-ACTION PIC X(1).
          88 WS-ACTION-LOOKUP VALUE 'L'.
          88 WS-ACTION-CLOSE VALUE 'C'.
          88 WS-ACTION-QUIT VALUE 'Q'.
       01 WS-TLR-TRANS-TYPE PIC X(1).
          88 WS-TLR-TYPE-VALID VALUE 'P' 'A'.
       01 WS-TLR-AMOUNT PIC 9(7)V99.
       01 WS-TLR-COUNTED-TOTAL PIC 9(9)V99.
       01 WS-TLR-CONFIRM PIC X(1).
          88 WS-TLR-CONFIRMED VALUE 'Y'.
       01 WS-DUE-INSTALLMENT PIC 9(3).
       01 WS-AMOUNT-DUE PIC 9(7)V99.
       01 WS-FEE-BALANCE PIC 9(7)V99.
       01 WS-CAPTURE-STAMP PIC X(21).
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-CAPTURED-COUNT PIC 9(7) VALUE 0.
       01 WS-CAPTURED-TOTAL PIC 9(9)V99 VALUE 0.
       SCREEN SECTION.
       01 BNK1SGN-SCREEN.
          COPY BNK1SGN.
       01 BNK1TLR-SCREEN.
          COPY BNK1TLR.
       01 BNK1TLP-SCREEN.
          COPY BNK1TLP.
       01 BNK1TLC-SCREEN.
          COPY BNK1TLC.
       PROCEDURE DIVISION.
                CALL 'DBBDATE' USING DATE-JOUR BUSINESS-DATE.
                DISPLAY 'DBBTELR RUN DATE: ' BUSINESS-DATE.
                PERFORM A005-SIGN-ON.
                IF WS-SIGNON-OK
                    PERFORM A010-OPEN-FILES
                    PERFORM A030-TAKE-REQUEST
                        UNTIL WS-SESSION-DONE
                    PERFORM A090-CLOSE-FILES
                END-IF.
                STOP RUN.
      *
       A005-SIGN-ON.
      *        EVERY CAPTURE AND THE DRAWER CLOSE CARRY THE SIGNED-ON
      *        TELLER'S ID - WITHOUT THE ENTITLEMENT NOTHING IS TAKEN.
                MOVE SPACES TO WS-OPERATOR-ID.
                MOVE SPACES TO WS-OPERATOR-SECRET.
                DISPLAY BNK1SGN-SCREEN.
                ACCEPT BNK1SGN-SCREEN.
                MOVE 'B' TO WS-FUNCTION-CODE.
                CALL 'DBBSIGN' USING WS-OPERATOR-ID
                    WS-OPERATOR-SECRET WS-FUNCTION-CODE
                    WS-SIGNON-RESULT.
                IF NOT WS-SIGNON-OK
                    DISPLAY 'COUNTER SESSION REFUSED - SIGN-ON FAILED'
                END-IF.
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
                OPEN INPUT AMORT-SCHEDULE-FILE.
                IF WS-AMORSCHD-STATUS NOT = '00'
                    MOVE 'AMORSCHD' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-AMORSCHD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT LOAN-ACTIVITY-FILE.
                IF WS-LACT-STATUS NOT = '00'
                    MOVE 'LOANACTV' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-LACT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT ESCROW-FILE.
                IF WS-ESCR-STATUS NOT = '00'
                    MOVE 'ESCRFILE' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-ESCR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT MORTGAGE-INS-FILE.
                IF WS-MINS-STATUS NOT = '00'
                    MOVE 'MINSFILE' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-MINS-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT LATE-FEE-FILE.
                IF WS-LFEE-STATUS NOT = '00'
                    MOVE 'LATEFEE' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-LFEE-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT AUTOPAY-FILE.
                IF WS-AUTOPAY-STATUS NOT = '00'
                    MOVE 'AUTOPAY' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-AUTOPAY-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN EXTEND TELLER-CAPTURE-FILE.
                IF WS-TCAP-STATUS NOT = '00'
                    MOVE 'TLRCAPT' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-TCAP-STATUS TO WS-ERR-STATUS-CODE
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
       A030-TAKE-REQUEST.
                MOVE SPACES TO WS-TLR-CUSTOMER-ID.
                MOVE SPACES TO WS-TLR-ACCT-NO.
                MOVE SPACES TO WS-TLR-ACTION.
                DISPLAY BNK1TLR-SCREEN.
                ACCEPT BNK1TLR-SCREEN.
                ADD 1 TO WS-RECORDS-IN.
                EVALUATE TRUE
                    WHEN WS-ACTION-QUIT
                        SET WS-SESSION-DONE TO TRUE
                    WHEN WS-ACTION-CLOSE
                        PERFORM A070-CLOSE-DRAWER
                    WHEN NOT WS-ACTION-LOOKUP
                        DISPLAY 'ACTION MUST BE L, C OR Q'
                    WHEN WS-TLR-CUSTOMER-ID = SPACES
                      AND WS-TLR-ACCT-NO = SPACES
                        DISPLAY 'KEY A CUSTOMER ID OR AN ACCOUNT NUMBER'
                    WHEN OTHER
                        PERFORM A035-FETCH-CUSTOMER
                        IF WS-RECORD-FOUND
                            PERFORM A040-TAKE-PAYMENT
                        END-IF
                END-EVALUATE.
      *
       A035-FETCH-CUSTOMER.
                MOVE 'N' TO WS-RECORD-FOUND-SWITCH.
                IF WS-TLR-CUSTOMER-ID NOT = SPACES
                    MOVE WS-TLR-CUSTOMER-ID
                        TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
                    READ CUSTOMER-MASTER-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE CUSTOMER-MASTER-RECORD
                                TO CUSTOMER-COPY
                            SET WS-RECORD-FOUND TO TRUE
                    END-READ
                    IF WS-CUSTMAST-STATUS NOT = '00'
                      AND WS-CUSTMAST-STATUS NOT = '23'
                        MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                        MOVE 'READ' TO WS-ERR-OPERATION
                        MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                ELSE
                    PERFORM A037-SCAN-BY-ACCOUNT
                END-IF.
                IF NOT WS-RECORD-FOUND
                    DISPLAY 'NO MASTER RECORD FOR THE KEY GIVEN'
                END-IF.
      *
       A037-SCAN-BY-ACCOUNT.
      *        THE MASTER IS KEYED ON CUSTOMER ID, SO A LOOKUP BY
      *        ACCOUNT NUMBER WALKS THE FILE UNTIL IT MATCHES.
                MOVE 'N' TO WS-SCAN-EOF-SWITCH.
                MOVE LOW-VALUES
                    TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD.
                START CUSTOMER-MASTER-FILE
                    KEY IS NOT LESS THAN CM-CUSTOMER-ID
                        OF CUSTOMER-MASTER-RECORD
                    INVALID KEY
                        SET WS-EOF-SCAN TO TRUE
                END-START.
                PERFORM A038-SCAN-ONE-CUSTOMER
                    UNTIL WS-EOF-SCAN
                       OR WS-RECORD-FOUND.
      *
       A038-SCAN-ONE-CUSTOMER.
                READ CUSTOMER-MASTER-FILE NEXT RECORD
                    AT END
                        SET WS-EOF-SCAN TO TRUE
                    NOT AT END
                        IF CM-MORTGAGE-ACCT-NO
                                OF CUSTOMER-MASTER-RECORD
                                = WS-TLR-ACCT-NO
                            MOVE CUSTOMER-MASTER-RECORD
                                TO CUSTOMER-COPY
                            SET WS-RECORD-FOUND TO TRUE
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
       A040-TAKE-PAYMENT.
      *        AN ACCOUNT THE NIGHT'S RUN WOULD NOT POST IS REFUSED
      *        AT THE COUNTER, WHILE THE BORROWER IS STILL STANDING
      *        THERE, RATHER THAN ON TOMORROW'S EXCEPTION LIST.  A
      *        CHARGED-OFF LOAN STILL TAKES MONEY AS A RECOVERY.
                PERFORM A045-CHECK-AUTOPAY.
                EVALUATE TRUE
                    WHEN NOT CM-STATUS-APPROVED OF CUSTOMER-COPY
                      AND NOT CM-STATUS-CHARGEDOFF OF CUSTOMER-COPY
                        DISPLAY 'PAYMENT REFUSED - LOAN '
                            CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                            ' IS NOT ACTIVE - STATUS '
                            CM-APPLICATION-STATUS OF CUSTOMER-COPY
                    WHEN WS-AUTOPAY-ENROLLED
                        DISPLAY 'PAYMENT REFUSED - LOAN '
                            CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                            ' IS ON AUTOPAY DIRECT DEBIT'
                    WHEN OTHER
                        PERFORM A050-COMPUTE-AMOUNT-DUE
                        PERFORM A055-FETCH-FEE-BALANCE
                        MOVE SPACES TO WS-TLR-TRANS-TYPE
                        MOVE 0 TO WS-TLR-AMOUNT
                        MOVE SPACES TO WS-TLR-CONFIRM
                        DISPLAY BNK1TLP-SCREEN
                        ACCEPT BNK1TLP-SCREEN
                        PERFORM A060-CAPTURE-PAYMENT
                END-EVALUATE.
      *
       A045-CHECK-AUTOPAY.
                MOVE 'N' TO WS-AUTOPAY-ENROLLED-SWITCH.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO AP-MORTGAGE-ACCT-NO.
                READ AUTOPAY-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF AP-ENROLLED
                            SET WS-AUTOPAY-ENROLLED TO TRUE
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
       A050-COMPUTE-AMOUNT-DUE.
      *        THE NEXT INSTALLMENT IS THE ONE AFTER THE ACCOUNT'S
      *        PAID-TO INSTALLMENT, BILLED THE WAY DBBSTMT BILLS IT -
      *        PRINCIPAL AND INTEREST PLUS ESCROW AND ACTIVE MI.
                MOVE 0 TO WS-AMOUNT-DUE.
                MOVE 1 TO WS-DUE-INSTALLMENT.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO LA-MORTGAGE-ACCT-NO.
                READ LOAN-ACTIVITY-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF LA-PAID-TO-INSTALLMENT > 0
                            COMPUTE WS-DUE-INSTALLMENT =
                                LA-PAID-TO-INSTALLMENT + 1
                        END-IF
                END-READ.
                IF WS-LACT-STATUS NOT = '00'
                  AND WS-LACT-STATUS NOT = '23'
                    MOVE 'LOANACTV' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-LACT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO AS-MORTGAGE-ACCT-NO.
                MOVE WS-DUE-INSTALLMENT TO AS-PAYMENT-NUMBER.
                READ AMORT-SCHEDULE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE AS-PAYMENT-AMOUNT TO WS-AMOUNT-DUE
                END-READ.
                IF WS-AMORSCHD-STATUS NOT = '00'
                  AND WS-AMORSCHD-STATUS NOT = '23'
                    MOVE 'AMORSCHD' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-AMORSCHD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO ES-MORTGAGE-ACCT-NO.
                READ ESCROW-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD ES-MONTHLY-ESCROW TO WS-AMOUNT-DUE
                END-READ.
                IF WS-ESCR-STATUS NOT = '00'
                  AND WS-ESCR-STATUS NOT = '23'
                    MOVE 'ESCRFILE' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-ESCR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO MI-MORTGAGE-ACCT-NO.
                READ MORTGAGE-INS-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF MI-STATUS-ACTIVE
                            ADD MI-MONTHLY-PREMIUM TO WS-AMOUNT-DUE
                        END-IF
                END-READ.
                IF WS-MINS-STATUS NOT = '00'
                  AND WS-MINS-STATUS NOT = '23'
                    MOVE 'MINSFILE' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-MINS-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A055-FETCH-FEE-BALANCE.
                MOVE 0 TO WS-FEE-BALANCE.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO LF-MORTGAGE-ACCT-NO.
                READ LATE-FEE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE LF-FEE-BALANCE TO WS-FEE-BALANCE
                END-READ.
                IF WS-LFEE-STATUS NOT = '00'
                  AND WS-LFEE-STATUS NOT = '23'
                    MOVE 'LATEFEE' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-LFEE-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A060-CAPTURE-PAYMENT.
                EVALUATE TRUE
                    WHEN NOT WS-TLR-CONFIRMED
                        DISPLAY 'PAYMENT NOT TAKEN'
                    WHEN NOT WS-TLR-TYPE-VALID
                        DISPLAY 'PAYMENT REFUSED - TYPE MUST BE '
                            'P OR A'
                    WHEN WS-TLR-AMOUNT = 0
                        DISPLAY 'PAYMENT REFUSED - NO AMOUNT KEYED'
                    WHEN OTHER
                        MOVE SPACES TO TELLER-CAPTURE-RECORD
                        SET TC-PAYMENT-CAPTURE TO TRUE
                        MOVE CM-CUSTOMER-ID OF CUSTOMER-COPY
                            TO TC-CUSTOMER-ID
                        MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                            TO TC-MORTGAGE-ACCT-NO
                        MOVE WS-TLR-TRANS-TYPE TO TC-TRANS-TYPE
                        MOVE WS-TLR-AMOUNT TO TC-TRANS-AMOUNT
                        MOVE 0 TO TC-COUNTED-TOTAL
                        PERFORM A080-WRITE-CAPTURE
                        IF WS-TCAP-STATUS = '00'
                            ADD 1 TO WS-CAPTURED-COUNT
                            ADD WS-TLR-AMOUNT TO WS-CAPTURED-TOTAL
                            DISPLAY 'PAYMENT TAKEN - '
                                CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                                ' TYPE ' WS-TLR-TRANS-TYPE
                                ' AMOUNT ' WS-TLR-AMOUNT
                        END-IF
                END-EVALUATE.
      *
       A070-CLOSE-DRAWER.
      *        THE COUNT IS TAKEN BLIND - THE SESSION'S CAPTURED
      *        TOTAL IS NOT SHOWN UNTIL THE DRAWER IS CLOSED.  A
      *        CLOSED DRAWER ENDS THE SESSION.
                MOVE 0 TO WS-TLR-COUNTED-TOTAL.
                MOVE SPACES TO WS-TLR-CONFIRM.
                DISPLAY BNK1TLC-SCREEN.
                ACCEPT BNK1TLC-SCREEN.
                IF WS-TLR-CONFIRMED
                    MOVE SPACES TO TELLER-CAPTURE-RECORD
                    SET TC-DRAWER-CLOSE TO TRUE
                    MOVE 0 TO TC-TRANS-AMOUNT
                    MOVE WS-TLR-COUNTED-TOTAL TO TC-COUNTED-TOTAL
                    PERFORM A080-WRITE-CAPTURE
                    IF WS-TCAP-STATUS = '00'
                        DISPLAY 'DRAWER CLOSED - RECEIPTS COUNTED '
                            WS-TLR-COUNTED-TOTAL
                        SET WS-SESSION-DONE TO TRUE
                    END-IF
                ELSE
                    DISPLAY 'DRAWER NOT CLOSED'
                END-IF.
      *
       A080-WRITE-CAPTURE.
                MOVE FUNCTION CURRENT-DATE TO WS-CAPTURE-STAMP.
                MOVE BUSINESS-DATE TO TC-CAPTURE-DATE.
                MOVE WS-OPERATOR-ID TO TC-TELLER-ID.
                MOVE WS-CAPTURE-STAMP (1:14) TO TC-CAPTURE-STAMP.
                MOVE SPACES TO TC-FED-DATE.
                WRITE TELLER-CAPTURE-RECORD.
                IF WS-TCAP-STATUS NOT = '00'
                    DISPLAY 'CAPTURE NOT RECORDED - STATUS '
                        WS-TCAP-STATUS
                    MOVE 'TLRCAPT' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-TCAP-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A085-WRITE-AUDIT-LOG.
                MOVE 'DBBTELR' TO AL-PROGRAM-ID.
                MOVE BUSINESS-DATE TO AL-RUN-DATE.
                MOVE WS-RECORDS-IN TO AL-RECORDS-IN.
                MOVE WS-CAPTURED-COUNT TO AL-RECORDS-OUT.
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
                MOVE 'DBBTELR' TO ER-PROGRAM-ID.
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
                DISPLAY 'PAYMENTS TAKEN THIS SESSION : '
                    WS-CAPTURED-COUNT.
                DISPLAY 'AMOUNT TAKEN THIS SESSION   : '
                    WS-CAPTURED-TOTAL.
                PERFORM A085-WRITE-AUDIT-LOG.
                CLOSE CUSTOMER-MASTER-FILE.
                CLOSE AMORT-SCHEDULE-FILE.
                CLOSE LOAN-ACTIVITY-FILE.
                CLOSE ESCROW-FILE.
                CLOSE MORTGAGE-INS-FILE.
                CLOSE LATE-FEE-FILE.
                CLOSE AUTOPAY-FILE.
                CLOSE TELLER-CAPTURE-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
