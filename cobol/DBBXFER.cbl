      *                record after the transfer.  COLLWRKQ is         *
      *                rebuilt nightly and QUOTELOG quotes expire on   *
      *                their own, so neither is touched.               *
      *    2026-10-15  The ACCRUED-INTEREST ledger row moves to the    *
      *                new keys with the other derived rows.           *
      *    2026-10-15  So does the account's LMPLAN loss-mitigation    *
      *                plan row.                                       *
      *    2026-10-15  And the account's MINSFILE mortgage-insurance   *
      *                row.                                            *
      *    2026-10-15  And the account's LEGLHOLD legal-hold row.      *
      *    2026-10-15  And the account's LOANACTV activity summary     *
      *                row.                                            *
      *    2026-10-15  A loan assumption may also key the new borrower *
      *                name and/or address on BNK1XFR.  A changed name *
      *                or address is screened through DBBSCRN against  *
      *                the sanctions watch list after the old master   *
      *                is fetched; a potential match holds the         *
      *                transfer for review on DBBSCRV and nothing      *
      *                moves.  Once compliance clears it the transfer  *
      *                is keyed again and goes through.                *
      *    2026-10-15  A transfer refused because sanctions screening  *
      *                is unavailable is written to the error log.     *
      *    2026-10-15  The account's ADVLEDGR servicer-advance row,    *
      *                CHGOFF charge-off row and TBALSNAP              *
      *                trial-balance snapshot row move to the new keys *
      *                with the other derived rows.                    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-AUTOPAY-STATUS.
           SELECT ACCRUED-INTEREST-FILE
               ASSIGN TO "ACCRINT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-ACCR-STATUS.
           SELECT LOSS-MIT-PLAN-FILE
               ASSIGN TO "LMPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-LMPLAN-STATUS.
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
           SELECT LOAN-ACTIVITY-FILE
               ASSIGN TO "LOANACTV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-LACT-STATUS.
           SELECT ADVANCE-LEDGER-FILE
               ASSIGN TO "ADVLEDGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-ADVL-STATUS.
           SELECT CHARGEOFF-FILE
               ASSIGN TO "CHGOFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-CHGOFF-STATUS.
           SELECT BALANCE-SNAPSHOT-FILE
               ASSIGN TO "TBALSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TB-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-TBSN-STATUS.
           SELECT EXCEPTION-FILE
               ASSIGN TO "MTGEXCPT"
               ORGANIZATION IS SEQUENTIAL
       FD  AUTOPAY-FILE.
       01  AUTOPAY-RECORD.
           COPY EPSAUTO.
       FD  ACCRUED-INTEREST-FILE.
       01  ACCRUED-INTEREST-RECORD.
           COPY EPSACCR.
       FD  LOSS-MIT-PLAN-FILE.
       01  LOSS-MIT-PLAN-RECORD.
           COPY EPSLMPL.
       FD  MORTGAGE-INS-FILE.
       01  MORTGAGE-INS-RECORD.
           COPY EPSMINS.
       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-RECORD.
           COPY EPSLHLD.
       FD  LOAN-ACTIVITY-FILE.
       01  LOAN-ACTIVITY-RECORD.
           COPY EPSLACT.
       FD  ADVANCE-LEDGER-FILE.
       01  ADVANCE-LEDGER-RECORD.
           COPY EPSADVL.
       FD  CHARGEOFF-FILE.
       01  CHARGEOFF-RECORD.
           COPY EPSCHGO.
       FD  BALANCE-SNAPSHOT-FILE.
       01  BALANCE-SNAPSHOT-RECORD.
           COPY EPSTBSN.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           COPY EPSEXCPT.
          COPY EPSAMSCH REPLACING LEADING ==AS-== BY ==XS-==.
       01 HIST-SAVE.
          COPY EPSPAYH REPLACING LEADING ==PH-== BY ==XH-==.
       01 SCREEN-REQUEST.
          COPY EPSSCRQ.
       01 DATE-JOUR PIC X(10).
       01 BUSINESS-DATE PIC X(10).
       01 WS-CUSTMAST-STATUS PIC X(2).
       01 WS-COLC-STATUS PIC X(2).
       01 WS-LFEE-STATUS PIC X(2).
       01 WS-AUTOPAY-STATUS PIC X(2).
       01 WS-ACCR-STATUS PIC X(2).
       01 WS-LMPLAN-STATUS PIC X(2).
       01 WS-MINS-STATUS PIC X(2).
       01 WS-LHLD-STATUS PIC X(2).
       01 WS-LACT-STATUS PIC X(2).
       01 WS-ADVL-STATUS PIC X(2).
       01 WS-CHGOFF-STATUS PIC X(2).
       01 WS-TBSN-STATUS PIC X(2).
       01 WS-EXCPT-STATUS PIC X(2).
       01 WS-CHGH-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-XFER-OLD-ID PIC X(10).
       01 WS-XFER-NEW-ID PIC X(10).
       01 WS-XFER-NEW-ACCT PIC X(12).
       01 WS-XFER-NEW-NAME PIC X(30).
       01 WS-XFER-NEW-ADDRESS PIC X(40).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPERATOR-SECRET PIC X(8).
       01 WS-SUPERVISOR-ID PIC X(8).
       01 WS-OLD-ACCT-NO PIC X(12).
       01 WS-EFF-NEW-ID PIC X(10).
       01 WS-EFF-NEW-ACCT PIC X(12).
       01 WS-EFF-NEW-NAME PIC X(30).
       01 WS-EFF-NEW-ADDRESS PIC X(40).
       01 WS-ID-CHANGED-SWITCH PIC X VALUE 'N'.
          88 WS-ID-CHANGED VALUE 'Y'.
       01 WS-ACCT-CHANGED-SWITCH PIC X VALUE 'N'.
          88 WS-ACCT-CHANGED VALUE 'Y'.
       01 WS-RECORD-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-RECORD-FOUND VALUE 'Y'.
       01 WS-ROW-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-ROW-FOUND VALUE 'Y'.
       01 WS-MOVE-DONE-SWITCH PIC X VALUE 'N'.
          88 WS-MOVE-DONE VALUE 'Y'.
       01 WS-ACCT-IN-USE-SWITCH PIC X VALUE 'N'.
                    MOVE WS-AUTOPAY-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O ACCRUED-INTEREST-FILE.
                IF WS-ACCR-STATUS NOT = '00'
                    MOVE 'ACCRINT' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-ACCR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O LOSS-MIT-PLAN-FILE.
                IF WS-LMPLAN-STATUS NOT = '00'
                    MOVE 'LMPLAN' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-LMPLAN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O MORTGAGE-INS-FILE.
                IF WS-MINS-STATUS NOT = '00'
                    MOVE 'MINSFILE' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-MINS-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O LEGAL-HOLD-FILE.
                IF WS-LHLD-STATUS NOT = '00'
                    MOVE 'LEGLHOLD' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-LHLD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O LOAN-ACTIVITY-FILE.
                IF WS-LACT-STATUS NOT = '00'
                    MOVE 'LOANACTV' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-LACT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O ADVANCE-LEDGER-FILE.
                IF WS-ADVL-STATUS NOT = '00'
                    MOVE 'ADVLEDGR' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-ADVL-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O CHARGEOFF-FILE.
                IF WS-CHGOFF-STATUS NOT = '00'
                    MOVE 'CHGOFF' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CHGOFF-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O BALANCE-SNAPSHOT-FILE.
                IF WS-TBSN-STATUS NOT = '00'
                    MOVE 'TBALSNAP' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-TBSN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O EXCEPTION-FILE.
                IF WS-EXCPT-STATUS NOT = '00'
                    MOVE 'MTGEXCPT' TO WS-ERR-FILE-NAME
                MOVE SPACES TO WS-XFER-OLD-ID.
                MOVE SPACES TO WS-XFER-NEW-ID.
                MOVE SPACES TO WS-XFER-NEW-ACCT.
                MOVE SPACES TO WS-XFER-NEW-NAME.
                MOVE SPACES TO WS-XFER-NEW-ADDRESS.
                MOVE SPACES TO WS-OPERATOR-ID.
                MOVE SPACES TO WS-OPERATOR-SECRET.
                MOVE SPACES TO WS-SUPERVISOR-ID.
                    PERFORM A062-MOVE-CASE
                    PERFORM A064-MOVE-LATEFEE
                    PERFORM A066-MOVE-AUTOPAY
                    PERFORM A068-MOVE-ACCRUAL
                    PERFORM A069-MOVE-PLAN
                    PERFORM A067-MOVE-COVERAGE
                    PERFORM A065-MOVE-HOLD
                    PERFORM A063-MOVE-ACTIVITY
                    IF WS-ACCT-CHANGED
                        PERFORM A061-MOVE-ADVANCE
                    END-IF
                    PERFORM A058-MOVE-CHARGEOFF
                    PERFORM A059-MOVE-SNAPSHOT
                    IF WS-ID-CHANGED
                        PERFORM A070-REKEY-EXCEPTIONS
                    END-IF
                IF WS-XFER-VALID
                    PERFORM A036-SET-NEW-KEYS
                END-IF.
                IF WS-XFER-VALID
                    PERFORM A037-SCREEN-NEW-BORROWER
                END-IF.
      *
       A034-FETCH-OLD-MASTER.
                MOVE 'N' TO WS-RECORD-FOUND-SWITCH.
                  AND WS-ACCT-CHANGED
                    PERFORM A038-CHECK-NEW-ACCT
                END-IF.
      *
       A037-SCREEN-NEW-BORROWER.
      *        A NEW BORROWER NAME OR ADDRESS IS SCREENED AGAINST
      *        THE WATCH LIST BEFORE ANYTHING MOVES.  A POTENTIAL
      *        MATCH HOLDS THE WHOLE TRANSFER - ONCE DBBSCRV CLEARS
      *        IT THE SAME TRANSFER KEYED AGAIN PASSES SCREENING.
                IF WS-XFER-NEW-NAME = SPACES
                    MOVE CM-CUSTOMER-NAME OF BEFORE-COPY
                        TO WS-EFF-NEW-NAME
                ELSE
                    MOVE WS-XFER-NEW-NAME TO WS-EFF-NEW-NAME
                END-IF.
                IF WS-XFER-NEW-ADDRESS = SPACES
                    MOVE CM-CUSTOMER-ADDRESS OF BEFORE-COPY
                        TO WS-EFF-NEW-ADDRESS
                ELSE
                    MOVE WS-XFER-NEW-ADDRESS TO WS-EFF-NEW-ADDRESS
                END-IF.
                IF WS-EFF-NEW-NAME = CM-CUSTOMER-NAME OF BEFORE-COPY
                  AND WS-EFF-NEW-ADDRESS =
                        CM-CUSTOMER-ADDRESS OF BEFORE-COPY
                    CONTINUE
                ELSE
                    MOVE 'DBBXFER' TO SQ-PROGRAM-ID
                    SET SQ-EVENT-TRANSFER TO TRUE
                    MOVE WS-XFER-OLD-ID TO SQ-CUSTOMER-ID
                    MOVE WS-EFF-NEW-NAME TO SQ-SCREEN-NAME
                    MOVE WS-EFF-NEW-ADDRESS TO SQ-SCREEN-ADDRESS
                    MOVE WS-OPERATOR-ID TO SQ-OPERATOR-ID
                    CALL 'DBBSCRN' USING SCREEN-REQUEST
                    EVALUATE TRUE
                        WHEN SQ-RESULT-PROCEED
                            CONTINUE
                        WHEN SQ-RESULT-HELD
                            DISPLAY 'TRANSFER HELD FOR COMPLIANCE '
                                'REVIEW'
                            SET WS-XFER-INVALID TO TRUE
                        WHEN SQ-RESULT-CONFIRMED
                            DISPLAY 'TRANSFER REFUSED - CONFIRMED '
                                'SANCTIONS MATCH'
                            SET WS-XFER-INVALID TO TRUE
                        WHEN OTHER
                            DISPLAY 'TRANSFER REFUSED - SANCTIONS '
                                'SCREENING UNAVAILABLE'
                            SET WS-XFER-INVALID TO TRUE
                            MOVE 'WATCHLST' TO WS-ERR-FILE-NAME
                            MOVE 'SCREEN' TO WS-ERR-OPERATION
                            MOVE SPACES TO WS-ERR-STATUS-CODE
                            PERFORM A099-WRITE-ERROR-LOG
                    END-EVALUATE
                END-IF.
      *
       A038-CHECK-NEW-ACCT.
      *        THE MASTER IS KEYED ON CUSTOMER ID, SO THE NEW
       A040-WRITE-BEFORE-IMAGE.
      *        THE FULL BEFORE IMAGE GOES TO CHANGE-HISTORY AS
      *        TRANSFER ROWS, THE WAY A DBBMNTC DELETE WRITES ITS
      *        IMAGE - THE KEY ROWS, AND THE NAME AND ADDRESS ROWS
      *        OF AN ASSUMPTION, ALSO CARRY THE NEW VALUES SO THE
      *        OLD-TO-NEW MAPPING IS ON THE TRACE.
                MOVE 'CUSTOMER-ID' TO CH-FIELD-NAME.
                MOVE CM-CUSTOMER-ID OF BEFORE-COPY TO CH-OLD-VALUE.
                MOVE WS-EFF-NEW-ID TO CH-NEW-VALUE.
                MOVE 'CUSTOMER-NAME' TO CH-FIELD-NAME.
                MOVE CM-CUSTOMER-NAME OF BEFORE-COPY
                    TO CH-OLD-VALUE.
                MOVE WS-EFF-NEW-NAME TO CH-NEW-VALUE.
                PERFORM A042-WRITE-CHANGE-ROW.
                MOVE 'CUSTOMER-ADDRESS' TO CH-FIELD-NAME.
                MOVE CM-CUSTOMER-ADDRESS OF BEFORE-COPY
                    TO CH-OLD-VALUE.
                MOVE WS-EFF-NEW-ADDRESS TO CH-NEW-VALUE.
                PERFORM A042-WRITE-CHANGE-ROW.
                MOVE 'PROPERTY-VALUE' TO CH-FIELD-NAME.
                MOVE CM-PROPERTY-VALUE OF BEFORE-COPY
                    TO CM-CUSTOMER-ID OF CUSTOMER-COPY.
                MOVE WS-EFF-NEW-ACCT
                    TO CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY.
                MOVE WS-EFF-NEW-NAME
                    TO CM-CUSTOMER-NAME OF CUSTOMER-COPY.
                MOVE WS-EFF-NEW-ADDRESS
                    TO CM-CUSTOMER-ADDRESS OF CUSTOMER-COPY.
                IF WS-ID-CHANGED
                    MOVE WS-XFER-OLD-ID
                        TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
                    MOVE WS-AUTOPAY-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A068-MOVE-ACCRUAL.
                MOVE WS-OLD-ACCT-NO TO AI-MORTGAGE-ACCT-NO.
                READ ACCRUED-INTEREST-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF WS-ACCT-CHANGED
                            DELETE ACCRUED-INTEREST-FILE
                            MOVE WS-EFF-NEW-ACCT
                                TO AI-MORTGAGE-ACCT-NO
                            MOVE WS-EFF-NEW-ID TO AI-CUSTOMER-ID
                            WRITE ACCRUED-INTEREST-RECORD
                        ELSE
                            MOVE WS-EFF-NEW-ID TO AI-CUSTOMER-ID
                            REWRITE ACCRUED-INTEREST-RECORD
                        END-IF
                        IF WS-ACCR-STATUS NOT = '00'
                            MOVE 'ACCRINT' TO WS-ERR-FILE-NAME
                            MOVE 'WRITE' TO WS-ERR-OPERATION
                            MOVE WS-ACCR-STATUS
                                TO WS-ERR-STATUS-CODE
                            PERFORM A099-WRITE-ERROR-LOG
                        ELSE
                            ADD 1 TO WS-ROWS-MOVED
                        END-IF
                END-READ.
                IF WS-ACCR-STATUS NOT = '00'
                  AND WS-ACCR-STATUS NOT = '23'
                    MOVE 'ACCRINT' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-ACCR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A067-MOVE-COVERAGE.
                MOVE WS-OLD-ACCT-NO TO MI-MORTGAGE-ACCT-NO.
                READ MORTGAGE-INS-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF WS-ACCT-CHANGED
                            DELETE MORTGAGE-INS-FILE
                            MOVE WS-EFF-NEW-ACCT
                                TO MI-MORTGAGE-ACCT-NO
                            MOVE WS-EFF-NEW-ID TO MI-CUSTOMER-ID
                            WRITE MORTGAGE-INS-RECORD
                        ELSE
                            MOVE WS-EFF-NEW-ID TO MI-CUSTOMER-ID
                            REWRITE MORTGAGE-INS-RECORD
                        END-IF
                        IF WS-MINS-STATUS NOT = '00'
                            MOVE 'MINSFILE' TO WS-ERR-FILE-NAME
                            MOVE 'WRITE' TO WS-ERR-OPERATION
                            MOVE WS-MINS-STATUS
                                TO WS-ERR-STATUS-CODE
                            PERFORM A099-WRITE-ERROR-LOG
                        ELSE
                            ADD 1 TO WS-ROWS-MOVED
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
       A065-MOVE-HOLD.
                MOVE WS-OLD-ACCT-NO TO LH-MORTGAGE-ACCT-NO.
                READ LEGAL-HOLD-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF WS-ACCT-CHANGED
                            DELETE LEGAL-HOLD-FILE
                            MOVE WS-EFF-NEW-ACCT
                                TO LH-MORTGAGE-ACCT-NO
                            MOVE WS-EFF-NEW-ID TO LH-CUSTOMER-ID
                            WRITE LEGAL-HOLD-RECORD
                        ELSE
                            MOVE WS-EFF-NEW-ID TO LH-CUSTOMER-ID
                            REWRITE LEGAL-HOLD-RECORD
                        END-IF
                        IF WS-LHLD-STATUS NOT = '00'
                            MOVE 'LEGLHOLD' TO WS-ERR-FILE-NAME
                            MOVE 'WRITE' TO WS-ERR-OPERATION
                            MOVE WS-LHLD-STATUS
                                TO WS-ERR-STATUS-CODE
                            PERFORM A099-WRITE-ERROR-LOG
                        ELSE
                            ADD 1 TO WS-ROWS-MOVED
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
       A063-MOVE-ACTIVITY.
                MOVE WS-OLD-ACCT-NO TO LA-MORTGAGE-ACCT-NO.
                READ LOAN-ACTIVITY-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF WS-ACCT-CHANGED
                            DELETE LOAN-ACTIVITY-FILE
                            MOVE WS-EFF-NEW-ACCT
                                TO LA-MORTGAGE-ACCT-NO
                            MOVE WS-EFF-NEW-ID TO LA-CUSTOMER-ID
                            WRITE LOAN-ACTIVITY-RECORD
                        ELSE
                            MOVE WS-EFF-NEW-ID TO LA-CUSTOMER-ID
                            REWRITE LOAN-ACTIVITY-RECORD
                        END-IF
                        IF WS-LACT-STATUS NOT = '00'
                            MOVE 'LOANACTV' TO WS-ERR-FILE-NAME
                            MOVE 'WRITE' TO WS-ERR-OPERATION
                            MOVE WS-LACT-STATUS
                                TO WS-ERR-STATUS-CODE
                            PERFORM A099-WRITE-ERROR-LOG
                        ELSE
                            ADD 1 TO WS-ROWS-MOVED
                        END-IF
                END-READ.
                IF WS-LACT-STATUS NOT = '00'
                  AND WS-LACT-STATUS NOT = '23'
                    MOVE 'LOANACTV' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-LACT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A069-MOVE-PLAN.
                MOVE WS-OLD-ACCT-NO TO LM-MORTGAGE-ACCT-NO.
                READ LOSS-MIT-PLAN-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF WS-ACCT-CHANGED
                            DELETE LOSS-MIT-PLAN-FILE
                            MOVE WS-EFF-NEW-ACCT
                                TO LM-MORTGAGE-ACCT-NO
                            MOVE WS-EFF-NEW-ID TO LM-CUSTOMER-ID
                            WRITE LOSS-MIT-PLAN-RECORD
                        ELSE
                            MOVE WS-EFF-NEW-ID TO LM-CUSTOMER-ID
                            REWRITE LOSS-MIT-PLAN-RECORD
                        END-IF
                        IF WS-LMPLAN-STATUS NOT = '00'
                            MOVE 'LMPLAN' TO WS-ERR-FILE-NAME
                            MOVE 'WRITE' TO WS-ERR-OPERATION
                            MOVE WS-LMPLAN-STATUS
                                TO WS-ERR-STATUS-CODE
                            PERFORM A099-WRITE-ERROR-LOG
                        ELSE
                            ADD 1 TO WS-ROWS-MOVED
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
       A061-MOVE-ADVANCE.
      *        THE SERVICER-ADVANCE LEDGER CARRIES NO CUSTOMER, SO
      *        ITS ROW MOVES ONLY WHEN THE ACCOUNT NUMBER CHANGES -
      *        DBBSADV AND DBBINVR STILL FIND THE OUTSTANDING ADVANCE.
                MOVE 'N' TO WS-ROW-FOUND-SWITCH.
                MOVE WS-OLD-ACCT-NO TO AV-MORTGAGE-ACCT-NO.
                READ ADVANCE-LEDGER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-ROW-FOUND TO TRUE
                END-READ.
                IF WS-ADVL-STATUS NOT = '00'
                  AND WS-ADVL-STATUS NOT = '23'
                    MOVE 'ADVLEDGR' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-ADVL-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                IF WS-ROW-FOUND
                    DELETE ADVANCE-LEDGER-FILE
                    IF WS-ADVL-STATUS NOT = '00'
                        MOVE 'ADVLEDGR' TO WS-ERR-FILE-NAME
                        MOVE 'DELETE' TO WS-ERR-OPERATION
                        MOVE WS-ADVL-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    ELSE
                        MOVE WS-EFF-NEW-ACCT TO AV-MORTGAGE-ACCT-NO
                        WRITE ADVANCE-LEDGER-RECORD
                        IF WS-ADVL-STATUS NOT = '00'
                            MOVE 'ADVLEDGR' TO WS-ERR-FILE-NAME
                            MOVE 'WRITE' TO WS-ERR-OPERATION
                            MOVE WS-ADVL-STATUS
                                TO WS-ERR-STATUS-CODE
                            PERFORM A099-WRITE-ERROR-LOG
                        ELSE
                            ADD 1 TO WS-ROWS-MOVED
                        END-IF
                    END-IF
                END-IF.
      *
       A058-MOVE-CHARGEOFF.
      *        A CHARGED-OFF LOAN KEEPS ITS CHARGE-OFF ROW UNDER THE
      *        NEW KEYS SO DBBPOST STILL RECORDS A RECOVERY AGAINST
      *        IT.  THE NAME ON THE ROW IS THE ONE CHARGED OFF AND IS
      *        LEFT AS IT WAS.
                MOVE 'N' TO WS-ROW-FOUND-SWITCH.
                MOVE WS-OLD-ACCT-NO TO CO-MORTGAGE-ACCT-NO.
                READ CHARGEOFF-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-ROW-FOUND TO TRUE
                END-READ.
                IF WS-CHGOFF-STATUS NOT = '00'
                  AND WS-CHGOFF-STATUS NOT = '23'
                    MOVE 'CHGOFF' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-CHGOFF-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                IF WS-ROW-FOUND
                    IF WS-ACCT-CHANGED
                        DELETE CHARGEOFF-FILE
                        MOVE 'DELETE' TO WS-ERR-OPERATION
                        IF WS-CHGOFF-STATUS = '00'
                            MOVE WS-EFF-NEW-ACCT
                                TO CO-MORTGAGE-ACCT-NO
                            MOVE WS-EFF-NEW-ID TO CO-CUSTOMER-ID
                            WRITE CHARGEOFF-RECORD
                            MOVE 'WRITE' TO WS-ERR-OPERATION
                        END-IF
                    ELSE
                        MOVE WS-EFF-NEW-ID TO CO-CUSTOMER-ID
                        REWRITE CHARGEOFF-RECORD
                        MOVE 'REWRITE' TO WS-ERR-OPERATION
                    END-IF
                    IF WS-CHGOFF-STATUS NOT = '00'
                        MOVE 'CHGOFF' TO WS-ERR-FILE-NAME
                        MOVE WS-CHGOFF-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    ELSE
                        ADD 1 TO WS-ROWS-MOVED
                    END-IF
                END-IF.
      *
       A059-MOVE-SNAPSHOT.
      *        THE TRIAL-BALANCE SNAPSHOT MOVES WITH THE LOAN, SO
      *        DBBTBAL OPENS THE ACCOUNT TONIGHT FROM LAST NIGHT'S
      *        CLOSING INSTEAD OF COUNTING IT NEW AND ITS OLD ROW
      *        AS A BREAK.
                MOVE 'N' TO WS-ROW-FOUND-SWITCH.
                MOVE WS-OLD-ACCT-NO TO TB-MORTGAGE-ACCT-NO.
                READ BALANCE-SNAPSHOT-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-ROW-FOUND TO TRUE
                END-READ.
                IF WS-TBSN-STATUS NOT = '00'
                  AND WS-TBSN-STATUS NOT = '23'
                    MOVE 'TBALSNAP' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-TBSN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                IF WS-ROW-FOUND
                    IF WS-ACCT-CHANGED
                        DELETE BALANCE-SNAPSHOT-FILE
                        MOVE 'DELETE' TO WS-ERR-OPERATION
                        IF WS-TBSN-STATUS = '00'
                            MOVE WS-EFF-NEW-ACCT
                                TO TB-MORTGAGE-ACCT-NO
                            MOVE WS-EFF-NEW-ID TO TB-CUSTOMER-ID
                            WRITE BALANCE-SNAPSHOT-RECORD
                            MOVE 'WRITE' TO WS-ERR-OPERATION
                        END-IF
                    ELSE
                        MOVE WS-EFF-NEW-ID TO TB-CUSTOMER-ID
                        REWRITE BALANCE-SNAPSHOT-RECORD
                        MOVE 'REWRITE' TO WS-ERR-OPERATION
                    END-IF
                    IF WS-TBSN-STATUS NOT = '00'
                        MOVE 'TBALSNAP' TO WS-ERR-FILE-NAME
                        MOVE WS-TBSN-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    ELSE
                        ADD 1 TO WS-ROWS-MOVED
                    END-IF
                END-IF.
      *
       A070-REKEY-EXCEPTIONS.
      *        AN OPEN EXCEPTION STAYS FINDABLE UNDER THE NEW
                CLOSE COLLECTIONS-CASE-FILE.
                CLOSE LATE-FEE-FILE.
                CLOSE AUTOPAY-FILE.
                CLOSE ACCRUED-INTEREST-FILE.
                CLOSE LOSS-MIT-PLAN-FILE.
                CLOSE MORTGAGE-INS-FILE.
                CLOSE LEGAL-HOLD-FILE.
                CLOSE LOAN-ACTIVITY-FILE.
                CLOSE ADVANCE-LEDGER-FILE.
                CLOSE CHARGEOFF-FILE.
                CLOSE BALANCE-SNAPSHOT-FILE.
                CLOSE EXCEPTION-FILE.
                CLOSE CHANGE-HISTORY-FILE.
                CLOSE AUDIT-LOG-FILE.
