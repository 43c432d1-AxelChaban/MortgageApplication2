  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBLHLD.
      *****************************************************************
      *** Modification History                                     ***
      *****************************************************************
      *    2026-10-15  Initial version - supervised legal-hold         *
      *                maintenance.  The operator keys a bankruptcy,   *
      *                foreclosure or litigation hold - type, court    *
      *                case number, filing date and, when the hold     *
      *                ends, the release date - on BNK1LHD; both the   *
      *                operator and a different supervisor sign on     *
      *                through DBBSIGN under the legal-hold            *
      *                entitlement, the dual-control shape DBBXFER     *
      *                uses.  The hold is filed on the keyed LEGLHOLD  *
      *                file under the loan's account number and every  *
      *                field it changes is traced to CHANGE-HISTORY    *
      *                with the operator and date.  While a hold is    *
      *                in force DBBAUTO makes no debit, DBBLATE        *
      *                charges no fee, DBBDELQ queues no collector     *
      *                call and DBBSTMT prints an informational        *
      *                statement instead of a demand.                  *
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
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT LEGAL-HOLD-FILE
               ASSIGN TO "LEGLHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-LHLD-STATUS.
           SELECT CHANGE-HISTORY-FILE
               ASSIGN TO "CHGHIST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHGH-STATUS.
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
       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-RECORD.
           COPY EPSLHLD.
       FD  CHANGE-HISTORY-FILE.
       01  CHANGE-HISTORY-RECORD.
           COPY EPSCHGH.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY EPSAUDIT.
       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD.
           COPY EPSERRLG.
       WORKING-STORAGE SECTION.
       01 BEFORE-COPY.
          COPY EPSLHLD REPLACING LEADING ==LH-== BY ==XH-==.
       01 DATE-JOUR PIC X(10).
       01 BUSINESS-DATE PIC X(10).
       01 WS-CUSTMAST-STATUS PIC X(2).
       01 WS-LHLD-STATUS PIC X(2).
       01 WS-CHGH-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
       01 WS-ERR-FILE-NAME PIC X(8).
       01 WS-ERR-OPERATION PIC X(8).
       01 WS-ERR-STATUS-CODE PIC X(2).
       01 WS-HOLD-CUSTOMER-ID PIC X(10).
       01 WS-HOLD-TYPE PIC X(3).
       01 WS-HOLD-CASE-NUMBER PIC X(20).
       01 WS-HOLD-FILING-DATE PIC X(10).
       01 WS-HOLD-RELEASE-DATE PIC X(10).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPERATOR-SECRET PIC X(8).
       01 WS-SUPERVISOR-ID PIC X(8).
       01 WS-SUPERVISOR-SECRET PIC X(8).
       01 WS-FUNCTION-CODE PIC X(1).
       01 WS-SIGNON-RESULT PIC X(1).
          88 WS-SIGNON-OK VALUE 'Y'.
       01 WS-HOLD-VALID-SWITCH PIC X VALUE 'Y'.
          88 WS-HOLD-VALID VALUE 'Y'.
          88 WS-HOLD-INVALID VALUE 'N'.
       01 WS-HOLD-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-HOLD-FOUND VALUE 'Y'.
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-CHANGE-COUNT PIC 9(7) VALUE 0.
       SCREEN SECTION.
       01 BNK1LHD-SCREEN.
          COPY BNK1LHD.
       PROCEDURE DIVISION.
                CALL 'DBBDATE' USING DATE-JOUR BUSINESS-DATE.
                DISPLAY 'DBBLHLD RUN DATE: ' BUSINESS-DATE.
                PERFORM A010-OPEN-FILES.
                PERFORM A030-TAKE-REQUEST.
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
                OPEN I-O LEGAL-HOLD-FILE.
                IF WS-LHLD-STATUS NOT = '00'
                    MOVE 'LEGLHOLD' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-LHLD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN EXTEND CHANGE-HISTORY-FILE.
                IF WS-CHGH-STATUS NOT = '00'
                    MOVE 'CHGHIST' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CHGH-STATUS TO WS-ERR-STATUS-CODE
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
                MOVE SPACES TO WS-HOLD-CUSTOMER-ID.
                MOVE SPACES TO WS-HOLD-TYPE.
                MOVE SPACES TO WS-HOLD-CASE-NUMBER.
                MOVE SPACES TO WS-HOLD-FILING-DATE.
                MOVE SPACES TO WS-HOLD-RELEASE-DATE.
                MOVE SPACES TO WS-OPERATOR-ID.
                MOVE SPACES TO WS-OPERATOR-SECRET.
                MOVE SPACES TO WS-SUPERVISOR-ID.
                MOVE SPACES TO WS-SUPERVISOR-SECRET.
                DISPLAY BNK1LHD-SCREEN.
                ACCEPT BNK1LHD-SCREEN.
                ADD 1 TO WS-RECORDS-IN.
                PERFORM A032-VALIDATE-REQUEST.
                IF WS-HOLD-VALID
                    PERFORM A040-FETCH-HOLD
                    PERFORM A045-MERGE-HOLD
                END-IF.
                IF WS-HOLD-VALID
                    PERFORM A050-FILE-HOLD
                END-IF.
      *
       A032-VALIDATE-REQUEST.
      *        BOTH SIDES OF THE DUAL CONTROL SIGN ON FOR REAL, AND
      *        THE SUPERVISOR MUST BE A DIFFERENT OPERATOR - THE
      *        SAME SHAPE DBBXFER ENFORCES ON TRANSFERS.
                SET WS-HOLD-VALID TO TRUE.
                EVALUATE TRUE
                    WHEN WS-HOLD-CUSTOMER-ID = SPACES
                        DISPLAY 'HOLD REJECTED - CUSTOMER ID MISSING'
                        SET WS-HOLD-INVALID TO TRUE
                    WHEN WS-SUPERVISOR-ID = WS-OPERATOR-ID
                        DISPLAY 'HOLD REJECTED - SUPERVISOR '
                            'MUST DIFFER FROM THE OPERATOR'
                        SET WS-HOLD-INVALID TO TRUE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                IF WS-HOLD-VALID
                    MOVE 'H' TO WS-FUNCTION-CODE
                    CALL 'DBBSIGN' USING WS-OPERATOR-ID
                        WS-OPERATOR-SECRET WS-FUNCTION-CODE
                        WS-SIGNON-RESULT
                    IF NOT WS-SIGNON-OK
                        DISPLAY 'HOLD REFUSED - OPERATOR '
                            'SIGN-ON FAILED'
                        SET WS-HOLD-INVALID TO TRUE
                    END-IF
                END-IF.
                IF WS-HOLD-VALID
                    MOVE 'H' TO WS-FUNCTION-CODE
                    CALL 'DBBSIGN' USING WS-SUPERVISOR-ID
                        WS-SUPERVISOR-SECRET WS-FUNCTION-CODE
                        WS-SIGNON-RESULT
                    IF NOT WS-SIGNON-OK
                        DISPLAY 'HOLD REFUSED - SUPERVISOR '
                            'SIGN-ON FAILED'
                        SET WS-HOLD-INVALID TO TRUE
                    END-IF
                END-IF.
                IF WS-HOLD-VALID
                    PERFORM A034-FETCH-MASTER
                END-IF.
      *
       A034-FETCH-MASTER.
                MOVE WS-HOLD-CUSTOMER-ID TO CM-CUSTOMER-ID.
                READ CUSTOMER-MASTER-FILE
                    INVALID KEY
                        DISPLAY 'HOLD REJECTED - CUSTOMER '
                            WS-HOLD-CUSTOMER-ID ' NOT ON FILE'
                        SET WS-HOLD-INVALID TO TRUE
                    NOT INVALID KEY
                        IF NOT CM-STATUS-APPROVED
                            DISPLAY 'HOLD REJECTED - CUSTOMER '
                                WS-HOLD-CUSTOMER-ID
                                ' HAS NO APPROVED LOAN'
                            SET WS-HOLD-INVALID TO TRUE
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
       A040-FETCH-HOLD.
                MOVE 'N' TO WS-HOLD-FOUND-SWITCH.
                MOVE CM-MORTGAGE-ACCT-NO TO LH-MORTGAGE-ACCT-NO.
                READ LEGAL-HOLD-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-HOLD-FOUND TO TRUE
                END-READ.
                IF WS-LHLD-STATUS NOT = '00'
                  AND WS-LHLD-STATUS NOT = '23'
                    MOVE 'LEGLHOLD' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-LHLD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A045-MERGE-HOLD.
      *        A HOLD STILL IN FORCE IS AMENDED - A BLANK SCREEN
      *        FIELD KEEPS THE VALUE ON FILE.  WITH NO ROW, OR ONLY
      *        A RELEASED ONE, THE SCREEN IS A NEW HOLD AND MUST
      *        CARRY THE TYPE, CASE NUMBER AND FILING DATE IN FULL.
                IF WS-HOLD-FOUND
                    MOVE LEGAL-HOLD-RECORD TO BEFORE-COPY
                    IF LH-RELEASE-DATE NOT = SPACES
                      AND LH-RELEASE-DATE NOT > BUSINESS-DATE
                        MOVE SPACES TO LH-HOLD-TYPE
                        MOVE SPACES TO LH-CASE-NUMBER
                        MOVE SPACES TO LH-FILING-DATE
                        MOVE SPACES TO LH-RELEASE-DATE
                    END-IF
                ELSE
                    INITIALIZE BEFORE-COPY
                    INITIALIZE LEGAL-HOLD-RECORD
                    MOVE CM-MORTGAGE-ACCT-NO TO LH-MORTGAGE-ACCT-NO
                END-IF.
                MOVE CM-CUSTOMER-ID TO LH-CUSTOMER-ID.
                IF WS-HOLD-TYPE NOT = SPACES
                    MOVE WS-HOLD-TYPE TO LH-HOLD-TYPE
                END-IF.
                IF WS-HOLD-CASE-NUMBER NOT = SPACES
                    MOVE WS-HOLD-CASE-NUMBER TO LH-CASE-NUMBER
                END-IF.
                IF WS-HOLD-FILING-DATE NOT = SPACES
                    MOVE WS-HOLD-FILING-DATE TO LH-FILING-DATE
                END-IF.
                IF WS-HOLD-RELEASE-DATE NOT = SPACES
                    MOVE WS-HOLD-RELEASE-DATE TO LH-RELEASE-DATE
                END-IF.
                EVALUATE TRUE
                    WHEN NOT LH-TYPE-VALID
                        DISPLAY 'HOLD REJECTED - TYPE MUST BE BK, '
                            'FC OR LIT'
                        SET WS-HOLD-INVALID TO TRUE
                    WHEN LH-CASE-NUMBER = SPACES
                        DISPLAY 'HOLD REJECTED - CASE NUMBER MISSING'
                        SET WS-HOLD-INVALID TO TRUE
                    WHEN LH-FILING-DATE = SPACES
                        DISPLAY 'HOLD REJECTED - FILING DATE MISSING'
                        SET WS-HOLD-INVALID TO TRUE
                    WHEN LH-FILING-DATE > BUSINESS-DATE
                        DISPLAY 'HOLD REJECTED - FILING DATE AFTER '
                            'THE BUSINESS DATE'
                        SET WS-HOLD-INVALID TO TRUE
                    WHEN LH-RELEASE-DATE NOT = SPACES
                      AND LH-RELEASE-DATE < LH-FILING-DATE
                        DISPLAY 'HOLD REJECTED - RELEASE DATE BEFORE '
                            'THE FILING DATE'
                        SET WS-HOLD-INVALID TO TRUE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
      *
       A050-FILE-HOLD.
                MOVE WS-OPERATOR-ID TO LH-ENTERED-BY.
                MOVE WS-SUPERVISOR-ID TO LH-SUPERVISOR-ID.
                MOVE BUSINESS-DATE TO LH-LAST-CHANGE-DATE.
                IF WS-HOLD-FOUND
                    REWRITE LEGAL-HOLD-RECORD
                    IF WS-LHLD-STATUS NOT = '00'
                        MOVE 'LEGLHOLD' TO WS-ERR-FILE-NAME
                        MOVE 'REWRITE' TO WS-ERR-OPERATION
                        MOVE WS-LHLD-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                ELSE
                    WRITE LEGAL-HOLD-RECORD
                    IF WS-LHLD-STATUS NOT = '00'
                        MOVE 'LEGLHOLD' TO WS-ERR-FILE-NAME
                        MOVE 'WRITE' TO WS-ERR-OPERATION
                        MOVE WS-LHLD-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                END-IF.
                IF WS-LHLD-STATUS = '00'
                    PERFORM A055-TRACE-CHANGES
                    IF LH-RELEASE-DATE NOT = SPACES
                      AND LH-RELEASE-DATE NOT > BUSINESS-DATE
                        DISPLAY 'HOLD RELEASED - ACCOUNT '
                            LH-MORTGAGE-ACCT-NO
                    ELSE
                        DISPLAY 'HOLD FILED - ACCOUNT '
                            LH-MORTGAGE-ACCT-NO ' TYPE ' LH-HOLD-TYPE
                    END-IF
                END-IF.
      *
       A055-TRACE-CHANGES.
      *        ONE CHANGE-HISTORY ROW PER HOLD FIELD THAT MOVED,
      *        THE WAY DBBMNTC TRACES ITS MASTER CHANGES.
                IF LH-HOLD-TYPE NOT = XH-HOLD-TYPE
                    MOVE 'LEGAL-HOLD-TYPE' TO CH-FIELD-NAME
                    MOVE XH-HOLD-TYPE TO CH-OLD-VALUE
                    MOVE LH-HOLD-TYPE TO CH-NEW-VALUE
                    PERFORM A057-WRITE-CHANGE-ROW
                END-IF.
                IF LH-CASE-NUMBER NOT = XH-CASE-NUMBER
                    MOVE 'LEGAL-HOLD-CASE-NO' TO CH-FIELD-NAME
                    MOVE XH-CASE-NUMBER TO CH-OLD-VALUE
                    MOVE LH-CASE-NUMBER TO CH-NEW-VALUE
                    PERFORM A057-WRITE-CHANGE-ROW
                END-IF.
                IF LH-FILING-DATE NOT = XH-FILING-DATE
                    MOVE 'LEGAL-HOLD-FILED' TO CH-FIELD-NAME
                    MOVE XH-FILING-DATE TO CH-OLD-VALUE
                    MOVE LH-FILING-DATE TO CH-NEW-VALUE
                    PERFORM A057-WRITE-CHANGE-ROW
                END-IF.
                IF LH-RELEASE-DATE NOT = XH-RELEASE-DATE
                    MOVE 'LEGAL-HOLD-RELEASED' TO CH-FIELD-NAME
                    MOVE XH-RELEASE-DATE TO CH-OLD-VALUE
                    MOVE LH-RELEASE-DATE TO CH-NEW-VALUE
                    PERFORM A057-WRITE-CHANGE-ROW
                END-IF.
      *
       A057-WRITE-CHANGE-ROW.
                MOVE LH-CUSTOMER-ID TO CH-CUSTOMER-ID.
                SET CH-ACTION-UPDATE TO TRUE.
                MOVE WS-OPERATOR-ID TO CH-CHANGED-BY.
                MOVE BUSINESS-DATE TO CH-CHANGE-DATE.
                WRITE CHANGE-HISTORY-RECORD.
                IF WS-CHGH-STATUS NOT = '00'
                    MOVE 'CHGHIST' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-CHGH-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                ELSE
                    ADD 1 TO WS-CHANGE-COUNT
                END-IF.
      *
       A085-WRITE-AUDIT-LOG.
                MOVE 'DBBLHLD' TO AL-PROGRAM-ID.
                MOVE BUSINESS-DATE TO AL-RUN-DATE.
                MOVE WS-RECORDS-IN TO AL-RECORDS-IN.
                MOVE WS-CHANGE-COUNT TO AL-RECORDS-OUT.
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
                MOVE 'DBBLHLD' TO ER-PROGRAM-ID.
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
                PERFORM A085-WRITE-AUDIT-LOG.
                CLOSE CUSTOMER-MASTER-FILE.
                CLOSE LEGAL-HOLD-FILE.
                CLOSE CHANGE-HISTORY-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
