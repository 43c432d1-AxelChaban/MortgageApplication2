  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBLMIT.
      *****************************************************************
      *** Modification History                                     ***
      *****************************************************************
      *    2026-10-15  Initial version - loss-mitigation plan entry    *
      *                and approval in the DBBRATEM dual-control       *
      *                shape.  The ENTER run (the default) takes a     *
      *                forbearance or permanent-modification plan off  *
      *                the BNK1LMP screen from an operator signed on   *
      *                through DBBSIGN under the plan-entry            *
      *                entitlement and files it PENDING on the keyed   *
      *                LMPLAN file.  The APPROVE run walks the         *
      *                pending plans on BNK1LMA; a different operator  *
      *                holding the plan-approval entitlement approves  *
      *                or rejects each one.  An approved forbearance   *
      *                goes ACTIVE for its plan period, which DBBDELQ  *
      *                and DBBLATE honour.  An approved modification   *
      *                moves the new rate and/or term onto the master, *
      *                writes the before and after values to           *
      *                CHANGE-HISTORY under the approver, and          *
      *                rebuilds the loan's AMORT-SCHEDULE rows through *
      *                DBBAMORT the way DBBRPRC does.                  *
      *    2026-10-15  An approved modification is set ACTIVE only     *
      *                when the CUSTMAST rewrite carrying its new rate *
      *                and term succeeded.  Otherwise the plan is left *
      *                PENDING for the next approval run and the step  *
      *                ends RC 8.                                      *
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
           SELECT LOSS-MIT-PLAN-FILE
               ASSIGN TO "LMPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-MORTGAGE-ACCT-NO
                   OF LOSS-MIT-PLAN-RECORD
               FILE STATUS IS WS-LMPLAN-STATUS.
           SELECT AMORT-SCHEDULE-FILE
               ASSIGN TO "AMORSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-SCHED-KEY
                   OF AMORT-SCHEDULE-RECORD
               FILE STATUS IS WS-AMORSCHD-STATUS.
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
       FD  LOSS-MIT-PLAN-FILE.
       01  LOSS-MIT-PLAN-RECORD.
           COPY EPSLMPL.
       FD  AMORT-SCHEDULE-FILE.
       01  AMORT-SCHEDULE-RECORD.
           COPY EPSAMSCH.
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
       01 CUSTOMER-COPY.
          COPY EPSMTCOM.
       01 PLAN-COPY.
          COPY EPSLMPL.
       01 DATE-JOUR PIC X(10).
       01 BUSINESS-DATE PIC X(10).
       01 WS-CUSTMAST-STATUS PIC X(2).
       01 WS-LMPLAN-STATUS PIC X(2).
       01 WS-AMORSCHD-STATUS PIC X(2).
       01 WS-CHGH-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
       01 WS-ERR-FILE-NAME PIC X(8).
       01 WS-ERR-OPERATION PIC X(8).
       01 WS-ERR-STATUS-CODE PIC X(2).
       01 WS-RUN-MODE PIC X(8) VALUE 'ENTER'.
          88 WS-MODE-ENTER VALUE 'ENTER'.
          88 WS-MODE-APPROVE VALUE 'APPROVE'.
       01 WS-PLAN-VALID-SWITCH PIC X VALUE 'Y'.
          88 WS-PLAN-VALID VALUE 'Y'.
          88 WS-PLAN-INVALID VALUE 'N'.
       01 WS-MASTER-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-MASTER-FOUND VALUE 'Y'.
       01 WS-SCAN-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-LMPLAN VALUE 'Y'.
       01 WS-PURGE-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-PURGE-EOF VALUE 'Y'.
       01 WS-MOD-APPLIED-SWITCH PIC X VALUE 'Y'.
          88 WS-MOD-APPLIED VALUE 'Y'.
          88 WS-MOD-NOT-APPLIED VALUE 'N'.
       01 WS-OPERATOR-SECRET PIC X(8).
       01 WS-APPROVER-ID PIC X(8).
       01 WS-APPROVER-SECRET PIC X(8).
       01 WS-FUNCTION-CODE PIC X(1).
       01 WS-SIGNON-RESULT PIC X(1).
          88 WS-SIGNON-OK VALUE 'Y'.
       01 WS-APPROVE-ACTION PIC X(1).
          88 WS-ACTION-APPROVE VALUE 'A'.
          88 WS-ACTION-REJECT VALUE 'R'.
          88 WS-ACTION-SKIP VALUE 'S'.
       01 WS-PENDING-COUNT PIC 9(3) VALUE 0.
       01 WS-PENDING-IDX PIC 9(3).
       01 WS-PENDING-KEYS.
          05 WS-PENDING-KEY OCCURS 100 TIMES PIC X(12).
       01 WS-RATE-TEXT PIC Z9.999.
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-RECORDS-OUT PIC 9(7) VALUE 0.
       01 WS-AMORT-RUN-DATE PIC X(10).
       01 WS-SCHEDULE-COUNT PIC 9(3).
       01 WS-SCHEDULE-IDX PIC 9(3).
       01 WS-SCHEDULE-TABLE.
          05 WS-SCHEDULE-ROW OCCURS 480 TIMES INDEXED BY SCH-IDX.
             COPY EPSAMSCH REPLACING ==05== BY ==10==
                 ==10== BY ==15==.
       LINKAGE SECTION.
       01 LS-PARM.
          05 LS-PARM-LEN             PIC S9(4) COMP.
          05 LS-PARM-DATA            PIC X(8).
       SCREEN SECTION.
       01 BNK1LMP-SCREEN.
          COPY BNK1LMP.
       01 BNK1LMA-SCREEN.
          COPY BNK1LMA.
       PROCEDURE DIVISION USING LS-PARM.
                CALL 'DBBDATE' USING DATE-JOUR BUSINESS-DATE.
                DISPLAY 'DBBLMIT RUN DATE: ' BUSINESS-DATE.
                PERFORM A005-GET-RUN-MODE.
                PERFORM A010-OPEN-FILES.
                IF WS-MODE-APPROVE
                    PERFORM A050-APPROVE-PENDING-PLANS
                ELSE
                    PERFORM A030-TAKE-PLAN
                END-IF.
                PERFORM A090-CLOSE-FILES.
                STOP RUN.
      *
       A005-GET-RUN-MODE.
                IF LS-PARM-LEN > 0
                    MOVE SPACES TO WS-RUN-MODE
                    IF LS-PARM-LEN > 8
                        MOVE LS-PARM-DATA (1:8) TO WS-RUN-MODE
                    ELSE
                        MOVE LS-PARM-DATA (1:LS-PARM-LEN)
                            TO WS-RUN-MODE (1:LS-PARM-LEN)
                    END-IF
                END-IF.
                IF NOT WS-MODE-APPROVE
                    MOVE 'ENTER' TO WS-RUN-MODE
                END-IF.
                DISPLAY 'RUN MODE      : ' WS-RUN-MODE.
      *
       A010-OPEN-FILES.
                OPEN EXTEND ERROR-LOG-FILE.
                IF WS-ERRLOG-STATUS NOT = '00'
                    DISPLAY 'UNABLE TO OPEN ERROR-LOG-FILE - STATUS '
                        WS-ERRLOG-STATUS
                END-IF.
                OPEN I-O LOSS-MIT-PLAN-FILE.
                IF WS-LMPLAN-STATUS NOT = '00'
                    MOVE 'LMPLAN' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-LMPLAN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O CUSTOMER-MASTER-FILE.
                IF WS-CUSTMAST-STATUS NOT = '00'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                IF WS-MODE-APPROVE
                    OPEN I-O AMORT-SCHEDULE-FILE
                    IF WS-AMORSCHD-STATUS NOT = '00'
                        MOVE 'AMORSCHD' TO WS-ERR-FILE-NAME
                        MOVE 'OPEN' TO WS-ERR-OPERATION
                        MOVE WS-AMORSCHD-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                    OPEN EXTEND CHANGE-HISTORY-FILE
                    IF WS-CHGH-STATUS NOT = '00'
                        MOVE 'CHGHIST' TO WS-ERR-FILE-NAME
                        MOVE 'OPEN' TO WS-ERR-OPERATION
                        MOVE WS-CHGH-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                END-IF.
                OPEN EXTEND AUDIT-LOG-FILE.
                IF WS-AUDIT-STATUS NOT = '00'
                    MOVE 'AUDITLOG' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-AUDIT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A030-TAKE-PLAN.
                INITIALIZE PLAN-COPY.
                MOVE SPACES TO WS-OPERATOR-SECRET.
                DISPLAY BNK1LMP-SCREEN.
                ACCEPT BNK1LMP-SCREEN.
                ADD 1 TO WS-RECORDS-IN.
                PERFORM A032-VALIDATE-PLAN.
                IF WS-PLAN-VALID
                    PERFORM A034-VERIFY-OPERATOR
                END-IF.
                IF WS-PLAN-VALID
                    PERFORM A036-FETCH-CUSTOMER
                    IF NOT WS-MASTER-FOUND
                        DISPLAY 'PLAN REJECTED - CUSTOMER '
                            LM-CUSTOMER-ID OF PLAN-COPY
                            ' NOT ON FILE'
                        SET WS-PLAN-INVALID TO TRUE
                    ELSE
                        IF NOT CM-STATUS-APPROVED OF CUSTOMER-COPY
                            DISPLAY 'PLAN REJECTED - LOAN IS NOT '
                                'AN ACTIVE APPROVED LOAN'
                            SET WS-PLAN-INVALID TO TRUE
                        END-IF
                    END-IF
                END-IF.
                IF WS-PLAN-VALID
                    PERFORM A040-FILE-PLAN
                END-IF.
      *
       A032-VALIDATE-PLAN.
                SET WS-PLAN-VALID TO TRUE.
                EVALUATE TRUE
                    WHEN LM-CUSTOMER-ID OF PLAN-COPY = SPACES
                        DISPLAY 'PLAN REJECTED - CUSTOMER ID MISSING'
                        SET WS-PLAN-INVALID TO TRUE
                    WHEN NOT LM-TYPE-FORBEARANCE OF PLAN-COPY
                      AND NOT LM-TYPE-MODIFICATION OF PLAN-COPY
                        DISPLAY 'PLAN REJECTED - PLAN TYPE NOT F OR M'
                        SET WS-PLAN-INVALID TO TRUE
                    WHEN LM-HARDSHIP-CODE OF PLAN-COPY = SPACES
                        DISPLAY 'PLAN REJECTED - HARDSHIP CODE '
                            'MISSING'
                        SET WS-PLAN-INVALID TO TRUE
                    WHEN LM-START-DATE OF PLAN-COPY = SPACES
                      OR LM-END-DATE OF PLAN-COPY = SPACES
                        DISPLAY 'PLAN REJECTED - PLAN PERIOD MISSING'
                        SET WS-PLAN-INVALID TO TRUE
                    WHEN LM-END-DATE OF PLAN-COPY
                            < LM-START-DATE OF PLAN-COPY
                        DISPLAY 'PLAN REJECTED - END DATE BEFORE '
                            'START DATE'
                        SET WS-PLAN-INVALID TO TRUE
                    WHEN LM-ENTERED-BY OF PLAN-COPY = SPACES
                        DISPLAY 'PLAN REJECTED - ENTERING OPERATOR '
                            'ID MISSING'
                        SET WS-PLAN-INVALID TO TRUE
                    WHEN LM-TYPE-FORBEARANCE OF PLAN-COPY
                      AND (LM-NEW-RATE OF PLAN-COPY NOT = 0
                        OR LM-NEW-TERM-MONTHS OF PLAN-COPY NOT = 0)
                        DISPLAY 'PLAN REJECTED - A FORBEARANCE DOES '
                            'NOT CHANGE RATE OR TERM'
                        SET WS-PLAN-INVALID TO TRUE
                    WHEN LM-TYPE-MODIFICATION OF PLAN-COPY
                      AND LM-NEW-RATE OF PLAN-COPY = 0
                      AND LM-NEW-TERM-MONTHS OF PLAN-COPY = 0
                        DISPLAY 'PLAN REJECTED - MODIFICATION '
                            'CHANGES NEITHER RATE NOR TERM'
                        SET WS-PLAN-INVALID TO TRUE
                    WHEN LM-TYPE-MODIFICATION OF PLAN-COPY
                      AND LM-NEW-RATE OF PLAN-COPY NOT = 0
                      AND (LM-NEW-RATE OF PLAN-COPY < 0.500
                        OR LM-NEW-RATE OF PLAN-COPY > 25.000)
                        DISPLAY 'PLAN REJECTED - MODIFIED RATE NOT '
                            'PLAUSIBLE'
                        SET WS-PLAN-INVALID TO TRUE
                    WHEN LM-TYPE-MODIFICATION OF PLAN-COPY
                      AND LM-NEW-TERM-MONTHS OF PLAN-COPY > 480
                        DISPLAY 'PLAN REJECTED - MODIFIED TERM '
                            'BEYOND 480 MONTHS'
                        SET WS-PLAN-INVALID TO TRUE
                    WHEN LM-TYPE-MODIFICATION OF PLAN-COPY
                      AND LM-PLAN-PAYMENT OF PLAN-COPY NOT = 0
                        DISPLAY 'PLAN REJECTED - A MODIFICATION '
                            'TAKES ITS PAYMENT FROM THE NEW SCHEDULE'
                        SET WS-PLAN-INVALID TO TRUE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
      *
       A034-VERIFY-OPERATOR.
                MOVE 'L' TO WS-FUNCTION-CODE.
                CALL 'DBBSIGN' USING LM-ENTERED-BY OF PLAN-COPY
                    WS-OPERATOR-SECRET WS-FUNCTION-CODE
                    WS-SIGNON-RESULT.
                IF NOT WS-SIGNON-OK
                    DISPLAY 'PLAN REFUSED - SIGN-ON FAILED'
                    SET WS-PLAN-INVALID TO TRUE
                END-IF.
      *
       A036-FETCH-CUSTOMER.
                MOVE 'N' TO WS-MASTER-FOUND-SWITCH.
                INITIALIZE CUSTOMER-COPY.
                MOVE LM-CUSTOMER-ID OF PLAN-COPY
                    TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD.
                READ CUSTOMER-MASTER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CUSTOMER-MASTER-RECORD TO CUSTOMER-COPY
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
       A040-FILE-PLAN.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO LM-MORTGAGE-ACCT-NO OF PLAN-COPY.
                SET LM-STATUS-PENDING OF PLAN-COPY TO TRUE.
                WRITE LOSS-MIT-PLAN-RECORD FROM PLAN-COPY.
                EVALUATE WS-LMPLAN-STATUS
                    WHEN '00'
                        ADD 1 TO WS-RECORDS-OUT
                        DISPLAY 'PLAN FILED PENDING APPROVAL - '
                            'ACCOUNT '
                            LM-MORTGAGE-ACCT-NO OF PLAN-COPY
                    WHEN '22'
                        PERFORM A045-REPLACE-CLOSED-PLAN
                    WHEN OTHER
                        MOVE 'LMPLAN' TO WS-ERR-FILE-NAME
                        MOVE 'WRITE' TO WS-ERR-OPERATION
                        MOVE WS-LMPLAN-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                END-EVALUATE.
      *
       A045-REPLACE-CLOSED-PLAN.
      *        ONE PLAN PER ACCOUNT.  A PENDING OR ACTIVE PLAN MUST
      *        RUN ITS COURSE; A REJECTED OR SETTLED ONE IS REPLACED,
      *        CARRYING FORWARD THE PAYMENTS EARLIER PLANS EXCUSED SO
      *        DBBDELQ GOES ON CREDITING THEM, AND ANY RATE AN EARLIER
      *        MODIFICATION FIXED.
                MOVE LM-MORTGAGE-ACCT-NO OF PLAN-COPY
                    TO LM-MORTGAGE-ACCT-NO OF LOSS-MIT-PLAN-RECORD.
                READ LOSS-MIT-PLAN-FILE
                    INVALID KEY
                        MOVE 'LMPLAN' TO WS-ERR-FILE-NAME
                        MOVE 'READ' TO WS-ERR-OPERATION
                        MOVE WS-LMPLAN-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    NOT INVALID KEY
                        IF LM-STATUS-PENDING OF LOSS-MIT-PLAN-RECORD
                          OR LM-STATUS-ACTIVE OF LOSS-MIT-PLAN-RECORD
                            DISPLAY 'PLAN REJECTED - ACCOUNT '
                                LM-MORTGAGE-ACCT-NO OF PLAN-COPY
                                ' ALREADY HAS A PENDING OR ACTIVE '
                                'PLAN'
                        ELSE
                            MOVE LM-PAYMENTS-DEFERRED
                                OF LOSS-MIT-PLAN-RECORD
                                TO LM-PAYMENTS-DEFERRED OF PLAN-COPY
                            MOVE LM-RATE-FIXED-FLAG
                                OF LOSS-MIT-PLAN-RECORD
                                TO LM-RATE-FIXED-FLAG OF PLAN-COPY
                            MOVE PLAN-COPY TO LOSS-MIT-PLAN-RECORD
                            REWRITE LOSS-MIT-PLAN-RECORD
                            IF WS-LMPLAN-STATUS NOT = '00'
                                MOVE 'LMPLAN' TO WS-ERR-FILE-NAME
                                MOVE 'REWRITE' TO WS-ERR-OPERATION
                                MOVE WS-LMPLAN-STATUS
                                    TO WS-ERR-STATUS-CODE
                                PERFORM A099-WRITE-ERROR-LOG
                            ELSE
                                ADD 1 TO WS-RECORDS-OUT
                                DISPLAY 'PLAN FILED PENDING APPROVAL '
                                    '- ACCOUNT '
                                    LM-MORTGAGE-ACCT-NO OF PLAN-COPY
                            END-IF
                        END-IF
                END-READ.
      *
       A050-APPROVE-PENDING-PLANS.
      *        COLLECT THE PENDING KEYS FIRST, THEN DECIDE EACH ONE
      *        BY RANDOM READ, THE WAY DBBRATEM WALKS ITS PENDING
      *        RATES.
                MOVE LOW-VALUES
                    TO LM-MORTGAGE-ACCT-NO OF LOSS-MIT-PLAN-RECORD.
                START LOSS-MIT-PLAN-FILE
                    KEY IS NOT LESS THAN LM-MORTGAGE-ACCT-NO
                        OF LOSS-MIT-PLAN-RECORD
                    INVALID KEY
                        SET WS-EOF-LMPLAN TO TRUE
                END-START.
                PERFORM A052-COLLECT-PENDING-KEY
                    UNTIL WS-EOF-LMPLAN.
                DISPLAY 'PENDING PLANS : ' WS-PENDING-COUNT.
                PERFORM A055-DECIDE-ONE-PLAN
                    VARYING WS-PENDING-IDX FROM 1 BY 1
                    UNTIL WS-PENDING-IDX > WS-PENDING-COUNT.
      *
       A052-COLLECT-PENDING-KEY.
                READ LOSS-MIT-PLAN-FILE NEXT RECORD
                    AT END
                        SET WS-EOF-LMPLAN TO TRUE
                    NOT AT END
                        IF LM-STATUS-PENDING OF LOSS-MIT-PLAN-RECORD
                            IF WS-PENDING-COUNT < 100
                                ADD 1 TO WS-PENDING-COUNT
                                MOVE LM-MORTGAGE-ACCT-NO
                                    OF LOSS-MIT-PLAN-RECORD
                                    TO WS-PENDING-KEY
                                        (WS-PENDING-COUNT)
                            ELSE
                                DISPLAY 'PENDING TABLE FULL - PLAN '
                                    LM-MORTGAGE-ACCT-NO
                                        OF LOSS-MIT-PLAN-RECORD
                                    ' NOT PRESENTED THIS SESSION'
                                IF RETURN-CODE < 4
                                    MOVE 4 TO RETURN-CODE
                                END-IF
                            END-IF
                        END-IF
                END-READ.
                IF WS-LMPLAN-STATUS NOT = '00'
                  AND WS-LMPLAN-STATUS NOT = '10'
                    MOVE 'LMPLAN' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-LMPLAN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A055-DECIDE-ONE-PLAN.
                MOVE WS-PENDING-KEY (WS-PENDING-IDX)
                    TO LM-MORTGAGE-ACCT-NO OF LOSS-MIT-PLAN-RECORD.
                READ LOSS-MIT-PLAN-FILE
                    INVALID KEY
                        DISPLAY 'PENDING PLAN NO LONGER ON FILE'
                    NOT INVALID KEY
                        MOVE LOSS-MIT-PLAN-RECORD TO PLAN-COPY
                        IF LM-STATUS-PENDING OF PLAN-COPY
                            ADD 1 TO WS-RECORDS-IN
                            PERFORM A036-FETCH-CUSTOMER
                            PERFORM A058-TAKE-DECISION
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
       A058-TAKE-DECISION.
                MOVE SPACES TO WS-APPROVER-ID.
                MOVE SPACES TO WS-APPROVER-SECRET.
                MOVE SPACES TO WS-APPROVE-ACTION.
                DISPLAY BNK1LMA-SCREEN.
                ACCEPT BNK1LMA-SCREEN.
                EVALUATE TRUE
                    WHEN WS-ACTION-SKIP
                        CONTINUE
                    WHEN NOT WS-ACTION-APPROVE
                      AND NOT WS-ACTION-REJECT
                        DISPLAY 'DECISION ' WS-APPROVE-ACTION
                            ' NOT A, R OR S - PLAN LEFT PENDING'
                    WHEN WS-APPROVER-ID = SPACES
                        DISPLAY 'DECISION REJECTED - APPROVER ID '
                            'MISSING - PLAN LEFT PENDING'
                    WHEN WS-APPROVER-ID =
                            LM-ENTERED-BY OF PLAN-COPY
                        DISPLAY 'DECISION REJECTED - APPROVER MUST '
                            'DIFFER FROM THE ENTERING OPERATOR'
                    WHEN WS-ACTION-APPROVE
                      AND NOT CM-STATUS-APPROVED OF CUSTOMER-COPY
                        DISPLAY 'DECISION REJECTED - LOAN IS NO '
                            'LONGER ACTIVE - PLAN LEFT PENDING'
                    WHEN OTHER
                        PERFORM A059-VERIFY-APPROVER
                        IF WS-SIGNON-OK
                            PERFORM A060-RECORD-DECISION
                        END-IF
                END-EVALUATE.
      *
       A059-VERIFY-APPROVER.
                MOVE 'V' TO WS-FUNCTION-CODE.
                CALL 'DBBSIGN' USING WS-APPROVER-ID
                    WS-APPROVER-SECRET WS-FUNCTION-CODE
                    WS-SIGNON-RESULT.
                IF NOT WS-SIGNON-OK
                    DISPLAY 'DECISION REJECTED - APPROVER SIGN-ON '
                        'FAILED - PLAN LEFT PENDING'
                END-IF.
      *
       A060-RECORD-DECISION.
      *        A MODIFICATION GOES ACTIVE ONLY WHEN ITS NEW TERMS ARE
      *        ON THE MASTER - IF THE CUSTMAST REWRITE FAILED THE
      *        PLAN IS LEFT PENDING FOR THE NEXT APPROVAL RUN.
                SET WS-MOD-APPLIED TO TRUE.
                IF WS-ACTION-APPROVE
                  AND LM-TYPE-MODIFICATION OF PLAN-COPY
                    PERFORM A062-APPLY-MODIFICATION
                END-IF.
                IF WS-MOD-APPLIED
                    PERFORM A061-REWRITE-PLAN
                ELSE
                    DISPLAY 'MODIFICATION NOT APPLIED TO ACCOUNT '
                        LM-MORTGAGE-ACCT-NO OF PLAN-COPY
                        ' - PLAN LEFT PENDING'
                    IF RETURN-CODE < 8
                        MOVE 8 TO RETURN-CODE
                    END-IF
                END-IF.
      *
       A061-REWRITE-PLAN.
                IF WS-ACTION-APPROVE
                    SET LM-STATUS-ACTIVE OF PLAN-COPY TO TRUE
                ELSE
                    SET LM-STATUS-REJECTED OF PLAN-COPY TO TRUE
                END-IF.
                MOVE WS-APPROVER-ID TO LM-APPROVED-BY OF PLAN-COPY.
                MOVE BUSINESS-DATE TO LM-DECISION-DATE OF PLAN-COPY.
                MOVE PLAN-COPY TO LOSS-MIT-PLAN-RECORD.
                REWRITE LOSS-MIT-PLAN-RECORD.
                IF WS-LMPLAN-STATUS NOT = '00'
                    MOVE 'LMPLAN' TO WS-ERR-FILE-NAME
                    MOVE 'REWRITE' TO WS-ERR-OPERATION
                    MOVE WS-LMPLAN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                ELSE
                    ADD 1 TO WS-RECORDS-OUT
                    DISPLAY 'PLAN ' LM-PLAN-STATUS OF PLAN-COPY
                        ' FOR ACCOUNT '
                        LM-MORTGAGE-ACCT-NO OF PLAN-COPY
                END-IF.
      *
       A062-APPLY-MODIFICATION.
                SET WS-MOD-NOT-APPLIED TO TRUE.
                MOVE CM-INTEREST-RATE OF CUSTOMER-COPY
                    TO LM-OLD-RATE OF PLAN-COPY.
                MOVE CM-LOAN-TERM-MONTHS OF CUSTOMER-COPY
                    TO LM-OLD-TERM-MONTHS OF PLAN-COPY.
                IF LM-NEW-RATE OF PLAN-COPY > 0
                    MOVE LM-NEW-RATE OF PLAN-COPY
                        TO CM-INTEREST-RATE OF CUSTOMER-COPY
                    SET LM-RATE-FIXED OF PLAN-COPY TO TRUE
                END-IF.
                IF LM-NEW-TERM-MONTHS OF PLAN-COPY > 0
                    MOVE LM-NEW-TERM-MONTHS OF PLAN-COPY
                        TO CM-LOAN-TERM-MONTHS OF CUSTOMER-COPY
                END-IF.
                MOVE CUSTOMER-COPY TO CUSTOMER-MASTER-RECORD.
                REWRITE CUSTOMER-MASTER-RECORD.
                IF WS-CUSTMAST-STATUS NOT = '00'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'REWRITE' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                ELSE
                    SET WS-MOD-APPLIED TO TRUE
                    PERFORM A064-WRITE-CHANGE-ROWS
                    PERFORM A070-REBUILD-SCHEDULE
                END-IF.
      *
       A064-WRITE-CHANGE-ROWS.
                IF CM-INTEREST-RATE OF CUSTOMER-COPY NOT =
                        LM-OLD-RATE OF PLAN-COPY
                    MOVE 'INTEREST-RATE' TO CH-FIELD-NAME
                    MOVE LM-OLD-RATE OF PLAN-COPY TO WS-RATE-TEXT
                    MOVE WS-RATE-TEXT TO CH-OLD-VALUE
                    MOVE CM-INTEREST-RATE OF CUSTOMER-COPY
                        TO WS-RATE-TEXT
                    MOVE WS-RATE-TEXT TO CH-NEW-VALUE
                    PERFORM A066-WRITE-CHANGE-ROW
                END-IF.
                IF CM-LOAN-TERM-MONTHS OF CUSTOMER-COPY NOT =
                        LM-OLD-TERM-MONTHS OF PLAN-COPY
                    MOVE 'LOAN-TERM-MONTHS' TO CH-FIELD-NAME
                    MOVE LM-OLD-TERM-MONTHS OF PLAN-COPY
                        TO CH-OLD-VALUE
                    MOVE CM-LOAN-TERM-MONTHS OF CUSTOMER-COPY
                        TO CH-NEW-VALUE
                    PERFORM A066-WRITE-CHANGE-ROW
                END-IF.
      *
       A066-WRITE-CHANGE-ROW.
                MOVE CM-CUSTOMER-ID OF CUSTOMER-COPY
                    TO CH-CUSTOMER-ID.
                SET CH-ACTION-UPDATE TO TRUE.
                MOVE WS-APPROVER-ID TO CH-CHANGED-BY.
                MOVE BUSINESS-DATE TO CH-CHANGE-DATE.
                WRITE CHANGE-HISTORY-RECORD.
                IF WS-CHGH-STATUS NOT = '00'
                    MOVE 'CHGHIST' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-CHGH-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A070-REBUILD-SCHEDULE.
      *        A BLANK RUN DATE MATCHES NO RATE-TABLE ENTRY, SO A
      *        FIXED RATE IS BUILT AS PASSED; OTHERWISE THE RATE IN
      *        EFFECT TODAY APPLIES, THE SAME AS DBBTEST3'S NIGHTLY
      *        CHECK WILL EXPECT.
                IF LM-RATE-FIXED OF PLAN-COPY
                    MOVE SPACES TO WS-AMORT-RUN-DATE
                ELSE
                    MOVE BUSINESS-DATE TO WS-AMORT-RUN-DATE
                END-IF.
                CALL 'DBBAMORT' USING
                    CM-CUSTOMER-ID OF CUSTOMER-COPY
                    CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    CM-LOAN-AMOUNT OF CUSTOMER-COPY
                    CM-INTEREST-RATE OF CUSTOMER-COPY
                    CM-LOAN-TERM-MONTHS OF CUSTOMER-COPY
                    WS-SCHEDULE-COUNT
                    WS-SCHEDULE-TABLE
                    CM-LOAN-TYPE OF CUSTOMER-COPY
                    WS-AMORT-RUN-DATE.
                PERFORM A072-DELETE-OLD-ROWS.
                PERFORM A076-WRITE-SCHEDULE-ROW
                    VARYING WS-SCHEDULE-IDX FROM 1 BY 1
                    UNTIL WS-SCHEDULE-IDX > WS-SCHEDULE-COUNT.
                IF WS-SCHEDULE-COUNT > 0
                    MOVE AS-PAYMENT-AMOUNT OF WS-SCHEDULE-ROW (1)
                        TO LM-PLAN-PAYMENT OF PLAN-COPY
                END-IF.
      *
       A072-DELETE-OLD-ROWS.
                MOVE 'N' TO WS-PURGE-EOF-SWITCH.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO AS-MORTGAGE-ACCT-NO OF AMORT-SCHEDULE-RECORD.
                MOVE 0 TO AS-PAYMENT-NUMBER OF AMORT-SCHEDULE-RECORD.
                START AMORT-SCHEDULE-FILE
                    KEY IS NOT LESS THAN AS-SCHED-KEY
                        OF AMORT-SCHEDULE-RECORD
                    INVALID KEY
                        SET WS-PURGE-EOF TO TRUE
                END-START.
                PERFORM A074-PURGE-SCHEDULE-ROW
                    UNTIL WS-PURGE-EOF.
      *
       A074-PURGE-SCHEDULE-ROW.
                READ AMORT-SCHEDULE-FILE NEXT RECORD
                    AT END
                        SET WS-PURGE-EOF TO TRUE
                    NOT AT END
                        IF AS-MORTGAGE-ACCT-NO OF AMORT-SCHEDULE-RECORD
                                NOT = CM-MORTGAGE-ACCT-NO
                                    OF CUSTOMER-COPY
                            SET WS-PURGE-EOF TO TRUE
                        ELSE
                            DELETE AMORT-SCHEDULE-FILE
                            IF WS-AMORSCHD-STATUS NOT = '00'
                                MOVE 'AMORSCHD' TO WS-ERR-FILE-NAME
                                MOVE 'DELETE' TO WS-ERR-OPERATION
                                MOVE WS-AMORSCHD-STATUS
                                    TO WS-ERR-STATUS-CODE
                                PERFORM A099-WRITE-ERROR-LOG
                            END-IF
                        END-IF
                END-READ.
      *
       A076-WRITE-SCHEDULE-ROW.
                WRITE AMORT-SCHEDULE-RECORD
                    FROM WS-SCHEDULE-ROW (WS-SCHEDULE-IDX).
                IF WS-AMORSCHD-STATUS NOT = '00'
                    MOVE 'AMORSCHD' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-AMORSCHD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A085-WRITE-AUDIT-LOG.
                MOVE 'DBBLMIT' TO AL-PROGRAM-ID.
                MOVE BUSINESS-DATE TO AL-RUN-DATE.
                MOVE WS-RECORDS-IN TO AL-RECORDS-IN.
                MOVE WS-RECORDS-OUT TO AL-RECORDS-OUT.
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
                MOVE 'DBBLMIT' TO ER-PROGRAM-ID.
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
                CLOSE LOSS-MIT-PLAN-FILE.
                CLOSE CUSTOMER-MASTER-FILE.
                IF WS-MODE-APPROVE
                    CLOSE AMORT-SCHEDULE-FILE
                    CLOSE CHANGE-HISTORY-FILE
                END-IF.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
