  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBSCRV.
      *****************************************************************
      *** Modification History                                     ***
      *****************************************************************
      *    2026-10-15  Initial version - sanctions review screen.  A   *
      *                compliance officer signed on through DBBSIGN    *
      *                under the sanctions-review entitlement keys a   *
      *                customer on BNK1SCR to see the held watch-list  *
      *                match DBBSCRN filed on SCRNRVW, and may clear   *
      *                it as a false match or confirm it as a true     *
      *                one; the officer must not be the operator whose *
      *                transaction raised it.  Clearing releases a     *
      *                held application back to new for DBBDCSN,       *
      *                applies a held DBBMNTC name and address change, *
      *                or lets a held DBBXFER transfer be keyed again; *
      *                confirming rejects the application and drops    *
      *                the change or transfer.  Master changes go to   *
      *                CHANGE-HISTORY and every disposition to the     *
      *                SCRNLOG screening log.                          *
      *    2026-10-15  A match raised by DBBBORD on a loan being       *
      *                boarded has no master to release or reject -    *
      *                clearing it lets the loan board when the        *
      *                origination system sends it again, confirming   *
      *                it keeps it off.                                *
      *    2026-10-15  Confirming a match on a held application also   *
      *                writes a DECISION-FILE row with reason SANC, so *
      *                DBBADVN carries the rejection on the            *
      *                application register like every other decision. *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCREEN-REVIEW-FILE
               ASSIGN TO "SCRNRVW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-CUSTOMER-ID
               FILE STATUS IS WS-SRVW-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
                   OF CUSTOMER-MASTER-RECORD
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT SCREEN-LOG-FILE
               ASSIGN TO "SCRNLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SLOG-STATUS.
           SELECT DECISION-FILE
               ASSIGN TO "DECNFILE"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DECN-STATUS.
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
       FD  SCREEN-REVIEW-FILE.
       01  SCREEN-REVIEW-RECORD.
           COPY EPSSCRV.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           COPY EPSMTCOM.
       FD  SCREEN-LOG-FILE.
       01  SCREEN-LOG-RECORD.
           COPY EPSSCLG.
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           COPY EPSDECN.
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
       01 BEFORE-COPY.
          COPY EPSMTCOM.
       01 DATE-JOUR PIC X(10).
       01 BUSINESS-DATE PIC X(10).
       01 WS-SRVW-STATUS PIC X(2).
       01 WS-CUSTMAST-STATUS PIC X(2).
       01 WS-SLOG-STATUS PIC X(2).
       01 WS-DECN-STATUS PIC X(2).
       01 WS-CHGH-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
       01 WS-ERR-FILE-NAME PIC X(8).
       01 WS-ERR-OPERATION PIC X(8).
       01 WS-ERR-STATUS-CODE PIC X(2).
       01 WS-REVIEW-ACTION PIC X(1).
          88 WS-ACTION-INQUIRY VALUE 'I'.
          88 WS-ACTION-CLEAR VALUE 'C'.
          88 WS-ACTION-CONFIRM VALUE 'F'.
       01 WS-REVIEW-CUSTOMER-ID PIC X(10).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPERATOR-SECRET PIC X(8).
       01 WS-FUNCTION-CODE PIC X(1).
       01 WS-SIGNON-RESULT PIC X(1).
          88 WS-SIGNON-OK VALUE 'Y'.
       01 WS-REVIEW-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-REVIEW-FOUND VALUE 'Y'.
       01 WS-RECORD-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-RECORD-FOUND VALUE 'Y'.
       01 WS-APPLY-OK-SWITCH PIC X VALUE 'Y'.
          88 WS-APPLY-OK VALUE 'Y'.
          88 WS-APPLY-FAILED VALUE 'N'.
       01 WS-TIME-NOW PIC X(8).
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-REVIEWS-WORKED PIC 9(7) VALUE 0.
       01 WS-CHANGE-COUNT PIC 9(7) VALUE 0.
       SCREEN SECTION.
       01 BNK1SCR-SCREEN.
          COPY BNK1SCR.
       PROCEDURE DIVISION.
                CALL 'DBBDATE' USING DATE-JOUR BUSINESS-DATE.
                DISPLAY 'DBBSCRV RUN DATE: ' BUSINESS-DATE.
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
                OPEN I-O SCREEN-REVIEW-FILE.
                IF WS-SRVW-STATUS NOT = '00'
                    MOVE 'SCRNRVW' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-SRVW-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O CUSTOMER-MASTER-FILE.
                IF WS-CUSTMAST-STATUS NOT = '00'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN EXTEND SCREEN-LOG-FILE.
                IF WS-SLOG-STATUS NOT = '00'
                    MOVE 'SCRNLOG' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-SLOG-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN EXTEND DECISION-FILE.
                IF WS-DECN-STATUS NOT = '00'
                    MOVE 'DECNFILE' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-DECN-STATUS TO WS-ERR-STATUS-CODE
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
                MOVE SPACES TO WS-REVIEW-ACTION.
                MOVE SPACES TO WS-REVIEW-CUSTOMER-ID.
                MOVE SPACES TO WS-OPERATOR-ID.
                MOVE SPACES TO WS-OPERATOR-SECRET.
                DISPLAY BNK1SCR-SCREEN.
                ACCEPT BNK1SCR-SCREEN.
                ADD 1 TO WS-RECORDS-IN.
                EVALUATE TRUE
                    WHEN WS-REVIEW-CUSTOMER-ID = SPACES
                        DISPLAY 'REVIEW REJECTED - '
                            'CUSTOMER ID MISSING'
                    WHEN WS-OPERATOR-ID = SPACES
                        DISPLAY 'REVIEW REJECTED - '
                            'OPERATOR ID MISSING'
                    WHEN NOT (WS-ACTION-INQUIRY
                      OR WS-ACTION-CLEAR
                      OR WS-ACTION-CONFIRM)
                        DISPLAY 'REVIEW REJECTED - ACTION '
                            WS-REVIEW-ACTION ' NOT I, C OR F'
                    WHEN OTHER
                        PERFORM A032-VERIFY-OPERATOR
                        IF WS-SIGNON-OK
                            PERFORM A035-FETCH-REVIEW
                            IF WS-REVIEW-FOUND
                                PERFORM A040-DISPLAY-REVIEW
                                IF NOT WS-ACTION-INQUIRY
                                    PERFORM A050-WORK-REVIEW
                                END-IF
                            END-IF
                        END-IF
                END-EVALUATE.
      *
       A032-VERIFY-OPERATOR.
                MOVE 'S' TO WS-FUNCTION-CODE.
                CALL 'DBBSIGN' USING WS-OPERATOR-ID
                    WS-OPERATOR-SECRET WS-FUNCTION-CODE
                    WS-SIGNON-RESULT.
                IF NOT WS-SIGNON-OK
                    DISPLAY 'REVIEW REFUSED - SIGN-ON FAILED'
                END-IF.
      *
       A035-FETCH-REVIEW.
                MOVE 'N' TO WS-REVIEW-FOUND-SWITCH.
                MOVE WS-REVIEW-CUSTOMER-ID TO SR-CUSTOMER-ID.
                READ SCREEN-REVIEW-FILE
                    INVALID KEY
                        DISPLAY 'NO SANCTIONS REVIEW ON FILE FOR '
                            'CUSTOMER ' WS-REVIEW-CUSTOMER-ID
                    NOT INVALID KEY
                        SET WS-REVIEW-FOUND TO TRUE
                END-READ.
                IF WS-SRVW-STATUS NOT = '00'
                  AND WS-SRVW-STATUS NOT = '23'
                    MOVE 'SCRNRVW' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-SRVW-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A040-DISPLAY-REVIEW.
                DISPLAY 'CUSTOMER ID      : ' SR-CUSTOMER-ID.
                DISPLAY 'EVENT (A/M/X)    : ' SR-EVENT.
                DISPLAY 'REVIEW STATUS    : ' SR-REVIEW-STATUS.
                DISPLAY 'SCREENED NAME    : ' SR-SCREEN-NAME.
                DISPLAY 'SCREENED ADDRESS : ' SR-SCREEN-ADDRESS.
                DISPLAY 'WATCH ENTRY      : ' SR-ENTRY-KEY.
                DISPLAY 'ENTRY NAME       : ' SR-ENTRY-NAME.
                DISPLAY 'NAME SCORE       : ' SR-NAME-SCORE.
                DISPLAY 'ADDRESS SCORE    : ' SR-ADDRESS-SCORE.
                DISPLAY 'REQUESTED BY     : ' SR-REQUESTING-PGM
                    ' ' SR-REQUESTED-BY.
                DISPLAY 'HELD ON          : ' SR-HELD-DATE.
                DISPLAY 'REVIEWED BY      : ' SR-REVIEWED-BY.
                DISPLAY 'REVIEWED ON      : ' SR-REVIEW-DATE.
      *
       A050-WORK-REVIEW.
      *        ONLY A HELD MATCH IS WORKED, AND NOT BY THE OPERATOR
      *        WHOSE TRANSACTION RAISED IT - THE SAME FOUR-EYES RULE
      *        DBBXFER ENFORCES BETWEEN OPERATOR AND SUPERVISOR.
                SET WS-APPLY-OK TO TRUE.
                EVALUATE TRUE
                    WHEN NOT SR-STATUS-HELD
                        DISPLAY 'REVIEW REJECTED - MATCH ALREADY '
                            'WORKED, STATUS ' SR-REVIEW-STATUS
                    WHEN SR-REQUESTED-BY = WS-OPERATOR-ID
                        DISPLAY 'REVIEW REJECTED - OFFICER MUST '
                            'DIFFER FROM THE REQUESTING OPERATOR'
                    WHEN WS-ACTION-CLEAR
                        PERFORM A060-CLEAR-MATCH
                        IF WS-APPLY-OK
                            SET SR-STATUS-CLEARED TO TRUE
                            PERFORM A080-CLOSE-REVIEW
                        END-IF
                    WHEN OTHER
                        PERFORM A070-CONFIRM-MATCH
                        IF WS-APPLY-OK
                            SET SR-STATUS-CONFIRMED TO TRUE
                            PERFORM A080-CLOSE-REVIEW
                        END-IF
                END-EVALUATE.
      *
       A060-CLEAR-MATCH.
      *        A FALSE MATCH RELEASES WHAT IT HELD - THE APPLICATION
      *        GOES BACK TO NEW FOR THE NEXT DBBDCSN RUN, THE HELD
      *        NAME AND ADDRESS CHANGE IS APPLIED, AND A TRANSFER MAY
      *        BE KEYED AGAIN, WHEN ITS SCREENING NOW PASSES.  A LOAN
      *        DBBBORD REJECTED HAS NO MASTER YET - IT BOARDS WHEN THE
      *        ORIGINATION AREA SENDS IT AGAIN.
                EVALUATE TRUE
                    WHEN SR-EVENT-APPLICATION
                      AND SR-REQUESTING-PGM = 'DBBBORD'
                        DISPLAY 'LOAN MAY NOW BE SENT AGAIN FOR '
                            'BOARDING'
                    WHEN SR-EVENT-APPLICATION
                        PERFORM A062-FETCH-MASTER
                        IF WS-RECORD-FOUND
                          AND CM-STATUS-HELD OF CUSTOMER-COPY
                            SET CM-STATUS-NEW OF CUSTOMER-COPY TO TRUE
                            PERFORM A065-APPLY-MASTER
                            DISPLAY 'APPLICATION RELEASED FOR '
                                'DECISION'
                        ELSE
                            DISPLAY 'APPLICATION NO LONGER HELD - '
                                'MASTER NOT CHANGED'
                        END-IF
                    WHEN SR-EVENT-MAINTENANCE
                        PERFORM A062-FETCH-MASTER
                        IF WS-RECORD-FOUND
                            MOVE SR-SCREEN-NAME
                                TO CM-CUSTOMER-NAME OF CUSTOMER-COPY
                            MOVE SR-SCREEN-ADDRESS
                                TO CM-CUSTOMER-ADDRESS OF CUSTOMER-COPY
                            PERFORM A065-APPLY-MASTER
                            DISPLAY 'NAME/ADDRESS CHANGE APPLIED'
                        ELSE
                            SET WS-APPLY-FAILED TO TRUE
                        END-IF
                    WHEN OTHER
                        DISPLAY 'TRANSFER MAY NOW BE KEYED AGAIN ON '
                            'DBBXFER'
                END-EVALUATE.
      *
       A062-FETCH-MASTER.
                MOVE 'N' TO WS-RECORD-FOUND-SWITCH.
                MOVE SR-CUSTOMER-ID
                    TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD.
                READ CUSTOMER-MASTER-FILE
                    INVALID KEY
                        DISPLAY 'CUSTOMER ' SR-CUSTOMER-ID
                            ' NOT ON FILE'
                    NOT INVALID KEY
                        MOVE CUSTOMER-MASTER-RECORD TO CUSTOMER-COPY
                        MOVE CUSTOMER-MASTER-RECORD TO BEFORE-COPY
                        SET WS-RECORD-FOUND TO TRUE
                END-READ.
                IF WS-CUSTMAST-STATUS NOT = '00'
                  AND WS-CUSTMAST-STATUS NOT = '23'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A065-APPLY-MASTER.
      *        THE COMPLIANCE OFFICER'S CHANGE TO THE MASTER IS
      *        TRACED ON CHANGE-HISTORY LIKE ANY DBBMNTC UPDATE.
                IF CM-CUSTOMER-NAME OF BEFORE-COPY NOT =
                        CM-CUSTOMER-NAME OF CUSTOMER-COPY
                    MOVE 'CUSTOMER-NAME' TO CH-FIELD-NAME
                    MOVE CM-CUSTOMER-NAME OF BEFORE-COPY
                        TO CH-OLD-VALUE
                    MOVE CM-CUSTOMER-NAME OF CUSTOMER-COPY
                        TO CH-NEW-VALUE
                    PERFORM A067-WRITE-CHANGE-ROW
                END-IF.
                IF CM-CUSTOMER-ADDRESS OF BEFORE-COPY NOT =
                        CM-CUSTOMER-ADDRESS OF CUSTOMER-COPY
                    MOVE 'CUSTOMER-ADDRESS' TO CH-FIELD-NAME
                    MOVE CM-CUSTOMER-ADDRESS OF BEFORE-COPY
                        TO CH-OLD-VALUE
                    MOVE CM-CUSTOMER-ADDRESS OF CUSTOMER-COPY
                        TO CH-NEW-VALUE
                    PERFORM A067-WRITE-CHANGE-ROW
                END-IF.
                IF CM-APPLICATION-STATUS OF BEFORE-COPY NOT =
                        CM-APPLICATION-STATUS OF CUSTOMER-COPY
                    MOVE 'APPLICATION-STATUS' TO CH-FIELD-NAME
                    MOVE CM-APPLICATION-STATUS OF BEFORE-COPY
                        TO CH-OLD-VALUE
                    MOVE CM-APPLICATION-STATUS OF CUSTOMER-COPY
                        TO CH-NEW-VALUE
                    PERFORM A067-WRITE-CHANGE-ROW
                END-IF.
                MOVE CUSTOMER-COPY TO CUSTOMER-MASTER-RECORD.
                REWRITE CUSTOMER-MASTER-RECORD.
                IF WS-CUSTMAST-STATUS NOT = '00'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'REWRITE' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-APPLY-FAILED TO TRUE
                END-IF.
      *
       A067-WRITE-CHANGE-ROW.
                MOVE SR-CUSTOMER-ID TO CH-CUSTOMER-ID.
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
       A070-CONFIRM-MATCH.
      *        A TRUE MATCH REJECTS THE APPLICATION OUTRIGHT WITH A
      *        SANC DECISION ROW FOR DBBADVN'S REGISTER; THE HELD
      *        NAME AND ADDRESS CHANGE OR TRANSFER IS DROPPED AND
      *        DBBSCRN REFUSES THE SAME ONE IF IT IS KEYED AGAIN.
                EVALUATE TRUE
                    WHEN SR-EVENT-APPLICATION
                      AND SR-REQUESTING-PGM = 'DBBBORD'
                        DISPLAY 'LOAN REFUSED FOR BOARDING'
                    WHEN SR-EVENT-APPLICATION
                        PERFORM A062-FETCH-MASTER
                        IF WS-RECORD-FOUND
                          AND CM-STATUS-HELD OF CUSTOMER-COPY
                            SET CM-STATUS-REJECTED OF CUSTOMER-COPY
                                TO TRUE
                            PERFORM A065-APPLY-MASTER
                            IF WS-APPLY-OK
                                PERFORM A075-WRITE-DECISION
                            END-IF
                            DISPLAY 'APPLICATION REJECTED'
                        ELSE
                            DISPLAY 'APPLICATION NO LONGER HELD - '
                                'MASTER NOT CHANGED'
                        END-IF
                    WHEN SR-EVENT-MAINTENANCE
                        DISPLAY 'NAME/ADDRESS CHANGE DISCARDED'
                    WHEN OTHER
                        DISPLAY 'TRANSFER REFUSED'
                END-EVALUATE.
      *
       A075-WRITE-DECISION.
      *        THE REJECTION IS RECORDED THE WAY DBBDCSN RECORDS ITS
      *        OWN, SO THE APPLICATION REGISTER IS COMPLETE.
                MOVE SR-CUSTOMER-ID TO DC-CUSTOMER-ID.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO DC-MORTGAGE-ACCT-NO.
                SET DC-DECISION-REJECTED TO TRUE.
                MOVE 'SANC' TO DC-REASON-CODE.
                MOVE 'SANCTIONS WATCH-LIST MATCH CONFIRMED'
                    TO DC-REASON-TEXT.
                MOVE 0 TO DC-LTV-PERCENT.
                MOVE BUSINESS-DATE TO DC-DECISION-DATE.
                WRITE DECISION-RECORD.
                IF WS-DECN-STATUS NOT = '00'
                    MOVE 'DECNFILE' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-DECN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A080-CLOSE-REVIEW.
                MOVE WS-OPERATOR-ID TO SR-REVIEWED-BY.
                MOVE BUSINESS-DATE TO SR-REVIEW-DATE.
                REWRITE SCREEN-REVIEW-RECORD.
                IF WS-SRVW-STATUS NOT = '00'
                    MOVE 'SCRNRVW' TO WS-ERR-FILE-NAME
                    MOVE 'REWRITE' TO WS-ERR-OPERATION
                    MOVE WS-SRVW-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                ELSE
                    ADD 1 TO WS-REVIEWS-WORKED
                    DISPLAY 'REVIEW CLOSED - STATUS '
                        SR-REVIEW-STATUS
                END-IF.
                PERFORM A082-WRITE-SCREEN-LOG.
      *
       A082-WRITE-SCREEN-LOG.
      *        THE DISPOSITION GOES ON THE EXAMINERS' LOG BESIDE THE
      *        SCREENING THAT RAISED IT.
                ACCEPT WS-TIME-NOW FROM TIME.
                MOVE BUSINESS-DATE TO SL-SCREEN-DATE.
                MOVE WS-TIME-NOW TO SL-SCREEN-TIME.
                MOVE 'DBBSCRV' TO SL-PROGRAM-ID.
                SET SL-EVENT-REVIEW TO TRUE.
                MOVE SR-CUSTOMER-ID TO SL-CUSTOMER-ID.
                MOVE SR-SCREEN-NAME TO SL-SCREEN-NAME.
                MOVE SR-SCREEN-ADDRESS TO SL-SCREEN-ADDRESS.
                MOVE SR-REVIEW-STATUS TO SL-RESULT.
                MOVE SR-ENTRY-KEY TO SL-ENTRY-KEY.
                MOVE SR-ENTRY-NAME TO SL-ENTRY-NAME.
                MOVE SR-NAME-SCORE TO SL-NAME-SCORE.
                MOVE SR-ADDRESS-SCORE TO SL-ADDRESS-SCORE.
                MOVE 0 TO SL-ENTRIES-SCREENED.
                MOVE WS-OPERATOR-ID TO SL-OPERATOR-ID.
                WRITE SCREEN-LOG-RECORD.
                IF WS-SLOG-STATUS NOT = '00'
                    MOVE 'SCRNLOG' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-SLOG-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A085-WRITE-AUDIT-LOG.
                MOVE 'DBBSCRV' TO AL-PROGRAM-ID.
                MOVE BUSINESS-DATE TO AL-RUN-DATE.
                MOVE WS-RECORDS-IN TO AL-RECORDS-IN.
                MOVE WS-REVIEWS-WORKED TO AL-RECORDS-OUT.
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
                MOVE 'DBBSCRV' TO ER-PROGRAM-ID.
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
                CLOSE SCREEN-REVIEW-FILE.
                CLOSE CUSTOMER-MASTER-FILE.
                CLOSE SCREEN-LOG-FILE.
                CLOSE DECISION-FILE.
                CLOSE CHANGE-HISTORY-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
