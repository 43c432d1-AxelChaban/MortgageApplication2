      *                the OPERPROF profile: master maintenance for   *
      *                inquiry and update, the separate master        *
      *                delete entitlement for a delete.               *
      *    2026-10-15  A changed customer name or address is screened  *
      *                through DBBSCRN against the sanctions watch     *
      *                list before the master is rewritten.  On a      *
      *                potential match the name and address stay as    *
      *                they were, pending review on DBBSCRV, while the *
      *                other field changes go through; the update is   *
      *                refused when the screening cannot run.  Held    *
      *                status H is set and cleared by compliance only. *
      *    2026-10-15  A name or address change is refused while the   *
      *                application is held for sanctions review, and a *
      *                screening the service cannot complete is        *
      *                written to the error log.                       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          COPY EPSMTCOM.
       01 BEFORE-COPY.
          COPY EPSMTCOM.
       01 SCREEN-REQUEST.
          COPY EPSSCRQ.
       01 DATE-JOUR PIC X(10).
       01 BUSINESS-DATE PIC X(10).
       01 WS-CUSTMAST-STATUS PIC X(2).
                DISPLAY BNK1MNU-SCREEN.
                ACCEPT BNK1MNU-SCREEN.
                PERFORM A052-VALIDATE-UPDATE.
                IF WS-RECORD-VALID
                    PERFORM A053-SCREEN-NAME-CHANGE
                END-IF.
                IF WS-RECORD-INVALID
                    DISPLAY 'UPDATE REFUSED - MASTER NOT REWRITTEN'
                ELSE
                        DISPLAY 'UPDATE REJECTED - '
                            'LOAN TERM OUT OF RANGE'
                        SET WS-RECORD-INVALID TO TRUE
                    WHEN CM-STATUS-HELD OF BEFORE-COPY
                      AND (CM-CUSTOMER-NAME OF BEFORE-COPY NOT =
                            CM-CUSTOMER-NAME OF CUSTOMER-COPY
                        OR CM-CUSTOMER-ADDRESS OF BEFORE-COPY NOT =
                            CM-CUSTOMER-ADDRESS OF CUSTOMER-COPY)
                        DISPLAY 'UPDATE REJECTED - NAME AND ADDRESS '
                            'FROZEN WHILE HELD FOR SANCTIONS REVIEW'
                        SET WS-RECORD-INVALID TO TRUE
                    WHEN CM-APPLICATION-STATUS OF BEFORE-COPY NOT =
                            CM-APPLICATION-STATUS OF CUSTOMER-COPY
                      AND (CM-STATUS-HELD OF BEFORE-COPY
                        OR CM-STATUS-HELD OF CUSTOMER-COPY)
                        DISPLAY 'UPDATE REJECTED - '
                            'HELD STATUS IS SET BY COMPLIANCE ONLY'
                        SET WS-RECORD-INVALID TO TRUE
                    WHEN NOT (CM-STATUS-NEW OF CUSTOMER-COPY
                      OR CM-STATUS-APPROVED OF CUSTOMER-COPY
                      OR CM-STATUS-REJECTED OF CUSTOMER-COPY
                      OR CM-STATUS-HELD OF CUSTOMER-COPY)
                        DISPLAY 'UPDATE REJECTED - '
                            'STATUS NOT N, A, R OR H'
                        SET WS-RECORD-INVALID TO TRUE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
      *
       A053-SCREEN-NAME-CHANGE.
      *        A NEW NAME OR ADDRESS IS SCREENED AGAINST THE WATCH
      *        LIST BEFORE IT REACHES THE MASTER.  ON A POTENTIAL
      *        MATCH THE OLD NAME AND ADDRESS ARE KEPT - DBBSCRV
      *        APPLIES THE CHANGE IF COMPLIANCE CLEARS IT.
                IF CM-CUSTOMER-NAME OF BEFORE-COPY =
                        CM-CUSTOMER-NAME OF CUSTOMER-COPY
                  AND CM-CUSTOMER-ADDRESS OF BEFORE-COPY =
                        CM-CUSTOMER-ADDRESS OF CUSTOMER-COPY
                    CONTINUE
                ELSE
                    MOVE 'DBBMNTC' TO SQ-PROGRAM-ID
                    SET SQ-EVENT-MAINTENANCE TO TRUE
                    MOVE WS-MAINT-CUSTOMER-ID TO SQ-CUSTOMER-ID
                    MOVE CM-CUSTOMER-NAME OF CUSTOMER-COPY
                        TO SQ-SCREEN-NAME
                    MOVE CM-CUSTOMER-ADDRESS OF CUSTOMER-COPY
                        TO SQ-SCREEN-ADDRESS
                    MOVE WS-OPERATOR-ID TO SQ-OPERATOR-ID
                    CALL 'DBBSCRN' USING SCREEN-REQUEST
                    EVALUATE TRUE
                        WHEN SQ-RESULT-PROCEED
                            CONTINUE
                        WHEN SQ-RESULT-HELD
                            MOVE CM-CUSTOMER-NAME OF BEFORE-COPY
                                TO CM-CUSTOMER-NAME OF CUSTOMER-COPY
                            MOVE CM-CUSTOMER-ADDRESS OF BEFORE-COPY
                                TO CM-CUSTOMER-ADDRESS OF CUSTOMER-COPY
                            DISPLAY 'NAME/ADDRESS CHANGE HELD FOR '
                                'COMPLIANCE REVIEW'
                        WHEN SQ-RESULT-CONFIRMED
                            MOVE CM-CUSTOMER-NAME OF BEFORE-COPY
                                TO CM-CUSTOMER-NAME OF CUSTOMER-COPY
                            MOVE CM-CUSTOMER-ADDRESS OF BEFORE-COPY
                                TO CM-CUSTOMER-ADDRESS OF CUSTOMER-COPY
                            DISPLAY 'NAME/ADDRESS CHANGE REFUSED - '
                                'CONFIRMED SANCTIONS MATCH'
                        WHEN OTHER
                            DISPLAY 'UPDATE REFUSED - SANCTIONS '
                                'SCREENING UNAVAILABLE'
                            SET WS-RECORD-INVALID TO TRUE
                            MOVE 'WATCHLST' TO WS-ERR-FILE-NAME
                            MOVE 'SCREEN' TO WS-ERR-OPERATION
                            MOVE SPACES TO WS-ERR-STATUS-CODE
                            PERFORM A099-WRITE-ERROR-LOG
                    END-EVALUATE
                END-IF.
      *
       A055-DELETE-CUSTOMER.
      *        CAPTURE THE FULL BEFORE IMAGE AS CHANGE ROWS - WITH
