      *                the rate-reasonableness lookup - entries        *
      *                pending a checker's approval or rejected under  *
      *                dual control are passed over.                   *
      *    2026-10-15  Every NEW application is first screened through *
      *                DBBSCRN against the sanctions watch list on its *
      *                customer name and address.  A potential match   *
      *                is set to held (status H) on the master and     *
      *                left undecided until a compliance officer       *
      *                clears or confirms it on DBBSCRV; an            *
      *                application is not decided at all when the      *
      *                screening cannot run.                           *
      *    2026-10-15  An applicant whose watch-list match compliance  *
      *                has already confirmed is not held again - the   *
      *                application is rejected with a SANC decision    *
      *                row, so DBBADVN registers it like any other     *
      *                rejection.                                      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       WORKING-STORAGE SECTION.
       01 CUSTOMER-COPY.
          COPY EPSMTCOM.
       01 SCREEN-REQUEST.
          COPY EPSSCRQ.
       01 DATE-JOUR PIC X(10).
       01 BUSINESS-DATE PIC X(10).
       01 WS-CUSTMAST-STATUS PIC X(2).
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-APPROVED-COUNT PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-HELD-COUNT PIC 9(7) VALUE 0.
       01 WS-CTL-RECORD-COUNT PIC 9(7) VALUE 0.
       01 WS-CTL-LOAN-TOTAL PIC 9(11)V99 VALUE 0.
       PROCEDURE DIVISION.
      *
       A030-DECIDE-CUSTOMER.
                IF CM-STATUS-NEW OF CUSTOMER-COPY
                    PERFORM A035-SCREEN-APPLICANT
                    IF SQ-RESULT-PROCEED
                      OR SQ-RESULT-CONFIRMED
                        IF SQ-RESULT-PROCEED
                            PERFORM A040-EVALUATE-APPLICATION
                        ELSE
                            PERFORM A038-REFUSE-APPLICATION
                        END-IF
                        PERFORM A060-SET-MASTER-STATUS
                        PERFORM A070-WRITE-DECISION
                        ADD 1 TO WS-CTL-RECORD-COUNT
                        ADD CM-LOAN-AMOUNT OF CUSTOMER-COPY
                            TO WS-CTL-LOAN-TOTAL
                    END-IF
                END-IF.
                PERFORM A020-READ-CUSTOMER.
      *
       A035-SCREEN-APPLICANT.
      *        NO APPLICATION IS DECIDED UNTIL ITS APPLICANT HAS
      *        BEEN SCREENED AGAINST THE SANCTIONS WATCH LIST.
                MOVE 'DBBDCSN' TO SQ-PROGRAM-ID.
                SET SQ-EVENT-APPLICATION TO TRUE.
                MOVE CM-CUSTOMER-ID OF CUSTOMER-COPY TO SQ-CUSTOMER-ID.
                MOVE CM-CUSTOMER-NAME OF CUSTOMER-COPY
                    TO SQ-SCREEN-NAME.
                MOVE CM-CUSTOMER-ADDRESS OF CUSTOMER-COPY
                    TO SQ-SCREEN-ADDRESS.
                MOVE 'DBBDCSN' TO SQ-OPERATOR-ID.
                CALL 'DBBSCRN' USING SCREEN-REQUEST.
                EVALUATE TRUE
                    WHEN SQ-RESULT-PROCEED
                      OR SQ-RESULT-CONFIRMED
                        CONTINUE
                    WHEN SQ-RESULT-HELD
                        PERFORM A037-HOLD-APPLICATION
                    WHEN OTHER
                        MOVE 'WATCHLST' TO WS-ERR-FILE-NAME
                        MOVE 'SCREEN' TO WS-ERR-OPERATION
                        MOVE SPACES TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                END-EVALUATE.
      *
       A037-HOLD-APPLICATION.
                SET CM-STATUS-HELD OF CUSTOMER-MASTER-RECORD TO TRUE.
                REWRITE CUSTOMER-MASTER-RECORD.
                IF WS-CUSTMAST-STATUS NOT = '00'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'REWRITE' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                ELSE
                    ADD 1 TO WS-HELD-COUNT
                    DISPLAY 'APPLICATION HELD FOR SANCTIONS REVIEW - '
                        CM-CUSTOMER-ID OF CUSTOMER-COPY
                END-IF.
      *
       A038-REFUSE-APPLICATION.
      *        A MATCH COMPLIANCE HAS ALREADY CONFIRMED ON DBBSCRV IS
      *        NOT HELD AGAIN - THE APPLICATION IS REJECTED OUTRIGHT
      *        AND ITS DECISION ROW CARRIES THE SANC REASON.
                SET WS-DECIDE-REJECT TO TRUE.
                MOVE 0 TO WS-LTV-PERCENT.
                MOVE 'SANC' TO DC-REASON-CODE.
                MOVE 'SANCTIONS WATCH-LIST MATCH CONFIRMED'
                    TO DC-REASON-TEXT.
      *
       A040-EVALUATE-APPLICATION.
                SET WS-DECIDE-APPROVE TO TRUE.
       A090-CLOSE-FILES.
                DISPLAY 'APPLICATIONS APPROVED : ' WS-APPROVED-COUNT.
                DISPLAY 'APPLICATIONS REJECTED : ' WS-REJECTED-COUNT.
                DISPLAY 'APPLICATIONS HELD     : ' WS-HELD-COUNT.
                PERFORM A080-WRITE-CONTROL-TOTAL.
                PERFORM A085-WRITE-AUDIT-LOG.
                CLOSE CUSTOMER-MASTER-FILE.
