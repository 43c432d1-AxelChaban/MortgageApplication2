      *                are verified through DBBSIGN against the        *
      *                collections entitlement on the OPERPROF         *
      *                profile before the case is shown.               *
      *    2026-10-15  A supervisor may refer the loan for charge-off  *
      *                (or withdraw a referral) on BNK1CLU.  A change  *
      *                to the referral is taken only when the operator *
      *                also passes DBBSIGN for the charge-off referral *
      *                entitlement; otherwise the referral is put back *
      *                as it was and the contact is still recorded.    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          88 WS-SIGNON-OK VALUE 'Y'.
       01 WS-RECORD-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-RECORD-FOUND VALUE 'Y'.
       01 WS-PRIOR-REFER-FLAG PIC X(1).
       01 WS-OUTCOME-VALID-SWITCH PIC X VALUE 'Y'.
          88 WS-OUTCOME-VALID VALUE 'Y'.
          88 WS-OUTCOME-INVALID VALUE 'N'.
                END-IF.
      *
       A040-WORK-CASE.
                MOVE CC-CHGOFF-REFER-FLAG OF CASE-COPY
                    TO WS-PRIOR-REFER-FLAG.
                DISPLAY BNK1CLU-SCREEN.
                ACCEPT BNK1CLU-SCREEN.
                PERFORM A045-VALIDATE-OUTCOME.
                IF WS-OUTCOME-VALID
                    PERFORM A047-CHECK-REFERRAL
                END-IF.
                IF WS-OUTCOME-INVALID
                    DISPLAY 'CONTACT NOT RECORDED - CASE UNCHANGED'
                ELSE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
      *
       A047-CHECK-REFERRAL.
      *        ONLY A SUPERVISOR HOLDING THE CHARGE-OFF REFERRAL
      *        ENTITLEMENT MAY SET OR WITHDRAW THE REFERRAL - THE SAME
      *        ID AND SECRET ARE PUT TO DBBSIGN A SECOND TIME FOR IT.
                IF CC-CHGOFF-REFER-FLAG OF CASE-COPY = 'N'
                    MOVE SPACES TO CC-CHGOFF-REFER-FLAG OF CASE-COPY
                END-IF.
                IF CC-CHGOFF-REFER-FLAG OF CASE-COPY NOT = 'Y'
                  AND CC-CHGOFF-REFER-FLAG OF CASE-COPY NOT = SPACES
                    DISPLAY 'REFERRAL IGNORED - REFER CHGOFF MUST BE '
                        'Y OR BLANK'
                    MOVE WS-PRIOR-REFER-FLAG
                        TO CC-CHGOFF-REFER-FLAG OF CASE-COPY
                END-IF.
                IF CC-CHGOFF-REFER-FLAG OF CASE-COPY
                        NOT = WS-PRIOR-REFER-FLAG
                    MOVE 'O' TO WS-FUNCTION-CODE
                    CALL 'DBBSIGN' USING WS-OPERATOR-ID
                        WS-OPERATOR-SECRET WS-FUNCTION-CODE
                        WS-SIGNON-RESULT
                    IF WS-SIGNON-OK
                        IF CC-CHGOFF-REFERRED OF CASE-COPY
                            MOVE WS-OPERATOR-ID
                                TO CC-REFERRED-BY OF CASE-COPY
                            DISPLAY 'ACCOUNT REFERRED FOR CHARGE-OFF'
                        ELSE
                            MOVE SPACES TO CC-REFERRED-BY OF CASE-COPY
                            DISPLAY 'CHARGE-OFF REFERRAL WITHDRAWN'
                        END-IF
                    ELSE
                        DISPLAY 'REFERRAL REFUSED - NO CHARGE-OFF '
                            'REFERRAL ENTITLEMENT'
                        MOVE WS-PRIOR-REFER-FLAG
                            TO CC-CHGOFF-REFER-FLAG OF CASE-COPY
                    END-IF
                END-IF.
      *
       A085-WRITE-AUDIT-LOG.
                MOVE 'DBBCOLL' TO AL-PROGRAM-ID.
