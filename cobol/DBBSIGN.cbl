      *                whether the id or the secret was wrong.         *
      *    2026-09-02  New function code T for the DBBXFER supervised  *
      *                account transfer.                               *
      *    2026-10-15  New function codes L (loss-mitigation plan      *
      *                entry) and V (loss-mitigation plan approval)    *
      *                for DBBLMIT.                                    *
      *    2026-10-15  New function code H for DBBLHLD legal-hold      *
      *                maintenance.                                    *
      *    2026-10-15  New function code B for DBBTELR branch counter  *
      *                payment capture.                                *
      *    2026-10-15  New function code K for the DBBBACK posting-run *
      *                backout.                                        *
      *    2026-10-15  New function code O for the supervisor charge-  *
      *                off referral on the DBBCOLL case screen.        *
      *    2026-10-15  New function code S for the DBBSCRV compliance  *
      *                review of a held sanctions screening match.     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                        IF OP-CAN-TRANSFER
                            MOVE 'Y' TO LS-SIGNON-RESULT
                        END-IF
                    WHEN 'L'
                        IF OP-CAN-LOSSMIT-ENTRY
                            MOVE 'Y' TO LS-SIGNON-RESULT
                        END-IF
                    WHEN 'V'
                        IF OP-CAN-LOSSMIT-APPROVE
                            MOVE 'Y' TO LS-SIGNON-RESULT
                        END-IF
                    WHEN 'H'
                        IF OP-CAN-LEGAL-HOLD
                            MOVE 'Y' TO LS-SIGNON-RESULT
                        END-IF
                    WHEN 'B'
                        IF OP-CAN-TELLER
                            MOVE 'Y' TO LS-SIGNON-RESULT
                        END-IF
                    WHEN 'K'
                        IF OP-CAN-POST-BACKOUT
                            MOVE 'Y' TO LS-SIGNON-RESULT
                        END-IF
                    WHEN 'O'
                        IF OP-CAN-CHGOFF-REFER
                            MOVE 'Y' TO LS-SIGNON-RESULT
                        END-IF
                    WHEN 'S'
                        IF OP-CAN-SANCTION-REVIEW
                            MOVE 'Y' TO LS-SIGNON-RESULT
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
