      *                maintainer.  Every add, update and delete is    *
      *                traced to CHANGE-HISTORY with the maintainer    *
      *                and date, the way DBBMNTC traces its changes.   *
      *    2026-10-15  Loss-mitigation entry and approval flags shown  *
      *                on inquiry alongside the other entitlements.    *
      *    2026-10-15  Legal-hold maintenance flag likewise.           *
      *    2026-10-15  Counter-teller flag likewise.                   *
      *    2026-10-15  Posting-backout flag likewise.                  *
      *    2026-10-15  Charge-off referral flag likewise.              *
      *    2026-10-15  Sanctions-review flag likewise.                 *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    OP-FUNC-COLLECTIONS OF OPER-COPY.
                DISPLAY 'ACCT TRANSFER    : '
                    OP-FUNC-TRANSFER OF OPER-COPY.
                DISPLAY 'LOSSMIT ENTRY    : '
                    OP-FUNC-LOSSMIT-ENTRY OF OPER-COPY.
                DISPLAY 'LOSSMIT APPROVE  : '
                    OP-FUNC-LOSSMIT-APPROVE OF OPER-COPY.
                DISPLAY 'LEGAL HOLD       : '
                    OP-FUNC-LEGAL-HOLD OF OPER-COPY.
                DISPLAY 'COUNTER TELLER   : '
                    OP-FUNC-TELLER OF OPER-COPY.
                DISPLAY 'POST BACKOUT     : '
                    OP-FUNC-POST-BACKOUT OF OPER-COPY.
                DISPLAY 'CHGOFF REFER     : '
                    OP-FUNC-CHGOFF-REFER OF OPER-COPY.
                DISPLAY 'SANCTION REVIEW  : '
                    OP-FUNC-SANCTION-REVIEW OF OPER-COPY.
      *
       A050-UPDATE-PROFILE.
                IF NOT WS-RECORD-FOUND
