      *                discrepancy sets return code 8 so the job       *
      *                stream can hold the bureau feed from going out  *
      *                on a day the files do not agree.                *
      *    2026-10-15  Paid-off and transferred loans are not looked   *
      *                for on the bureau extract - DBBEXTR does not    *
      *                report them to the bureau.                      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                IF WS-LOAN-AUDITABLE
                    PERFORM A040-CHECK-SCHEDULE
                END-IF.
      *        DBBEXTR LEAVES PAID-OFF AND TRANSFERRED LOANS OFF
      *        THE BUREAU EXTRACT, SO NONE IS EXPECTED FOR THEM.
                IF NOT CM-STATUS-TRANSFERRED OF CUSTOMER-COPY
                  AND NOT CM-STATUS-PAIDOFF OF CUSTOMER-COPY
                    PERFORM A050-CHECK-BUREAU-EXTRACT
                END-IF.
                PERFORM A025-READ-CUSTOMER.
      *
       A032-CHECK-LOAN-AUDITABLE.
