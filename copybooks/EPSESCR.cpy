      *    OUT OF EACH POSTED PAYMENT, AND CARRIED ON THE DBBSTMT    *
      *    STATEMENT SO THE BORROWER SEES THE REAL MONTHLY PAYMENT.  *
      *    ES-SHORTAGE-AMOUNT IS SIGNED - NEGATIVE MEANS SURPLUS.    *
      *    ES-ESCROW-STATUS T MEANS THE ACCOUNT WAS TRANSFERRED OUT  *
      *    BY DBBSXFR - THE BALANCE IS THE AMOUNT HANDED TO THE NEW  *
      *    SERVICER, AND THE ROW IS NEITHER ANALYZED NOR DISBURSED.  *
      *****************************************************************
           05  ES-MORTGAGE-ACCT-NO       PIC X(12).
           05  ES-CUSTOMER-ID            PIC X(10).
           05  ES-ESCROW-BALANCE         PIC 9(9)V99.
           05  ES-SHORTAGE-AMOUNT        PIC S9(7)V99.
           05  ES-ANALYSIS-DATE          PIC X(10).
           05  ES-ESCROW-STATUS          PIC X(1).
               88  ES-ACCOUNT-TRANSFERRED VALUE 'T'.
           05  FILLER                    PIC X(7).
