      *    WIRE SETTLES) IS CLOSED - IT IS NO LONGER APPROVED, SO    *
      *    THE NIGHTLY STATEMENT, DELINQUENCY AND REPRICING PASSES   *
      *    LEAVE IT ALONE, AND DBBEXTR KEEPS IT OFF THE BUREAU FEED. *
      *    A TRANSFERRED LOAN (STATUS T, SET BY DBBSXFR WHEN THE     *
      *    SERVICING IS SOLD) IS CLOSED THE SAME WAY, AND DBBPOST    *
      *    REFUSES ANY PAYMENT THAT STILL ARRIVES FOR IT.            *
      *    A CHARGED-OFF LOAN (STATUS C, SET BY DBBCHGO) HAS ITS     *
      *    BALANCE WRITTEN OFF TO ZERO AND IS CLOSED THE SAME WAY -  *
      *    NO STATEMENTS, ACCRUAL, FEES OR AUTOPAY - BUT DBBPOST     *
      *    STILL TAKES A PAYMENT FOR IT AS A RECOVERY AGAINST THE    *
      *    CHARGE-OFF RECORD, AND DBBEXTR REPORTS IT TO THE BUREAU.  *
      *    A HELD APPLICATION (STATUS H, SET BY DBBDCSN WHEN THE     *
      *    DBBSCRN SANCTIONS SCREENING FINDS A POTENTIAL WATCH-LIST  *
      *    MATCH) IS LEFT UNDECIDED UNTIL A COMPLIANCE OFFICER       *
      *    CLEARS IT BACK TO N OR CONFIRMS IT TO R ON DBBSCRV.       *
           05  CM-APPLICATION-STATUS     PIC X(1).
               88  CM-STATUS-NEW         VALUE 'N'.
               88  CM-STATUS-APPROVED    VALUE 'A'.
               88  CM-STATUS-REJECTED    VALUE 'R'.
               88  CM-STATUS-PAIDOFF     VALUE 'P'.
               88  CM-STATUS-TRANSFERRED VALUE 'T'.
               88  CM-STATUS-CHARGEDOFF  VALUE 'C'.
               88  CM-STATUS-HELD        VALUE 'H'.
           05  CM-APPLICATION-DATE       PIC X(10).
           05  CM-CREDIT-SCORE           PIC 9(3).
           05  CM-SCORE-DATE             PIC X(10).
