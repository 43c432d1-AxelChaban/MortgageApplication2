      *    BARE CUSTOMER IMAGE.  A DIRECT DEBIT IS THE AUTOPAY       *
      *    ORIGINATION WRITTEN BY DBBAUTO - IT POSTS LIKE A PAYMENT  *
      *    AND IS THE ONLY PAYMENT TYPE DBBTEST ACCEPTS FOR AN       *
      *    ACCOUNT ENROLLED ON AUTOPAY.  A RECOVERY NEVER ARRIVES ON *
      *    THE FEED - DBBPOST TURNS A PAYMENT FOR A CHARGED-OFF LOAN *
      *    INTO ONE BEFORE IT POSTS.                                 *
      *****************************************************************
           05  TX-TRANS-TYPE             PIC X(1).
               88  TX-TYPE-PAYMENT       VALUE 'P'.
               88  TX-TYPE-PREPAYMENT    VALUE 'A'.
               88  TX-TYPE-REVERSAL      VALUE 'R'.
               88  TX-TYPE-AUTOPAY       VALUE 'D'.
               88  TX-TYPE-RECOVERY      VALUE 'V'.
           05  TX-TRANS-AMOUNT           PIC 9(7)V99.
