      *    CREDIT BUREAU INTERFACE EXTRACT RECORD LAYOUT - FIXED-    *
      *    WIDTH FIELDS SELECTED FROM THE CUSTOMER MASTER FOR THE    *
      *    OUTBOUND BUREAU FEED.                                      *
      *    A CHARGED-OFF LOAN (STATUS C) CARRIES THE DATE IT WAS      *
      *    CHARGED OFF AND THE AMOUNT STILL OWED ON IT - CHARGED OFF  *
      *    LESS RECOVERED; BOTH ARE SPACES/ZERO FOR ANY OTHER LOAN.   *
      *****************************************************************
           05  BX-CUSTOMER-ID            PIC X(10).
           05  BX-CUSTOMER-NAME          PIC X(30).
           05  BX-CURRENT-BALANCE        PIC 9(9)V99.
           05  BX-APPLICATION-STATUS     PIC X(1).
           05  BX-RUN-DATE               PIC X(10).
           05  BX-CHGOFF-DATE            PIC X(10).
           05  BX-CHGOFF-BALANCE         PIC 9(9)V99.
