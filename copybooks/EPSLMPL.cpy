      *****************************************************************
      *    EPSLMPL                                                   *
      *    LOSS-MITIGATION PLAN RECORD LAYOUT - ONE KEYED ROW PER    *
      *    MORTGAGE ACCOUNT CARRYING THE HARDSHIP PLAN ENTERED AND   *
      *    APPROVED THROUGH DBBLMIT UNDER DUAL CONTROL.  A           *
      *    FORBEARANCE PLAN (TYPE F) IS IN FORCE FROM THE START TO   *
      *    THE END DATE ONCE APPROVED - DBBDELQ DOES NOT AGE OR      *
      *    QUEUE THE ACCOUNT AND DBBLATE CHARGES NO FEE.  A          *
      *    PERMANENT MODIFICATION (TYPE M) CHANGES THE RATE AND/OR   *
      *    TERM ON THE MASTER AND REBUILDS THE SCHEDULE WHEN         *
      *    APPROVED; ITS START/END DATES ARE THE REVIEW PERIOD.      *
      *    AFTER THE END DATE DBBLMEV SETTLES THE PLAN PERFORMED     *
      *    (K) OR NOT PERFORMED (B) AGAINST PAYHIST.  A PERFORMED    *
      *    FORBEARANCE CARRIES THE PAYMENTS IT EXCUSED IN            *
      *    LM-PAYMENTS-DEFERRED, WHICH DBBDELQ CREDITS FROM THEN ON  *
      *    (CARRIED FORWARD WHEN A LATER PLAN REPLACES THE ROW AND   *
      *    ADDED TO WHEN THAT PLAN TOO IS PERFORMED);                *
      *    A PLAN NOT PERFORMED EXCUSES NOTHING, SO THE ARREARS AGE  *
      *    IN FULL AND COLLECTIONS PICKS THE ACCOUNT BACK UP.        *
      *****************************************************************
           05  LM-MORTGAGE-ACCT-NO       PIC X(12).
           05  LM-CUSTOMER-ID            PIC X(10).
           05  LM-PLAN-TYPE              PIC X(1).
               88  LM-TYPE-FORBEARANCE   VALUE 'F'.
               88  LM-TYPE-MODIFICATION  VALUE 'M'.
           05  LM-PLAN-STATUS            PIC X(1).
               88  LM-STATUS-PENDING     VALUE 'P'.
               88  LM-STATUS-ACTIVE      VALUE 'A'.
               88  LM-STATUS-REJECTED    VALUE 'R'.
               88  LM-STATUS-PERFORMED   VALUE 'K'.
               88  LM-STATUS-FAILED      VALUE 'B'.
           05  LM-HARDSHIP-CODE          PIC X(4).
           05  LM-START-DATE             PIC X(10).
           05  LM-END-DATE               PIC X(10).
      *    FORBEARANCE - THE REDUCED MONTHLY PAYMENT AGREED FOR THE  *
      *    PLAN PERIOD (ZERO SUSPENDS PAYMENTS).  MODIFICATION - SET *
      *    AT APPROVAL TO THE NEW SCHEDULED PAYMENT.                 *
           05  LM-PLAN-PAYMENT           PIC 9(7)V99.
           05  LM-NEW-RATE               PIC 9(2)V999.
           05  LM-NEW-TERM-MONTHS        PIC 9(3).
           05  LM-OLD-RATE               PIC 9(2)V999.
           05  LM-OLD-TERM-MONTHS        PIC 9(3).
           05  LM-ENTERED-BY             PIC X(8).
           05  LM-APPROVED-BY            PIC X(8).
           05  LM-DECISION-DATE          PIC X(10).
           05  LM-AMOUNT-PAID-IN-PLAN    PIC 9(9)V99.
           05  LM-PAYMENTS-DEFERRED      PIC 9(3).
           05  LM-EVALUATED-DATE         PIC X(10).
      *    SET WHEN AN APPROVED MODIFICATION FIXED THE LOAN'S RATE - *
      *    DBBRPRC NO LONGER REPRICES IT AND DBBTEST3 BUILDS ITS     *
      *    SCHEDULE ON THE MASTER'S RATE, NOT THE RATE TABLE'S.      *
      *    CARRIED FORWARD WHEN A LATER PLAN REPLACES THE ROW.       *
           05  LM-RATE-FIXED-FLAG        PIC X(1).
               88  LM-RATE-FIXED         VALUE 'Y'.
           05  FILLER                    PIC X(9).
