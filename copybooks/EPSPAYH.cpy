      *    THE ORDER IT WAS POSTED.  PH-FEE-APPLIED IS THE LATE-FEE  *
      *    PORTION DBBPOST COLLECTED OUT OF THE PAYMENT AFTER        *
      *    ESCROW AND BEFORE PRINCIPAL; ROWS POSTED BEFORE FEES      *
      *    EXISTED CARRY SPACES THERE.  PH-INTEREST-APPLIED IS THE   *
      *    ACCRUED INTEREST THE POSTING RELIEVED OFF THE EPSACCR     *
      *    LEDGER - ON A PAYMENT IT IS PART OF PH-PRINCIPAL-APPLIED  *
      *    (THE MONEY APPLIED TO THE LOAN) AND ONLY THE REST OF THAT *
      *    REDUCED THE BALANCE; ON A PAYOFF SETTLEMENT IT IS PART OF *
      *    THE FUNDS OVER PRINCIPAL.  ROWS POSTED BEFORE THE LEDGER  *
      *    EXISTED CARRY SPACES THERE.  PH-PREMIUM-APPLIED IS THE    *
      *    MORTGAGE-INSURANCE PREMIUM TAKEN WITH THE ESCROW LEG, AND *
      *    PH-SENDER-ID THE FEED THE TRANSACTION CAME IN ON (THE     *
      *    MTGTRXIN HEADER SENDER, TELLERS, MTGRESUB OR MTGSUSP FOR  *
      *    A RELEASED DUPLICATE); OLDER ROWS CARRY SPACES IN BOTH.   *
      *    A ROW UNDONE BY THE DBBBACK POSTING-RUN BACKOUT IS KEPT,  *
      *    FLAGGED BACKED OUT WITH THE BACKOUT DATE - EVERY READER   *
      *    THAT COUNTS MONEY OFF THE HISTORY PASSES IT BY.           *
      *****************************************************************
           05  PH-HIST-KEY.
               10  PH-MORTGAGE-ACCT-NO   PIC X(12).
           05  PH-BALANCE-AFTER          PIC 9(9)V99.
           05  PH-POST-DATE              PIC X(10).
           05  PH-FEE-APPLIED            PIC 9(7)V99.
           05  PH-INTEREST-APPLIED       PIC 9(7)V99.
           05  PH-PREMIUM-APPLIED        PIC 9(7)V99.
           05  PH-SENDER-ID              PIC X(8).
           05  PH-BACKOUT-FLAG           PIC X(1).
               88  PH-BACKED-OUT         VALUE 'B'.
           05  PH-BACKOUT-DATE           PIC X(10).
           05  FILLER                    PIC X(1).
