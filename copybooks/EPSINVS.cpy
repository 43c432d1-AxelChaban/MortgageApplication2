      *    HISTORY SPLIT AGAINST EACH LOAN'S AMORTIZATION SCHEDULE,  *
      *    NET OF REVERSALS, SO A REMITTANCE CAN GO NEGATIVE ON A    *
      *    MONTH OF HEAVY REVERSALS AND THE SETTLEMENT SHOWS IT.     *
      *    THE ADVANCE FIELDS COME OFF THE ADVLEDGR P&I ADVANCE      *
      *    LEDGER: WHAT DBBSADV ADVANCED FOR THE PERIOD, WHAT THE    *
      *    POOL'S COLLECTIONS PAID BACK FIRST, AND WHAT IS STILL     *
      *    OWED TO US.  IV-NET-REMITTANCE IS THE CASH DUE THE        *
      *    INVESTOR - COLLECTED, LESS RECOVERED, PLUS ADVANCED.      *
      *****************************************************************
           05  IV-POOL-ID                PIC X(8).
           05  IV-INVESTOR-NAME          PIC X(30).
           05  IV-PRINCIPAL-TOTAL        PIC S9(11)V99.
           05  IV-INTEREST-TOTAL         PIC S9(11)V99.
           05  IV-TOTAL-COLLECTED        PIC S9(11)V99.
           05  IV-ADVANCES-MADE          PIC 9(11)V99.
           05  IV-ADVANCES-RECOVERED     PIC 9(11)V99.
           05  IV-NET-REMITTANCE         PIC S9(11)V99.
           05  IV-ADVANCES-OUTSTANDING   PIC 9(11)V99.
           05  FILLER                    PIC X(6).
