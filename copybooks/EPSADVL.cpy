      *****************************************************************
      *    EPSADVL                                                   *
      *    SERVICER P&I ADVANCE LEDGER RECORD LAYOUT - ONE KEYED ROW *
      *    PER POOLED MORTGAGE ACCOUNT WE HAVE EVER ADVANCED FOR.    *
      *    DBBSADV ADVANCES THE SCHEDULED PRINCIPAL AND INTEREST OF  *
      *    A DELINQUENT POOLED LOAN THAT PAID NOTHING IN THE         *
      *    REMITTANCE PERIOD AND ADDS IT TO AV-OUTSTANDING-BALANCE;  *
      *    DBBINVR TAKES THE ACCOUNT'S NEXT COLLECTIONS AGAINST THAT *
      *    BALANCE BEFORE ANY NEW MONEY REACHES THE INVESTOR.  THE   *
      *    LAST-PERIOD FIELDS LET EITHER STEP BE RERUN FOR A PERIOD  *
      *    WITHOUT ADVANCING OR RECOVERING TWICE.                    *
      *****************************************************************
           05  AV-MORTGAGE-ACCT-NO       PIC X(12).
           05  AV-POOL-ID                PIC X(8).
           05  AV-INVESTOR-NAME          PIC X(30).
           05  AV-OUTSTANDING-BALANCE    PIC 9(9)V99.
           05  AV-ADVANCE-COUNT          PIC 9(3).
           05  AV-TOTAL-ADVANCED         PIC 9(9)V99.
           05  AV-TOTAL-RECOVERED        PIC 9(9)V99.
           05  AV-LAST-ADVANCE-PERIOD    PIC X(7).
           05  AV-LAST-ADVANCE-AMOUNT    PIC 9(7)V99.
           05  AV-LAST-RECOVERY-PERIOD   PIC X(7).
           05  AV-LAST-RECOVERY-AMOUNT   PIC 9(9)V99.
           05  AV-OPENED-DATE            PIC X(10).
           05  FILLER                    PIC X(10).
