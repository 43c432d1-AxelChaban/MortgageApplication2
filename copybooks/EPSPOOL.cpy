      *****************************************************************
      *    EPSPOOL                                                   *
      *    INVESTOR POOL ASSIGNMENT RECORD LAYOUT - ONE ROW PER      *
      *    MORTGAGE ACCOUNT SOLD TO AN INVESTOR, MAPPING THE ACCOUNT *
      *    TO ITS POOL.  MAINTAINED BY THE SECONDARY-MARKETING AREA  *
      *    - DBBBORD ADDS THE ROW FOR A LOAN SOLD AT FUNDING - AND   *
      *    READ BY DBBINVR TO ROLL THE POOL'S COLLECTED ACTIVITY     *
      *    INTO THE MONTHLY REMITTANCE.  AN ACCOUNT WITH NO ROW HERE *
      *    IS A RETAINED LOAN AND MUST NEVER LEAK INTO AN INVESTOR'S *
      *    REMITTANCE.                                               *
      *****************************************************************
           05  PA-MORTGAGE-ACCT-NO       PIC X(12).
           05  PA-POOL-ID                PIC X(8).
