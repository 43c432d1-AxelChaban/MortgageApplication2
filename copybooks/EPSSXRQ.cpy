      *****************************************************************
      *    EPSSXRQ                                                   *
      *    SERVICING-TRANSFER REQUEST RECORD LAYOUT - THE XFERIN     *
      *    FILE SECONDARY MARKETING SENDS WHEN LOANS ARE SOLD        *
      *    SERVICING-RELEASED.  THE FIRST RECORD IS A HEADER NAMING  *
      *    THE NEW SERVICER AND THE TRANSFER DATE; EVERY RECORD      *
      *    AFTER IT SELECTS LOANS, EITHER ONE ACCOUNT (TYPE A) OR    *
      *    EVERY ACCOUNT ASSIGNED TO A POOL ON POOLASGN (TYPE P).    *
      *    DBBSXFR REFUSES THE WHOLE FILE (RC 12) WHEN THE HEADER    *
      *    IS MISSING, SO NO LOAN LEAVES WITHOUT ITS NEW SERVICER.   *
      *****************************************************************
           05  SR-RECORD-TYPE            PIC X(1).
               88  SR-TYPE-HEADER        VALUE 'H'.
               88  SR-TYPE-ACCOUNT       VALUE 'A'.
               88  SR-TYPE-POOL          VALUE 'P'.
           05  SR-HEADER-BODY.
               10  SR-TRANSFER-DATE      PIC X(10).
               10  SR-NEW-SERVICER-ID    PIC X(8).
               10  SR-NEW-SERVICER-NAME  PIC X(30).
               10  SR-NEW-SERVICER-ADDR  PIC X(40).
               10  SR-NEW-SERVICER-PHONE PIC X(12).
               10  FILLER                PIC X(19).
           05  SR-SELECT-BODY REDEFINES SR-HEADER-BODY.
               10  SR-MORTGAGE-ACCT-NO   PIC X(12).
               10  SR-POOL-ID            PIC X(8).
               10  FILLER                PIC X(99).
