      *****************************************************************
      *    EPSLHLD                                                   *
      *    LEGAL-HOLD RECORD LAYOUT - ONE KEYED ROW PER MORTGAGE     *
      *    ACCOUNT UNDER A BANKRUPTCY (BK), FORECLOSURE (FC) OR      *
      *    LITIGATION (LIT) HOLD, MAINTAINED THROUGH THE DBBLHLD     *
      *    SUPERVISED SCREEN.  THE HOLD IS IN FORCE FROM THE DAY IT  *
      *    IS ENTERED UNTIL ITS RELEASE DATE; WHILE IN FORCE DBBAUTO *
      *    ORIGINATES NO DEBIT, DBBLATE CHARGES NO FEE, DBBDELQ      *
      *    PUTS NO ENTRY ON THE COLLWRKQ CALL LIST AND DBBSTMT       *
      *    PRINTS AN INFORMATIONAL STATEMENT INSTEAD OF A DEMAND.    *
      *    A RELEASED ROW STAYS ON FILE UNTIL A LATER HOLD ON THE    *
      *    SAME ACCOUNT REPLACES IT; CHANGE-HISTORY KEEPS THE TRAIL. *
      *****************************************************************
           05  LH-MORTGAGE-ACCT-NO       PIC X(12).
           05  LH-CUSTOMER-ID            PIC X(10).
           05  LH-HOLD-TYPE              PIC X(3).
               88  LH-TYPE-BANKRUPTCY    VALUE 'BK'.
               88  LH-TYPE-FORECLOSURE   VALUE 'FC'.
               88  LH-TYPE-LITIGATION    VALUE 'LIT'.
               88  LH-TYPE-VALID         VALUE 'BK' 'FC' 'LIT'.
           05  LH-CASE-NUMBER            PIC X(20).
           05  LH-FILING-DATE            PIC X(10).
      *    SPACES WHILE THE HOLD IS OPEN-ENDED.                      *
           05  LH-RELEASE-DATE           PIC X(10).
           05  LH-ENTERED-BY             PIC X(8).
           05  LH-SUPERVISOR-ID          PIC X(8).
           05  LH-LAST-CHANGE-DATE       PIC X(10).
           05  FILLER                    PIC X(9).
