      *****************************************************************
      *    EPSSCRQ                                                   *
      *    SANCTIONS SCREENING REQUEST - PASSED BY THE CALLER TO THE *
      *    DBBSCRN SCREENING SERVICE, THE WAY EPSPAYH AND EPSLACT    *
      *    ARE PASSED TO DBBLACT. THE CALLER FILLS THE PROGRAM,      *
      *    EVENT, CUSTOMER, NAME, ADDRESS AND OPERATOR; DBBSCRN      *
      *    RETURNS THE RESULT AND, ON A POTENTIAL MATCH, THE         *
      *    BEST-MATCHING WATCH-LIST ENTRY AND ITS SCORES. N (NO      *
      *    MATCH) AND C (MATCH ALREADY CLEARED BY COMPLIANCE FOR     *
      *    THIS SAME NAME, ADDRESS AND ENTRY) LET THE CALLER         *
      *    PROCEED; H (HELD FOR REVIEW) AND F (MATCH CONFIRMED) DO   *
      *    NOT, AND NEITHER DOES U (WATCH LIST OR LOG NOT AVAILABLE  *
      *    OR NOT READ TO THE END, OR THE CUSTOMER ALREADY HELD FOR  *
      *    ANOTHER REVIEW - NOTHING IS APPROVED UNSCREENED).         *
      *****************************************************************
           05  SQ-PROGRAM-ID             PIC X(8).
           05  SQ-EVENT                  PIC X(1).
               88  SQ-EVENT-APPLICATION  VALUE 'A'.
               88  SQ-EVENT-MAINTENANCE  VALUE 'M'.
               88  SQ-EVENT-TRANSFER     VALUE 'X'.
           05  SQ-CUSTOMER-ID            PIC X(10).
           05  SQ-SCREEN-NAME            PIC X(30).
           05  SQ-SCREEN-ADDRESS         PIC X(40).
           05  SQ-OPERATOR-ID            PIC X(8).
           05  SQ-RESULT                 PIC X(1).
               88  SQ-RESULT-NO-MATCH    VALUE 'N'.
               88  SQ-RESULT-CLEARED     VALUE 'C'.
               88  SQ-RESULT-PROCEED     VALUE 'N' 'C'.
               88  SQ-RESULT-HELD        VALUE 'H'.
               88  SQ-RESULT-CONFIRMED   VALUE 'F'.
               88  SQ-RESULT-UNAVAILABLE VALUE 'U'.
           05  SQ-ENTRY-KEY              PIC X(12).
           05  SQ-ENTRY-NAME             PIC X(40).
           05  SQ-NAME-SCORE             PIC 9(3).
           05  SQ-ADDRESS-SCORE          PIC 9(3).
