      *****************************************************************
      *    EPSSCLG                                                   *
      *    SANCTIONS SCREENING LOG RECORD LAYOUT - ONE ROW PER       *
      *    SCREENING RESULT, KEPT FOR THE EXAMINERS. DBBSCRN WRITES  *
      *    A ROW FOR EVERY NAME AND ADDRESS IT SCREENS, MATCH OR     *
      *    NOT, AND DBBSCRV WRITES ONE (EVENT R) FOR EVERY           *
      *    COMPLIANCE DISPOSITION OF A HELD MATCH. SCORES ARE THE    *
      *    PERCENTAGE OF THE WATCH-LIST ENTRY'S NAME AND ADDRESS     *
      *    WORDS FOUND IN THE SCREENED NAME AND ADDRESS, EXACTLY OR  *
      *    WITH A CLOSE SPELLING.                                    *
      *****************************************************************
           05  SL-SCREEN-DATE            PIC X(10).
           05  SL-SCREEN-TIME            PIC X(8).
           05  SL-PROGRAM-ID             PIC X(8).
           05  SL-EVENT                  PIC X(1).
               88  SL-EVENT-APPLICATION  VALUE 'A'.
               88  SL-EVENT-MAINTENANCE  VALUE 'M'.
               88  SL-EVENT-TRANSFER     VALUE 'X'.
               88  SL-EVENT-REVIEW       VALUE 'R'.
           05  SL-CUSTOMER-ID            PIC X(10).
           05  SL-SCREEN-NAME            PIC X(30).
           05  SL-SCREEN-ADDRESS         PIC X(40).
           05  SL-RESULT                 PIC X(1).
               88  SL-RESULT-NO-MATCH    VALUE 'N'.
               88  SL-RESULT-CLEARED     VALUE 'C'.
               88  SL-RESULT-HELD        VALUE 'H'.
               88  SL-RESULT-CONFIRMED   VALUE 'F'.
               88  SL-RESULT-UNAVAILABLE VALUE 'U'.
           05  SL-ENTRY-KEY              PIC X(12).
           05  SL-ENTRY-NAME             PIC X(40).
           05  SL-NAME-SCORE             PIC 9(3).
           05  SL-ADDRESS-SCORE          PIC 9(3).
           05  SL-ENTRIES-SCREENED       PIC 9(7).
           05  SL-OPERATOR-ID            PIC X(8).
           05  FILLER                    PIC X(9).
