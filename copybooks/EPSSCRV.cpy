      *****************************************************************
      *    EPSSCRV                                                   *
      *    SANCTIONS REVIEW RECORD LAYOUT - ONE KEYED ROW PER        *
      *    CUSTOMER, FILED BY DBBSCRN WHEN A SCREENING FINDS A       *
      *    POTENTIAL WATCH-LIST MATCH AND WORKED BY A COMPLIANCE     *
      *    OFFICER ON THE DBBSCRV SCREEN. WHILE HELD (H) AN          *
      *    APPLICATION STAYS UNDECIDED, A DBBMNTC NAME OR ADDRESS    *
      *    CHANGE WAITS HERE UNAPPLIED AND A DBBXFER TRANSFER IS     *
      *    REFUSED. CLEARED (C) RELEASES THE APPLICATION OR APPLIES  *
      *    THE CHANGE, AND LETS A LATER SCREENING OF THE SAME NAME   *
      *    AND ADDRESS AGAINST THE SAME ENTRY THROUGH; CONFIRMED (F) *
      *    REJECTS THE APPLICATION AND DISCARDS THE CHANGE.          *
      *****************************************************************
           05  SR-CUSTOMER-ID            PIC X(10).
           05  SR-EVENT                  PIC X(1).
               88  SR-EVENT-APPLICATION  VALUE 'A'.
               88  SR-EVENT-MAINTENANCE  VALUE 'M'.
               88  SR-EVENT-TRANSFER     VALUE 'X'.
           05  SR-REVIEW-STATUS          PIC X(1).
               88  SR-STATUS-HELD        VALUE 'H'.
               88  SR-STATUS-CLEARED     VALUE 'C'.
               88  SR-STATUS-CONFIRMED   VALUE 'F'.
           05  SR-SCREEN-NAME            PIC X(30).
           05  SR-SCREEN-ADDRESS         PIC X(40).
           05  SR-ENTRY-KEY              PIC X(12).
           05  SR-ENTRY-NAME             PIC X(40).
           05  SR-NAME-SCORE             PIC 9(3).
           05  SR-ADDRESS-SCORE          PIC 9(3).
           05  SR-REQUESTING-PGM         PIC X(8).
           05  SR-REQUESTED-BY           PIC X(8).
           05  SR-HELD-DATE              PIC X(10).
           05  SR-REVIEWED-BY            PIC X(8).
           05  SR-REVIEW-DATE            PIC X(10).
           05  FILLER                    PIC X(6).
