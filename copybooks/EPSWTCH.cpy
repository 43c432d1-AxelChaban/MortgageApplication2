      *****************************************************************
      *    EPSWTCH                                                   *
      *    SANCTIONS WATCH-LIST RECORD LAYOUT - ONE KEYED ROW PER    *
      *    NAME ON THE REGULATOR'S PUBLISHED LIST, EACH ALIAS OF A   *
      *    LISTED PERSON OR ENTITY CARRIED AS A FURTHER ROW UNDER    *
      *    THE SAME ENTRY ID. REFRESHED IN FULL FROM THE PUBLISHED   *
      *    FILE BY DBBWLST - A ROW NOT ON THE LATEST FILE IS         *
      *    DELISTED AND REMOVED - AND READ BY THE DBBSCRN SCREENING  *
      *    SERVICE.                                                  *
      *****************************************************************
           05  WL-KEY.
               10  WL-ENTRY-ID           PIC X(10).
               10  WL-ALIAS-SEQ          PIC 9(2).
           05  WL-ENTRY-TYPE             PIC X(1).
               88  WL-TYPE-INDIVIDUAL    VALUE 'I'.
               88  WL-TYPE-ENTITY        VALUE 'E'.
           05  WL-LIST-CODE              PIC X(8).
           05  WL-ENTRY-NAME             PIC X(40).
      *    SPACES WHEN THE LIST GIVES NO ADDRESS FOR THE ENTRY.      *
           05  WL-ENTRY-ADDRESS          PIC X(40).
           05  WL-LOAD-DATE              PIC X(10).
           05  FILLER                    PIC X(9).
