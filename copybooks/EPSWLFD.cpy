      *****************************************************************
      *    EPSWLFD                                                   *
      *    SANCTIONS WATCH-LIST FEED RECORD LAYOUT - THE REGULATOR'S *
      *    PUBLISHED LIST AS RECEIVED, ONE ROW PER NAME OR ALIAS,    *
      *    LOADED ONTO THE KEYED WATCHLST FILE BY DBBWLST.           *
      *****************************************************************
           05  WF-ENTRY-ID               PIC X(10).
           05  WF-ALIAS-SEQ              PIC 9(2).
           05  WF-ENTRY-TYPE             PIC X(1).
               88  WF-TYPE-VALID         VALUE 'I' 'E'.
           05  WF-LIST-CODE              PIC X(8).
           05  WF-ENTRY-NAME             PIC X(40).
           05  WF-ENTRY-ADDRESS          PIC X(40).
           05  FILLER                    PIC X(9).
