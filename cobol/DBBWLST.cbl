  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBWLST.
      *****************************************************************
      *** Modification History                                     ***
      *****************************************************************
      *    2026-10-15  Initial version - sanctions watch-list load.    *
      *                Reads the regulator's published list as         *
      *                received on WLFEED (EPSWLFD), one row per name  *
      *                or alias, and adds or refreshes each row on     *
      *                the keyed WATCHLST file the DBBSCRN screening   *
      *                service reads, stamped with the business date.  *
      *                The published file is the whole list, so once  *
      *                it is loaded every row still carrying an older  *
      *                load date has been delisted and is removed.  A  *
      *                feed row without an id, a name or a valid       *
      *                entry type is skipped and the run ends RC 4; an *
      *                empty feed, or one that did not load cleanly,   *
      *                removes nothing and ends RC 8, so a failed      *
      *                download cannot empty the watch list.           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST-FEED-FILE
               ASSIGN TO "WLFEED"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WLFD-STATUS.
           SELECT WATCH-LIST-FILE
               ASSIGN TO "WATCHLST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WLST-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ERROR-LOG-FILE
               ASSIGN TO "ERRORLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  WATCH-LIST-FEED-FILE.
       01  WATCH-LIST-FEED-RECORD.
           COPY EPSWLFD.
       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-RECORD.
           COPY EPSWTCH.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY EPSAUDIT.
       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD.
           COPY EPSERRLG.
       WORKING-STORAGE SECTION.
       01 DATE-JOUR PIC X(10).
       01 BUSINESS-DATE PIC X(10).
       01 WS-WLFD-STATUS PIC X(2).
       01 WS-WLST-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
       01 WS-ERR-FILE-NAME PIC X(8).
       01 WS-ERR-OPERATION PIC X(8).
       01 WS-ERR-STATUS-CODE PIC X(2).
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-WLFEED VALUE 'Y'.
       01 WS-PURGE-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-PURGE-EOF VALUE 'Y'.
       01 WS-ENTRY-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-ENTRY-FOUND VALUE 'Y'.
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-ADDED-COUNT PIC 9(7) VALUE 0.
       01 WS-REFRESHED-COUNT PIC 9(7) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(7) VALUE 0.
       01 WS-DELISTED-COUNT PIC 9(7) VALUE 0.
       01 WS-RECORDS-OUT PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
                CALL 'DBBDATE' USING DATE-JOUR BUSINESS-DATE.
                DISPLAY 'DBBWLST RUN DATE: ' BUSINESS-DATE.
                PERFORM A010-OPEN-FILES.
                PERFORM A020-READ-FEED.
                PERFORM A030-LOAD-ENTRY
                    UNTIL WS-EOF-WLFEED.
                EVALUATE TRUE
                    WHEN WS-RECORDS-IN = 0
                        DISPLAY 'WLFEED EMPTY - WATCH LIST LEFT AS IT '
                            'WAS'
                        MOVE 'WLFEED' TO WS-ERR-FILE-NAME
                        MOVE 'READ' TO WS-ERR-OPERATION
                        MOVE '10' TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    WHEN RETURN-CODE NOT < 8
                        DISPLAY 'LOAD INCOMPLETE - DELISTED ROWS NOT '
                            'REMOVED'
                    WHEN OTHER
                        PERFORM A050-PURGE-DELISTED
                END-EVALUATE.
                PERFORM A090-CLOSE-FILES.
                STOP RUN.
      *
       A010-OPEN-FILES.
                OPEN EXTEND ERROR-LOG-FILE.
                IF WS-ERRLOG-STATUS NOT = '00'
                    DISPLAY 'UNABLE TO OPEN ERROR-LOG-FILE - STATUS '
                        WS-ERRLOG-STATUS
                END-IF.
                OPEN INPUT WATCH-LIST-FEED-FILE.
                IF WS-WLFD-STATUS NOT = '00'
                    MOVE 'WLFEED' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-WLFD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O WATCH-LIST-FILE.
                IF WS-WLST-STATUS NOT = '00'
                    MOVE 'WATCHLST' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-WLST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN EXTEND AUDIT-LOG-FILE.
                IF WS-AUDIT-STATUS NOT = '00'
                    MOVE 'AUDITLOG' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-AUDIT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A020-READ-FEED.
                READ WATCH-LIST-FEED-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-SWITCH
                    NOT AT END
                        ADD 1 TO WS-RECORDS-IN
                END-READ.
                IF WS-WLFD-STATUS NOT = '00'
                  AND WS-WLFD-STATUS NOT = '10'
                    MOVE 'WLFEED' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-WLFD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    MOVE 'Y' TO WS-EOF-SWITCH
                END-IF.
      *
       A030-LOAD-ENTRY.
                IF WF-ENTRY-ID = SPACES
                  OR WF-ENTRY-NAME = SPACES
                  OR NOT WF-TYPE-VALID
                    DISPLAY 'WLFEED ROW ' WS-RECORDS-IN
                        ' SKIPPED - ID, NAME OR TYPE MISSING'
                    ADD 1 TO WS-SKIPPED-COUNT
                    IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                    END-IF
                ELSE
                    PERFORM A040-STORE-ENTRY
                END-IF.
                PERFORM A020-READ-FEED.
      *
       A040-STORE-ENTRY.
                MOVE 'N' TO WS-ENTRY-FOUND-SWITCH.
                MOVE WF-ENTRY-ID TO WL-ENTRY-ID.
                MOVE WF-ALIAS-SEQ TO WL-ALIAS-SEQ.
                READ WATCH-LIST-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-ENTRY-FOUND TO TRUE
                END-READ.
                IF WS-WLST-STATUS NOT = '00'
                  AND WS-WLST-STATUS NOT = '23'
                    MOVE 'WATCHLST' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-WLST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                MOVE WF-ENTRY-TYPE TO WL-ENTRY-TYPE.
                MOVE WF-LIST-CODE TO WL-LIST-CODE.
                MOVE WF-ENTRY-NAME TO WL-ENTRY-NAME.
                MOVE WF-ENTRY-ADDRESS TO WL-ENTRY-ADDRESS.
                MOVE BUSINESS-DATE TO WL-LOAD-DATE.
                IF WS-ENTRY-FOUND
                    REWRITE WATCH-LIST-RECORD
                    IF WS-WLST-STATUS NOT = '00'
                        MOVE 'WATCHLST' TO WS-ERR-FILE-NAME
                        MOVE 'REWRITE' TO WS-ERR-OPERATION
                        MOVE WS-WLST-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    ELSE
                        ADD 1 TO WS-REFRESHED-COUNT
                        ADD 1 TO WS-RECORDS-OUT
                    END-IF
                ELSE
                    WRITE WATCH-LIST-RECORD
                    IF WS-WLST-STATUS NOT = '00'
                        MOVE 'WATCHLST' TO WS-ERR-FILE-NAME
                        MOVE 'WRITE' TO WS-ERR-OPERATION
                        MOVE WS-WLST-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    ELSE
                        ADD 1 TO WS-ADDED-COUNT
                        ADD 1 TO WS-RECORDS-OUT
                    END-IF
                END-IF.
      *
       A050-PURGE-DELISTED.
      *        EVERY ROW ON TODAY'S FEED NOW CARRIES TODAY'S DATE -
      *        ANYTHING OLDER IS NO LONGER ON THE PUBLISHED LIST.
                MOVE 'N' TO WS-PURGE-EOF-SWITCH.
                MOVE LOW-VALUES TO WL-KEY.
                START WATCH-LIST-FILE
                    KEY IS NOT LESS THAN WL-KEY
                    INVALID KEY
                        SET WS-PURGE-EOF TO TRUE
                END-START.
                PERFORM A055-PURGE-ONE-ENTRY
                    UNTIL WS-PURGE-EOF.
      *
       A055-PURGE-ONE-ENTRY.
                READ WATCH-LIST-FILE NEXT RECORD
                    AT END
                        SET WS-PURGE-EOF TO TRUE
                    NOT AT END
                        IF WL-LOAD-DATE < BUSINESS-DATE
                            DELETE WATCH-LIST-FILE
                            IF WS-WLST-STATUS NOT = '00'
                                MOVE 'WATCHLST' TO WS-ERR-FILE-NAME
                                MOVE 'DELETE' TO WS-ERR-OPERATION
                                MOVE WS-WLST-STATUS
                                    TO WS-ERR-STATUS-CODE
                                PERFORM A099-WRITE-ERROR-LOG
                            ELSE
                                ADD 1 TO WS-DELISTED-COUNT
                            END-IF
                        END-IF
                END-READ.
                IF WS-WLST-STATUS NOT = '00'
                  AND WS-WLST-STATUS NOT = '10'
                    MOVE 'WATCHLST' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-WLST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-PURGE-EOF TO TRUE
                END-IF.
      *
       A085-WRITE-AUDIT-LOG.
                MOVE 'DBBWLST' TO AL-PROGRAM-ID.
                MOVE BUSINESS-DATE TO AL-RUN-DATE.
                MOVE WS-RECORDS-IN TO AL-RECORDS-IN.
                MOVE WS-RECORDS-OUT TO AL-RECORDS-OUT.
                MOVE 'COMPLETE' TO AL-COMPLETION-STATUS.
                WRITE AUDIT-LOG-RECORD.
                IF WS-AUDIT-STATUS NOT = '00'
                    MOVE 'AUDITLOG' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-AUDIT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A099-WRITE-ERROR-LOG.
                MOVE 'DBBWLST' TO ER-PROGRAM-ID.
                MOVE WS-ERR-FILE-NAME TO ER-FILE-NAME.
                MOVE WS-ERR-OPERATION TO ER-OPERATION.
                MOVE WS-ERR-STATUS-CODE TO ER-STATUS-CODE.
                MOVE FUNCTION CURRENT-DATE TO ER-TIMESTAMP.
                WRITE ERROR-LOG-RECORD.
                IF RETURN-CODE < 8
                    MOVE 8 TO RETURN-CODE
                END-IF.
      *
       A090-CLOSE-FILES.
                DISPLAY 'WATCH-LIST ROWS READ   : ' WS-RECORDS-IN.
                DISPLAY 'WATCH-LIST ROWS ADDED  : ' WS-ADDED-COUNT.
                DISPLAY 'WATCH-LIST ROWS KEPT   : ' WS-REFRESHED-COUNT.
                DISPLAY 'WATCH-LIST ROWS SKIPPED: ' WS-SKIPPED-COUNT.
                DISPLAY 'WATCH-LIST DELISTED    : ' WS-DELISTED-COUNT.
                PERFORM A085-WRITE-AUDIT-LOG.
                CLOSE WATCH-LIST-FEED-FILE.
                CLOSE WATCH-LIST-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
