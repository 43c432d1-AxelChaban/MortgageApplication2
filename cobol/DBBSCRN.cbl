  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBSCRN.
      *****************************************************************
      *** Modification History                                     ***
      *****************************************************************
      *    2026-10-15  Initial version - sanctions screening service,  *
      *                callable the way DBBSIGN is.  Screens one name  *
      *                and address (EPSSCRQ) against every entry on    *
      *                the WATCHLST file DBBWLST loads from the        *
      *                regulator's published list.  Both sides are     *
      *                folded to upper case, punctuation is dropped    *
      *                and the text is split into words, ignoring      *
      *                initials and titles; a watch-list word counts   *
      *                as found when a screened word matches it        *
      *                exactly or within one letter (two in a word of  *
      *                eight letters or more), in any order.           *
      *                The name score is the percentage of the         *
      *                entry's name words found, the address score     *
      *                the same over its address words.  A name score  *
      *                of 80 or better, or 50 or better with an        *
      *                address score of 60 or better, is a potential   *
      *                match: the best one is filed on the keyed       *
      *                SCRNRVW review file as held for a compliance    *
      *                officer - unless the officer has already        *
      *                cleared or confirmed that same name, address    *
      *                and entry for the customer.  Every result,      *
      *                match or not, is written to the SCRNLOG         *
      *                screening log for the examiners.                *
      *    2026-10-15  A WATCHLST read error returns U (not screened)  *
      *                with RC 8 instead of a no-match result.  A      *
      *                review still held on SCRNRVW is never           *
      *                overwritten - a new match on the same event is  *
      *                returned held behind it, one on another event U *
      *                until the officer works it.                     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST-FILE
               ASSIGN TO "WATCHLST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WLST-STATUS.
           SELECT SCREEN-REVIEW-FILE
               ASSIGN TO "SCRNRVW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-CUSTOMER-ID
               FILE STATUS IS WS-SRVW-STATUS.
           SELECT SCREEN-LOG-FILE
               ASSIGN TO "SCRNLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SLOG-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-RECORD.
           COPY EPSWTCH.
       FD  SCREEN-REVIEW-FILE.
       01  SCREEN-REVIEW-RECORD.
           COPY EPSSCRV.
       FD  SCREEN-LOG-FILE.
       01  SCREEN-LOG-RECORD.
           COPY EPSSCLG.
       WORKING-STORAGE SECTION.
       01 DATE-JOUR PIC X(10).
       01 BUSINESS-DATE PIC X(10).
       01 WS-WLST-STATUS PIC X(2).
       01 WS-SRVW-STATUS PIC X(2).
       01 WS-SLOG-STATUS PIC X(2).
       01 WS-WLST-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-WLST VALUE 'Y'.
       01 WS-WLST-ERROR-SWITCH PIC X VALUE 'N'.
          88 WS-WLST-READ-ERROR VALUE 'Y'.
       01 WS-REVIEW-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-REVIEW-FOUND VALUE 'Y'.
       01 WS-TOKEN-MATCH-SWITCH PIC X VALUE 'N'.
          88 WS-TOKEN-MATCH VALUE 'Y'.
       01 WS-WORD-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-WORD-FOUND VALUE 'Y'.
      *        MATCH THRESHOLDS - A STRONG NAME MATCH ON ITS OWN, OR
      *        A PARTIAL NAME MATCH BACKED BY THE LISTED ADDRESS.
       01 WS-NAME-ONLY-THRESHOLD PIC 9(3) VALUE 80.
       01 WS-NAME-PART-THRESHOLD PIC 9(3) VALUE 50.
       01 WS-ADDRESS-THRESHOLD PIC 9(3) VALUE 60.
      *        WORD SETS - 1 SCREENED NAME, 2 SCREENED ADDRESS,
      *        3 WATCH-LIST NAME, 4 WATCH-LIST ADDRESS.
       01 WS-TOKEN-SETS.
          05 WS-TOKEN-SET OCCURS 4 TIMES.
             10 WS-TOKEN-COUNT PIC 9(2) COMP.
             10 WS-TOKEN-ENTRY OCCURS 20 TIMES.
                15 WS-TOKEN-TEXT PIC X(20).
                15 WS-TOKEN-LENGTH PIC 9(2) COMP.
       01 WS-SET-IX PIC 9(2) COMP.
       01 WS-SRC-SET PIC 9(2) COMP.
       01 WS-TGT-SET PIC 9(2) COMP.
       01 WS-SRC-IX PIC 9(2) COMP.
       01 WS-TGT-IX PIC 9(2) COMP.
       01 WS-CHAR-IX PIC 9(2) COMP.
       01 WS-NORM-TEXT PIC X(40).
       01 WS-CUR-TOKEN PIC X(20).
          88 WS-NOISE-WORD VALUE 'MR' 'MRS' 'MS' 'DR' 'JR' 'SR'
                                 'THE' 'AND' 'OF' 'INC' 'LLC'
                                 'LTD' 'CO' 'CORP'.
       01 WS-CUR-LENGTH PIC 9(2) COMP.
       01 WS-FOUND-COUNT PIC 9(2) COMP.
       01 WS-SET-SCORE PIC 9(3).
       01 WS-NAME-SCORE PIC 9(3).
       01 WS-ADDRESS-SCORE PIC 9(3).
       01 WS-BEST-NAME-SCORE PIC 9(3).
       01 WS-BEST-ADDRESS-SCORE PIC 9(3).
       01 WS-BEST-ENTRY-KEY PIC X(12).
       01 WS-BEST-ENTRY-NAME PIC X(40).
       01 WS-ENTRIES-SCREENED PIC 9(7).
      *        WORKING FIELDS FOR THE CLOSE-SPELLING COMPARISON OF TWO
      *        WORDS - A IS ALWAYS THE LONGER OR EQUAL WORD.
       01 WS-WORD-A PIC X(20).
       01 WS-WORD-B PIC X(20).
       01 WS-LEN-A PIC 9(2) COMP.
       01 WS-LEN-B PIC 9(2) COMP.
       01 WS-POS-A PIC 9(2) COMP.
       01 WS-POS-B PIC 9(2) COMP.
       01 WS-EDIT-COUNT PIC 9(2) COMP.
       01 WS-EDIT-LIMIT PIC 9(2) COMP.
       01 WS-TIME-NOW PIC X(8).
       LINKAGE SECTION.
       01 LS-SCREEN-REQUEST.
          COPY EPSSCRQ.
       PROCEDURE DIVISION USING LS-SCREEN-REQUEST.
      *
       A010-SCREEN-REQUEST.
                MOVE SPACES TO SQ-RESULT.
                MOVE SPACES TO SQ-ENTRY-KEY.
                MOVE SPACES TO SQ-ENTRY-NAME.
                MOVE 0 TO SQ-NAME-SCORE.
                MOVE 0 TO SQ-ADDRESS-SCORE.
                MOVE 0 TO WS-ENTRIES-SCREENED.
                CALL 'DBBDATE' USING DATE-JOUR BUSINESS-DATE.
      *        NOTHING IS SCREENED UNLESS THE RESULT CAN BE LOGGED.
                OPEN EXTEND SCREEN-LOG-FILE.
                IF WS-SLOG-STATUS NOT = '00'
                    DISPLAY 'SCREENING NOT AVAILABLE - SCRNLOG '
                        'STATUS ' WS-SLOG-STATUS
                    SET SQ-RESULT-UNAVAILABLE TO TRUE
                    GOBACK
                END-IF.
                OPEN INPUT WATCH-LIST-FILE.
                IF WS-WLST-STATUS NOT = '00'
                    DISPLAY 'SCREENING NOT AVAILABLE - WATCHLST '
                        'STATUS ' WS-WLST-STATUS
                    SET SQ-RESULT-UNAVAILABLE TO TRUE
                    PERFORM A080-WRITE-LOG
                    CLOSE SCREEN-LOG-FILE
                    GOBACK
                END-IF.
                PERFORM A020-SCREEN-WATCH-LIST.
                CLOSE WATCH-LIST-FILE.
      *        A LIST NOT READ TO THE END HAS NOT SCREENED ANYONE -
      *        THE CALL IS LOGGED UNAVAILABLE, NEVER AS NO MATCH.
                EVALUATE TRUE
                    WHEN WS-WLST-READ-ERROR
                        SET SQ-RESULT-UNAVAILABLE TO TRUE
                    WHEN WS-BEST-ENTRY-KEY = SPACES
                        SET SQ-RESULT-NO-MATCH TO TRUE
                    WHEN OTHER
                        MOVE WS-BEST-ENTRY-KEY TO SQ-ENTRY-KEY
                        MOVE WS-BEST-ENTRY-NAME TO SQ-ENTRY-NAME
                        MOVE WS-BEST-NAME-SCORE TO SQ-NAME-SCORE
                        MOVE WS-BEST-ADDRESS-SCORE TO SQ-ADDRESS-SCORE
                        PERFORM A060-FILE-REVIEW
                END-EVALUATE.
                PERFORM A080-WRITE-LOG.
                CLOSE SCREEN-LOG-FILE.
                GOBACK.
      *
       A020-SCREEN-WATCH-LIST.
                MOVE SPACES TO WS-BEST-ENTRY-KEY.
                MOVE SPACES TO WS-BEST-ENTRY-NAME.
                MOVE 0 TO WS-BEST-NAME-SCORE.
                MOVE 0 TO WS-BEST-ADDRESS-SCORE.
                MOVE SQ-SCREEN-NAME TO WS-NORM-TEXT.
                MOVE 1 TO WS-SET-IX.
                PERFORM A030-SPLIT-TEXT.
                MOVE SQ-SCREEN-ADDRESS TO WS-NORM-TEXT.
                MOVE 2 TO WS-SET-IX.
                PERFORM A030-SPLIT-TEXT.
                MOVE 'N' TO WS-WLST-EOF-SWITCH.
                MOVE 'N' TO WS-WLST-ERROR-SWITCH.
                PERFORM A025-SCREEN-ONE-ENTRY
                    UNTIL WS-EOF-WLST.
      *
       A025-SCREEN-ONE-ENTRY.
                READ WATCH-LIST-FILE NEXT RECORD
                    AT END
                        SET WS-EOF-WLST TO TRUE
                END-READ.
                IF WS-WLST-STATUS NOT = '00'
                  AND WS-WLST-STATUS NOT = '10'
                    DISPLAY 'SCREENING NOT AVAILABLE - WATCHLST '
                        'READ STATUS ' WS-WLST-STATUS
                    SET WS-WLST-READ-ERROR TO TRUE
                    SET WS-EOF-WLST TO TRUE
                    IF RETURN-CODE < 8
                        MOVE 8 TO RETURN-CODE
                    END-IF
                END-IF.
                IF NOT WS-EOF-WLST
                    ADD 1 TO WS-ENTRIES-SCREENED
                    PERFORM A040-SCORE-ENTRY
                END-IF.
      *
       A030-SPLIT-TEXT.
      *        FOLD TO UPPER CASE, TURN PUNCTUATION INTO BLANKS AND
      *        CUT THE TEXT INTO WORDS IN WORD SET WS-SET-IX.
                INSPECT WS-NORM-TEXT CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
                INSPECT WS-NORM-TEXT CONVERTING '.,-/&()#''"'
                    TO SPACES.
                MOVE 0 TO WS-TOKEN-COUNT (WS-SET-IX).
                MOVE SPACES TO WS-CUR-TOKEN.
                MOVE 0 TO WS-CUR-LENGTH.
                PERFORM A032-SPLIT-ONE-CHAR
                    VARYING WS-CHAR-IX FROM 1 BY 1
                    UNTIL WS-CHAR-IX > 40.
                PERFORM A034-CLOSE-WORD.
      *
       A032-SPLIT-ONE-CHAR.
                IF WS-NORM-TEXT (WS-CHAR-IX:1) = SPACE
                    PERFORM A034-CLOSE-WORD
                ELSE
                    IF WS-CUR-LENGTH < 20
                        ADD 1 TO WS-CUR-LENGTH
                        MOVE WS-NORM-TEXT (WS-CHAR-IX:1)
                            TO WS-CUR-TOKEN (WS-CUR-LENGTH:1)
                    END-IF
                END-IF.
      *
       A034-CLOSE-WORD.
      *        AN INITIAL OR A TITLE SAYS NOTHING ABOUT WHO THE
      *        PERSON IS AND IS LEFT OUT OF THE COMPARISON.
                IF WS-CUR-LENGTH > 1
                  AND NOT WS-NOISE-WORD
                  AND WS-TOKEN-COUNT (WS-SET-IX) < 20
                    ADD 1 TO WS-TOKEN-COUNT (WS-SET-IX)
                    MOVE WS-CUR-TOKEN TO WS-TOKEN-TEXT
                        (WS-SET-IX WS-TOKEN-COUNT (WS-SET-IX))
                    MOVE WS-CUR-LENGTH TO WS-TOKEN-LENGTH
                        (WS-SET-IX WS-TOKEN-COUNT (WS-SET-IX))
                END-IF.
                MOVE SPACES TO WS-CUR-TOKEN.
                MOVE 0 TO WS-CUR-LENGTH.
      *
       A040-SCORE-ENTRY.
                MOVE WL-ENTRY-NAME TO WS-NORM-TEXT.
                MOVE 3 TO WS-SET-IX.
                PERFORM A030-SPLIT-TEXT.
                MOVE WL-ENTRY-ADDRESS TO WS-NORM-TEXT.
                MOVE 4 TO WS-SET-IX.
                PERFORM A030-SPLIT-TEXT.
                MOVE 1 TO WS-SRC-SET.
                MOVE 3 TO WS-TGT-SET.
                PERFORM A042-SCORE-SET.
                MOVE WS-SET-SCORE TO WS-NAME-SCORE.
                MOVE 2 TO WS-SRC-SET.
                MOVE 4 TO WS-TGT-SET.
                PERFORM A042-SCORE-SET.
                MOVE WS-SET-SCORE TO WS-ADDRESS-SCORE.
                IF WS-NAME-SCORE NOT < WS-NAME-ONLY-THRESHOLD
                  OR (WS-NAME-SCORE NOT < WS-NAME-PART-THRESHOLD
                  AND WS-ADDRESS-SCORE NOT < WS-ADDRESS-THRESHOLD)
                    IF WS-NAME-SCORE > WS-BEST-NAME-SCORE
                      OR (WS-NAME-SCORE = WS-BEST-NAME-SCORE
                      AND WS-ADDRESS-SCORE > WS-BEST-ADDRESS-SCORE)
                        MOVE WL-KEY TO WS-BEST-ENTRY-KEY
                        MOVE WL-ENTRY-NAME TO WS-BEST-ENTRY-NAME
                        MOVE WS-NAME-SCORE TO WS-BEST-NAME-SCORE
                        MOVE WS-ADDRESS-SCORE
                            TO WS-BEST-ADDRESS-SCORE
                    END-IF
                END-IF.
      *
       A042-SCORE-SET.
      *        PERCENTAGE OF THE WATCH-LIST WORDS (TARGET SET) FOUND
      *        AMONG THE SCREENED WORDS (SOURCE SET).
                MOVE 0 TO WS-FOUND-COUNT.
                MOVE 0 TO WS-SET-SCORE.
                IF WS-TOKEN-COUNT (WS-TGT-SET) > 0
                  AND WS-TOKEN-COUNT (WS-SRC-SET) > 0
                    PERFORM A044-FIND-ONE-WORD
                        VARYING WS-TGT-IX FROM 1 BY 1
                        UNTIL WS-TGT-IX > WS-TOKEN-COUNT (WS-TGT-SET)
                    COMPUTE WS-SET-SCORE =
                        WS-FOUND-COUNT * 100
                        / WS-TOKEN-COUNT (WS-TGT-SET)
                END-IF.
      *
       A044-FIND-ONE-WORD.
                MOVE 'N' TO WS-WORD-FOUND-SWITCH.
                PERFORM A046-COMPARE-ONE-WORD
                    VARYING WS-SRC-IX FROM 1 BY 1
                    UNTIL WS-SRC-IX > WS-TOKEN-COUNT (WS-SRC-SET)
                       OR WS-WORD-FOUND.
                IF WS-WORD-FOUND
                    ADD 1 TO WS-FOUND-COUNT
                END-IF.
      *
       A046-COMPARE-ONE-WORD.
                IF WS-TOKEN-LENGTH (WS-SRC-SET WS-SRC-IX)
                        NOT < WS-TOKEN-LENGTH (WS-TGT-SET WS-TGT-IX)
                    MOVE WS-TOKEN-TEXT (WS-SRC-SET WS-SRC-IX)
                        TO WS-WORD-A
                    MOVE WS-TOKEN-LENGTH (WS-SRC-SET WS-SRC-IX)
                        TO WS-LEN-A
                    MOVE WS-TOKEN-TEXT (WS-TGT-SET WS-TGT-IX)
                        TO WS-WORD-B
                    MOVE WS-TOKEN-LENGTH (WS-TGT-SET WS-TGT-IX)
                        TO WS-LEN-B
                ELSE
                    MOVE WS-TOKEN-TEXT (WS-TGT-SET WS-TGT-IX)
                        TO WS-WORD-A
                    MOVE WS-TOKEN-LENGTH (WS-TGT-SET WS-TGT-IX)
                        TO WS-LEN-A
                    MOVE WS-TOKEN-TEXT (WS-SRC-SET WS-SRC-IX)
                        TO WS-WORD-B
                    MOVE WS-TOKEN-LENGTH (WS-SRC-SET WS-SRC-IX)
                        TO WS-LEN-B
                END-IF.
                PERFORM A050-COMPARE-WORDS.
                IF WS-TOKEN-MATCH
                    SET WS-WORD-FOUND TO TRUE
                END-IF.
      *
       A050-COMPARE-WORDS.
      *        EQUAL, OR - FOR WORDS OF FOUR LETTERS AND MORE - ONE
      *        LETTER CHANGED, ADDED OR DROPPED, SO A TRANSLITERATED
      *        OR MISKEYED SPELLING STILL MATCHES THE LISTED ONE.  A
      *        WORD OF EIGHT LETTERS OR MORE MAY HAVE TWO CHANGED.
                MOVE 'N' TO WS-TOKEN-MATCH-SWITCH.
                IF WS-LEN-B < 8
                    MOVE 1 TO WS-EDIT-LIMIT
                ELSE
                    MOVE 2 TO WS-EDIT-LIMIT
                END-IF.
                EVALUATE TRUE
                    WHEN WS-WORD-A = WS-WORD-B
                        SET WS-TOKEN-MATCH TO TRUE
                    WHEN WS-LEN-B < 4
                      OR WS-LEN-A - WS-LEN-B > 1
                        CONTINUE
                    WHEN WS-LEN-A = WS-LEN-B
                        MOVE 0 TO WS-EDIT-COUNT
                        PERFORM A052-COUNT-CHANGED-LETTER
                            VARYING WS-POS-A FROM 1 BY 1
                            UNTIL WS-POS-A > WS-LEN-A
                               OR WS-EDIT-COUNT > WS-EDIT-LIMIT
                        IF WS-EDIT-COUNT NOT > WS-EDIT-LIMIT
                            SET WS-TOKEN-MATCH TO TRUE
                        END-IF
                    WHEN OTHER
                        MOVE 0 TO WS-EDIT-COUNT
                        MOVE 1 TO WS-POS-A
                        MOVE 1 TO WS-POS-B
                        PERFORM A054-STEP-EXTRA-LETTER
                            UNTIL WS-POS-B > WS-LEN-B
                               OR WS-EDIT-COUNT > 1
                        IF WS-EDIT-COUNT NOT > 1
                            SET WS-TOKEN-MATCH TO TRUE
                        END-IF
                END-EVALUATE.
      *
       A052-COUNT-CHANGED-LETTER.
                IF WS-WORD-A (WS-POS-A:1) NOT = WS-WORD-B (WS-POS-A:1)
                    ADD 1 TO WS-EDIT-COUNT
                END-IF.
      *
       A054-STEP-EXTRA-LETTER.
      *        WALK BOTH WORDS TOGETHER; THE FIRST MISMATCH SKIPS
      *        THE EXTRA LETTER IN THE LONGER WORD, A SECOND ONE
      *        MEANS THE WORDS ARE MORE THAN ONE LETTER APART.
                IF WS-WORD-A (WS-POS-A:1) = WS-WORD-B (WS-POS-B:1)
                    ADD 1 TO WS-POS-A
                    ADD 1 TO WS-POS-B
                ELSE
                    ADD 1 TO WS-EDIT-COUNT
                    ADD 1 TO WS-POS-A
                END-IF.
      *
       A060-FILE-REVIEW.
      *        A MATCH THE COMPLIANCE OFFICER HAS ALREADY WORKED FOR
      *        THIS CUSTOMER, NAME, ADDRESS AND ENTRY KEEPS ITS
      *        DISPOSITION; ANY OTHER MATCH IS (RE)FILED AS HELD.
      *        THE REVIEW FILE HOLDS ONE ROW PER CUSTOMER, SO A ROW
      *        STILL WAITING FOR THE OFFICER IS NEVER OVERWRITTEN -
      *        A NEW MATCH ON THE SAME EVENT WAITS BEHIND IT AS HELD,
      *        ONE ON ANOTHER EVENT CANNOT BE SCREENED UNTIL IT IS
      *        WORKED AND IS RETURNED UNAVAILABLE.
                OPEN I-O SCREEN-REVIEW-FILE.
                IF WS-SRVW-STATUS NOT = '00'
                    DISPLAY 'SCREENING NOT AVAILABLE - SCRNRVW '
                        'STATUS ' WS-SRVW-STATUS
                    SET SQ-RESULT-UNAVAILABLE TO TRUE
                ELSE
                    PERFORM A062-READ-REVIEW
                    EVALUATE TRUE
                        WHEN WS-REVIEW-FOUND
                          AND SR-SCREEN-NAME = SQ-SCREEN-NAME
                          AND SR-SCREEN-ADDRESS = SQ-SCREEN-ADDRESS
                          AND SR-ENTRY-KEY = SQ-ENTRY-KEY
                          AND SR-STATUS-CLEARED
                            SET SQ-RESULT-CLEARED TO TRUE
                        WHEN WS-REVIEW-FOUND
                          AND SR-SCREEN-NAME = SQ-SCREEN-NAME
                          AND SR-SCREEN-ADDRESS = SQ-SCREEN-ADDRESS
                          AND SR-ENTRY-KEY = SQ-ENTRY-KEY
                          AND SR-STATUS-CONFIRMED
                            SET SQ-RESULT-CONFIRMED TO TRUE
                        WHEN WS-REVIEW-FOUND
                          AND SR-STATUS-HELD
                          AND SR-EVENT = SQ-EVENT
                            DISPLAY 'SCREENING - CUSTOMER '
                                SQ-CUSTOMER-ID
                                ' ALREADY HELD FOR REVIEW'
                            SET SQ-RESULT-HELD TO TRUE
                        WHEN WS-REVIEW-FOUND
                          AND SR-STATUS-HELD
                            DISPLAY 'SCREENING NOT AVAILABLE - '
                                'CUSTOMER ' SQ-CUSTOMER-ID
                                ' HELD FOR ANOTHER REVIEW'
                            SET SQ-RESULT-UNAVAILABLE TO TRUE
                        WHEN OTHER
                            SET SQ-RESULT-HELD TO TRUE
                            PERFORM A065-WRITE-REVIEW
                    END-EVALUATE
                    CLOSE SCREEN-REVIEW-FILE
                END-IF.
      *
       A062-READ-REVIEW.
                MOVE 'N' TO WS-REVIEW-FOUND-SWITCH.
                MOVE SQ-CUSTOMER-ID TO SR-CUSTOMER-ID.
                READ SCREEN-REVIEW-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-REVIEW-FOUND TO TRUE
                END-READ.
                IF WS-SRVW-STATUS NOT = '00'
                  AND WS-SRVW-STATUS NOT = '23'
                    DISPLAY 'SCREENING SCRNRVW READ - STATUS '
                        WS-SRVW-STATUS
                END-IF.
      *
       A065-WRITE-REVIEW.
                MOVE SQ-CUSTOMER-ID TO SR-CUSTOMER-ID.
                MOVE SQ-EVENT TO SR-EVENT.
                SET SR-STATUS-HELD TO TRUE.
                MOVE SQ-SCREEN-NAME TO SR-SCREEN-NAME.
                MOVE SQ-SCREEN-ADDRESS TO SR-SCREEN-ADDRESS.
                MOVE SQ-ENTRY-KEY TO SR-ENTRY-KEY.
                MOVE SQ-ENTRY-NAME TO SR-ENTRY-NAME.
                MOVE SQ-NAME-SCORE TO SR-NAME-SCORE.
                MOVE SQ-ADDRESS-SCORE TO SR-ADDRESS-SCORE.
                MOVE SQ-PROGRAM-ID TO SR-REQUESTING-PGM.
                MOVE SQ-OPERATOR-ID TO SR-REQUESTED-BY.
                MOVE BUSINESS-DATE TO SR-HELD-DATE.
                MOVE SPACES TO SR-REVIEWED-BY.
                MOVE SPACES TO SR-REVIEW-DATE.
                IF WS-REVIEW-FOUND
                    REWRITE SCREEN-REVIEW-RECORD
                ELSE
                    WRITE SCREEN-REVIEW-RECORD
                END-IF.
                IF WS-SRVW-STATUS NOT = '00'
                    DISPLAY 'SCREENING SCRNRVW WRITE - STATUS '
                        WS-SRVW-STATUS
                    SET SQ-RESULT-UNAVAILABLE TO TRUE
                END-IF.
      *
       A080-WRITE-LOG.
                ACCEPT WS-TIME-NOW FROM TIME.
                MOVE BUSINESS-DATE TO SL-SCREEN-DATE.
                MOVE WS-TIME-NOW TO SL-SCREEN-TIME.
                MOVE SQ-PROGRAM-ID TO SL-PROGRAM-ID.
                MOVE SQ-EVENT TO SL-EVENT.
                MOVE SQ-CUSTOMER-ID TO SL-CUSTOMER-ID.
                MOVE SQ-SCREEN-NAME TO SL-SCREEN-NAME.
                MOVE SQ-SCREEN-ADDRESS TO SL-SCREEN-ADDRESS.
                MOVE SQ-RESULT TO SL-RESULT.
                MOVE SQ-ENTRY-KEY TO SL-ENTRY-KEY.
                MOVE SQ-ENTRY-NAME TO SL-ENTRY-NAME.
                MOVE SQ-NAME-SCORE TO SL-NAME-SCORE.
                MOVE SQ-ADDRESS-SCORE TO SL-ADDRESS-SCORE.
                MOVE WS-ENTRIES-SCREENED TO SL-ENTRIES-SCREENED.
                MOVE SQ-OPERATOR-ID TO SL-OPERATOR-ID.
                WRITE SCREEN-LOG-RECORD.
                IF WS-SLOG-STATUS NOT = '00'
                    DISPLAY 'SCREENING SCRNLOG WRITE - STATUS '
                        WS-SLOG-STATUS
                    SET SQ-RESULT-UNAVAILABLE TO TRUE
                END-IF.
