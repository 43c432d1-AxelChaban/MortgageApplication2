  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBBORD.
      *****************************************************************
      *** Modification History                                     ***
      *****************************************************************
      *    2026-10-15  Initial version - bulk boarding of newly funded *
      *                loans off the origination system's daily        *
      *                BORDFEED file (EPSBORD).  The file is verified  *
      *                against its header date and its trailer's loan  *
      *                count and funded total before anything is       *
      *                boarded; a file that does not agree is refused  *
      *                whole (RC 12).  Each loan is checked with the   *
      *                EPSMTCOM field rules and for a complete         *
      *                servicing set-up - escrow amounts, autopay bank *
      *                details, mortgage insurance all or none (and    *
      *                present over 80% LTV), pool and investor        *
      *                together - must not already be on file, and its *
      *                borrower is screened through DBBSCRN.  A loan   *
      *                failing any check is rejected whole to MTGEXCPT *
      *                (RC 4).  A good loan is boarded in one pass:    *
      *                the approved CUSTMAST master, the ESCRFILE row, *
      *                the AUTOPAY enrollment, a POOLASGN row when     *
      *                sold, the MINSFILE coverage when insured and    *
      *                the AMORSCHD schedule from DBBAMORT.  The       *
      *                BORDRPT report lists every loan and reconciles  *
      *                boarded plus rejected to the trailer (RC 8 when *
      *                out of balance).                                *
      *    2026-10-15  A borrower whose watch-list match is already    *
      *                confirmed is refused as a sanctions match       *
      *                rather than reported as held for review, and a  *
      *                mortgage account already on CUSTMAST under      *
      *                another customer is rejected as a duplicate.    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOARDING-FEED-FILE
               ASSIGN TO "BORDFEED"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BORD-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT ESCROW-FILE
               ASSIGN TO "ESCRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-ESCR-STATUS.
           SELECT AUTOPAY-FILE
               ASSIGN TO "AUTOPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-AUTOPAY-STATUS.
           SELECT MORTGAGE-INS-FILE
               ASSIGN TO "MINSFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MI-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-MINS-STATUS.
           SELECT AMORT-SCHEDULE-FILE
               ASSIGN TO "AMORSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-SCHED-KEY
                   OF AMORT-SCHEDULE-RECORD
               FILE STATUS IS WS-AMORSCHD-STATUS.
           SELECT POOL-ASSIGN-FILE
               ASSIGN TO "POOLASGN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POOL-STATUS.
           SELECT EXCEPTION-FILE
               ASSIGN TO "MTGEXCPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXCPT-STATUS.
           SELECT BOARDING-REPORT-FILE
               ASSIGN TO "BORDRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
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
       FD  BOARDING-FEED-FILE.
       01  BOARDING-FEED-RECORD.
           COPY EPSBORD.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           COPY EPSMTCOM.
       FD  ESCROW-FILE.
       01  ESCROW-RECORD.
           COPY EPSESCR.
       FD  AUTOPAY-FILE.
       01  AUTOPAY-RECORD.
           COPY EPSAUTO.
       FD  MORTGAGE-INS-FILE.
       01  MORTGAGE-INS-RECORD.
           COPY EPSMINS.
       FD  AMORT-SCHEDULE-FILE.
       01  AMORT-SCHEDULE-RECORD.
           COPY EPSAMSCH.
       FD  POOL-ASSIGN-FILE.
       01  POOL-ASSIGN-RECORD.
           COPY EPSPOOL.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           COPY EPSEXCPT.
       FD  BOARDING-REPORT-FILE.
       01  BOARDING-REPORT-LINE         PIC X(80).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY EPSAUDIT.
       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD.
           COPY EPSERRLG.
       WORKING-STORAGE SECTION.
       01 BOARD-COPY.
          COPY EPSBORD.
       01 CUSTOMER-COPY.
          COPY EPSMTCOM.
       01 SCREEN-REQUEST.
          COPY EPSSCRQ.
       01 DATE-JOUR PIC X(10).
       01 BUSINESS-DATE PIC X(10).
       01 WS-BORD-STATUS PIC X(2).
       01 WS-CUSTMAST-STATUS PIC X(2).
       01 WS-ESCR-STATUS PIC X(2).
       01 WS-AUTOPAY-STATUS PIC X(2).
       01 WS-MINS-STATUS PIC X(2).
       01 WS-AMORSCHD-STATUS PIC X(2).
       01 WS-POOL-STATUS PIC X(2).
       01 WS-EXCPT-STATUS PIC X(2).
       01 WS-RPT-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
       01 WS-ERR-FILE-NAME PIC X(8).
       01 WS-ERR-OPERATION PIC X(8).
       01 WS-ERR-STATUS-CODE PIC X(2).
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-FEED VALUE 'Y'.
       01 WS-LOAN-READ-SWITCH PIC X VALUE 'N'.
          88 WS-LOAN-READ VALUE 'Y'.
       01 WS-BATCH-GOOD-SWITCH PIC X VALUE 'N'.
          88 WS-BATCH-GOOD VALUE 'Y'.
          88 WS-BATCH-BAD VALUE 'N'.
       01 WS-VERIFY-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-VERIFY VALUE 'Y'.
       01 WS-HEADER-SEEN-SWITCH PIC X VALUE 'N'.
          88 WS-HEADER-SEEN VALUE 'Y'.
       01 WS-TRAILER-SEEN-SWITCH PIC X VALUE 'N'.
          88 WS-TRAILER-SEEN VALUE 'Y'.
       01 WS-RECORD-VALID-SWITCH PIC X VALUE 'Y'.
          88 WS-RECORD-VALID VALUE 'Y'.
          88 WS-RECORD-INVALID VALUE 'N'.
       01 WS-MI-SWITCH PIC X VALUE 'N'.
          88 WS-MI-NONE VALUE 'N'.
          88 WS-MI-COMPLETE VALUE 'Y'.
          88 WS-MI-PARTIAL VALUE 'P'.
       01 WS-ACCT-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-ACCT-FOUND VALUE 'Y'.
       01 WS-SCAN-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-SCAN VALUE 'Y'.
       01 WS-FEED-SENDER PIC X(8) VALUE SPACES.
       01 WS-REFUSE-TEXT PIC X(50) VALUE SPACES.
       01 WS-VERIFY-COUNT PIC 9(7) VALUE 0.
       01 WS-VERIFY-FUNDED PIC 9(11)V99 VALUE 0.
       01 WS-TRL-LOAN-COUNT PIC 9(7) VALUE 0.
       01 WS-TRL-FUNDED-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-LTV-LIMIT PIC 9(9)V99 VALUE 0.
       01 WS-ANNUAL-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-BOARDED-COUNT PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-PROCESSED-COUNT PIC 9(7) VALUE 0.
       01 WS-POOLED-COUNT PIC 9(7) VALUE 0.
       01 WS-INSURED-COUNT PIC 9(7) VALUE 0.
       01 WS-BOARDED-FUNDED PIC 9(11)V99 VALUE 0.
       01 WS-REJECTED-FUNDED PIC 9(11)V99 VALUE 0.
       01 WS-PROCESSED-FUNDED PIC 9(11)V99 VALUE 0.
       01 WS-SCHEDULE-COUNT PIC 9(3).
       01 WS-SCHEDULE-IDX PIC 9(3).
       01 WS-SCHEDULE-TABLE.
          05 WS-SCHEDULE-ROW OCCURS 480 TIMES INDEXED BY SCH-IDX.
             COPY EPSAMSCH REPLACING ==05== BY ==10==
                 ==10== BY ==15==.
       01 WS-HEADING-LINE-1.
          05 FILLER              PIC X(24) VALUE
             'NEW-LOAN BOARDING REPORT'.
          05 FILLER              PIC X(6)  VALUE SPACES.
          05 FILLER              PIC X(9)  VALUE 'RUN DATE:'.
          05 HL-RUN-DATE         PIC X(10).
          05 FILLER              PIC X(3)  VALUE SPACES.
          05 FILLER              PIC X(8)  VALUE 'SENDER: '.
          05 HL-SENDER-ID        PIC X(8).
       01 WS-HEADING-LINE-2.
          05 FILLER              PIC X(14) VALUE 'ACCOUNT'.
          05 FILLER              PIC X(12) VALUE 'CUSTOMER'.
          05 FILLER              PIC X(16) VALUE ' FUNDED AMOUNT'.
          05 FILLER              PIC X(6)  VALUE 'WHY'.
          05 FILLER              PIC X(32) VALUE 'RESULT'.
       01 WS-DETAIL-LINE.
          05 DL-MORTGAGE-ACCT    PIC X(12).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-CUSTOMER-ID      PIC X(10).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-FUNDED-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-REASON           PIC X(4).
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 DL-RESULT           PIC X(32).
       01 WS-MESSAGE-LINE.
          05 ML-TEXT             PIC X(80).
       01 WS-RECON-LINE.
          05 RL-LABEL            PIC X(27).
          05 RL-COUNT            PIC ZZZ,ZZ9.
          05 FILLER              PIC X(4)  VALUE SPACES.
          05 RL-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
                CALL 'DBBDATE' USING DATE-JOUR BUSINESS-DATE.
                DISPLAY 'DBBBORD RUN DATE: ' BUSINESS-DATE.
                PERFORM A010-OPEN-FILES.
                PERFORM A015-VERIFY-FEED.
                PERFORM A012-WRITE-HEADING.
                IF WS-BATCH-GOOD
                    PERFORM A019-OPEN-FEED
                    PERFORM A020-READ-LOAN
                    PERFORM A030-BOARD-LOAN
                        UNTIL WS-EOF-FEED
                ELSE
                    DISPLAY 'ORIGINATION FILE REFUSED - NO LOANS '
                        'BOARDED'
                    MOVE 12 TO RETURN-CODE
                END-IF.
                PERFORM A070-WRITE-RECONCILIATION.
                PERFORM A090-CLOSE-FILES.
                STOP RUN.
      *
       A010-OPEN-FILES.
                OPEN EXTEND ERROR-LOG-FILE.
                IF WS-ERRLOG-STATUS NOT = '00'
                    DISPLAY 'UNABLE TO OPEN ERROR-LOG-FILE - STATUS '
                        WS-ERRLOG-STATUS
                END-IF.
                OPEN I-O CUSTOMER-MASTER-FILE.
                IF WS-CUSTMAST-STATUS NOT = '00'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O ESCROW-FILE.
                IF WS-ESCR-STATUS NOT = '00'
                    MOVE 'ESCRFILE' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-ESCR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O AUTOPAY-FILE.
                IF WS-AUTOPAY-STATUS NOT = '00'
                    MOVE 'AUTOPAY' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-AUTOPAY-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O MORTGAGE-INS-FILE.
                IF WS-MINS-STATUS NOT = '00'
                    MOVE 'MINSFILE' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-MINS-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O AMORT-SCHEDULE-FILE.
                IF WS-AMORSCHD-STATUS NOT = '00'
                    MOVE 'AMORSCHD' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-AMORSCHD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN EXTEND POOL-ASSIGN-FILE.
                IF WS-POOL-STATUS NOT = '00'
                    MOVE 'POOLASGN' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-POOL-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN EXTEND EXCEPTION-FILE.
                IF WS-EXCPT-STATUS NOT = '00'
                    MOVE 'MTGEXCPT' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-EXCPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT BOARDING-REPORT-FILE.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'BORDRPT' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
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
       A012-WRITE-HEADING.
                MOVE BUSINESS-DATE TO HL-RUN-DATE.
                MOVE WS-FEED-SENDER TO HL-SENDER-ID.
                WRITE BOARDING-REPORT-LINE FROM WS-HEADING-LINE-1.
                PERFORM A075-CHECK-RPT-STATUS.
                WRITE BOARDING-REPORT-LINE FROM WS-HEADING-LINE-2.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A015-VERIFY-FEED.
      *        THE WHOLE ORIGINATION FILE IS VERIFIED AGAINST ITS
      *        HEADER AND TRAILER BEFORE A SINGLE LOAN IS BOARDED - A
      *        TRUNCATED TRANSMISSION MUST NEVER BOARD HALF A DAY'S
      *        FUNDINGS.
                SET WS-BATCH-BAD TO TRUE.
                OPEN INPUT BOARDING-FEED-FILE.
                IF WS-BORD-STATUS NOT = '00'
                    MOVE 'UNABLE TO OPEN BORDFEED' TO WS-REFUSE-TEXT
                    MOVE 'BORDFEED' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-BORD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                ELSE
                    PERFORM A016-VERIFY-ONE-RECORD
                        UNTIL WS-EOF-VERIFY
                    CLOSE BOARDING-FEED-FILE
                    PERFORM A018-JUDGE-FEED
                END-IF.
                DISPLAY 'FEED CONTROL - ' WS-REFUSE-TEXT.
      *
       A016-VERIFY-ONE-RECORD.
                READ BOARDING-FEED-FILE
                    AT END
                        SET WS-EOF-VERIFY TO TRUE
                    NOT AT END
                        PERFORM A017-CLASSIFY-RECORD
                END-READ.
                IF WS-BORD-STATUS NOT = '00'
                  AND WS-BORD-STATUS NOT = '10'
                    MOVE 'READ FAILED ON BORDFEED' TO WS-REFUSE-TEXT
                    MOVE 'BORDFEED' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-BORD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-EOF-VERIFY TO TRUE
                END-IF.
      *
       A017-CLASSIFY-RECORD.
                EVALUATE TRUE
                    WHEN BO-TYPE-HEADER OF BOARDING-FEED-RECORD
                        IF WS-HEADER-SEEN
                            MOVE 'SECOND HEADER ON FILE'
                                TO WS-REFUSE-TEXT
                            SET WS-EOF-VERIFY TO TRUE
                        ELSE
                            SET WS-HEADER-SEEN TO TRUE
                            MOVE BO-SENDER-ID OF BOARDING-FEED-RECORD
                                TO WS-FEED-SENDER
                            IF BO-FILE-DATE OF BOARDING-FEED-RECORD
                                    NOT = BUSINESS-DATE
                                MOVE
                                    'FILE DATE IS NOT THE BUSINESS DATE'
                                    TO WS-REFUSE-TEXT
                                SET WS-EOF-VERIFY TO TRUE
                            END-IF
                        END-IF
                    WHEN BO-TYPE-TRAILER OF BOARDING-FEED-RECORD
                        IF WS-TRAILER-SEEN
                            MOVE 'SECOND TRAILER ON FILE'
                                TO WS-REFUSE-TEXT
                            SET WS-EOF-VERIFY TO TRUE
                        ELSE
                            SET WS-TRAILER-SEEN TO TRUE
                            MOVE BO-LOAN-COUNT OF BOARDING-FEED-RECORD
                                TO WS-TRL-LOAN-COUNT
                            MOVE BO-FUNDED-TOTAL
                                OF BOARDING-FEED-RECORD
                                TO WS-TRL-FUNDED-TOTAL
                        END-IF
                    WHEN WS-TRAILER-SEEN
                        MOVE 'RECORDS AFTER THE TRAILER'
                            TO WS-REFUSE-TEXT
                        MOVE 'N' TO WS-TRAILER-SEEN-SWITCH
                        SET WS-EOF-VERIFY TO TRUE
                    WHEN NOT WS-HEADER-SEEN
                        MOVE 'NO HEADER AT THE TOP OF THE FILE'
                            TO WS-REFUSE-TEXT
                        SET WS-EOF-VERIFY TO TRUE
                    WHEN BO-TYPE-LOAN OF BOARDING-FEED-RECORD
                        ADD 1 TO WS-VERIFY-COUNT
                        IF BO-LOAN-AMOUNT OF BOARDING-FEED-RECORD
                                NUMERIC
                            ADD BO-LOAN-AMOUNT OF BOARDING-FEED-RECORD
                                TO WS-VERIFY-FUNDED
                        END-IF
                    WHEN OTHER
                        MOVE 'UNKNOWN RECORD TYPE ON FILE'
                            TO WS-REFUSE-TEXT
                        SET WS-EOF-VERIFY TO TRUE
                END-EVALUATE.
      *
       A018-JUDGE-FEED.
                EVALUATE TRUE
                    WHEN WS-REFUSE-TEXT NOT = SPACES
                        CONTINUE
                    WHEN NOT WS-HEADER-SEEN
                        MOVE 'HEADER MISSING' TO WS-REFUSE-TEXT
                    WHEN NOT WS-TRAILER-SEEN
                        MOVE 'TRAILER MISSING' TO WS-REFUSE-TEXT
                    WHEN WS-VERIFY-COUNT NOT = WS-TRL-LOAN-COUNT
                        MOVE 'LOAN COUNT DISAGREES WITH THE TRAILER'
                            TO WS-REFUSE-TEXT
                    WHEN WS-VERIFY-FUNDED NOT = WS-TRL-FUNDED-TOTAL
                        MOVE 'FUNDED TOTAL DISAGREES WITH THE TRAILER'
                            TO WS-REFUSE-TEXT
                    WHEN OTHER
                        MOVE 'FILE VERIFIED' TO WS-REFUSE-TEXT
                        SET WS-BATCH-GOOD TO TRUE
                END-EVALUATE.
      *
       A019-OPEN-FEED.
                OPEN INPUT BOARDING-FEED-FILE.
                IF WS-BORD-STATUS NOT = '00'
                    MOVE 'BORDFEED' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-BORD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-EOF-FEED TO TRUE
                END-IF.
      *
       A020-READ-LOAN.
      *        THE HEADER AND TRAILER HAVE BEEN VERIFIED ALREADY AND
      *        ARE PASSED OVER HERE - ONLY LOAN RECORDS ARE BOARDED.
                MOVE 'N' TO WS-LOAN-READ-SWITCH.
                PERFORM A022-READ-FEED-RECORD
                    UNTIL WS-LOAN-READ
                       OR WS-EOF-FEED.
      *
       A022-READ-FEED-RECORD.
                READ BOARDING-FEED-FILE
                    AT END
                        SET WS-EOF-FEED TO TRUE
                    NOT AT END
                        IF BO-TYPE-LOAN OF BOARDING-FEED-RECORD
                            MOVE BOARDING-FEED-RECORD TO BOARD-COPY
                            ADD 1 TO WS-RECORDS-IN
                            SET WS-LOAN-READ TO TRUE
                        END-IF
                END-READ.
                IF WS-BORD-STATUS NOT = '00'
                  AND WS-BORD-STATUS NOT = '10'
                    MOVE 'BORDFEED' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-BORD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-EOF-FEED TO TRUE
                END-IF.
      *
       A030-BOARD-LOAN.
      *        A LOAN IS BOARDED WHOLE OR NOT AT ALL - EVERY CHECK IS
      *        MADE BEFORE THE FIRST RECORD IS WRITTEN, AND A LOAN
      *        THAT FAILS ANY OF THEM GOES TO MTGEXCPT FOR THE
      *        ORIGINATION AREA TO CORRECT AND SEND AGAIN.
                PERFORM A032-BUILD-MASTER.
                PERFORM A035-VALIDATE-LOAN.
                IF WS-RECORD-VALID
                    PERFORM A040-CHECK-ON-FILE
                END-IF.
                IF WS-RECORD-VALID
                    PERFORM A045-SCREEN-BORROWER
                END-IF.
                IF WS-RECORD-VALID
                    PERFORM A050-WRITE-MASTER
                END-IF.
                IF WS-RECORD-VALID
                    PERFORM A052-WRITE-ESCROW
                    PERFORM A054-WRITE-AUTOPAY
                    IF BO-POOL-ID OF BOARD-COPY NOT = SPACES
                        PERFORM A056-WRITE-POOL-ASSIGNMENT
                    END-IF
                    IF WS-MI-COMPLETE
                        PERFORM A058-WRITE-INSURANCE
                    END-IF
                    PERFORM A060-BUILD-SCHEDULE
                    ADD 1 TO WS-BOARDED-COUNT
                    ADD BO-LOAN-AMOUNT OF BOARD-COPY
                        TO WS-BOARDED-FUNDED
                    MOVE SPACES TO DL-REASON
                    MOVE 'BOARDED' TO DL-RESULT
                ELSE
                    PERFORM A047-REJECT-LOAN
                END-IF.
                PERFORM A065-WRITE-DETAIL.
                PERFORM A020-READ-LOAN.
      *
       A032-BUILD-MASTER.
      *        THE MASTER STARTS LIFE APPROVED, WITH THE FUNDED
      *        AMOUNT AS ITS BALANCE AND THE FUNDING DATE AS ITS
      *        APPLICATION DATE.  IT IS ALSO THE IMAGE CARRIED ON
      *        THE EXCEPTION IF THE LOAN IS REJECTED.
                INITIALIZE CUSTOMER-COPY.
                MOVE BO-CUSTOMER-ID OF BOARD-COPY
                    TO CM-CUSTOMER-ID OF CUSTOMER-COPY.
                MOVE BO-CUSTOMER-NAME OF BOARD-COPY
                    TO CM-CUSTOMER-NAME OF CUSTOMER-COPY.
                MOVE BO-CUSTOMER-ADDRESS OF BOARD-COPY
                    TO CM-CUSTOMER-ADDRESS OF CUSTOMER-COPY.
                MOVE BO-MORTGAGE-ACCT-NO OF BOARD-COPY
                    TO CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY.
                MOVE BO-PROPERTY-VALUE OF BOARD-COPY
                    TO CM-PROPERTY-VALUE OF CUSTOMER-COPY.
                MOVE BO-LOAN-AMOUNT OF BOARD-COPY
                    TO CM-LOAN-AMOUNT OF CUSTOMER-COPY.
                MOVE BO-INTEREST-RATE OF BOARD-COPY
                    TO CM-INTEREST-RATE OF CUSTOMER-COPY.
                MOVE BO-LOAN-TERM-MONTHS OF BOARD-COPY
                    TO CM-LOAN-TERM-MONTHS OF CUSTOMER-COPY.
                MOVE BO-LOAN-TYPE OF BOARD-COPY
                    TO CM-LOAN-TYPE OF CUSTOMER-COPY.
                MOVE BO-LOAN-AMOUNT OF BOARD-COPY
                    TO CM-CURRENT-BALANCE OF CUSTOMER-COPY.
                SET CM-STATUS-APPROVED OF CUSTOMER-COPY TO TRUE.
                MOVE BO-FUNDING-DATE OF BOARD-COPY
                    TO CM-APPLICATION-DATE OF CUSTOMER-COPY.
                MOVE BO-CREDIT-SCORE OF BOARD-COPY
                    TO CM-CREDIT-SCORE OF CUSTOMER-COPY.
                MOVE BO-SCORE-DATE OF BOARD-COPY
                    TO CM-SCORE-DATE OF CUSTOMER-COPY.
      *
       A035-VALIDATE-LOAN.
      *        THE EPSMTCOM FIELD RULES FIRST, IN THE ORDER DBBTEST2
      *        APPLIES THEM, THEN WHAT BOARDING NEEDS ON TOP OF THEM -
      *        A LOAN MISSING ANY PIECE OF ITS SERVICING SET-UP IS
      *        REJECTED RATHER THAN BOARDED PART-WAY.
                SET WS-RECORD-VALID TO TRUE.
                PERFORM A036-CHECK-INSURANCE.
                EVALUATE TRUE
                    WHEN BO-CUSTOMER-ID OF BOARD-COPY = SPACES
                      OR BO-CUSTOMER-NAME OF BOARD-COPY = SPACES
                        MOVE 'REQD' TO EX-REASON-CODE
                        MOVE 'REQUIRED FIELD MISSING'
                            TO EX-REASON-TEXT
                        SET WS-RECORD-INVALID TO TRUE
                    WHEN BO-LOAN-AMOUNT OF BOARD-COPY NOT NUMERIC
                      OR BO-LOAN-AMOUNT OF BOARD-COPY NOT > 0
                        MOVE 'LOAN' TO EX-REASON-CODE
                        MOVE 'LOAN AMOUNT NOT POSITIVE'
                            TO EX-REASON-TEXT
                        SET WS-RECORD-INVALID TO TRUE
                    WHEN BO-INTEREST-RATE OF BOARD-COPY NOT NUMERIC
                      OR BO-INTEREST-RATE OF BOARD-COPY < 0.500
                      OR BO-INTEREST-RATE OF BOARD-COPY > 25.000
                        MOVE 'RATE' TO EX-REASON-CODE
                        MOVE 'INTEREST RATE NOT PLAUSIBLE'
                            TO EX-REASON-TEXT
                        SET WS-RECORD-INVALID TO TRUE
                    WHEN BO-LOAN-TERM-MONTHS OF BOARD-COPY NOT NUMERIC
                      OR BO-LOAN-TERM-MONTHS OF BOARD-COPY NOT > 0
                      OR BO-LOAN-TERM-MONTHS OF BOARD-COPY > 480
                        MOVE 'TERM' TO EX-REASON-CODE
                        MOVE 'LOAN TERM OUT OF RANGE'
                            TO EX-REASON-TEXT
                        SET WS-RECORD-INVALID TO TRUE
                    WHEN BO-MORTGAGE-ACCT-NO OF BOARD-COPY = SPACES
                      OR BO-CUSTOMER-ADDRESS OF BOARD-COPY = SPACES
                      OR BO-LOAN-TYPE OF BOARD-COPY = SPACES
                      OR BO-FUNDING-DATE OF BOARD-COPY = SPACES
                        MOVE 'REQD' TO EX-REASON-CODE
                        MOVE 'REQUIRED FIELD MISSING'
                            TO EX-REASON-TEXT
                        SET WS-RECORD-INVALID TO TRUE
                    WHEN BO-PROPERTY-VALUE OF BOARD-COPY NOT NUMERIC
                      OR BO-PROPERTY-VALUE OF BOARD-COPY NOT > 0
                        MOVE 'PROP' TO EX-REASON-CODE
                        MOVE 'PROPERTY VALUE NOT POSITIVE'
                            TO EX-REASON-TEXT
                        SET WS-RECORD-INVALID TO TRUE
                    WHEN BO-CREDIT-SCORE OF BOARD-COPY NOT NUMERIC
                        MOVE 'SCOR' TO EX-REASON-CODE
                        MOVE 'CREDIT SCORE NOT NUMERIC'
                            TO EX-REASON-TEXT
                        SET WS-RECORD-INVALID TO TRUE
                    WHEN BO-ANNUAL-TAX OF BOARD-COPY NOT NUMERIC
                      OR BO-ANNUAL-INSURANCE OF BOARD-COPY NOT NUMERIC
                      OR BO-INITIAL-ESCROW OF BOARD-COPY NOT NUMERIC
                      OR (BO-ANNUAL-TAX OF BOARD-COPY = 0
                        AND BO-ANNUAL-INSURANCE OF BOARD-COPY = 0)
                        MOVE 'ESCR' TO EX-REASON-CODE
                        MOVE 'ESCROW AMOUNTS MISSING'
                            TO EX-REASON-TEXT
                        SET WS-RECORD-INVALID TO TRUE
                    WHEN BO-BANK-ROUTING-NO OF BOARD-COPY = SPACES
                      OR BO-BANK-ACCOUNT-NO OF BOARD-COPY = SPACES
                        MOVE 'BANK' TO EX-REASON-CODE
                        MOVE 'AUTOPAY BANK DETAILS MISSING'
                            TO EX-REASON-TEXT
                        SET WS-RECORD-INVALID TO TRUE
                    WHEN WS-MI-PARTIAL
                        MOVE 'MINS' TO EX-REASON-CODE
                        MOVE 'MORTGAGE INSURANCE INCOMPLETE'
                            TO EX-REASON-TEXT
                        SET WS-RECORD-INVALID TO TRUE
                    WHEN WS-MI-NONE
                      AND BO-LOAN-AMOUNT OF BOARD-COPY > WS-LTV-LIMIT
                        MOVE 'MINS' TO EX-REASON-CODE
                        MOVE 'NO MORTGAGE INSURANCE OVER 80% LTV'
                            TO EX-REASON-TEXT
                        SET WS-RECORD-INVALID TO TRUE
                    WHEN (BO-POOL-ID OF BOARD-COPY = SPACES
                        AND BO-INVESTOR-NAME OF BOARD-COPY NOT = SPACES)
                      OR (BO-POOL-ID OF BOARD-COPY NOT = SPACES
                        AND BO-INVESTOR-NAME OF BOARD-COPY = SPACES)
                        MOVE 'POOL' TO EX-REASON-CODE
                        MOVE 'POOL ASSIGNMENT INCOMPLETE'
                            TO EX-REASON-TEXT
                        SET WS-RECORD-INVALID TO TRUE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
      *
       A036-CHECK-INSURANCE.
      *        MORTGAGE INSURANCE IS ALL OR NOTHING - CARRIER,
      *        CERTIFICATE AND PREMIUM TOGETHER, OR NONE OF THEM.  A
      *        LOAN OVER 80% OF THE PROPERTY VALUE MUST CARRY IT.
                EVALUATE TRUE
                    WHEN BO-MI-CARRIER-NAME OF BOARD-COPY = SPACES
                      AND BO-MI-CERTIFICATE-NO OF BOARD-COPY = SPACES
                      AND (BO-MI-MONTHLY-PREMIUM OF BOARD-COPY
                            NOT NUMERIC
                        OR BO-MI-MONTHLY-PREMIUM OF BOARD-COPY = 0)
                        SET WS-MI-NONE TO TRUE
                    WHEN BO-MI-CARRIER-NAME OF BOARD-COPY NOT = SPACES
                      AND BO-MI-CERTIFICATE-NO OF BOARD-COPY
                            NOT = SPACES
                      AND BO-MI-MONTHLY-PREMIUM OF BOARD-COPY NUMERIC
                      AND BO-MI-MONTHLY-PREMIUM OF BOARD-COPY > 0
                        SET WS-MI-COMPLETE TO TRUE
                    WHEN OTHER
                        SET WS-MI-PARTIAL TO TRUE
                END-EVALUATE.
                MOVE 0 TO WS-LTV-LIMIT.
                IF BO-PROPERTY-VALUE OF BOARD-COPY NUMERIC
                    COMPUTE WS-LTV-LIMIT ROUNDED =
                        BO-PROPERTY-VALUE OF BOARD-COPY * 0.80
                END-IF.
      *
       A040-CHECK-ON-FILE.
      *        NEITHER THE CUSTOMER NOR THE MORTGAGE ACCOUNT MAY
      *        ALREADY BE ON ANY OF THE FILES BOARDING WRITES - A
      *        LOAN SENT TWICE MUST NOT OVERLAY THE ONE ALREADY
      *        BEING SERVICED.
                MOVE BO-CUSTOMER-ID OF BOARD-COPY
                    TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD.
                READ CUSTOMER-MASTER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'DUPL' TO EX-REASON-CODE
                        MOVE 'CUSTOMER ALREADY ON FILE'
                            TO EX-REASON-TEXT
                        SET WS-RECORD-INVALID TO TRUE
                END-READ.
                IF WS-CUSTMAST-STATUS NOT = '00'
                  AND WS-CUSTMAST-STATUS NOT = '23'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                IF WS-RECORD-VALID
                    PERFORM A042-CHECK-ACCOUNT
                    IF WS-ACCT-FOUND
                        MOVE 'DUPL' TO EX-REASON-CODE
                        MOVE 'MORTGAGE ACCOUNT ALREADY ON FILE'
                            TO EX-REASON-TEXT
                        SET WS-RECORD-INVALID TO TRUE
                    END-IF
                END-IF.
      *
       A042-CHECK-ACCOUNT.
                MOVE 'N' TO WS-ACCT-FOUND-SWITCH.
                MOVE BO-MORTGAGE-ACCT-NO OF BOARD-COPY
                    TO ES-MORTGAGE-ACCT-NO.
                READ ESCROW-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-ACCT-FOUND TO TRUE
                END-READ.
                IF WS-ESCR-STATUS NOT = '00'
                  AND WS-ESCR-STATUS NOT = '23'
                    MOVE 'ESCRFILE' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-ESCR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                MOVE BO-MORTGAGE-ACCT-NO OF BOARD-COPY
                    TO AP-MORTGAGE-ACCT-NO.
                READ AUTOPAY-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-ACCT-FOUND TO TRUE
                END-READ.
                IF WS-AUTOPAY-STATUS NOT = '00'
                  AND WS-AUTOPAY-STATUS NOT = '23'
                    MOVE 'AUTOPAY' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-AUTOPAY-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                MOVE BO-MORTGAGE-ACCT-NO OF BOARD-COPY
                    TO MI-MORTGAGE-ACCT-NO.
                READ MORTGAGE-INS-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-ACCT-FOUND TO TRUE
                END-READ.
                IF WS-MINS-STATUS NOT = '00'
                  AND WS-MINS-STATUS NOT = '23'
                    MOVE 'MINSFILE' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-MINS-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                MOVE BO-MORTGAGE-ACCT-NO OF BOARD-COPY
                    TO AS-MORTGAGE-ACCT-NO OF AMORT-SCHEDULE-RECORD.
                MOVE 1 TO AS-PAYMENT-NUMBER OF AMORT-SCHEDULE-RECORD.
                READ AMORT-SCHEDULE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-ACCT-FOUND TO TRUE
                END-READ.
                IF WS-AMORSCHD-STATUS NOT = '00'
                  AND WS-AMORSCHD-STATUS NOT = '23'
                    MOVE 'AMORSCHD' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-AMORSCHD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                IF NOT WS-ACCT-FOUND
                    PERFORM A043-SCAN-MASTER
                END-IF.
      *
       A043-SCAN-MASTER.
      *        THE MASTER IS KEYED ON CUSTOMER ID, SO AN ACCOUNT
      *        ALREADY SERVICED UNDER ANOTHER CUSTOMER IS FOUND BY
      *        WALKING THE FILE UNTIL THE ACCOUNT NUMBER MATCHES.
                MOVE 'N' TO WS-SCAN-EOF-SWITCH.
                MOVE LOW-VALUES
                    TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD.
                START CUSTOMER-MASTER-FILE
                    KEY IS NOT LESS THAN CM-CUSTOMER-ID
                        OF CUSTOMER-MASTER-RECORD
                    INVALID KEY
                        SET WS-EOF-SCAN TO TRUE
                END-START.
                PERFORM A044-SCAN-ONE-CUSTOMER
                    UNTIL WS-EOF-SCAN
                       OR WS-ACCT-FOUND.
      *
       A044-SCAN-ONE-CUSTOMER.
                READ CUSTOMER-MASTER-FILE NEXT RECORD
                    AT END
                        SET WS-EOF-SCAN TO TRUE
                    NOT AT END
                        IF CM-MORTGAGE-ACCT-NO
                                OF CUSTOMER-MASTER-RECORD
                                = BO-MORTGAGE-ACCT-NO OF BOARD-COPY
                            SET WS-ACCT-FOUND TO TRUE
                        END-IF
                END-READ.
                IF WS-CUSTMAST-STATUS NOT = '00'
                  AND WS-CUSTMAST-STATUS NOT = '10'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-EOF-SCAN TO TRUE
                END-IF.
      *
       A045-SCREEN-BORROWER.
      *        A BORROWER IS SCREENED AGAINST THE SANCTIONS WATCH LIST
      *        BEFORE THE LOAN IS BOARDED, THE SAME AS AN APPLICANT.
      *        A POTENTIAL MATCH IS FILED FOR COMPLIANCE REVIEW AND
      *        THE LOAN REJECTED; ONCE THE MATCH IS CLEARED ON DBBSCRV
      *        THE SAME LOAN PASSES SCREENING WHEN IT IS SENT AGAIN.
      *        A MATCH ALREADY CONFIRMED IS A REFUSAL, NOT A HOLD.
                MOVE 'DBBBORD' TO SQ-PROGRAM-ID.
                SET SQ-EVENT-APPLICATION TO TRUE.
                MOVE BO-CUSTOMER-ID OF BOARD-COPY TO SQ-CUSTOMER-ID.
                MOVE BO-CUSTOMER-NAME OF BOARD-COPY TO SQ-SCREEN-NAME.
                MOVE BO-CUSTOMER-ADDRESS OF BOARD-COPY
                    TO SQ-SCREEN-ADDRESS.
                MOVE 'DBBBORD' TO SQ-OPERATOR-ID.
                CALL 'DBBSCRN' USING SCREEN-REQUEST.
                EVALUATE TRUE
                    WHEN SQ-RESULT-PROCEED
                        CONTINUE
                    WHEN SQ-RESULT-HELD
                        MOVE 'SANC' TO EX-REASON-CODE
                        MOVE 'HELD FOR SANCTIONS REVIEW'
                            TO EX-REASON-TEXT
                        SET WS-RECORD-INVALID TO TRUE
                    WHEN SQ-RESULT-CONFIRMED
                        MOVE 'SANC' TO EX-REASON-CODE
                        MOVE 'REFUSED - SANCTIONS MATCH'
                            TO EX-REASON-TEXT
                        SET WS-RECORD-INVALID TO TRUE
                    WHEN OTHER
                        MOVE 'SANC' TO EX-REASON-CODE
                        MOVE 'SANCTIONS SCREENING NOT AVAILABLE'
                            TO EX-REASON-TEXT
                        SET WS-RECORD-INVALID TO TRUE
                        MOVE 'WATCHLST' TO WS-ERR-FILE-NAME
                        MOVE 'SCREEN' TO WS-ERR-OPERATION
                        MOVE SPACES TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                END-EVALUATE.
      *
       A047-REJECT-LOAN.
                MOVE 'DBBBORD' TO EX-PROGRAM-ID.
                MOVE BO-CUSTOMER-ID OF BOARD-COPY TO EX-CUSTOMER-ID.
                MOVE BUSINESS-DATE TO EX-RUN-DATE.
                MOVE CUSTOMER-COPY TO EX-IMAGE-CUSTOMER.
                MOVE SPACES TO EX-IMAGE-TRANS.
                SET EX-UNRESOLVED TO TRUE.
                MOVE SPACES TO EX-RESOLVED-DATE.
                WRITE EXCEPTION-RECORD.
                IF WS-EXCPT-STATUS NOT = '00'
                    MOVE 'MTGEXCPT' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-EXCPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF.
                ADD 1 TO WS-REJECTED-COUNT.
                IF BO-LOAN-AMOUNT OF BOARD-COPY NUMERIC
                    ADD BO-LOAN-AMOUNT OF BOARD-COPY
                        TO WS-REJECTED-FUNDED
                END-IF.
                MOVE EX-REASON-CODE TO DL-REASON.
                MOVE EX-REASON-TEXT TO DL-RESULT.
      *
       A050-WRITE-MASTER.
      *        THE MASTER GOES FIRST - IF IT CANNOT BE WRITTEN NOTHING
      *        ELSE IS, AND THE LOAN IS REJECTED LIKE ANY OTHER.
                WRITE CUSTOMER-MASTER-RECORD FROM CUSTOMER-COPY
                    INVALID KEY
                        MOVE 'DUPL' TO EX-REASON-CODE
                        MOVE 'CUSTOMER ALREADY ON FILE'
                            TO EX-REASON-TEXT
                        SET WS-RECORD-INVALID TO TRUE
                END-WRITE.
                IF WS-CUSTMAST-STATUS NOT = '00'
                  AND WS-CUSTMAST-STATUS NOT = '22'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    MOVE 'FILE' TO EX-REASON-CODE
                    MOVE 'MASTER NOT WRITTEN - SEE ERROR LOG'
                        TO EX-REASON-TEXT
                    SET WS-RECORD-INVALID TO TRUE
                END-IF.
      *
       A052-WRITE-ESCROW.
      *        THE OPENING DEPOSIT IS ONE TWELFTH OF THE ANNUAL TAX
      *        AND INSURANCE, THE BALANCE WHAT WAS COLLECTED AT
      *        CLOSING.  THE NEXT ESCROW ANALYSIS SETS THE CUSHION.
                INITIALIZE ESCROW-RECORD.
                MOVE BO-MORTGAGE-ACCT-NO OF BOARD-COPY
                    TO ES-MORTGAGE-ACCT-NO.
                MOVE BO-CUSTOMER-ID OF BOARD-COPY TO ES-CUSTOMER-ID.
                MOVE BO-ANNUAL-TAX OF BOARD-COPY TO ES-ANNUAL-TAX.
                MOVE BO-ANNUAL-INSURANCE OF BOARD-COPY
                    TO ES-ANNUAL-INSURANCE.
                COMPUTE WS-ANNUAL-TOTAL =
                    BO-ANNUAL-TAX OF BOARD-COPY
                    + BO-ANNUAL-INSURANCE OF BOARD-COPY.
                COMPUTE ES-MONTHLY-ESCROW ROUNDED =
                    WS-ANNUAL-TOTAL / 12.
                MOVE BO-INITIAL-ESCROW OF BOARD-COPY
                    TO ES-ESCROW-BALANCE.
                WRITE ESCROW-RECORD.
                IF WS-ESCR-STATUS NOT = '00'
                    MOVE 'ESCRFILE' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-ESCR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A054-WRITE-AUTOPAY.
                INITIALIZE AUTOPAY-RECORD.
                MOVE BO-MORTGAGE-ACCT-NO OF BOARD-COPY
                    TO AP-MORTGAGE-ACCT-NO.
                MOVE BO-CUSTOMER-ID OF BOARD-COPY TO AP-CUSTOMER-ID.
                SET AP-ENROLLED TO TRUE.
                MOVE BO-BANK-ROUTING-NO OF BOARD-COPY
                    TO AP-BANK-ROUTING-NO.
                MOVE BO-BANK-ACCOUNT-NO OF BOARD-COPY
                    TO AP-BANK-ACCOUNT-NO.
                MOVE BUSINESS-DATE TO AP-ENROLL-DATE.
                WRITE AUTOPAY-RECORD.
                IF WS-AUTOPAY-STATUS NOT = '00'
                    MOVE 'AUTOPAY' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-AUTOPAY-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A056-WRITE-POOL-ASSIGNMENT.
      *        A LOAN SOLD AT FUNDING IS MAPPED TO ITS POOL; A
      *        RETAINED LOAN (NO POOL ON THE FILE) GETS NO ROW.
                MOVE SPACES TO POOL-ASSIGN-RECORD.
                MOVE BO-MORTGAGE-ACCT-NO OF BOARD-COPY
                    TO PA-MORTGAGE-ACCT-NO.
                MOVE BO-POOL-ID OF BOARD-COPY TO PA-POOL-ID.
                MOVE BO-INVESTOR-NAME OF BOARD-COPY
                    TO PA-INVESTOR-NAME.
                WRITE POOL-ASSIGN-RECORD.
                IF WS-POOL-STATUS NOT = '00'
                    MOVE 'POOLASGN' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-POOL-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                ELSE
                    ADD 1 TO WS-POOLED-COUNT
                END-IF.
      *
       A058-WRITE-INSURANCE.
      *        BOARDED THE WAY DBBMINS BOARDS A NEW CERTIFICATE - THE
      *        PROPERTY VALUE AT FUNDING IS THE ORIGINAL VALUE THE
      *        CANCELLATION POINTS ARE MEASURED AGAINST.
                INITIALIZE MORTGAGE-INS-RECORD.
                MOVE BO-MORTGAGE-ACCT-NO OF BOARD-COPY
                    TO MI-MORTGAGE-ACCT-NO.
                MOVE BO-CUSTOMER-ID OF BOARD-COPY TO MI-CUSTOMER-ID.
                MOVE BO-MI-CARRIER-NAME OF BOARD-COPY
                    TO MI-CARRIER-NAME.
                MOVE BO-MI-CERTIFICATE-NO OF BOARD-COPY
                    TO MI-CERTIFICATE-NO.
                MOVE BO-MI-MONTHLY-PREMIUM OF BOARD-COPY
                    TO MI-MONTHLY-PREMIUM.
                MOVE BO-PROPERTY-VALUE OF BOARD-COPY
                    TO MI-ORIGINAL-VALUE.
                SET MI-STATUS-ACTIVE TO TRUE.
                MOVE BUSINESS-DATE TO MI-EFFECTIVE-DATE.
                WRITE MORTGAGE-INS-RECORD.
                IF WS-MINS-STATUS NOT = '00'
                    MOVE 'MINSFILE' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-MINS-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                ELSE
                    ADD 1 TO WS-INSURED-COUNT
                END-IF.
      *
       A060-BUILD-SCHEDULE.
      *        BUILT ON TODAY'S RATE TABLE, AS DBBTEST3 WOULD BUILD
      *        IT, SO ITS NEXT RUN FINDS THE SCHEDULE CURRENT.
                CALL 'DBBAMORT' USING
                    CM-CUSTOMER-ID OF CUSTOMER-COPY
                    CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    CM-LOAN-AMOUNT OF CUSTOMER-COPY
                    CM-INTEREST-RATE OF CUSTOMER-COPY
                    CM-LOAN-TERM-MONTHS OF CUSTOMER-COPY
                    WS-SCHEDULE-COUNT
                    WS-SCHEDULE-TABLE
                    CM-LOAN-TYPE OF CUSTOMER-COPY
                    BUSINESS-DATE.
                PERFORM A062-WRITE-SCHEDULE-ROW
                    VARYING WS-SCHEDULE-IDX FROM 1 BY 1
                    UNTIL WS-SCHEDULE-IDX > WS-SCHEDULE-COUNT.
      *
       A062-WRITE-SCHEDULE-ROW.
                WRITE AMORT-SCHEDULE-RECORD
                    FROM WS-SCHEDULE-ROW (WS-SCHEDULE-IDX).
                IF WS-AMORSCHD-STATUS NOT = '00'
                    MOVE 'AMORSCHD' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-AMORSCHD-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A065-WRITE-DETAIL.
                MOVE BO-MORTGAGE-ACCT-NO OF BOARD-COPY
                    TO DL-MORTGAGE-ACCT.
                MOVE BO-CUSTOMER-ID OF BOARD-COPY TO DL-CUSTOMER-ID.
                IF BO-LOAN-AMOUNT OF BOARD-COPY NUMERIC
                    MOVE BO-LOAN-AMOUNT OF BOARD-COPY
                        TO DL-FUNDED-AMOUNT
                ELSE
                    MOVE 0 TO DL-FUNDED-AMOUNT
                END-IF.
                WRITE BOARDING-REPORT-LINE FROM WS-DETAIL-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A070-WRITE-RECONCILIATION.
      *        EVERY LOAN ON THE FILE IS EITHER BOARDED OR REJECTED,
      *        SO THE TWO TOGETHER MUST MATCH THE TRAILER'S LOAN COUNT
      *        AND TOTAL FUNDED AMOUNT.  A REFUSED FILE BOARDS NOTHING
      *        AND IS REPORTED AS SUCH.
                ADD WS-BOARDED-COUNT WS-REJECTED-COUNT
                    GIVING WS-PROCESSED-COUNT.
                ADD WS-BOARDED-FUNDED WS-REJECTED-FUNDED
                    GIVING WS-PROCESSED-FUNDED.
                MOVE SPACES TO ML-TEXT.
                WRITE BOARDING-REPORT-LINE FROM WS-MESSAGE-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'LOANS BOARDED            : ' TO RL-LABEL.
                MOVE WS-BOARDED-COUNT TO RL-COUNT.
                MOVE WS-BOARDED-FUNDED TO RL-AMOUNT.
                WRITE BOARDING-REPORT-LINE FROM WS-RECON-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'LOANS REJECTED           : ' TO RL-LABEL.
                MOVE WS-REJECTED-COUNT TO RL-COUNT.
                MOVE WS-REJECTED-FUNDED TO RL-AMOUNT.
                WRITE BOARDING-REPORT-LINE FROM WS-RECON-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'TOTAL PROCESSED          : ' TO RL-LABEL.
                MOVE WS-PROCESSED-COUNT TO RL-COUNT.
                MOVE WS-PROCESSED-FUNDED TO RL-AMOUNT.
                WRITE BOARDING-REPORT-LINE FROM WS-RECON-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'ORIGINATION FILE TRAILER : ' TO RL-LABEL.
                MOVE WS-TRL-LOAN-COUNT TO RL-COUNT.
                MOVE WS-TRL-FUNDED-TOTAL TO RL-AMOUNT.
                WRITE BOARDING-REPORT-LINE FROM WS-RECON-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE SPACES TO ML-TEXT.
                EVALUATE TRUE
                    WHEN WS-BATCH-BAD
                        MOVE 'FILE REFUSED - NO LOANS BOARDED - '
                            TO ML-TEXT
                        MOVE WS-REFUSE-TEXT TO ML-TEXT (35:46)
                    WHEN WS-PROCESSED-COUNT = WS-TRL-LOAN-COUNT
                      AND WS-PROCESSED-FUNDED = WS-TRL-FUNDED-TOTAL
                        MOVE 'RECONCILED TO THE TRAILER - IN BALANCE'
                            TO ML-TEXT
                    WHEN OTHER
                        MOVE 'OUT OF BALANCE WITH THE TRAILER'
                            TO ML-TEXT
                        IF RETURN-CODE < 8
                            MOVE 8 TO RETURN-CODE
                        END-IF
                END-EVALUATE.
                DISPLAY ML-TEXT.
                WRITE BOARDING-REPORT-LINE FROM WS-MESSAGE-LINE.
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'POOL ASSIGNMENTS WRITTEN : ' TO RL-LABEL.
                MOVE WS-POOLED-COUNT TO RL-COUNT.
                WRITE BOARDING-REPORT-LINE FROM WS-RECON-LINE (1:34).
                PERFORM A075-CHECK-RPT-STATUS.
                MOVE 'MI COVERAGES BOARDED     : ' TO RL-LABEL.
                MOVE WS-INSURED-COUNT TO RL-COUNT.
                WRITE BOARDING-REPORT-LINE FROM WS-RECON-LINE (1:34).
                PERFORM A075-CHECK-RPT-STATUS.
      *
       A075-CHECK-RPT-STATUS.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'BORDRPT' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A085-WRITE-AUDIT-LOG.
                MOVE 'DBBBORD' TO AL-PROGRAM-ID.
                MOVE BUSINESS-DATE TO AL-RUN-DATE.
                MOVE WS-RECORDS-IN TO AL-RECORDS-IN.
                MOVE WS-BOARDED-COUNT TO AL-RECORDS-OUT.
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
                MOVE 'DBBBORD' TO ER-PROGRAM-ID.
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
                DISPLAY 'LOANS READ          : ' WS-RECORDS-IN.
                DISPLAY 'LOANS BOARDED       : ' WS-BOARDED-COUNT.
                DISPLAY 'LOANS REJECTED      : ' WS-REJECTED-COUNT.
                PERFORM A085-WRITE-AUDIT-LOG.
                IF WS-BATCH-GOOD
                    CLOSE BOARDING-FEED-FILE
                END-IF.
                CLOSE CUSTOMER-MASTER-FILE.
                CLOSE ESCROW-FILE.
                CLOSE AUTOPAY-FILE.
                CLOSE MORTGAGE-INS-FILE.
                CLOSE AMORT-SCHEDULE-FILE.
                CLOSE POOL-ASSIGN-FILE.
                CLOSE EXCEPTION-FILE.
                CLOSE BOARDING-REPORT-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
