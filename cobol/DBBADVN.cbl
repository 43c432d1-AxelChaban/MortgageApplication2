  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBADVN.
      *****************************************************************
      *** Modification History                                     ***
      *****************************************************************
      *    2026-10-15  Initial version - adverse-action notices and    *
      *                the application register.  Every row on the     *
      *                cumulative DECISION-FILE written by DBBDCSN is  *
      *                added to the keyed APPREGST register (customer  *
      *                plus decision date) the first time it is seen,  *
      *                with the applicant's loan, decision, reason,    *
      *                LTV and credit score, so the register holds     *
      *                every application ever decided.  A rejection    *
      *                newly registered on its own decision date gets  *
      *                a formatted notice on ADVNOTC addressed from    *
      *                CUSTMAST, giving the LTV, TERM, RATE, SCOR,     *
      *                PROP or TYPE reason in plain language and, when *
      *                the score was the reason, the credit score and  *
      *                the date it was taken.  A row already on the    *
      *                register is passed over, so a rerun never       *
      *                mails a second notice; an older rejection       *
      *                registered late is listed on ADVNRPT for the    *
      *                branch to follow up instead of being mailed.    *
      *    2026-10-15  A rejection with reason SANC (a sanctions match *
      *                confirmed by compliance) is registered and      *
      *                listed on ADVNRPT but gets no borrower notice,  *
      *                and is counted on its own total line.           *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE
               ASSIGN TO "DECNFILE"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DECN-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
                   OF CUSTOMER-MASTER-RECORD
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT APP-REGISTER-FILE
               ASSIGN TO "APPREGST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-REG-KEY
               FILE STATUS IS WS-APRG-STATUS.
           SELECT NOTICE-FILE
               ASSIGN TO "ADVNOTC"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NOTC-STATUS.
           SELECT REGISTER-REPORT-FILE
               ASSIGN TO "ADVNRPT"
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
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           COPY EPSDECN.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           COPY EPSMTCOM.
       FD  APP-REGISTER-FILE.
       01  APP-REGISTER-RECORD.
           COPY EPSAPRG.
       FD  NOTICE-FILE.
       01  NOTICE-LINE                  PIC X(80).
       FD  REGISTER-REPORT-FILE.
       01  REGISTER-REPORT-LINE         PIC X(80).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY EPSAUDIT.
       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD.
           COPY EPSERRLG.
       WORKING-STORAGE SECTION.
       01 DATE-JOUR PIC X(10).
       01 BUSINESS-DATE PIC X(10).
       01 WS-DECN-STATUS PIC X(2).
       01 WS-CUSTMAST-STATUS PIC X(2).
       01 WS-APRG-STATUS PIC X(2).
       01 WS-NOTC-STATUS PIC X(2).
       01 WS-RPT-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
       01 WS-ERR-FILE-NAME PIC X(8).
       01 WS-ERR-OPERATION PIC X(8).
       01 WS-ERR-STATUS-CODE PIC X(2).
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-DECN VALUE 'Y'.
       01 WS-MASTER-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-MASTER-FOUND VALUE 'Y'.
       01 WS-REGISTERED-SWITCH PIC X VALUE 'N'.
          88 WS-ALREADY-REGISTERED VALUE 'Y'.
       01 WS-ACTION-TEXT PIC X(30).
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-PRIOR-COUNT PIC 9(7) VALUE 0.
       01 WS-REGISTERED-COUNT PIC 9(7) VALUE 0.
       01 WS-APPROVED-COUNT PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-NOTICE-COUNT PIC 9(7) VALUE 0.
       01 WS-LATE-COUNT PIC 9(7) VALUE 0.
       01 WS-NO-MASTER-COUNT PIC 9(7) VALUE 0.
       01 WS-SANCTION-COUNT PIC 9(7) VALUE 0.
       01 WS-REASON-TEXT.
          05 WS-REASON-LINE-1 PIC X(42).
          05 WS-REASON-LINE-2 PIC X(42).
          05 WS-REASON-LINE-3 PIC X(42).
       01 WS-REASON-PRINT-LINE.
          05 FILLER              PIC X(2)  VALUE SPACES.
          05 RPL-REASON-TEXT     PIC X(42).
       01 WS-NOTICE-HEADING.
          05 FILLER              PIC X(29) VALUE
             'NOTICE OF ACTION TAKEN'.
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(9)  VALUE 'RUN DATE:'.
          05 NH-RUN-DATE         PIC X(10).
       01 WS-NAME-LINE.
          05 FILLER              PIC X(21) VALUE
             'APPLICANT          : '.
          05 NL-CUSTOMER-NAME    PIC X(30).
       01 WS-ADDRESS-LINE.
          05 FILLER              PIC X(21) VALUE
             'ADDRESS            : '.
          05 ADL-CUSTOMER-ADDR   PIC X(40).
       01 WS-ACCT-LINE.
          05 FILLER              PIC X(21) VALUE
             'APPLICATION NO     : '.
          05 ACL-MORTGAGE-ACCT   PIC X(12).
       01 WS-APPLIED-LINE.
          05 FILLER              PIC X(21) VALUE
             'DATE APPLIED       : '.
          05 APL-APPLICATION-DATE PIC X(10).
       01 WS-DECIDED-LINE.
          05 FILLER              PIC X(21) VALUE
             'DATE DECIDED       : '.
          05 DCL-DECISION-DATE   PIC X(10).
       01 WS-AMOUNT-LINE.
          05 FILLER              PIC X(21) VALUE
             'AMOUNT REQUESTED   : '.
          05 AML-LOAN-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-DECLINE-LINE.
          05 FILLER              PIC X(40) VALUE
             'WE REGRET THAT WE ARE UNABLE TO APPROVE '.
          05 FILLER              PIC X(40) VALUE
             'YOUR APPLICATION FOR A MORTGAGE LOAN.'.
       01 WS-REASON-HEADER       PIC X(80) VALUE
             'THE PRINCIPAL REASON FOR OUR DECISION IS:'.
       01 WS-LTV-LINE.
          05 FILLER              PIC X(21) VALUE
             'LOAN-TO-VALUE      : '.
          05 LTL-LTV-PERCENT     PIC ZZ9.99.
          05 FILLER              PIC X(2)  VALUE ' %'.
       01 WS-SCORE-LINE.
          05 FILLER              PIC X(21) VALUE
             'YOUR CREDIT SCORE  : '.
          05 SCL-CREDIT-SCORE    PIC ZZ9.
       01 WS-SCORE-DATE-LINE.
          05 FILLER              PIC X(21) VALUE
             'DATE OF SCORE      : '.
          05 SDL-SCORE-DATE      PIC X(10).
       01 WS-SCORE-RANGE-LINE.
          05 FILLER              PIC X(40) VALUE
             'CREDIT SCORES RANGE FROM A LOW OF 300 TO'.
          05 FILLER              PIC X(40) VALUE
             ' A HIGH OF 850.'.
       01 WS-SCORE-SOURCE-LINE.
          05 FILLER              PIC X(40) VALUE
             'THE SCORE WAS SUPPLIED BY THE CREDIT BUR'.
          05 FILLER              PIC X(40) VALUE
             'EAU WE USE.'.
       01 WS-RIGHTS-LINE-1.
          05 FILLER              PIC X(40) VALUE
             'YOU MAY OBTAIN A FREE COPY OF YOUR CREDI'.
          05 FILLER              PIC X(40) VALUE
             'T REPORT FROM THE'.
       01 WS-RIGHTS-LINE-2.
          05 FILLER              PIC X(40) VALUE
             'BUREAU IF YOU ASK WITHIN 60 DAYS, AND DI'.
          05 FILLER              PIC X(40) VALUE
             'SPUTE ANYTHING IN'.
       01 WS-RIGHTS-LINE-3       PIC X(80) VALUE
             'IT YOU BELIEVE IS WRONG.'.
       01 WS-ECOA-LINE-1.
          05 FILLER              PIC X(40) VALUE
             'THE FEDERAL EQUAL CREDIT OPPORTUNITY ACT'.
          05 FILLER              PIC X(40) VALUE
             ' PROHIBITS CREDITORS FROM'.
       01 WS-ECOA-LINE-2.
          05 FILLER              PIC X(40) VALUE
             'DISCRIMINATING AGAINST CREDIT APPLICANTS'.
          05 FILLER              PIC X(40) VALUE
             ' ON THE BASIS OF RACE,'.
       01 WS-ECOA-LINE-3.
          05 FILLER              PIC X(40) VALUE
             'COLOR, RELIGION, NATIONAL ORIGIN, SEX, M'.
          05 FILLER              PIC X(40) VALUE
             'ARITAL STATUS OR AGE.'.
       01 WS-BLANK-LINE          PIC X(80) VALUE SPACES.
       01 WS-HEADING-LINE-1.
          05 FILLER              PIC X(29) VALUE
             'APPLICATION REGISTER'.
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(9)  VALUE 'RUN DATE:'.
          05 HL-RUN-DATE         PIC X(10).
       01 WS-DETAIL-LINE.
          05 DL-MORTGAGE-ACCT    PIC X(12).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-CUSTOMER-ID      PIC X(10).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-DECISION         PIC X(1).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-REASON-CODE      PIC X(4).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-DECISION-DATE    PIC X(10).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-ACTION           PIC X(30).
       01 WS-TOTAL-LINE.
          05 TL-LABEL            PIC X(30).
          05 TL-COUNT            PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
                CALL 'DBBDATE' USING DATE-JOUR BUSINESS-DATE.
                DISPLAY 'DBBADVN RUN DATE: ' BUSINESS-DATE.
                PERFORM A010-OPEN-FILES.
                PERFORM A015-WRITE-HEADING.
                PERFORM A020-READ-DECISION.
                PERFORM A030-REGISTER-DECISION
                    UNTIL WS-EOF-DECN.
                PERFORM A080-WRITE-SUMMARY.
                PERFORM A090-CLOSE-FILES.
                STOP RUN.
      *
       A010-OPEN-FILES.
                OPEN EXTEND ERROR-LOG-FILE.
                IF WS-ERRLOG-STATUS NOT = '00'
                    DISPLAY 'UNABLE TO OPEN ERROR-LOG-FILE - STATUS '
                        WS-ERRLOG-STATUS
                END-IF.
                OPEN INPUT DECISION-FILE.
                IF WS-DECN-STATUS NOT = '00'
                    MOVE 'DECNFILE' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-DECN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN INPUT CUSTOMER-MASTER-FILE.
                IF WS-CUSTMAST-STATUS NOT = '00'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN I-O APP-REGISTER-FILE.
                IF WS-APRG-STATUS NOT = '00'
                    MOVE 'APPREGST' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-APRG-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT NOTICE-FILE.
                IF WS-NOTC-STATUS NOT = '00'
                    MOVE 'ADVNOTC' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-NOTC-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT REGISTER-REPORT-FILE.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'ADVNRPT' TO WS-ERR-FILE-NAME
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
       A015-WRITE-HEADING.
                MOVE BUSINESS-DATE TO HL-RUN-DATE.
                WRITE REGISTER-REPORT-LINE FROM WS-HEADING-LINE-1.
                PERFORM A077-CHECK-RPT-STATUS.
      *
       A020-READ-DECISION.
                READ DECISION-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-SWITCH
                    NOT AT END
                        ADD 1 TO WS-RECORDS-IN
                END-READ.
                IF WS-DECN-STATUS NOT = '00'
                  AND WS-DECN-STATUS NOT = '10'
                    MOVE 'DECNFILE' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-DECN-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A030-REGISTER-DECISION.
      *        A REJECTION ON A CONFIRMED SANCTIONS MATCH (REASON
      *        SANC) IS REGISTERED BUT NEVER MAILED - THE APPLICANT
      *        IS NOT TOLD OF A WATCH-LIST MATCH, AND COMPLIANCE
      *        HANDLES ANY CONTACT.
                MOVE DC-CUSTOMER-ID TO AR-CUSTOMER-ID.
                MOVE DC-DECISION-DATE TO AR-DECISION-DATE.
                PERFORM A032-FETCH-REGISTER.
                IF WS-ALREADY-REGISTERED
                    ADD 1 TO WS-PRIOR-COUNT
                ELSE
                    PERFORM A034-FETCH-MASTER
                    PERFORM A040-BUILD-REGISTER-ROW
                    EVALUATE TRUE
                        WHEN NOT DC-DECISION-REJECTED
                            MOVE 'REGISTERED' TO WS-ACTION-TEXT
                        WHEN DC-REASON-CODE = 'SANC'
                            MOVE 'NO NOTICE - SANCTIONS MATCH'
                                TO WS-ACTION-TEXT
                            ADD 1 TO WS-SANCTION-COUNT
                        WHEN NOT WS-MASTER-FOUND
                            MOVE 'NO NOTICE - NOT ON MASTER'
                                TO WS-ACTION-TEXT
                            ADD 1 TO WS-NO-MASTER-COUNT
                            IF RETURN-CODE < 4
                                MOVE 4 TO RETURN-CODE
                            END-IF
                        WHEN DC-DECISION-DATE NOT = BUSINESS-DATE
                            MOVE 'NO NOTICE - DECIDED EARLIER'
                                TO WS-ACTION-TEXT
                            ADD 1 TO WS-LATE-COUNT
                        WHEN OTHER
                            PERFORM A050-PRINT-NOTICE
                            MOVE BUSINESS-DATE TO AR-NOTICE-DATE
                            MOVE 'NOTICE PRODUCED' TO WS-ACTION-TEXT
                            ADD 1 TO WS-NOTICE-COUNT
                    END-EVALUATE
                    PERFORM A045-WRITE-REGISTER-ROW
                    PERFORM A070-WRITE-DETAIL
                END-IF.
                PERFORM A020-READ-DECISION.
      *
       A032-FETCH-REGISTER.
                MOVE 'N' TO WS-REGISTERED-SWITCH.
                READ APP-REGISTER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-ALREADY-REGISTERED TO TRUE
                END-READ.
                IF WS-APRG-STATUS NOT = '00'
                  AND WS-APRG-STATUS NOT = '23'
                    MOVE 'APPREGST' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-APRG-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A034-FETCH-MASTER.
                MOVE 'N' TO WS-MASTER-FOUND-SWITCH.
                MOVE DC-CUSTOMER-ID
                    TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD.
                READ CUSTOMER-MASTER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET WS-MASTER-FOUND TO TRUE
                END-READ.
                IF WS-CUSTMAST-STATUS NOT = '00'
                  AND WS-CUSTMAST-STATUS NOT = '23'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A040-BUILD-REGISTER-ROW.
                MOVE SPACES TO APP-REGISTER-RECORD.
                MOVE DC-CUSTOMER-ID TO AR-CUSTOMER-ID.
                MOVE DC-DECISION-DATE TO AR-DECISION-DATE.
                MOVE DC-MORTGAGE-ACCT-NO TO AR-MORTGAGE-ACCT-NO.
                MOVE DC-DECISION TO AR-DECISION.
                MOVE DC-REASON-CODE TO AR-REASON-CODE.
                MOVE DC-LTV-PERCENT TO AR-LTV-PERCENT.
                MOVE 0 TO AR-LOAN-AMOUNT.
                MOVE 0 TO AR-CREDIT-SCORE.
                IF WS-MASTER-FOUND
                    MOVE CM-CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD
                        TO AR-CUSTOMER-NAME
                    MOVE CM-LOAN-TYPE OF CUSTOMER-MASTER-RECORD
                        TO AR-LOAN-TYPE
                    MOVE CM-LOAN-AMOUNT OF CUSTOMER-MASTER-RECORD
                        TO AR-LOAN-AMOUNT
                    MOVE CM-APPLICATION-DATE OF CUSTOMER-MASTER-RECORD
                        TO AR-APPLICATION-DATE
                    MOVE CM-CREDIT-SCORE OF CUSTOMER-MASTER-RECORD
                        TO AR-CREDIT-SCORE
                    MOVE CM-SCORE-DATE OF CUSTOMER-MASTER-RECORD
                        TO AR-SCORE-DATE
                END-IF.
                MOVE BUSINESS-DATE TO AR-REGISTERED-DATE.
      *
       A045-WRITE-REGISTER-ROW.
                WRITE APP-REGISTER-RECORD.
                IF WS-APRG-STATUS NOT = '00'
                    MOVE 'APPREGST' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-APRG-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                ELSE
                    ADD 1 TO WS-REGISTERED-COUNT
                    IF AR-DECISION-APPROVED
                        ADD 1 TO WS-APPROVED-COUNT
                    ELSE
                        ADD 1 TO WS-REJECTED-COUNT
                    END-IF
                END-IF.
      *
       A050-PRINT-NOTICE.
                MOVE BUSINESS-DATE TO NH-RUN-DATE.
                WRITE NOTICE-LINE FROM WS-NOTICE-HEADING
                    AFTER ADVANCING PAGE.
                PERFORM A075-CHECK-NOTICE-STATUS.
                PERFORM A058-WRITE-BLANK-LINE.
                MOVE CM-CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD
                    TO NL-CUSTOMER-NAME.
                WRITE NOTICE-LINE FROM WS-NAME-LINE.
                PERFORM A075-CHECK-NOTICE-STATUS.
                MOVE CM-CUSTOMER-ADDRESS OF CUSTOMER-MASTER-RECORD
                    TO ADL-CUSTOMER-ADDR.
                WRITE NOTICE-LINE FROM WS-ADDRESS-LINE.
                PERFORM A075-CHECK-NOTICE-STATUS.
                MOVE DC-MORTGAGE-ACCT-NO TO ACL-MORTGAGE-ACCT.
                WRITE NOTICE-LINE FROM WS-ACCT-LINE.
                PERFORM A075-CHECK-NOTICE-STATUS.
                MOVE CM-APPLICATION-DATE OF CUSTOMER-MASTER-RECORD
                    TO APL-APPLICATION-DATE.
                WRITE NOTICE-LINE FROM WS-APPLIED-LINE.
                PERFORM A075-CHECK-NOTICE-STATUS.
                MOVE DC-DECISION-DATE TO DCL-DECISION-DATE.
                WRITE NOTICE-LINE FROM WS-DECIDED-LINE.
                PERFORM A075-CHECK-NOTICE-STATUS.
                MOVE CM-LOAN-AMOUNT OF CUSTOMER-MASTER-RECORD
                    TO AML-LOAN-AMOUNT.
                WRITE NOTICE-LINE FROM WS-AMOUNT-LINE.
                PERFORM A075-CHECK-NOTICE-STATUS.
                PERFORM A058-WRITE-BLANK-LINE.
                WRITE NOTICE-LINE FROM WS-DECLINE-LINE.
                PERFORM A075-CHECK-NOTICE-STATUS.
                PERFORM A058-WRITE-BLANK-LINE.
                WRITE NOTICE-LINE FROM WS-REASON-HEADER.
                PERFORM A075-CHECK-NOTICE-STATUS.
                PERFORM A052-SET-REASON-TEXT.
                MOVE WS-REASON-LINE-1 TO RPL-REASON-TEXT.
                PERFORM A053-WRITE-REASON-LINE.
                IF WS-REASON-LINE-2 NOT = SPACES
                    MOVE WS-REASON-LINE-2 TO RPL-REASON-TEXT
                    PERFORM A053-WRITE-REASON-LINE
                END-IF.
                IF WS-REASON-LINE-3 NOT = SPACES
                    MOVE WS-REASON-LINE-3 TO RPL-REASON-TEXT
                    PERFORM A053-WRITE-REASON-LINE
                END-IF.
                IF DC-REASON-CODE = 'LTV'
                    MOVE DC-LTV-PERCENT TO LTL-LTV-PERCENT
                    PERFORM A058-WRITE-BLANK-LINE
                    WRITE NOTICE-LINE FROM WS-LTV-LINE
                    PERFORM A075-CHECK-NOTICE-STATUS
                END-IF.
                IF DC-REASON-CODE = 'SCOR'
                    PERFORM A054-PRINT-SCORE-BLOCK
                END-IF.
                PERFORM A056-PRINT-RIGHTS-BLOCK.
      *
       A052-SET-REASON-TEXT.
      *        THE DECISION ROW CARRIES DBBDCSN'S SHORT REASON; THE
      *        APPLICANT IS TOLD THE SAME THING IN PLAIN LANGUAGE.
                MOVE SPACES TO WS-REASON-TEXT.
                EVALUATE DC-REASON-CODE
                    WHEN 'LTV'
                        MOVE 'THE AMOUNT YOU ASKED TO BORROW IS MORE'
                            TO WS-REASON-LINE-1
                        MOVE 'THAN 95 PERCENT OF THE VALUE OF THE'
                            TO WS-REASON-LINE-2
                        MOVE 'PROPERTY THAT WOULD SECURE THE LOAN.'
                            TO WS-REASON-LINE-3
                    WHEN 'TERM'
                        MOVE 'THE REPAYMENT TERM YOU ASKED FOR IS'
                            TO WS-REASON-LINE-1
                        MOVE 'LONGER THAN THE 360 MONTHS WE OFFER ON A'
                            TO WS-REASON-LINE-2
                        MOVE 'MORTGAGE LOAN.'
                            TO WS-REASON-LINE-3
                    WHEN 'RATE'
                        MOVE 'THE INTEREST RATE ON YOUR APPLICATION IS'
                            TO WS-REASON-LINE-1
                        MOVE 'OUTSIDE THE RANGE WE OFFER FOR THIS TYPE'
                            TO WS-REASON-LINE-2
                        MOVE 'OF LOAN.'
                            TO WS-REASON-LINE-3
                    WHEN 'SCOR'
                        MOVE 'YOUR CREDIT SCORE IS BELOW THE MINIMUM'
                            TO WS-REASON-LINE-1
                        MOVE 'SCORE OF 620 WE REQUIRE FOR A MORTGAGE'
                            TO WS-REASON-LINE-2
                        MOVE 'LOAN.'
                            TO WS-REASON-LINE-3
                    WHEN 'PROP'
                        MOVE 'WE COULD NOT ESTABLISH A VALUE FOR THE'
                            TO WS-REASON-LINE-1
                        MOVE 'PROPERTY THAT WOULD SECURE THE LOAN.'
                            TO WS-REASON-LINE-2
                    WHEN 'TYPE'
                        MOVE 'THE TYPE OF LOAN YOU APPLIED FOR IS NOT'
                            TO WS-REASON-LINE-1
                        MOVE 'ONE WE CURRENTLY OFFER.'
                            TO WS-REASON-LINE-2
                    WHEN OTHER
                        MOVE DC-REASON-TEXT TO WS-REASON-LINE-1
                END-EVALUATE.
      *
       A053-WRITE-REASON-LINE.
                WRITE NOTICE-LINE FROM WS-REASON-PRINT-LINE.
                PERFORM A075-CHECK-NOTICE-STATUS.
      *
       A054-PRINT-SCORE-BLOCK.
                PERFORM A058-WRITE-BLANK-LINE.
                MOVE CM-CREDIT-SCORE OF CUSTOMER-MASTER-RECORD
                    TO SCL-CREDIT-SCORE.
                WRITE NOTICE-LINE FROM WS-SCORE-LINE.
                PERFORM A075-CHECK-NOTICE-STATUS.
                MOVE CM-SCORE-DATE OF CUSTOMER-MASTER-RECORD
                    TO SDL-SCORE-DATE.
                WRITE NOTICE-LINE FROM WS-SCORE-DATE-LINE.
                PERFORM A075-CHECK-NOTICE-STATUS.
                WRITE NOTICE-LINE FROM WS-SCORE-RANGE-LINE.
                PERFORM A075-CHECK-NOTICE-STATUS.
                WRITE NOTICE-LINE FROM WS-SCORE-SOURCE-LINE.
                PERFORM A075-CHECK-NOTICE-STATUS.
                WRITE NOTICE-LINE FROM WS-RIGHTS-LINE-1.
                PERFORM A075-CHECK-NOTICE-STATUS.
                WRITE NOTICE-LINE FROM WS-RIGHTS-LINE-2.
                PERFORM A075-CHECK-NOTICE-STATUS.
                WRITE NOTICE-LINE FROM WS-RIGHTS-LINE-3.
                PERFORM A075-CHECK-NOTICE-STATUS.
      *
       A056-PRINT-RIGHTS-BLOCK.
                PERFORM A058-WRITE-BLANK-LINE.
                WRITE NOTICE-LINE FROM WS-ECOA-LINE-1.
                PERFORM A075-CHECK-NOTICE-STATUS.
                WRITE NOTICE-LINE FROM WS-ECOA-LINE-2.
                PERFORM A075-CHECK-NOTICE-STATUS.
                WRITE NOTICE-LINE FROM WS-ECOA-LINE-3.
                PERFORM A075-CHECK-NOTICE-STATUS.
      *
       A058-WRITE-BLANK-LINE.
                WRITE NOTICE-LINE FROM WS-BLANK-LINE.
                PERFORM A075-CHECK-NOTICE-STATUS.
      *
       A070-WRITE-DETAIL.
                MOVE DC-MORTGAGE-ACCT-NO TO DL-MORTGAGE-ACCT.
                MOVE DC-CUSTOMER-ID TO DL-CUSTOMER-ID.
                MOVE DC-DECISION TO DL-DECISION.
                MOVE DC-REASON-CODE TO DL-REASON-CODE.
                MOVE DC-DECISION-DATE TO DL-DECISION-DATE.
                MOVE WS-ACTION-TEXT TO DL-ACTION.
                WRITE REGISTER-REPORT-LINE FROM WS-DETAIL-LINE.
                PERFORM A077-CHECK-RPT-STATUS.
      *
       A075-CHECK-NOTICE-STATUS.
                IF WS-NOTC-STATUS NOT = '00'
                    MOVE 'ADVNOTC' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-NOTC-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A077-CHECK-RPT-STATUS.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'ADVNRPT' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A080-WRITE-SUMMARY.
                MOVE 'DECISION ROWS READ       : ' TO TL-LABEL.
                MOVE WS-RECORDS-IN TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE 'ALREADY ON REGISTER      : ' TO TL-LABEL.
                MOVE WS-PRIOR-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE 'NEWLY REGISTERED         : ' TO TL-LABEL.
                MOVE WS-REGISTERED-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE '  APPROVED               : ' TO TL-LABEL.
                MOVE WS-APPROVED-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE '  REJECTED               : ' TO TL-LABEL.
                MOVE WS-REJECTED-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE 'ADVERSE-ACTION NOTICES   : ' TO TL-LABEL.
                MOVE WS-NOTICE-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE 'NO NOTICE - EARLIER DATE : ' TO TL-LABEL.
                MOVE WS-LATE-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE 'NO NOTICE - NO MASTER    : ' TO TL-LABEL.
                MOVE WS-NO-MASTER-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
                MOVE 'NO NOTICE - SANCTIONS    : ' TO TL-LABEL.
                MOVE WS-SANCTION-COUNT TO TL-COUNT.
                PERFORM A082-WRITE-TOTAL-LINE.
      *
       A082-WRITE-TOTAL-LINE.
                WRITE REGISTER-REPORT-LINE FROM WS-TOTAL-LINE.
                PERFORM A077-CHECK-RPT-STATUS.
      *
       A085-WRITE-AUDIT-LOG.
                MOVE 'DBBADVN' TO AL-PROGRAM-ID.
                MOVE BUSINESS-DATE TO AL-RUN-DATE.
                MOVE WS-RECORDS-IN TO AL-RECORDS-IN.
                MOVE WS-REGISTERED-COUNT TO AL-RECORDS-OUT.
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
                MOVE 'DBBADVN' TO ER-PROGRAM-ID.
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
                DISPLAY 'APPLICATIONS REGISTERED : '
                    WS-REGISTERED-COUNT.
                DISPLAY 'NOTICES PRODUCED        : ' WS-NOTICE-COUNT.
                PERFORM A085-WRITE-AUDIT-LOG.
                CLOSE DECISION-FILE.
                CLOSE CUSTOMER-MASTER-FILE.
                CLOSE APP-REGISTER-FILE.
                CLOSE NOTICE-FILE.
                CLOSE REGISTER-REPORT-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
