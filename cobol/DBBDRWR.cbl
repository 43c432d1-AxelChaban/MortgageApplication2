  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBDRWR.
      *****************************************************************
      *** Modification History                                     ***
      *****************************************************************
      *    2026-10-15  Initial version - nightly teller drawer         *
      *                balancing and counter-payment feed.  Every      *
      *                TLRCAPT row the DBBTELR counter screen appended *
      *                and no earlier run has fed is taken: each       *
      *                payment is written to the TLRTRXIN feed as a    *
      *                customer-master image with its P or A type and  *
      *                amount, wrapped in an EPSMTBH header (business  *
      *                date) and trailer (record count and amount      *
      *                hash) so DBBTEST verifies it the way it         *
      *                verifies MTGTRXIN, and the row is stamped fed   *
      *                so no payment goes in twice (a rerun on the     *
      *                same business date takes today's rows again    *
      *                and rebuilds the same feed).  Each teller's     *
      *                captured receipts are balanced against the      *
      *                count keyed at drawer close, and the DRWRRPT    *
      *                report shows every drawer balanced, over, short *
      *                or never closed, with return code 4 when any is *
      *                out.                                            *
      *    2026-10-15  Rows are no longer stamped fed when the feed is *
      *                built - each row taken is marked pending, and   *
      *                the new STAMP run mode, run after DBBTEST,      *
      *                stamps the pending rows fed only when CTLTOT    *
      *                shows tonight's TLRTRXIN batch was accepted.    *
      *                A refused batch, or a night that stops before   *
      *                intake, leaves the rows unstamped and they are  *
      *                fed again on the next run.                      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TELLER-CAPTURE-FILE
               ASSIGN TO "TLRCAPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TCAP-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
                   OF CUSTOMER-MASTER-RECORD
               FILE STATUS IS WS-CUSTMAST-STATUS.
           SELECT TELLER-TRANS-FILE
               ASSIGN TO "TLRTRXIN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TLRTRX-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO "DRWRRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CONTROL-TOTAL-FILE
               ASSIGN TO "CTLTOT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-STATUS.
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
       FD  TELLER-CAPTURE-FILE.
       01  TELLER-CAPTURE-RECORD.
           COPY EPSTCAP.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           COPY EPSMTCOM.
       FD  TELLER-TRANS-FILE.
       01  TELLER-TRANS-RECORD.
           COPY EPSMTCOM.
           COPY EPSMTTRX.
       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(80).
       FD  CONTROL-TOTAL-FILE.
       01  CONTROL-TOTAL-RECORD.
           COPY EPSCTLTOT.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY EPSAUDIT.
       FD  ERROR-LOG-FILE.
       01  ERROR-LOG-RECORD.
           COPY EPSERRLG.
       WORKING-STORAGE SECTION.
       01 CONTROL-COPY.
          COPY EPSMTBH.
       01 DATE-JOUR PIC X(10).
       01 BUSINESS-DATE PIC X(10).
       01 WS-TCAP-STATUS PIC X(2).
       01 WS-CUSTMAST-STATUS PIC X(2).
       01 WS-TLRTRX-STATUS PIC X(2).
       01 WS-RPT-STATUS PIC X(2).
       01 WS-CTLTOT-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
       01 WS-ERR-FILE-NAME PIC X(8).
       01 WS-ERR-OPERATION PIC X(8).
       01 WS-ERR-STATUS-CODE PIC X(2).
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-TCAP VALUE 'Y'.
       01 WS-DRAWER-FOUND-SWITCH PIC X VALUE 'N'.
          88 WS-DRAWER-FOUND VALUE 'Y'.
       01 WS-RUN-MODE PIC X(8) VALUE SPACES.
          88 WS-MODE-STAMP VALUE 'STAMP'.
       01 WS-CTLTOT-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-CTLTOT VALUE 'Y'.
       01 WS-BATCH-ACCEPTED-SWITCH PIC X VALUE 'N'.
          88 WS-BATCH-ACCEPTED VALUE 'Y'.
       01 WS-STAMPED-COUNT PIC 9(7) VALUE 0.
       01 WS-RECORDS-IN PIC 9(7) VALUE 0.
       01 WS-FEED-COUNT PIC 9(7) VALUE 0.
       01 WS-FEED-HASH PIC 9(11)V99 VALUE 0.
       01 WS-OUT-OF-BALANCE-COUNT PIC 9(5) VALUE 0.
       01 WS-OVER-SHORT PIC S9(9)V99.
       01 WS-TOTAL-CAPTURED PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-COUNTED PIC 9(11)V99 VALUE 0.
      *    ONE ROW PER TELLER PER CAPTURE DATE BEING FED.
       01 WS-DRAWER-COUNT PIC 9(3) VALUE 0.
       01 WS-DRAWER-IDX PIC 9(3) VALUE 0.
       01 WS-DRAWER-TABLE.
          05 WS-DRAWER-ROW OCCURS 99 TIMES.
             10 WS-DRW-CAPTURE-DATE PIC X(10).
             10 WS-DRW-TELLER-ID PIC X(8).
             10 WS-DRW-PAYMENT-COUNT PIC 9(5).
             10 WS-DRW-CAPTURED PIC 9(9)V99.
             10 WS-DRW-COUNTED PIC 9(9)V99.
             10 WS-DRW-CLOSED PIC X(1).
       01 WS-HEADING-LINE-1.
          05 FILLER              PIC X(29) VALUE
             'TELLER DRAWER BALANCING'.
          05 FILLER              PIC X(10) VALUE SPACES.
          05 FILLER              PIC X(9)  VALUE 'RUN DATE:'.
          05 HL-RUN-DATE         PIC X(10).
       01 WS-COLUMN-HEADER.
          05 FILLER              PIC X(11) VALUE 'DATE'.
          05 FILLER              PIC X(9)  VALUE 'TELLER'.
          05 FILLER              PIC X(6)  VALUE 'PMTS'.
          05 FILLER              PIC X(13) VALUE '    CAPTURED'.
          05 FILLER              PIC X(13) VALUE '     COUNTED'.
          05 FILLER              PIC X(12) VALUE ' OVER/SHORT'.
          05 FILLER              PIC X(10) VALUE 'STATUS'.
       01 WS-DETAIL-LINE.
          05 DL-CAPTURE-DATE     PIC X(10).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-TELLER-ID        PIC X(8).
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-PAYMENT-COUNT    PIC ZZZZ9.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-CAPTURED         PIC Z,ZZZ,ZZ9.99.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-COUNTED          PIC Z,ZZZ,ZZ9.99.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-OVER-SHORT       PIC -ZZZ,ZZ9.99.
          05 FILLER              PIC X(1)  VALUE SPACES.
          05 DL-STATUS           PIC X(10).
       01 WS-TOTAL-LINE.
          05 TL-LABEL            PIC X(26).
          05 TL-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       LINKAGE SECTION.
       01 LS-PARM.
          05 LS-PARM-LEN             PIC S9(4) COMP.
          05 LS-PARM-DATA            PIC X(8).
       PROCEDURE DIVISION USING LS-PARM.
                CALL 'DBBDATE' USING DATE-JOUR BUSINESS-DATE.
                DISPLAY 'DBBDRWR RUN DATE: ' BUSINESS-DATE.
                PERFORM A005-GET-RUN-MODE.
                IF WS-MODE-STAMP
                    PERFORM A100-STAMP-FED
                    STOP RUN
                END-IF.
                PERFORM A010-OPEN-FILES.
                PERFORM A015-WRITE-HEADING.
                PERFORM A020-READ-CAPTURE.
                PERFORM A030-PROCESS-CAPTURE
                    UNTIL WS-EOF-TCAP.
                PERFORM A050-WRITE-TRAILER.
                PERFORM A060-BALANCE-DRAWER
                    VARYING WS-DRAWER-IDX FROM 1 BY 1
                    UNTIL WS-DRAWER-IDX > WS-DRAWER-COUNT.
                PERFORM A070-WRITE-TOTALS.
                PERFORM A090-CLOSE-FILES.
                STOP RUN.
      *
       A005-GET-RUN-MODE.
                MOVE SPACES TO WS-RUN-MODE.
                IF LS-PARM-LEN > 0
                    IF LS-PARM-LEN > 8
                        MOVE LS-PARM-DATA TO WS-RUN-MODE
                    ELSE
                        MOVE LS-PARM-DATA (1:LS-PARM-LEN)
                            TO WS-RUN-MODE (1:LS-PARM-LEN)
                    END-IF
                END-IF.
                DISPLAY 'RUN MODE      : ' WS-RUN-MODE.
      *
       A010-OPEN-FILES.
                OPEN EXTEND ERROR-LOG-FILE.
                IF WS-ERRLOG-STATUS NOT = '00'
                    DISPLAY 'UNABLE TO OPEN ERROR-LOG-FILE - STATUS '
                        WS-ERRLOG-STATUS
                END-IF.
                OPEN I-O TELLER-CAPTURE-FILE.
                IF WS-TCAP-STATUS NOT = '00'
                    MOVE 'TLRCAPT' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-TCAP-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-EOF-TCAP TO TRUE
                END-IF.
                OPEN INPUT CUSTOMER-MASTER-FILE.
                IF WS-CUSTMAST-STATUS NOT = '00'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT TELLER-TRANS-FILE.
                IF WS-TLRTRX-STATUS NOT = '00'
                    MOVE 'TLRTRXIN' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-TLRTRX-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN OUTPUT REPORT-FILE.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'DRWRRPT' TO WS-ERR-FILE-NAME
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
      *        THE FEED HEADER CARRIES THE BUSINESS DATE DBBTEST
      *        CHECKS - A FEED LEFT OVER FROM AN EARLIER NIGHT IS
      *        REFUSED THERE RATHER THAN POSTED AGAIN.
                MOVE SPACES TO CONTROL-COPY.
                SET BH-TYPE-HEADER TO TRUE.
                MOVE BUSINESS-DATE TO BH-FEED-DATE.
                MOVE 'TELLERS' TO BH-SENDER-ID.
                WRITE TELLER-TRANS-RECORD FROM CONTROL-COPY.
                PERFORM A047-CHECK-FEED-STATUS.
                MOVE BUSINESS-DATE TO HL-RUN-DATE.
                WRITE REPORT-LINE FROM WS-HEADING-LINE-1.
                PERFORM A077-CHECK-RPT-STATUS.
                WRITE REPORT-LINE FROM WS-COLUMN-HEADER.
                PERFORM A077-CHECK-RPT-STATUS.
      *
       A020-READ-CAPTURE.
                READ TELLER-CAPTURE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-SWITCH
                    NOT AT END
                        ADD 1 TO WS-RECORDS-IN
                END-READ.
                IF WS-TCAP-STATUS NOT = '00'
                  AND WS-TCAP-STATUS NOT = '10'
                    MOVE 'TLRCAPT' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-TCAP-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-EOF-TCAP TO TRUE
                END-IF.
      *
       A030-PROCESS-CAPTURE.
      *        A ROW STAMPED FED ON AN EARLIER NIGHT HAS GONE OUT.
      *        ONE STAMPED TODAY IS TAKEN AGAIN, SO A RERUN OF THE
      *        NIGHT REBUILDS THE SAME FEED AND THE SAME BALANCES.
      *        A ROW NOT YET STAMPED - NEW, OR FED IN A BATCH DBBTEST
      *        NEVER ACCEPTED - IS TAKEN AND MARKED PENDING FOR THE
      *        STAMP RUN.
                IF TC-FED-DATE = SPACES
                  OR TC-FED-DATE = BUSINESS-DATE
                    PERFORM A035-FIND-DRAWER
                    IF TC-PAYMENT-CAPTURE
                        PERFORM A040-WRITE-FEED-RECORD
                    END-IF
                    IF WS-DRAWER-FOUND
                        PERFORM A045-POST-TO-DRAWER
                    END-IF
                    IF TC-FED-DATE = SPACES
                        SET TC-IN-PENDING-FEED TO TRUE
                    END-IF
                    REWRITE TELLER-CAPTURE-RECORD
                    IF WS-TCAP-STATUS NOT = '00'
                        MOVE 'TLRCAPT' TO WS-ERR-FILE-NAME
                        MOVE 'REWRITE' TO WS-ERR-OPERATION
                        MOVE WS-TCAP-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    END-IF
                END-IF.
                PERFORM A020-READ-CAPTURE.
      *
       A035-FIND-DRAWER.
                MOVE 'N' TO WS-DRAWER-FOUND-SWITCH.
                PERFORM A036-MATCH-DRAWER
                    VARYING WS-DRAWER-IDX FROM 1 BY 1
                    UNTIL WS-DRAWER-IDX > WS-DRAWER-COUNT
                       OR WS-DRAWER-FOUND.
                IF WS-DRAWER-FOUND
                    SUBTRACT 1 FROM WS-DRAWER-IDX
                ELSE
                    IF WS-DRAWER-COUNT < 99
                        ADD 1 TO WS-DRAWER-COUNT
                        MOVE WS-DRAWER-COUNT TO WS-DRAWER-IDX
                        MOVE TC-CAPTURE-DATE
                            TO WS-DRW-CAPTURE-DATE (WS-DRAWER-IDX)
                        MOVE TC-TELLER-ID
                            TO WS-DRW-TELLER-ID (WS-DRAWER-IDX)
                        MOVE 0 TO WS-DRW-PAYMENT-COUNT (WS-DRAWER-IDX)
                        MOVE 0 TO WS-DRW-CAPTURED (WS-DRAWER-IDX)
                        MOVE 0 TO WS-DRW-COUNTED (WS-DRAWER-IDX)
                        MOVE 'N' TO WS-DRW-CLOSED (WS-DRAWER-IDX)
                        SET WS-DRAWER-FOUND TO TRUE
                    ELSE
                        DISPLAY 'DRAWER TABLE FULL - TELLER '
                            TC-TELLER-ID ' ' TC-CAPTURE-DATE
                            ' FED BUT NOT BALANCED'
                        IF RETURN-CODE < 4
                            MOVE 4 TO RETURN-CODE
                        END-IF
                    END-IF
                END-IF.
      *
       A036-MATCH-DRAWER.
                IF WS-DRW-CAPTURE-DATE (WS-DRAWER-IDX) = TC-CAPTURE-DATE
                  AND WS-DRW-TELLER-ID (WS-DRAWER-IDX) = TC-TELLER-ID
                    SET WS-DRAWER-FOUND TO TRUE
                END-IF.
      *
       A040-WRITE-FEED-RECORD.
      *        THE FEED CARRIES THE CUSTOMER-MASTER IMAGE THE WAY
      *        DBBAUTO'S DEBITS DO.  A CAPTURE WHOSE CUSTOMER HAS
      *        SINCE LEFT THE MASTER STILL GOES ON THE FEED SO
      *        DBBTEST PUTS IT ON THE EXCEPTION FILE FOR REPAIR.
                MOVE TC-CUSTOMER-ID
                    TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD.
                READ CUSTOMER-MASTER-FILE
                    INVALID KEY
                        MOVE SPACES TO TELLER-TRANS-RECORD
                        MOVE TC-CUSTOMER-ID
                            TO CM-CUSTOMER-ID OF TELLER-TRANS-RECORD
                        MOVE TC-MORTGAGE-ACCT-NO
                            TO CM-MORTGAGE-ACCT-NO
                                OF TELLER-TRANS-RECORD
                    NOT INVALID KEY
                        MOVE CUSTOMER-MASTER-RECORD
                            TO TELLER-TRANS-RECORD
                END-READ.
                IF WS-CUSTMAST-STATUS NOT = '00'
                  AND WS-CUSTMAST-STATUS NOT = '23'
                    MOVE 'CUSTMAST' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-CUSTMAST-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                MOVE TC-TRANS-TYPE TO TX-TRANS-TYPE.
                MOVE TC-TRANS-AMOUNT TO TX-TRANS-AMOUNT.
                WRITE TELLER-TRANS-RECORD.
                PERFORM A047-CHECK-FEED-STATUS.
                ADD 1 TO WS-FEED-COUNT.
                ADD TC-TRANS-AMOUNT TO WS-FEED-HASH.
      *
       A045-POST-TO-DRAWER.
      *        A DRAWER CLOSED MORE THAN ONCE IS BALANCED ON ITS
      *        LAST COUNT - THE DRAWER IS NOT EMPTIED AT A CLOSE.
                IF TC-PAYMENT-CAPTURE
                    ADD 1 TO WS-DRW-PAYMENT-COUNT (WS-DRAWER-IDX)
                    ADD TC-TRANS-AMOUNT
                        TO WS-DRW-CAPTURED (WS-DRAWER-IDX)
                ELSE
                    MOVE TC-COUNTED-TOTAL
                        TO WS-DRW-COUNTED (WS-DRAWER-IDX)
                    MOVE 'Y' TO WS-DRW-CLOSED (WS-DRAWER-IDX)
                END-IF.
      *
       A047-CHECK-FEED-STATUS.
                IF WS-TLRTRX-STATUS NOT = '00'
                    MOVE 'TLRTRXIN' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-TLRTRX-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A050-WRITE-TRAILER.
                MOVE SPACES TO CONTROL-COPY.
                SET BH-TYPE-TRAILER TO TRUE.
                MOVE WS-FEED-COUNT TO BH-RECORD-COUNT.
                MOVE WS-FEED-HASH TO BH-AMOUNT-HASH.
                WRITE TELLER-TRANS-RECORD FROM CONTROL-COPY.
                PERFORM A047-CHECK-FEED-STATUS.
      *
       A060-BALANCE-DRAWER.
                MOVE WS-DRW-CAPTURE-DATE (WS-DRAWER-IDX)
                    TO DL-CAPTURE-DATE.
                MOVE WS-DRW-TELLER-ID (WS-DRAWER-IDX) TO DL-TELLER-ID.
                MOVE WS-DRW-PAYMENT-COUNT (WS-DRAWER-IDX)
                    TO DL-PAYMENT-COUNT.
                MOVE WS-DRW-CAPTURED (WS-DRAWER-IDX) TO DL-CAPTURED.
                MOVE WS-DRW-COUNTED (WS-DRAWER-IDX) TO DL-COUNTED.
                COMPUTE WS-OVER-SHORT =
                    WS-DRW-COUNTED (WS-DRAWER-IDX)
                    - WS-DRW-CAPTURED (WS-DRAWER-IDX).
                MOVE WS-OVER-SHORT TO DL-OVER-SHORT.
                ADD WS-DRW-CAPTURED (WS-DRAWER-IDX)
                    TO WS-TOTAL-CAPTURED.
                ADD WS-DRW-COUNTED (WS-DRAWER-IDX) TO WS-TOTAL-COUNTED.
                EVALUATE TRUE
                    WHEN WS-DRW-CLOSED (WS-DRAWER-IDX) NOT = 'Y'
                        MOVE 'NOT CLOSED' TO DL-STATUS
                        MOVE 0 TO DL-OVER-SHORT
                    WHEN WS-OVER-SHORT > 0
                        MOVE 'OVER' TO DL-STATUS
                    WHEN WS-OVER-SHORT < 0
                        MOVE 'SHORT' TO DL-STATUS
                    WHEN OTHER
                        MOVE 'BALANCED' TO DL-STATUS
                END-EVALUATE.
                IF DL-STATUS NOT = 'BALANCED'
                    ADD 1 TO WS-OUT-OF-BALANCE-COUNT
                    IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                    END-IF
                END-IF.
                WRITE REPORT-LINE FROM WS-DETAIL-LINE.
                PERFORM A077-CHECK-RPT-STATUS.
      *
       A070-WRITE-TOTALS.
                MOVE SPACES TO REPORT-LINE.
                WRITE REPORT-LINE.
                PERFORM A077-CHECK-RPT-STATUS.
                MOVE 'TOTAL CAPTURED          :' TO TL-LABEL.
                MOVE WS-TOTAL-CAPTURED TO TL-AMOUNT.
                WRITE REPORT-LINE FROM WS-TOTAL-LINE.
                PERFORM A077-CHECK-RPT-STATUS.
                MOVE 'TOTAL COUNTED           :' TO TL-LABEL.
                MOVE WS-TOTAL-COUNTED TO TL-AMOUNT.
                WRITE REPORT-LINE FROM WS-TOTAL-LINE.
                PERFORM A077-CHECK-RPT-STATUS.
                MOVE 'PAYMENTS FED TO DBBTEST :' TO TL-LABEL.
                MOVE WS-FEED-HASH TO TL-AMOUNT.
                WRITE REPORT-LINE FROM WS-TOTAL-LINE.
                PERFORM A077-CHECK-RPT-STATUS.
      *
       A077-CHECK-RPT-STATUS.
                IF WS-RPT-STATUS NOT = '00'
                    MOVE 'DRWRRPT' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-RPT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A085-WRITE-AUDIT-LOG.
                MOVE 'DBBDRWR' TO AL-PROGRAM-ID.
                MOVE BUSINESS-DATE TO AL-RUN-DATE.
                MOVE WS-RECORDS-IN TO AL-RECORDS-IN.
                MOVE WS-FEED-COUNT TO AL-RECORDS-OUT.
                MOVE 'COMPLETE' TO AL-COMPLETION-STATUS.
                WRITE AUDIT-LOG-RECORD.
                IF WS-AUDIT-STATUS NOT = '00'
                    MOVE 'AUDITLOG' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-AUDIT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A100-STAMP-FED.
      *        RUN AFTER DBBTEST.  THE ROWS THE NIGHT'S FEED CARRIED
      *        ARE STAMPED FED ONLY WHEN DBBTEST LEFT ITS TLRTRXIN
      *        ROW ON CTLTOT FOR THE BUSINESS DATE; OTHERWISE THEY
      *        STAY PENDING AND GO OUT AGAIN ON THE NEXT RUN.  A ROW
      *        CAPTURED SINCE THE FEED WAS BUILT IS NOT PENDING AND
      *        IS LEFT FOR THE NEXT RUN TOO.
                OPEN EXTEND ERROR-LOG-FILE.
                IF WS-ERRLOG-STATUS NOT = '00'
                    DISPLAY 'UNABLE TO OPEN ERROR-LOG-FILE - STATUS '
                        WS-ERRLOG-STATUS
                END-IF.
                OPEN EXTEND AUDIT-LOG-FILE.
                IF WS-AUDIT-STATUS NOT = '00'
                    MOVE 'AUDITLOG' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-AUDIT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                PERFORM A105-CHECK-BATCH-ACCEPTED.
                IF WS-BATCH-ACCEPTED
                    OPEN I-O TELLER-CAPTURE-FILE
                    IF WS-TCAP-STATUS NOT = '00'
                        MOVE 'TLRCAPT' TO WS-ERR-FILE-NAME
                        MOVE 'OPEN' TO WS-ERR-OPERATION
                        MOVE WS-TCAP-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    ELSE
                        MOVE 'N' TO WS-EOF-SWITCH
                        PERFORM A020-READ-CAPTURE
                        PERFORM A110-STAMP-CAPTURE
                            UNTIL WS-EOF-TCAP
                        CLOSE TELLER-CAPTURE-FILE
                    END-IF
                ELSE
                    DISPLAY 'TELLER BATCH NOT ACCEPTED TODAY - '
                        'CAPTURES LEFT PENDING FOR THE NEXT RUN'
                    IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                    END-IF
                END-IF.
                DISPLAY 'CAPTURE ROWS READ       : ' WS-RECORDS-IN.
                DISPLAY 'CAPTURE ROWS STAMPED    : ' WS-STAMPED-COUNT.
                MOVE WS-STAMPED-COUNT TO WS-FEED-COUNT.
                PERFORM A085-WRITE-AUDIT-LOG.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
      *
       A105-CHECK-BATCH-ACCEPTED.
                MOVE 'N' TO WS-BATCH-ACCEPTED-SWITCH.
                OPEN INPUT CONTROL-TOTAL-FILE.
                IF WS-CTLTOT-STATUS NOT = '00'
                    MOVE 'CTLTOT' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CTLTOT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                ELSE
                    PERFORM A107-READ-CONTROL-TOTAL
                        UNTIL WS-EOF-CTLTOT
                    CLOSE CONTROL-TOTAL-FILE
                END-IF.
      *
       A107-READ-CONTROL-TOTAL.
                READ CONTROL-TOTAL-FILE
                    AT END
                        SET WS-EOF-CTLTOT TO TRUE
                    NOT AT END
                        IF CT-PROGRAM-ID = 'TLRTRXIN'
                          AND CT-RUN-DATE = BUSINESS-DATE
                            SET WS-BATCH-ACCEPTED TO TRUE
                        END-IF
                END-READ.
                IF WS-CTLTOT-STATUS NOT = '00'
                  AND WS-CTLTOT-STATUS NOT = '10'
                    MOVE 'CTLTOT' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-CTLTOT-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                    SET WS-EOF-CTLTOT TO TRUE
                END-IF.
      *
       A110-STAMP-CAPTURE.
                IF TC-IN-PENDING-FEED
                    MOVE BUSINESS-DATE TO TC-FED-DATE
                    MOVE SPACE TO TC-FEED-PENDING
                    REWRITE TELLER-CAPTURE-RECORD
                    IF WS-TCAP-STATUS NOT = '00'
                        MOVE 'TLRCAPT' TO WS-ERR-FILE-NAME
                        MOVE 'REWRITE' TO WS-ERR-OPERATION
                        MOVE WS-TCAP-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    ELSE
                        ADD 1 TO WS-STAMPED-COUNT
                    END-IF
                END-IF.
                PERFORM A020-READ-CAPTURE.
      *
       A099-WRITE-ERROR-LOG.
                MOVE 'DBBDRWR' TO ER-PROGRAM-ID.
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
                DISPLAY 'CAPTURE ROWS READ       : ' WS-RECORDS-IN.
                DISPLAY 'PAYMENTS FED            : ' WS-FEED-COUNT.
                DISPLAY 'DRAWERS OUT OF BALANCE  : '
                    WS-OUT-OF-BALANCE-COUNT.
                PERFORM A085-WRITE-AUDIT-LOG.
                CLOSE TELLER-CAPTURE-FILE.
                CLOSE CUSTOMER-MASTER-FILE.
                CLOSE TELLER-TRANS-FILE.
                CLOSE REPORT-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
