      *                reversals) now arrive on the separate           *
      *                MTGRESUB file, read after the controlled feed,  *
      *                so they no longer break the sender's counts.    *
      *    2026-10-15  A PAYOFF run's quote is no longer printed on    *
      *                PAYQUOTE - its lines are appended to the        *
      *                CORRDOC correspondence queue as a legally       *
      *                required POFQ document, and DBBCORR puts it in  *
      *                the borrower's envelope for the mail vendor.    *
      *    2026-10-15  Counter payments - a FULL run also takes the    *
      *                TLRTRXIN feed DBBDRWR builds each night from    *
      *                the payments tellers captured on the DBBTELR    *
      *                screen.  It carries its own EPSMTBH header and  *
      *                trailer and is verified on its own after the    *
      *                sender's feed and MTGRESUB: a missing, stale or *
      *                miscounted counter batch is refused whole with  *
      *                return code 4, so yesterday's feed is never     *
      *                posted twice and the rest of the night still    *
      *                runs.                                           *
      *    2026-10-15  Each MTGTRXOK record carries the feed it came   *
      *                in on - the MTGTRXIN or TLRTRXIN header's       *
      *                sender, or MTGRESUB - so DBBPOST can stamp it   *
      *                on the history row and a bad sender's postings  *
      *                can be backed out on their own.                 *
      *    2026-10-15  An accepted counter batch is recorded on CTLTOT *
      *                under the name TLRTRXIN with its trailer count  *
      *                and hash, so DBBDRWR only marks the captures    *
      *                fed once the batch has actually been taken.     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RESUB-STATUS.
           SELECT TELLER-TRANS-FILE
               ASSIGN TO "TLRTRXIN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TLRTRX-STATUS.
           SELECT VALID-TRANS-FILE
               ASSIGN TO "MTGTRXOK"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-MORTGAGE-ACCT-NO
               FILE STATUS IS WS-AUTOPAY-STATUS.
           SELECT CORRESPONDENCE-FILE
               ASSIGN TO "CORRDOC"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT QUOTE-LOG-FILE
               ASSIGN TO "QUOTELOG"
               ORGANIZATION IS SEQUENTIAL
       01  RESUBMIT-TRANS-RECORD.
           COPY EPSMTCOM.
           COPY EPSMTTRX.
       FD  TELLER-TRANS-FILE.
       01  TELLER-TRANS-RECORD.
           COPY EPSMTCOM.
           COPY EPSMTTRX.
       FD  VALID-TRANS-FILE.
       01  VALID-TRANS-RECORD.
           COPY EPSMTCOM.
           COPY EPSMTTRX.
           05  VT-SENDER-ID              PIC X(8).
       FD  CONTROL-TOTAL-FILE.
       01  CONTROL-TOTAL-RECORD.
           COPY EPSCTLTOT.
       FD  AUTOPAY-FILE.
       01  AUTOPAY-RECORD.
           COPY EPSAUTO.
       FD  CORRESPONDENCE-FILE.
       01  CORRESPONDENCE-RECORD.
           COPY EPSCORD.
       FD  QUOTE-LOG-FILE.
       01  QUOTE-LOG-RECORD.
           COPY EPSQUOT.
          COPY EPSMTTRX.
       01 CONTROL-COPY.
          COPY EPSMTBH.
       01 VERIFY-COPY.
          COPY EPSMTCOM.
          COPY EPSMTTRX.
       01 DATE-JOUR PIC X(10).
       01 BUSINESS-DATE PIC X(10).
       01 WS-MTGTRX-STATUS PIC X(2).
       01 WS-RESUB-STATUS PIC X(2).
       01 WS-TLRTRX-STATUS PIC X(2).
       01 WS-TRXOK-STATUS PIC X(2).
       01 WS-CTLTOT-STATUS PIC X(2).
       01 WS-EXCPT-STATUS PIC X(2).
          88 WS-EOF-MTGTRX VALUE 'Y'.
       01 WS-RESUB-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-RESUB VALUE 'Y'.
       01 WS-TELLER-EOF-SWITCH PIC X VALUE 'Y'.
          88 WS-EOF-TELLER VALUE 'Y'.
       01 WS-TELLER-BATCH-SWITCH PIC X VALUE 'N'.
          88 WS-TELLER-BATCH-GOOD VALUE 'Y'.
       01 WS-CONTROL-REC-SWITCH PIC X VALUE 'N'.
          88 WS-CONTROL-RECORD VALUE 'Y'.
       01 WS-BATCH-GOOD-SWITCH PIC X VALUE 'Y'.
       01 WS-TRAILER-SEEN-SWITCH PIC X VALUE 'N'.
          88 WS-TRAILER-SEEN VALUE 'Y'.
       01 WS-VERIFY-COUNT PIC 9(7) VALUE 0.
       01 WS-FEED-SENDER PIC X(8) VALUE SPACES.
       01 WS-VERIFY-HASH PIC 9(11)V99 VALUE 0.
       01 WS-TRL-RECORD-COUNT PIC 9(7) VALUE 0.
       01 WS-TRL-AMOUNT-HASH PIC 9(11)V99 VALUE 0.
       01 WS-TELLER-COUNT PIC 9(7) VALUE 0.
       01 WS-TELLER-HASH PIC 9(11)V99 VALUE 0.
       01 WS-RECORD-VALID-SWITCH PIC X VALUE 'Y'.
          88 WS-RECORD-VALID VALUE 'Y'.
          88 WS-RECORD-INVALID VALUE 'N'.
       01 WS-AUTOPAY-STATUS PIC X(2).
       01 WS-AUTOPAY-ENROLLED-SWITCH PIC X VALUE 'N'.
          88 WS-AUTOPAY-ENROLLED VALUE 'Y'.
       01 WS-CORR-STATUS PIC X(2).
       01 WS-DOC-LINE-NO PIC 9(3) VALUE 0.
       01 WS-QLOG-STATUS PIC X(2).
       01 WS-RATETAB-EOF-SWITCH PIC X VALUE 'N'.
          88 WS-EOF-RATETAB VALUE 'Y'.
                            UNTIL WS-EOF-MTGTRX
                               OR WS-LOOKUP-FOUND
                        IF WS-MODE-FULL
                            MOVE 'MTGRESUB' TO WS-FEED-SENDER
                            PERFORM A033-READ-RESUBMIT
                            PERFORM A043-PROCESS-RESUBMIT
                                UNTIL WS-EOF-RESUB
                            PERFORM A013-VERIFY-TELLER-BATCH
                            PERFORM A045-PROCESS-TELLER
                                UNTIL WS-EOF-TELLER
                        END-IF
                        PERFORM A090-CLOSE-FILES
                    END-IF
                CALL 'DBBDATE' USING DATE-JOUR BUSINESS-DATE.
                DISPLAY 'CALENDAR DATE : ' DATE-JOUR.
                DISPLAY 'BUSINESS DATE : ' BUSINESS-DATE.
      *
       A013-VERIFY-TELLER-BATCH.
      *        THE COUNTER FEED IS VERIFIED THE SAME WAY AS THE
      *        SENDER'S, BUT ON ITS OWN - A BAD OR STALE COUNTER
      *        BATCH IS LEFT UNTAKEN WITHOUT HOLDING UP THE NIGHT.
                MOVE 'N' TO WS-VERIFY-EOF-SWITCH.
                MOVE 'N' TO WS-HEADER-SEEN-SWITCH.
                MOVE 'N' TO WS-TRAILER-SEEN-SWITCH.
                MOVE 0 TO WS-VERIFY-COUNT.
                MOVE 0 TO WS-VERIFY-HASH.
                MOVE 0 TO WS-TRL-RECORD-COUNT.
                MOVE 0 TO WS-TRL-AMOUNT-HASH.
                SET WS-BATCH-BAD TO TRUE.
                OPEN INPUT TELLER-TRANS-FILE.
                IF WS-TLRTRX-STATUS NOT = '00'
                    DISPLAY 'FEED CONTROL - UNABLE TO OPEN '
                        'TLRTRXIN - STATUS ' WS-TLRTRX-STATUS
                ELSE
                    PERFORM A014-VERIFY-TELLER-RECORD
                        UNTIL WS-EOF-VERIFY
                    CLOSE TELLER-TRANS-FILE
                    PERFORM A018-JUDGE-BATCH
                END-IF.
                IF WS-BATCH-GOOD
                    OPEN INPUT TELLER-TRANS-FILE
                    IF WS-TLRTRX-STATUS NOT = '00'
                        MOVE 'TLRTRXIN' TO WS-ERR-FILE-NAME
                        MOVE 'OPEN' TO WS-ERR-OPERATION
                        MOVE WS-TLRTRX-STATUS TO WS-ERR-STATUS-CODE
                        PERFORM A099-WRITE-ERROR-LOG
                    ELSE
                        SET WS-TELLER-BATCH-GOOD TO TRUE
                        MOVE WS-TRL-RECORD-COUNT TO WS-TELLER-COUNT
                        MOVE WS-TRL-AMOUNT-HASH TO WS-TELLER-HASH
                        MOVE 'N' TO WS-TELLER-EOF-SWITCH
                        PERFORM A034-READ-TELLER
                    END-IF
                ELSE
                    DISPLAY 'TELLER BATCH REFUSED - COUNTER '
                        'PAYMENTS NOT TAKEN'
                    IF RETURN-CODE < 4
                        MOVE 4 TO RETURN-CODE
                    END-IF
                END-IF.
      *
       A014-VERIFY-TELLER-RECORD.
                READ TELLER-TRANS-FILE
                    AT END
                        SET WS-EOF-VERIFY TO TRUE
                    NOT AT END
                        MOVE TELLER-TRANS-RECORD TO CONTROL-COPY
                        MOVE TELLER-TRANS-RECORD TO VERIFY-COPY
                        PERFORM A017-CLASSIFY-RECORD
                END-READ.
                IF WS-TLRTRX-STATUS NOT = '00'
                  AND WS-TLRTRX-STATUS NOT = '10'
                    DISPLAY 'FEED CONTROL - READ FAILED - STATUS '
                        WS-TLRTRX-STATUS
                    SET WS-EOF-VERIFY TO TRUE
                END-IF.
      *
       A015-VERIFY-BATCH.
      *        THE WHOLE FEED IS VERIFIED BEFORE A SINGLE RECORD IS
                        SET WS-EOF-VERIFY TO TRUE
                    NOT AT END
                        MOVE MORTGAGE-TRANS-RECORD TO CONTROL-COPY
                        MOVE MORTGAGE-TRANS-RECORD TO VERIFY-COPY
                        PERFORM A017-CLASSIFY-RECORD
                END-READ.
                IF WS-MTGTRX-STATUS NOT = '00'
                            SET WS-EOF-VERIFY TO TRUE
                        ELSE
                            SET WS-HEADER-SEEN TO TRUE
                            MOVE BH-SENDER-ID TO WS-FEED-SENDER
                            IF BH-FEED-DATE NOT = BUSINESS-DATE
                                DISPLAY 'FEED CONTROL - FEED DATE '
                                    BH-FEED-DATE
                        SET WS-EOF-VERIFY TO TRUE
                    WHEN OTHER
                        ADD 1 TO WS-VERIFY-COUNT
                        IF TX-TRANS-AMOUNT OF VERIFY-COPY
                                NUMERIC
                            ADD TX-TRANS-AMOUNT
                                OF VERIFY-COPY
                                TO WS-VERIFY-HASH
                        END-IF
                END-EVALUATE.
                    MOVE WS-RESUB-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A034-READ-TELLER.
                MOVE 'N' TO WS-CONTROL-REC-SWITCH.
                READ TELLER-TRANS-FILE
                    AT END
                        SET WS-EOF-TELLER TO TRUE
                    NOT AT END
                        IF TELLER-TRANS-RECORD (1:3) = 'HDR'
                          OR TELLER-TRANS-RECORD (1:3) = 'TRL'
                            SET WS-CONTROL-RECORD TO TRUE
                        ELSE
                            MOVE TELLER-TRANS-RECORD TO CUSTOMER-COPY
                            MOVE TX-TRANS-TYPE OF TELLER-TRANS-RECORD
                                TO TX-TRANS-TYPE OF TRANS-DETAIL-COPY
                            MOVE TX-TRANS-AMOUNT
                                OF TELLER-TRANS-RECORD
                                TO TX-TRANS-AMOUNT OF TRANS-DETAIL-COPY
                            ADD 1 TO WS-RECORDS-IN
                        END-IF
                END-READ.
                IF WS-TLRTRX-STATUS NOT = '00'
                  AND WS-TLRTRX-STATUS NOT = '10'
                    MOVE 'TLRTRXIN' TO WS-ERR-FILE-NAME
                    MOVE 'READ' TO WS-ERR-OPERATION
                    MOVE WS-TLRTRX-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A045-PROCESS-TELLER.
                IF NOT WS-CONTROL-RECORD
                    PERFORM A046-FULL-PROCESS-TRANSACTION
                END-IF.
                PERFORM A034-READ-TELLER.
      *
       A043-PROCESS-RESUBMIT.
                PERFORM A046-FULL-PROCESS-TRANSACTION.
                    TO TX-TRANS-TYPE OF VALID-TRANS-RECORD.
                MOVE TX-TRANS-AMOUNT OF TRANS-DETAIL-COPY
                    TO TX-TRANS-AMOUNT OF VALID-TRANS-RECORD.
                MOVE WS-FEED-SENDER TO VT-SENDER-ID.
                WRITE VALID-TRANS-RECORD.
                IF WS-TRXOK-STATUS NOT = '00'
                    MOVE 'MTGTRXOK' TO WS-ERR-FILE-NAME
                    MOVE WS-RATETAB-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN EXTEND CORRESPONDENCE-FILE.
                IF WS-CORR-STATUS NOT = '00'
                    MOVE 'CORRDOC' TO WS-ERR-FILE-NAME
                    MOVE 'OPEN' TO WS-ERR-OPERATION
                    MOVE WS-CORR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
                OPEN EXTEND QUOTE-LOG-FILE.
      *
       A067-PRINT-QUOTE.
                MOVE BUSINESS-DATE TO QH-QUOTE-DATE.
                MOVE 0 TO WS-DOC-LINE-NO.
                MOVE WS-QUOTE-HEADING TO CD-PRINT-LINE.
                PERFORM A072-WRITE-DOC-LINE.
                MOVE 'CUSTOMER           : ' TO QD-LABEL.
                MOVE CM-CUSTOMER-NAME OF CUSTOMER-COPY
                    TO QD-TEXT-VALUE.
                MOVE WS-QUOTE-DETAIL TO CD-PRINT-LINE.
                PERFORM A072-WRITE-DOC-LINE.
                MOVE 'MORTGAGE ACCT NO   : ' TO QD-LABEL.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO QD-TEXT-VALUE.
                MOVE WS-QUOTE-DETAIL TO CD-PRINT-LINE.
                PERFORM A072-WRITE-DOC-LINE.
                MOVE 'PAYOFF DATE        : ' TO QD-LABEL.
                MOVE WS-PAYOFF-DATE TO QD-TEXT-VALUE.
                MOVE WS-QUOTE-DETAIL TO CD-PRINT-LINE.
                PERFORM A072-WRITE-DOC-LINE.
                MOVE 'CURRENT BALANCE    : ' TO QM-LABEL.
                MOVE CM-CURRENT-BALANCE OF CUSTOMER-COPY
                    TO QM-MONEY-VALUE.
                MOVE WS-QUOTE-MONEY-LINE TO CD-PRINT-LINE.
                PERFORM A072-WRITE-DOC-LINE.
                MOVE 'INTEREST RATE      : ' TO QR-LABEL.
                MOVE WS-EFFECTIVE-RATE TO QR-RATE-VALUE.
                MOVE WS-QUOTE-RATE-LINE TO CD-PRINT-LINE.
                PERFORM A072-WRITE-DOC-LINE.
                MOVE 'PER-DIEM INTEREST  : ' TO QM-LABEL.
                MOVE WS-PER-DIEM TO QM-MONEY-VALUE.
                MOVE WS-QUOTE-MONEY-LINE TO CD-PRINT-LINE.
                PERFORM A072-WRITE-DOC-LINE.
                MOVE 'ACCRUED INTEREST   : ' TO QM-LABEL.
                MOVE WS-ACCRUED-INTEREST TO QM-MONEY-VALUE.
                MOVE WS-QUOTE-MONEY-LINE TO CD-PRINT-LINE.
                PERFORM A072-WRITE-DOC-LINE.
                MOVE 'TOTAL PAYOFF       : ' TO QM-LABEL.
                MOVE WS-PAYOFF-AMOUNT TO QM-MONEY-VALUE.
                MOVE WS-QUOTE-MONEY-LINE TO CD-PRINT-LINE.
                PERFORM A072-WRITE-DOC-LINE.
                MOVE 'QUOTE GOOD THRU    : ' TO QD-LABEL.
                MOVE WS-GOOD-THRU-DATE TO QD-TEXT-VALUE.
                MOVE WS-QUOTE-DETAIL TO CD-PRINT-LINE.
                PERFORM A072-WRITE-DOC-LINE.
      *
       A068-WRITE-QUOTE-LOG.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
       A072-WRITE-DOC-LINE.
                ADD 1 TO WS-DOC-LINE-NO.
                MOVE CM-CUSTOMER-ID OF CUSTOMER-COPY TO CD-CUSTOMER-ID.
                MOVE CM-MORTGAGE-ACCT-NO OF CUSTOMER-COPY
                    TO CD-MORTGAGE-ACCT-NO.
                SET CD-DOC-PAYOFF-QUOTE TO TRUE.
                MOVE BUSINESS-DATE TO CD-DOC-DATE.
                MOVE 'Y' TO CD-LEGAL-NOTICE.
                MOVE WS-DOC-LINE-NO TO CD-LINE-NO.
                WRITE CORRESPONDENCE-RECORD.
                IF WS-CORR-STATUS NOT = '00'
                    MOVE 'CORRDOC' TO WS-ERR-FILE-NAME
                    MOVE 'WRITE' TO WS-ERR-OPERATION
                    MOVE WS-CORR-STATUS TO WS-ERR-STATUS-CODE
                    PERFORM A099-WRITE-ERROR-LOG
                END-IF.
      *
                PERFORM A085-WRITE-AUDIT-LOG.
                CLOSE CUSTOMER-MASTER-FILE.
                CLOSE RATE-TABLE-FILE.
                CLOSE CORRESPONDENCE-FILE.
                CLOSE QUOTE-LOG-FILE.
                CLOSE AUDIT-LOG-FILE.
                CLOSE ERROR-LOG-FILE.
                MOVE BUSINESS-DATE TO CT-RUN-DATE.
                MOVE WS-CTL-RECORD-COUNT TO CT-RECORD-COUNT.
                MOVE WS-CTL-LOAN-TOTAL TO CT-LOAN-AMOUNT-TOTAL.
                PERFORM A081-PUT-CONTROL-TOTAL.
      *        AN ACCEPTED COUNTER BATCH GETS A ROW OF ITS OWN UNDER
      *        THE FEED'S NAME, WITH THE TRAILER'S COUNT AND HASH -
      *        DBBDRWR'S STAMP RUN LOOKS FOR IT BEFORE MARKING THE
      *        CAPTURES FED.
                IF WS-TELLER-BATCH-GOOD
                    MOVE 'TLRTRXIN' TO CT-PROGRAM-ID
                    MOVE BUSINESS-DATE TO CT-RUN-DATE
                    MOVE WS-TELLER-COUNT TO CT-RECORD-COUNT
                    MOVE WS-TELLER-HASH TO CT-LOAN-AMOUNT-TOTAL
                    PERFORM A081-PUT-CONTROL-TOTAL
                END-IF.
      *
       A081-PUT-CONTROL-TOTAL.
                WRITE CONTROL-TOTAL-RECORD.
                IF WS-CTLTOT-STATUS NOT = '00'
                    MOVE 'CTLTOT' TO WS-ERR-FILE-NAME
                IF WS-MODE-FULL
                    CLOSE RESUBMIT-TRANS-FILE
                END-IF.
                IF WS-TELLER-BATCH-GOOD
                    CLOSE TELLER-TRANS-FILE
                END-IF.
                CLOSE MORTGAGE-TRANS-FILE.
                CLOSE AUTOPAY-FILE.
                CLOSE CONTROL-TOTAL-FILE.
