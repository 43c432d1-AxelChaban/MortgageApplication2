           05  LINE 14 COLUMN 1  VALUE 'ACCT TRANSFER(Y) :'.
           05  LINE 14 COLUMN 22 PIC X(1)
               USING OP-FUNC-TRANSFER OF OPER-COPY.
           05  LINE 15 COLUMN 1  VALUE 'LOSSMIT ENTRY(Y) :'.
           05  LINE 15 COLUMN 22 PIC X(1)
               USING OP-FUNC-LOSSMIT-ENTRY OF OPER-COPY.
           05  LINE 16 COLUMN 1  VALUE 'LOSSMIT APPRV(Y) :'.
           05  LINE 16 COLUMN 22 PIC X(1)
               USING OP-FUNC-LOSSMIT-APPROVE OF OPER-COPY.
           05  LINE 17 COLUMN 1  VALUE 'LEGAL HOLD   (Y) :'.
           05  LINE 17 COLUMN 22 PIC X(1)
               USING OP-FUNC-LEGAL-HOLD OF OPER-COPY.
           05  LINE 18 COLUMN 1  VALUE 'TELLER       (Y) :'.
           05  LINE 18 COLUMN 22 PIC X(1)
               USING OP-FUNC-TELLER OF OPER-COPY.
           05  LINE 19 COLUMN 1  VALUE 'POST BACKOUT (Y) :'.
           05  LINE 19 COLUMN 22 PIC X(1)
               USING OP-FUNC-POST-BACKOUT OF OPER-COPY.
           05  LINE 20 COLUMN 1  VALUE 'CHGOFF REFER (Y) :'.
           05  LINE 20 COLUMN 22 PIC X(1)
               USING OP-FUNC-CHGOFF-REFER OF OPER-COPY.
           05  LINE 21 COLUMN 1  VALUE 'SANCT REVIEW (Y) :'.
           05  LINE 21 COLUMN 22 PIC X(1)
               USING OP-FUNC-SANCTION-REVIEW OF OPER-COPY.
