           05  LINE 12 COLUMN 1  VALUE 'CURRENT BALANCE  :'.
           05  LINE 12 COLUMN 22 PIC Z(8)9.99
               USING CM-CURRENT-BALANCE OF CUSTOMER-COPY.
           05  LINE 13 COLUMN 1  VALUE 'STATUS (N/A/R/H) :'.
           05  LINE 13 COLUMN 22 PIC X(1)
               USING CM-APPLICATION-STATUS OF CUSTOMER-COPY.
