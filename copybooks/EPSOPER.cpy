               88  OP-CAN-COLLECTIONS    VALUE 'Y'.
           05  OP-FUNC-TRANSFER          PIC X(1).
               88  OP-CAN-TRANSFER       VALUE 'Y'.
           05  OP-FUNC-LOSSMIT-ENTRY     PIC X(1).
               88  OP-CAN-LOSSMIT-ENTRY  VALUE 'Y'.
           05  OP-FUNC-LOSSMIT-APPROVE   PIC X(1).
               88  OP-CAN-LOSSMIT-APPROVE VALUE 'Y'.
           05  OP-FUNC-LEGAL-HOLD        PIC X(1).
               88  OP-CAN-LEGAL-HOLD     VALUE 'Y'.
           05  OP-FUNC-TELLER            PIC X(1).
               88  OP-CAN-TELLER         VALUE 'Y'.
           05  OP-FUNC-POST-BACKOUT      PIC X(1).
               88  OP-CAN-POST-BACKOUT   VALUE 'Y'.
           05  OP-FUNC-CHGOFF-REFER      PIC X(1).
               88  OP-CAN-CHGOFF-REFER   VALUE 'Y'.
           05  OP-FUNC-SANCTION-REVIEW   PIC X(1).
               88  OP-CAN-SANCTION-REVIEW VALUE 'Y'.
