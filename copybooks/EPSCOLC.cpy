           05  CC-PROMISE-DATE           PIC X(10).
           05  CC-PROMISE-AMOUNT         PIC 9(7)V99.
           05  CC-COLLECTOR-ID           PIC X(8).
      *    SET THROUGH DBBCOLL BY A SUPERVISOR HOLDING THE           *
      *    CHARGE-OFF REFERRAL ENTITLEMENT - DBBCHGO CHARGES THE     *
      *    LOAN OFF THAT NIGHT WHATEVER ITS AGE AND CLOSES THE CASE. *
           05  CC-CHGOFF-REFER-FLAG      PIC X(1).
               88  CC-CHGOFF-REFERRED    VALUE 'Y'.
           05  CC-REFERRED-BY            PIC X(8).
           05  FILLER                    PIC X(8).
