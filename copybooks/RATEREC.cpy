       01 RateRecord.
           05 RatePartner        PIC X(10).
           05 RateDirection      PIC X(7).
           05 RatePerJob         PIC 9(5)V99.
           05 RatePerThousand    PIC 9(5)V99.
           05 RatePerMegabyte    PIC 9(5)V99.
