               10 PartnerKey     OCCURS 6 TIMES PIC X(10).
           05 PartnerFieldMap    PIC X(100).
           05 PartnerEnvelope    PIC X.
           05 PartnerSlaHours    PIC 9(3).
