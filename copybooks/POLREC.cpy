       01 PolicyRecord.
           05 PolicyPartner      PIC X(10).
           05 PolicyMinChain     PIC 9.
           05 PolicyMinKeyword   PIC 99.
           05 PolicyBadOps.
               10 PolicyBadOp    OCCURS 4 TIMES PIC X(7).
           05 PolicyBadTables.
               10 PolicyBadTable OCCURS 4 TIMES PIC X(10).
           05 PolicyBadKeys.
               10 PolicyBadKey   OCCURS 6 TIMES.
                   15 PolicyBadKeyOp    PIC X(7).
                   15 PolicyBadKeyValue PIC X(10).
