       01 RejectRecord.
           05 RejectRunId        PIC X(19).
           05 RejectRecordNumber PIC 9(9).
           05 RejectReason       PIC X(4).
               88 RejectLrecl        VALUE "LREC".
               88 RejectNoMapEntry   VALUE "NMAP".
           05 RejectData         PIC X(4000).
