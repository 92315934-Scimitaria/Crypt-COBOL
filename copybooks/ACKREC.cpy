       01 AckRecord.
           05 AckRunId           PIC X(19).
           05 FILLER             PIC X.
           05 AckRecords         PIC 9(9).
           05 FILLER             PIC X.
           05 AckChecksum        PIC 9(9).
           05 FILLER             PIC X.
           05 AckReceivedStamp   PIC X(14).
