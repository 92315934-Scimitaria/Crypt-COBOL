       01 BuildRecord.
           05 BuildDate          PIC X(8).
           05 BuildStamp         PIC X(21).
           05 BuildAction        PIC X(7).
           05 BuildControlFile   PIC X(100).
           05 BuildJobs          PIC 9(3).
           05 BuildSkipped       PIC 9(3).
           05 BuildUser          PIC X(8).
