       01 CompletionRecord.
           05 CompProgram        PIC X(12).
           05 CompRunId          PIC X(19).
           05 CompStartStamp     PIC X(21).
           05 CompEndStamp       PIC X(21).
           05 CompReturnCode     PIC 9(2).
               88 CompRcClean        VALUE 0.
               88 CompRcWarning      VALUE 4.
               88 CompRcFailed       VALUE 8.
               88 CompRcFatal        VALUE 12.
           05 CompJobsOk         PIC 9(5).
           05 CompJobsFailed     PIC 9(5).
           05 CompUser           PIC X(8).
