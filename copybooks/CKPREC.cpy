           05 RestartFieldMap    PIC X(100).
           05 RestartRecfm       PIC X.
           05 RestartLrecl       PIC 9(4).
           05 RestartRejects     PIC 9(9).
           05 RestartBytes       PIC 9(12).
