       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT InputFile ASSIGN TO DYNAMIC InputFileName
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS InputFileStatus.
       SELECT CompletionFile ASSIGN TO "JOBCOMP.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CompletionFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD InputFile.
       01 Contents        PIC X(1000).
        88 EndOfInputFile VALUE HIGH-VALUES.
       FD CompletionFile.
       COPY COMPREC.

       WORKING-STORAGE SECTION.
       01 InputFileName           PIC X(100).
       01 TotalLetters            PIC 9(9) COMP VALUE ZERO.
       01 TotalDeviation          PIC 9(5) VALUE ZERO.
       01 OneDeviation            PIC S9(5).
       01 InputFileStatus         PIC XX.
       01 CompletionFileStatus    PIC XX.
       01 RunStartStamp           PIC X(21).
       01 RunReturnCode           PIC 99 VALUE ZERO.
       01 RunUser                 PIC X(8).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO RunStartStamp
           ACCEPT RunUser FROM ENVIRONMENT "USER"
           IF RunUser = SPACES
               MOVE "UNKNOWN" TO RunUser
           END-IF
           ACCEPT CmdArgCount FROM ARGUMENT-NUMBER
           IF CmdArgCount >= 1
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT InputFileName
           END-IF
           OPEN INPUT InputFile
           IF InputFileStatus NOT = "00"
               DISPLAY "Cannot open file: " InputFileName(1:40)
               PERFORM AbortRun
           END-IF
           PERFORM ReadRecord
           PERFORM ProcessRecord UNTIL EndOfInputFile
           CLOSE InputFile
           IF TotalLetters = ZERO
               DISPLAY "No letters to analyze in " InputFileName(1:40)
               PERFORM AbortRun
           END-IF
           PERFORM ComputeFrequencies
           PERFORM PrintReport
           PERFORM WriteCompletion
           MOVE RunReturnCode TO RETURN-CODE
       STOP RUN.

       WriteCompletion.
           MOVE "FREQREPORT" TO CompProgram
           MOVE SPACES TO CompRunId
           MOVE RunStartStamp TO CompStartStamp
           MOVE FUNCTION CURRENT-DATE TO CompEndStamp
           MOVE RunReturnCode TO CompReturnCode
           IF RunReturnCode < 8
               MOVE 1 TO CompJobsOk
               MOVE ZERO TO CompJobsFailed
           ELSE
               MOVE ZERO TO CompJobsOk
               MOVE 1 TO CompJobsFailed
           END-IF
           MOVE RunUser TO CompUser
           OPEN EXTEND CompletionFile
           IF CompletionFileStatus = "35"
               OPEN OUTPUT CompletionFile
           END-IF
           IF CompletionFileStatus = "00"
               WRITE CompletionRecord
               CLOSE CompletionFile
           ELSE
               DISPLAY "Cannot write JOBCOMP.DAT, status "
                   CompletionFileStatus
           END-IF.

       AbortRun.
           MOVE 12 TO RunReturnCode
           PERFORM WriteCompletion
           MOVE RunReturnCode TO RETURN-CODE
           STOP RUN.

       ReadRecord.
           READ InputFile
               AT END SET EndOfInputFile TO TRUE
                 "WARNING: distribution looks like plain English text"
               DISPLAY
                 "         - check the Operation field was not a no-op"
               MOVE 4 TO RunReturnCode
           ELSE
               DISPLAY "Text appears to be scrambled"
           END-IF.
