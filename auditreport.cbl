           FILE STATUS IS ArchiveFileStatus.
       SELECT KeepFile ASSIGN TO "AUDIT.TMP"
           ORGANIZATION LINE SEQUENTIAL.
       SELECT CompletionFile ASSIGN TO "JOBCOMP.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CompletionFileStatus.

       DATA DIVISION.
       FILE SECTION.
       01 ArchiveRecord   PIC X(62).
       FD KeepFile.
       01 KeepRecord      PIC X(62).
       FD CompletionFile.
       COPY COMPREC.

       WORKING-STORAGE SECTION.
       01 AuditFileStatus         PIC XX.
       01 ArchivedCount           PIC 9(9) VALUE ZERO.
       01 CountDisplay            PIC ZZZZZZZZ9.
       01 DiffDisplay             PIC +(8)9.
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
           END-IF
           IF ReportDate NOT NUMERIC
               DISPLAY "Report date must be YYYYMMDD"
               PERFORM AbortRun
           END-IF
           MOVE ReportDate TO ReportDateNum
           COMPUTE PreviousDateNum = FUNCTION DATE-OF-INTEGER(
           MOVE PreviousDateNum TO PreviousDate
           IF CutoffDate NOT = SPACES AND CutoffDate NOT NUMERIC
               DISPLAY "Cutoff date must be YYYYMMDD"
               PERFORM AbortRun
           END-IF
           OPEN INPUT AuditFile
           IF AuditFileStatus NOT = "00"
               DISPLAY "AUDIT.LOG not found"
               PERFORM AbortRun
           END-IF
           IF CutoffDate NOT = SPACES
               SET ArchiveInUse TO TRUE
               PERFORM RewriteAuditLog
           END-IF
           PERFORM PrintReport
           IF TodayTotal = ZERO OR TodayInvalid > ZERO
               MOVE 4 TO RunReturnCode
           ELSE
               MOVE ZERO TO RunReturnCode
           END-IF
           PERFORM WriteCompletion
           MOVE RunReturnCode TO RETURN-CODE
       STOP RUN.

       WriteCompletion.
           MOVE "AUDITREPORT" TO CompProgram
           MOVE SPACES TO CompRunId
           MOVE RunStartStamp TO CompStartStamp
           MOVE FUNCTION CURRENT-DATE TO CompEndStamp
           MOVE RunReturnCode TO CompReturnCode
           MOVE TodayTotal TO CompJobsOk
           MOVE TodayInvalid TO CompJobsFailed
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

       ReadAuditRecord.
           READ AuditFile
               AT END SET EndOfAuditFile TO TRUE
