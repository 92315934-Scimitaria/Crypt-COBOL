       SELECT AuditFile ASSIGN TO "AUDIT.LOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AuditFileStatus.
       SELECT CompletionFile ASSIGN TO "JOBCOMP.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CompletionFileStatus.

       DATA DIVISION.
       FILE SECTION.
       01 KeepRecord      PIC X(101).
       FD AuditFile.
       COPY AUDITREC.
       FD CompletionFile.
       COPY COMPREC.

       WORKING-STORAGE SECTION.
       01 KeystoreFileStatus     PIC XX.
           88 CommandRetire      VALUE "RETIRE".
           88 CommandQuit        VALUE "QUIT".
       01 SearchRef              PIC X(19).
       01 CompletionFileStatus   PIC XX.
       01 RunStartStamp          PIC X(21).
       01 RunReturnCode          PIC 99 VALUE ZERO.
       01 UpdatesApplied         PIC 9(5) VALUE ZERO.
       01 UpdatesRefused         PIC 9(5) VALUE ZERO.
       01 WarningCount           PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO RunStartStamp
           ACCEPT RunUser FROM ENVIRONMENT "USER"
           IF RunUser = SPACES
               MOVE "UNKNOWN" TO RunUser
           DISPLAY "Keystore maintenance"
           PERFORM GetCommand
           PERFORM ProcessCommand UNTIL CommandQuit
           PERFORM SetRunReturnCode
           PERFORM WriteCompletion
           MOVE RunReturnCode TO RETURN-CODE
       STOP RUN.

       SetRunReturnCode.
           EVALUATE TRUE
               WHEN UpdatesRefused > ZERO AND UpdatesApplied = ZERO
                   MOVE 12 TO RunReturnCode
               WHEN UpdatesRefused > ZERO
                   MOVE 8 TO RunReturnCode
               WHEN WarningCount > ZERO
                   MOVE 4 TO RunReturnCode
               WHEN OTHER
                   MOVE ZERO TO RunReturnCode
           END-EVALUATE.

       WriteCompletion.
           MOVE "KEYMAINT" TO CompProgram
           MOVE SPACES TO CompRunId
           MOVE RunStartStamp TO CompStartStamp
           MOVE FUNCTION CURRENT-DATE TO CompEndStamp
           MOVE RunReturnCode TO CompReturnCode
           MOVE UpdatesApplied TO CompJobsOk
           MOVE UpdatesRefused TO CompJobsFailed
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

       GetCommand.
           DISPLAY "Command (LIST RETIRE QUIT): " WITH NO ADVANCING
           ACCEPT MenuCommand
               WHEN CommandRetire PERFORM RetireKey
               WHEN OTHER
                   DISPLAY "Unknown command: " MenuCommand
                   ADD 1 TO WarningCount
           END-EVALUATE
           PERFORM GetCommand.

           OPEN INPUT KeystoreFile
           IF KeystoreFileStatus NOT = "00"
               DISPLAY "KEYSTORE.DAT not found"
               ADD 1 TO UpdatesRefused
           ELSE
               OPEN OUTPUT KeepFile
               PERFORM ReadKeystoreFile
               EVALUATE TRUE
                   WHEN KeyWasRetired
                       DISPLAY SearchRef " is already retired"
                       ADD 1 TO UpdatesRefused
                   WHEN NOT KeyWasFound
                       DISPLAY SearchRef " not found"
                       ADD 1 TO UpdatesRefused
                   WHEN OTHER
                       PERFORM RewriteKeystore
                       PERFORM WriteRetireAudit
                       ADD 1 TO UpdatesApplied
                       DISPLAY SearchRef " retired - key material"
                           " cleared"
               END-EVALUATE
