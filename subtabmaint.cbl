       SELECT SubTableFile ASSIGN TO "SUBTABLE.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SubTableFileStatus.
       SELECT CompletionFile ASSIGN TO "JOBCOMP.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CompletionFileStatus.
       SELECT AuditFile ASSIGN TO "AUDIT.LOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AuditFileStatus.
       SELECT ChangeFile ASSIGN TO "CHANGE.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ChangeFileStatus.
       SELECT ChangeKeepFile ASSIGN TO "CHANGE.TMP"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ChangeKeepFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SubTableFile.
       COPY SUBTAB.
       FD CompletionFile.
       COPY COMPREC.
       FD AuditFile.
       COPY AUDITREC.
       FD ChangeFile.
       01 ChangeFileRecord       PIC X(337).
       FD ChangeKeepFile.
       01 ChangeKeepRecord       PIC X(337).

       WORKING-STORAGE SECTION.
       01 SubTableFileStatus     PIC XX.
               10 EntryName      PIC X(10).
               10 EntryAlpha     PIC X(62).
               10 EntryBeta      PIC X(62).
       01 HeldTableCount         PIC 99.
       01 HeldTableEntries       PIC X(6700).
       01 StandardAlphabetValues.
           05 FILLER PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05 FILLER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
           88 CommandList        VALUE "LIST".
           88 CommandInverse     VALUE "INVERSE".
           88 CommandReport      VALUE "REPORT".
           88 CommandPending     VALUE "PENDING".
           88 CommandApprove     VALUE "APPROVE".
           88 CommandReject      VALUE "REJECT".
           88 CommandHistory     VALUE "HISTORY".
           88 CommandQuit        VALUE "QUIT".
       01 SearchName             PIC X(10).
       01 NewName                PIC X(10).
       01 ScanIdx                PIC 99.
       01 ValidCount             PIC 99.
       01 InvalidCount           PIC 99.
       01 RunUser                PIC X(8) VALUE "UNKNOWN".
       01 CompletionFileStatus   PIC XX.
       01 RunStartStamp          PIC X(21).
       01 RunReturnCode          PIC 99 VALUE ZERO.
       01 UpdatesApplied         PIC 9(5) VALUE ZERO.
       01 UpdatesRefused         PIC 9(5) VALUE ZERO.
       01 WarningCount           PIC 9(5) VALUE ZERO.
       01 AuditFileStatus        PIC XX.
       COPY CHGREC.
       01 ChangeFileStatus       PIC XX.
       01 ChangeEofFlag          PIC 9 VALUE ZERO.
           88 EndOfChangeFile    VALUE 1.
       01 ChangeKeepFileStatus   PIC XX.
       01 ChangeKeepEofFlag      PIC 9 VALUE ZERO.
           88 EndOfChangeKeep    VALUE 1.
       01 ChangeRewriteFlag      PIC 9 VALUE ZERO.
           88 ChangeRewriteFailed VALUE 1.
       01 SaveFailFlag           PIC 9 VALUE ZERO.
           88 SaveFailed         VALUE 1.
       01 ChangeFoundFlag        PIC 9 VALUE ZERO.
           88 ChangeWasFound     VALUE 1.
       01 ChangeIdInput          PIC X(10).
       01 WantedChangeId         PIC 9(8).
       01 HighChangeId           PIC 9(8).
       01 HeldChange             PIC X(337).
       01 ChangeAuditOp          PIC X(7).
       01 ChangeAuditOutcome     PIC X(7).
       01 SubmitAction           PIC X(7).
       01 ApplyRefusal           PIC X(30).
       01 PendingCount           PIC 9(5).
       01 ApprovedCount          PIC 9(5).
       01 RejectedCount          PIC 9(5).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO RunStartStamp
           ACCEPT RunUser FROM ENVIRONMENT "USER"
           IF RunUser = SPACES
               MOVE "UNKNOWN" TO RunUser
           END-IF
           PERFORM LoadAllTables
           DISPLAY "Substitution table maintenance - "
               TableCount " tables loaded"
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
           MOVE "SUBTABMAINT" TO CompProgram
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
           DISPLAY "Command (ADD CHANGE DELETE LIST INVERSE "
               "REPORT PENDING APPROVE REJECT HISTORY QUIT): "
               WITH NO ADVANCING
           ACCEPT MenuCommand
           MOVE FUNCTION UPPER-CASE(MenuCommand) TO MenuCommand.

               WHEN CommandList    PERFORM ListTables
               WHEN CommandInverse PERFORM InverseTable
               WHEN CommandReport  PERFORM ReportTables
               WHEN CommandPending PERFORM ListPendingChanges
               WHEN CommandApprove PERFORM ApproveChange
               WHEN CommandReject  PERFORM RejectChange
               WHEN CommandHistory PERFORM ListChangeHistory
               WHEN OTHER
                   DISPLAY "Unknown command: " MenuCommand
                   ADD 1 TO WarningCount
           END-EVALUATE
           PERFORM GetCommand.

           PERFORM ReadSubTable.

       SaveAllTables.
           MOVE ZERO TO SaveFailFlag
           OPEN OUTPUT SubTableFile
           IF SubTableFileStatus NOT = "00"
               DISPLAY "Cannot write SUBTABLE.DAT, status "
                   SubTableFileStatus
               SET SaveFailed TO TRUE
           ELSE
               PERFORM WriteOneTable VARYING EntryIdx FROM 1 BY 1
                   UNTIL EntryIdx > TableCount
               CLOSE SubTableFile
               IF NOT SaveFailed
                   ADD 1 TO UpdatesApplied
                   DISPLAY "SUBTABLE.DAT saved - " TableCount " tables"
               END-IF
           END-IF.

       WriteOneTable.
           MOVE EntryName(EntryIdx)  TO SubTableName
           MOVE EntryAlpha(EntryIdx) TO SubTableAlpha
           MOVE EntryBeta(EntryIdx)  TO SubTableBeta
           WRITE SubTableRecord
           IF SubTableFileStatus NOT = "00" AND NOT SaveFailed
               DISPLAY "Cannot write SUBTABLE.DAT, status "
                   SubTableFileStatus
               SET SaveFailed TO TRUE
           END-IF.

       FindEntry.
           MOVE ZERO TO FoundIdx
       AddTable.
           IF TableCount >= 50
               DISPLAY "Table file is full"
               ADD 1 TO UpdatesRefused
           ELSE
               DISPLAY "Table name: " WITH NO ADVANCING
               ACCEPT SearchName
               PERFORM FindEntry
               IF FoundIdx > ZERO
                   DISPLAY SearchName " already exists - use CHANGE"
                   ADD 1 TO UpdatesRefused
               ELSE
                   PERFORM AcceptTableRows
                   PERFORM ValidateWorkTable
                   IF TableIsValid
                       MOVE "ADD" TO SubmitAction
                       PERFORM SubmitTableChange
                   ELSE
                       DISPLAY SearchName " NOT saved"
                       ADD 1 TO UpdatesRefused
                   END-IF
               END-IF
           END-IF.
           PERFORM FindEntry
           IF FoundIdx = ZERO
               DISPLAY SearchName " not found"
               ADD 1 TO UpdatesRefused
           ELSE
               PERFORM AcceptTableRows
               PERFORM ValidateWorkTable
               IF TableIsValid
                   MOVE "CHANGE" TO SubmitAction
                   PERFORM SubmitTableChange
               ELSE
                   DISPLAY SearchName " NOT changed"
                   ADD 1 TO UpdatesRefused
               END-IF
           END-IF.

           PERFORM FindEntry
           IF FoundIdx = ZERO
               DISPLAY SearchName " not found"
               ADD 1 TO UpdatesRefused
           ELSE
               MOVE EntryAlpha(FoundIdx) TO WorkAlpha
               MOVE EntryBeta(FoundIdx)  TO WorkBeta
               MOVE "DELETE" TO SubmitAction
               PERFORM SubmitTableChange
           END-IF.

       ShiftEntryUp.
           MOVE TableEntry(EntryIdx + 1) TO TableEntry(EntryIdx).

       SubmitTableChange.
           PERFORM FindPendingForKey
           IF ChangeWasFound
               DISPLAY SearchName " already has change " ChangeId
                   " awaiting approval - not submitted"
               ADD 1 TO UpdatesRefused
           ELSE
               PERFORM FindHighChangeId
               MOVE SPACES TO ChangeRecord
               COMPUTE ChangeId = HighChangeId + 1
               MOVE "SUBTABLE"      TO ChangeTarget
               MOVE SubmitAction    TO ChangeAction
               MOVE SearchName      TO ChangeKey
               MOVE "P"             TO ChangeStatus
               MOVE RunUser         TO ChangeMaker
               MOVE FUNCTION CURRENT-DATE TO ChangeMadeStamp
               MOVE WorkAlpha       TO ChangeAlpha
               MOVE WorkBeta        TO ChangeBeta
               PERFORM AppendChange
               IF ChangeFileStatus = "00"
                   MOVE "SUBMIT" TO ChangeAuditOp
                   MOVE "VALID" TO ChangeAuditOutcome
                   PERFORM WriteChangeAudit
                   DISPLAY SubmitAction " " SearchName
                       " submitted as change " ChangeId
                       " - awaiting approval"
                   ADD 1 TO UpdatesApplied
               ELSE
                   DISPLAY "Cannot write CHANGE.DAT, status "
                       ChangeFileStatus
                   ADD 1 TO UpdatesRefused
               END-IF
           END-IF.

       ApproveChange.
           PERFORM AcceptChangeId
           PERFORM CheckChangeForDecision
           IF ChangeWasFound
               MOVE ChangeKey TO SearchName
               PERFORM FindEntry
               MOVE SPACES TO ApplyRefusal
               EVALUATE TRUE
                   WHEN ChangeIsAdd AND FoundIdx > ZERO
                       MOVE "table already exists" TO ApplyRefusal
                   WHEN ChangeIsAdd AND TableCount >= 50
                       MOVE "table file is full" TO ApplyRefusal
                   WHEN NOT ChangeIsAdd AND FoundIdx = ZERO
                       MOVE "table no longer on file" TO ApplyRefusal
                   WHEN NOT ChangeIsDelete
                       MOVE ChangeAlpha TO WorkAlpha
                       MOVE ChangeBeta  TO WorkBeta
                       PERFORM ValidateWorkTable
                       IF NOT TableIsValid
                           MOVE "table is not reversible"
                               TO ApplyRefusal
                       END-IF
               END-EVALUATE
               IF ApplyRefusal NOT = SPACES
                   DISPLAY "Change " ChangeId " left pending - "
                       ApplyRefusal
                   MOVE "APPROVE" TO ChangeAuditOp
                   MOVE "INVALID" TO ChangeAuditOutcome
                   PERFORM WriteChangeAudit
                   ADD 1 TO UpdatesRefused
               ELSE
                   MOVE "A" TO ChangeStatus
                   MOVE RunUser TO ChangeChecker
                   MOVE FUNCTION CURRENT-DATE TO ChangeCheckedStamp
                   MOVE SPACES TO ChangeNote
                   MOVE ZERO TO SaveFailFlag
                   PERFORM PrepareChangeRewrite
                   IF NOT ChangeRewriteFailed
                       MOVE TableCount TO HeldTableCount
                       MOVE TableEntries TO HeldTableEntries
                       PERFORM ApplyTableChange
                       PERFORM SaveAllTables
                       IF SaveFailed
                           MOVE HeldTableCount TO TableCount
                           MOVE HeldTableEntries TO TableEntries
                       END-IF
                   END-IF
                   MOVE "APPROVE" TO ChangeAuditOp
                   IF ChangeRewriteFailed OR SaveFailed
                       DISPLAY "Change " ChangeId " left pending"
                       MOVE "INVALID" TO ChangeAuditOutcome
                       PERFORM WriteChangeAudit
                       ADD 1 TO UpdatesRefused
                   ELSE
                       PERFORM CopyChangesBack
                       IF ChangeRewriteFailed
                           DISPLAY "Change " ChangeId " still shows "
                               "pending on CHANGE.DAT - SUBTABLE.DAT "
                               "already saved"
                       END-IF
                       MOVE "VALID" TO ChangeAuditOutcome
                       PERFORM WriteChangeAudit
                       DISPLAY "Change " ChangeId " approved"
                   END-IF
               END-IF
           END-IF.

       ApplyTableChange.
           EVALUATE TRUE
               WHEN ChangeIsAdd
                   ADD 1 TO TableCount
                   MOVE SearchName  TO EntryName(TableCount)
                   MOVE ChangeAlpha TO EntryAlpha(TableCount)
                   MOVE ChangeBeta  TO EntryBeta(TableCount)
               WHEN ChangeIsChange
                   MOVE ChangeAlpha TO EntryAlpha(FoundIdx)
                   MOVE ChangeBeta  TO EntryBeta(FoundIdx)
               WHEN ChangeIsDelete
                   PERFORM ShiftEntryUp VARYING EntryIdx FROM FoundIdx
                       BY 1 UNTIL EntryIdx >= TableCount
                   SUBTRACT 1 FROM TableCount
           END-EVALUATE.

       RejectChange.
           PERFORM AcceptChangeId
           PERFORM CheckChangeForDecision
           IF ChangeWasFound
               DISPLAY "Reason for rejection: " WITH NO ADVANCING
               ACCEPT ChangeNote
               MOVE "R" TO ChangeStatus
               MOVE RunUser TO ChangeChecker
               MOVE FUNCTION CURRENT-DATE TO ChangeCheckedStamp
               PERFORM RewriteChangeFile
               MOVE "REJECT" TO ChangeAuditOp
               IF ChangeRewriteFailed
                   DISPLAY "Change " ChangeId " left pending"
                   MOVE "INVALID" TO ChangeAuditOutcome
                   PERFORM WriteChangeAudit
                   ADD 1 TO UpdatesRefused
               ELSE
                   MOVE "VALID" TO ChangeAuditOutcome
                   PERFORM WriteChangeAudit
                   DISPLAY "Change " ChangeId " rejected"
                   ADD 1 TO UpdatesApplied
               END-IF
           END-IF.

       CheckChangeForDecision.
           PERFORM FindChangeById
           EVALUATE TRUE
               WHEN NOT ChangeWasFound
                   DISPLAY "Change " ChangeIdInput " not found"
                   ADD 1 TO UpdatesRefused
               WHEN NOT ChangePending
                   DISPLAY "Change " ChangeId " is not pending"
                   MOVE ZERO TO ChangeFoundFlag
                   ADD 1 TO UpdatesRefused
               WHEN RunUser = "UNKNOWN" OR RunUser = ChangeMaker
                   DISPLAY "Change " ChangeId " was made by "
                       ChangeMaker " - another user must decide it"
                   MOVE ZERO TO ChangeFoundFlag
                   MOVE MenuCommand TO ChangeAuditOp
                   MOVE "INVALID" TO ChangeAuditOutcome
                   PERFORM WriteChangeAudit
                   ADD 1 TO UpdatesRefused
           END-EVALUATE.

       AcceptChangeId.
           DISPLAY "Change id: " WITH NO ADVANCING
           ACCEPT ChangeIdInput
           IF FUNCTION TEST-NUMVAL(ChangeIdInput) = ZERO
               COMPUTE WantedChangeId = FUNCTION NUMVAL(ChangeIdInput)
           ELSE
               MOVE ZERO TO WantedChangeId
           END-IF.

       ReadChangeFile.
           READ ChangeFile INTO ChangeRecord
               AT END SET EndOfChangeFile TO TRUE
           END-READ.

       FindChangeById.
           MOVE ZERO TO ChangeEofFlag ChangeFoundFlag
           OPEN INPUT ChangeFile
           IF ChangeFileStatus = "00"
               PERFORM ReadChangeFile
               PERFORM MatchChangeId
                   UNTIL EndOfChangeFile OR ChangeWasFound
               CLOSE ChangeFile
           END-IF.

       MatchChangeId.
           IF ChangeForSubTable AND ChangeId = WantedChangeId
               SET ChangeWasFound TO TRUE
           ELSE
               PERFORM ReadChangeFile
           END-IF.

       FindPendingForKey.
           MOVE ZERO TO ChangeEofFlag ChangeFoundFlag
           OPEN INPUT ChangeFile
           IF ChangeFileStatus = "00"
               PERFORM ReadChangeFile
               PERFORM MatchPendingKey
                   UNTIL EndOfChangeFile OR ChangeWasFound
               CLOSE ChangeFile
           END-IF.

       MatchPendingKey.
           IF ChangeForSubTable AND ChangePending
               AND ChangeKey = SearchName
               SET ChangeWasFound TO TRUE
           ELSE
               PERFORM ReadChangeFile
           END-IF.

       FindHighChangeId.
           MOVE ZERO TO ChangeEofFlag HighChangeId
           OPEN INPUT ChangeFile
           IF ChangeFileStatus = "00"
               PERFORM ReadChangeFile
               PERFORM CheckOneChangeId UNTIL EndOfChangeFile
               CLOSE ChangeFile
           END-IF.

       CheckOneChangeId.
           IF ChangeId NUMERIC AND ChangeId > HighChangeId
               MOVE ChangeId TO HighChangeId
           END-IF
           PERFORM ReadChangeFile.

       AppendChange.
           OPEN EXTEND ChangeFile
           IF ChangeFileStatus = "35"
               OPEN OUTPUT ChangeFile
           END-IF
           IF ChangeFileStatus = "00"
               WRITE ChangeFileRecord FROM ChangeRecord
               CLOSE ChangeFile
           END-IF.

       RewriteChangeFile.
           PERFORM PrepareChangeRewrite
           IF NOT ChangeRewriteFailed
               PERFORM CopyChangesBack
           END-IF.

       PrepareChangeRewrite.
           MOVE ZERO TO ChangeRewriteFlag
           MOVE ChangeRecord TO HeldChange
           MOVE ChangeId TO WantedChangeId
           MOVE ZERO TO ChangeEofFlag
           OPEN INPUT ChangeFile
           IF ChangeFileStatus NOT = "00"
               DISPLAY "Cannot read CHANGE.DAT, status "
                   ChangeFileStatus
               SET ChangeRewriteFailed TO TRUE
           ELSE
               OPEN OUTPUT ChangeKeepFile
               IF ChangeKeepFileStatus NOT = "00"
                   DISPLAY "Cannot write CHANGE.TMP, status "
                       ChangeKeepFileStatus
                   SET ChangeRewriteFailed TO TRUE
               ELSE
                   PERFORM ReadChangeFile
                   PERFORM KeepOneChange UNTIL EndOfChangeFile
                   CLOSE ChangeKeepFile
               END-IF
               CLOSE ChangeFile
           END-IF
           MOVE HeldChange TO ChangeRecord.

       CopyChangesBack.
           MOVE ZERO TO ChangeKeepEofFlag
           OPEN INPUT ChangeKeepFile
           IF ChangeKeepFileStatus NOT = "00"
               DISPLAY "Cannot read CHANGE.TMP, status "
                   ChangeKeepFileStatus
               SET ChangeRewriteFailed TO TRUE
           ELSE
               OPEN OUTPUT ChangeFile
               IF ChangeFileStatus NOT = "00"
                   DISPLAY "Cannot write CHANGE.DAT, status "
                       ChangeFileStatus
                   SET ChangeRewriteFailed TO TRUE
               ELSE
                   PERFORM CopyKeptChange UNTIL EndOfChangeKeep
                   CLOSE ChangeFile
               END-IF
               CLOSE ChangeKeepFile
           END-IF
           MOVE HeldChange TO ChangeRecord.

       KeepOneChange.
           IF ChangeId = WantedChangeId
               WRITE ChangeKeepRecord FROM HeldChange
           ELSE
               WRITE ChangeKeepRecord FROM ChangeRecord
           END-IF
           IF ChangeKeepFileStatus NOT = "00"
               DISPLAY "Cannot write CHANGE.TMP, status "
                   ChangeKeepFileStatus
               SET ChangeRewriteFailed TO TRUE
           END-IF
           PERFORM ReadChangeFile.

       CopyKeptChange.
           READ ChangeKeepFile
               AT END SET EndOfChangeKeep TO TRUE
               NOT AT END WRITE ChangeFileRecord FROM ChangeKeepRecord
           END-READ.

       WriteChangeAudit.
           OPEN EXTEND AuditFile
           IF AuditFileStatus = "35"
               OPEN OUTPUT AuditFile
           END-IF
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp
           MOVE ChangeAuditOp TO AuditOperation
           MOVE ChangeAuditOutcome TO AuditOutcome
           MOVE SPACES TO AuditDetail
           MOVE ChangeId TO AuditDetail(1:8)
           MOVE ChangeKey TO AuditDetail(10:10)
           MOVE RunUser TO AuditUser
           WRITE AuditRecord
           CLOSE AuditFile.

       ListPendingChanges.
           MOVE ZERO TO ChangeEofFlag PendingCount
           OPEN INPUT ChangeFile
           IF ChangeFileStatus = "00"
               PERFORM ReadChangeFile
               PERFORM ListOnePending UNTIL EndOfChangeFile
               CLOSE ChangeFile
           END-IF
           DISPLAY "Pending table changes: " PendingCount.

       ListOnePending.
           IF ChangeForSubTable AND ChangePending
               ADD 1 TO PendingCount
               DISPLAY ChangeId " " ChangeAction " " ChangeKey
                   " by " ChangeMaker " at " ChangeMadeStamp(1:14)
               IF NOT ChangeIsDelete
                   DISPLAY "  alpha " ChangeAlpha
                   DISPLAY "  beta  " ChangeBeta
               END-IF
           END-IF
           PERFORM ReadChangeFile.

       ListChangeHistory.
           MOVE ZERO TO ChangeEofFlag PendingCount
           MOVE ZERO TO ApprovedCount RejectedCount
           OPEN INPUT ChangeFile
           IF ChangeFileStatus = "00"
               PERFORM ReadChangeFile
               PERFORM ListOneHistory UNTIL EndOfChangeFile
               CLOSE ChangeFile
           END-IF
           DISPLAY "Approved: " ApprovedCount "  Rejected: "
               RejectedCount "  Pending: " PendingCount.

       ListOneHistory.
           IF ChangeForSubTable
               EVALUATE TRUE
                   WHEN ChangeApproved
                       ADD 1 TO ApprovedCount
                       DISPLAY ChangeId " " ChangeAction " "
                           ChangeKey " APPROVED by " ChangeChecker
                           " at " ChangeCheckedStamp(1:14)
                   WHEN ChangeRejected
                       ADD 1 TO RejectedCount
                       DISPLAY ChangeId " " ChangeAction " "
                           ChangeKey " REJECTED by " ChangeChecker
                           " at " ChangeCheckedStamp(1:14)
                   WHEN OTHER
                       ADD 1 TO PendingCount
                       DISPLAY ChangeId " " ChangeAction " "
                           ChangeKey " PENDING"
               END-EVALUATE
               DISPLAY "  made by " ChangeMaker " at "
                   ChangeMadeStamp(1:14) "  " ChangeNote
           END-IF
           PERFORM ReadChangeFile.

       ListTables.
           IF TableCount = ZERO
               DISPLAY "No tables on file"
           PERFORM FindEntry
           IF FoundIdx = ZERO
               DISPLAY SearchName " not found"
               ADD 1 TO UpdatesRefused
           ELSE
               MOVE EntryAlpha(FoundIdx) TO WorkAlpha
               MOVE EntryBeta(FoundIdx)  TO WorkBeta
               IF NOT TableIsValid
                   DISPLAY SearchName " is not reversible - fix it"
                       " before taking an inverse"
                   ADD 1 TO UpdatesRefused
               ELSE
                   PERFORM BuildInverse
                   DISPLAY "Name for inverse table: "
           MOVE NewName TO SearchName
           PERFORM FindEntry
           IF FoundIdx > ZERO
               MOVE "CHANGE" TO SubmitAction
               PERFORM SubmitTableChange
           ELSE
               IF TableCount >= 50
                   DISPLAY "Table file is full"
                   ADD 1 TO UpdatesRefused
               ELSE
                   MOVE "ADD" TO SubmitAction
                   PERFORM SubmitTableChange
               END-IF
           END-IF.

               " tables on file"
           PERFORM ReportOneTable VARYING EntryIdx FROM 1 BY 1
               UNTIL EntryIdx > TableCount
           DISPLAY "Valid: " ValidCount "  Invalid: " InvalidCount
           IF InvalidCount > ZERO
               ADD 1 TO WarningCount
           END-IF.

       ReportOneTable.
           MOVE EntryAlpha(EntryIdx) TO WorkAlpha
