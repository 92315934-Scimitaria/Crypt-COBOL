       SELECT PartnerFile ASSIGN TO "PARTNER.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PartnerFileStatus.
       SELECT AuditFile ASSIGN TO "AUDIT.LOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AuditFileStatus.
       SELECT CompletionFile ASSIGN TO "JOBCOMP.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CompletionFileStatus.
       SELECT ChangeFile ASSIGN TO "CHANGE.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ChangeFileStatus.
       SELECT ChangeKeepFile ASSIGN TO "CHANGE.TMP"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ChangeKeepFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD PartnerFile.
       COPY PARTREC.
       FD AuditFile.
       COPY AUDITREC.
       FD CompletionFile.
       COPY COMPREC.
       FD ChangeFile.
       01 ChangeFileRecord       PIC X(337).
       FD ChangeKeepFile.
       01 ChangeKeepRecord       PIC X(337).

       WORKING-STORAGE SECTION.
       01 PartnerFileStatus      PIC XX.
           88 CommandAdd         VALUE "ADD".
           88 CommandList        VALUE "LIST".
           88 CommandShow        VALUE "SHOW".
           88 CommandPending     VALUE "PENDING".
           88 CommandApprove     VALUE "APPROVE".
           88 CommandReject      VALUE "REJECT".
           88 CommandHistory     VALUE "HISTORY".
           88 CommandQuit        VALUE "QUIT".
       01 SearchId               PIC X(10).
       01 HighVersion            PIC 9(3).
       01 SavedVersion           PIC 9(3).
       01 WorkOpsInput           PIC X(60).
       01 WorkOperations         PIC X(41).
       01 WorkKeyLine            PIC X(80).
           05 WorkKey            OCCURS 6 TIMES PIC X(10).
       01 WorkFieldMap           PIC X(100).
       01 WorkEnvelope           PIC X.
       01 WorkSlaInput           PIC X(5).
       01 WorkSlaHours           PIC 9(3).
       01 RunUser                PIC X(8) VALUE "UNKNOWN".
       01 AuditFileStatus        PIC XX.
       01 PolIdx                 PIC 99.
       COPY POLCHK.
       01 CompletionFileStatus   PIC XX.
       01 RunStartStamp          PIC X(21).
       01 RunReturnCode          PIC 99 VALUE ZERO.
       01 UpdatesApplied         PIC 9(5) VALUE ZERO.
       01 UpdatesRefused         PIC 9(5) VALUE ZERO.
       01 WarningCount           PIC 9(5) VALUE ZERO.
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
       01 PendingCount           PIC 9(5).
       01 ApprovedCount          PIC 9(5).
       01 RejectedCount          PIC 9(5).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO RunStartStamp
           ACCEPT RunUser FROM ENVIRONMENT "USER"
           IF RunUser = SPACES
               MOVE "UNKNOWN" TO RunUser
           END-IF
           DISPLAY "Partner profile maintenance"
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
           MOVE "PARTNERMAINT" TO CompProgram
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
           DISPLAY "Command (ADD LIST SHOW PENDING APPROVE REJECT "
               "HISTORY QUIT): " WITH NO ADVANCING
           ACCEPT MenuCommand
           MOVE FUNCTION UPPER-CASE(MenuCommand) TO MenuCommand.

               WHEN CommandAdd  PERFORM AddProfile
               WHEN CommandList PERFORM ListProfiles
               WHEN CommandShow PERFORM ShowProfile
               WHEN CommandPending PERFORM ListPendingChanges
               WHEN CommandApprove PERFORM ApproveChange
               WHEN CommandReject  PERFORM RejectChange
               WHEN CommandHistory PERFORM ListChangeHistory
               WHEN OTHER
                   DISPLAY "Unknown command: " MenuCommand
                   ADD 1 TO WarningCount
           END-EVALUATE
           PERFORM GetCommand.

               WorkOpsInput TRAILING)) > 41
               DISPLAY "Operation chain exceeds 41 characters - "
                   "profile not saved"
               ADD 1 TO UpdatesRefused
           ELSE
               MOVE FUNCTION UPPER-CASE(WorkOpsInput)
                   TO WorkOperations
               PERFORM AcceptProfileDetails
               PERFORM CheckProfilePolicy
               IF PolChkCount > ZERO
                   DISPLAY SearchId " breaks cipher policy - "
                       "profile not saved"
                   ADD 1 TO UpdatesRefused
               ELSE
                   PERFORM SubmitProfile
               END-IF
           END-IF.

       SubmitProfile.
           PERFORM FindPendingForKey
           IF ChangeWasFound
               DISPLAY SearchId " already has change " ChangeId
                   " awaiting approval - profile not submitted"
               ADD 1 TO UpdatesRefused
           ELSE
               PERFORM FindHighChangeId
               MOVE SPACES TO ChangeRecord
               COMPUTE ChangeId = HighChangeId + 1
               MOVE "PARTNER"       TO ChangeTarget
               MOVE "ADD"           TO ChangeAction
               MOVE SearchId        TO ChangeKey
               MOVE "P"             TO ChangeStatus
               MOVE RunUser         TO ChangeMaker
               MOVE FUNCTION CURRENT-DATE TO ChangeMadeStamp
               MOVE WorkOperations  TO ChangeOperations
               MOVE WorkKeys        TO ChangeKeys
               MOVE WorkFieldMap    TO ChangeFieldMap
               MOVE WorkEnvelope    TO ChangeEnvelope
               MOVE WorkSlaHours    TO ChangeSlaHours
               PERFORM AppendChange
               IF ChangeFileStatus = "00"
                   MOVE "SUBMIT" TO ChangeAuditOp
                   MOVE "VALID" TO ChangeAuditOutcome
                   PERFORM WriteChangeAudit
                   DISPLAY SearchId " submitted as change " ChangeId
                       " - awaiting approval"
                   ADD 1 TO UpdatesApplied
               ELSE
                   DISPLAY "Cannot write CHANGE.DAT, status "
                       ChangeFileStatus
                   ADD 1 TO UpdatesRefused
               END-IF
           END-IF.

       SaveProfile.
           MOVE ZERO TO SaveFailFlag
           PERFORM FindHighVersion
           OPEN EXTEND PartnerFile
           IF PartnerFileStatus = "35"
               OPEN OUTPUT PartnerFile
           END-IF
           IF PartnerFileStatus NOT = "00"
               DISPLAY "Cannot write PARTNER.DAT, status "
                   PartnerFileStatus
               SET SaveFailed TO TRUE
           ELSE
               MOVE SearchId        TO PartnerId
               COMPUTE PartnerVersion = HighVersion + 1
               MOVE FUNCTION CURRENT-DATE TO PartnerTimestamp
               MOVE WorkKeys        TO PartnerKeys
               MOVE WorkFieldMap    TO PartnerFieldMap
               MOVE WorkEnvelope    TO PartnerEnvelope
               MOVE WorkSlaHours    TO PartnerSlaHours
               WRITE PartnerRecord
               IF PartnerFileStatus NOT = "00"
                   DISPLAY "Cannot write PARTNER.DAT, status "
                       PartnerFileStatus
                   SET SaveFailed TO TRUE
               ELSE
                   DISPLAY SearchId " version " PartnerVersion " saved"
                   ADD 1 TO UpdatesApplied
               END-IF
               CLOSE PartnerFile
           END-IF.

       ApproveChange.
           PERFORM AcceptChangeId
           PERFORM CheckChangeForDecision
           IF ChangeWasFound
               MOVE ChangeKey        TO SearchId
               MOVE ChangeOperations TO WorkOperations
               MOVE ChangeKeys       TO WorkKeys
               MOVE ChangeFieldMap   TO WorkFieldMap
               MOVE ChangeEnvelope   TO WorkEnvelope
               IF ChangeSlaHours IS NUMERIC AND ChangeSlaHours > ZERO
                   MOVE ChangeSlaHours TO WorkSlaHours
               ELSE
                   MOVE 24 TO WorkSlaHours
               END-IF
               PERFORM CheckProfilePolicy
               IF PolChkCount > ZERO
                   DISPLAY SearchId " breaks cipher policy - change "
                       ChangeId " left pending"
                   MOVE "APPROVE" TO ChangeAuditOp
                   MOVE "INVALID" TO ChangeAuditOutcome
                   PERFORM WriteChangeAudit
                   ADD 1 TO UpdatesRefused
               ELSE
                   PERFORM FindHighVersion
                   MOVE "A" TO ChangeStatus
                   MOVE RunUser TO ChangeChecker
                   MOVE FUNCTION CURRENT-DATE TO ChangeCheckedStamp
                   MOVE SPACES TO ChangeNote
                   COMPUTE SavedVersion = HighVersion + 1
                   STRING "SAVED AS VERSION " SavedVersion
                       DELIMITED BY SIZE INTO ChangeNote
                   END-STRING
                   MOVE ZERO TO SaveFailFlag
                   PERFORM PrepareChangeRewrite
                   IF NOT ChangeRewriteFailed
                       PERFORM SaveProfile
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
                               "pending on CHANGE.DAT - profile saved "
                               "as version " SavedVersion
                       END-IF
                       MOVE "VALID" TO ChangeAuditOutcome
                       PERFORM WriteChangeAudit
                       DISPLAY "Change " ChangeId " approved"
                   END-IF
               END-IF
           END-IF.

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
           IF ChangeForPartner AND ChangeId = WantedChangeId
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
           IF ChangeForPartner AND ChangePending
               AND ChangeKey = SearchId
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
           DISPLAY "Pending partner changes: " PendingCount.

       ListOnePending.
           IF ChangeForPartner AND ChangePending
               ADD 1 TO PendingCount
               DISPLAY ChangeId " " ChangeAction " " ChangeKey
                   " by " ChangeMaker " at " ChangeMadeStamp(1:14)
               DISPLAY "  operations " ChangeOperations
               DISPLAY "  keys       " ChangeKeys
               DISPLAY "  field map  " ChangeFieldMap(1:40)
               DISPLAY "  envelope   " ChangeEnvelope
               DISPLAY "  ack SLA    " ChangeSlaHours " hours"
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
           IF ChangeForPartner
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

       CheckProfilePolicy.
           MOVE SearchId TO PolChkPartner
           MOVE SPACES TO PolChkOperations
           UNSTRING WorkOperations DELIMITED BY SPACE OR ","
               INTO PolChkOp(1) PolChkOp(2) PolChkOp(3)
                    PolChkOp(4) PolChkOp(5) PolChkOp(6)
           END-UNSTRING
           MOVE WorkKeys TO PolChkKeys
           CALL "POLCHECK" USING PolicyCheck
           IF PolChkCount > ZERO
               OPEN EXTEND AuditFile
               IF AuditFileStatus = "35"
                   OPEN OUTPUT AuditFile
               END-IF
               PERFORM ReportPolicyViolation
                   VARYING PolIdx FROM 1 BY 1
                   UNTIL PolIdx > PolChkCount
               CLOSE AuditFile
           END-IF.

       ReportPolicyViolation.
           DISPLAY "  POLICY " PolChkCode(PolIdx) " "
               PolChkText(PolIdx)
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp
           MOVE "POLICY" TO AuditOperation
           MOVE "INVALID" TO AuditOutcome
           MOVE SPACES TO AuditDetail
           MOVE PolChkPartner TO AuditDetail(1:10)
           MOVE PolChkCode(PolIdx) TO AuditDetail(12:8)
           MOVE RunUser TO AuditUser
           WRITE AuditRecord.

       AcceptProfileDetails.
           DISPLAY "Keys 1-6 (space separated): " WITH NO ADVANCING
           ACCEPT WorkKeyLine
           MOVE FUNCTION UPPER-CASE(WorkEnvelope) TO WorkEnvelope
           IF WorkEnvelope NOT = "N"
               MOVE "Y" TO WorkEnvelope
           END-IF
           DISPLAY "Acknowledgment SLA in hours (blank for 24): "
               WITH NO ADVANCING
           ACCEPT WorkSlaInput
           EVALUATE TRUE
               WHEN WorkSlaInput = SPACES
                   MOVE 24 TO WorkSlaHours
               WHEN FUNCTION TEST-NUMVAL(WorkSlaInput) NOT = ZERO
                   DISPLAY "SLA hours not numeric - 24 used"
                   MOVE 24 TO WorkSlaHours
               WHEN FUNCTION NUMVAL(WorkSlaInput) < 1
                 OR FUNCTION NUMVAL(WorkSlaInput) > 999
                   DISPLAY "SLA hours must be 1 to 999 - 24 used"
                   MOVE 24 TO WorkSlaHours
               WHEN OTHER
                   COMPUTE WorkSlaHours = FUNCTION NUMVAL(WorkSlaInput)
           END-EVALUATE.

       ListProfiles.
           MOVE ZERO TO PartnerEofFlagByte
               DISPLAY "  keys       " PartnerKeys
               DISPLAY "  field map  " PartnerFieldMap(1:40)
               DISPLAY "  envelope   " PartnerEnvelope
               IF PartnerSlaHours IS NUMERIC
                   DISPLAY "  ack SLA    " PartnerSlaHours " hours"
               ELSE
                   DISPLAY "  ack SLA    024 hours (default)"
               END-IF
           END-IF
           PERFORM ReadPartnerFile.
       END PROGRAM PartnerMaint.
