           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ControlFileStatus.
       SELECT ManifestFile ASSIGN TO "MANIFEST.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ManifestRunId
           ALTERNATE RECORD KEY IS ManifestInputFile WITH DUPLICATES
           ALTERNATE RECORD KEY IS ManifestOutputFile WITH DUPLICATES
           ALTERNATE RECORD KEY IS ManifestPartner WITH DUPLICATES
           FILE STATUS IS ManifestFileStatus.
       SELECT KeystoreFile ASSIGN TO "KEYSTORE.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RestartFileStatus.
       SELECT RestartWorkFile ASSIGN TO "RESTART.TMP"
           ORGANIZATION LINE SEQUENTIAL.
       SELECT RejectWorkFile ASSIGN TO "REJECT.TMP"
           ORGANIZATION LINE SEQUENTIAL.
       SELECT VerifyOutFile ASSIGN TO DYNAMIC OutputFileName
           ORGANIZATION LINE SEQUENTIAL.
       SELECT FixedInFile ASSIGN TO DYNAMIC InputFileName
       SELECT FieldMapFile ASSIGN TO DYNAMIC FieldMapFileName
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FieldMapFileStatus.
       SELECT RejectFile ASSIGN TO DYNAMIC RejectFileName
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RejectFileStatus.
       SELECT CompletionFile ASSIGN TO "JOBCOMP.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CompletionFileStatus.
       SELECT VolumeFile ASSIGN TO "VOLHIST.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS VolumeFileStatus.
       SELECT TransmitFile ASSIGN TO "XMITQ.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TransmitFileStatus.

       DATA DIVISION.
       FILE SECTION.
       COPY PARTREC.
       FD FieldMapFile.
       01 FieldMapRecord  PIC X(100).
       FD RejectFile.
       COPY REJREC.
       FD RejectWorkFile.
       01 RejectWorkRecord PIC X(4032).
       FD CompletionFile.
       COPY COMPREC.
       FD VolumeFile.
       COPY VOLREC.
       FD TransmitFile.
       COPY XMITREC.
       WORKING-STORAGE SECTION.
       01 InputFileName           PIC X(100).
       01 OutputFileName          PIC X(100).
       01 ManifestFileStatus      PIC XX.
       01 RestartFileStatus       PIC XX.
       01 RecordsProcessed        PIC 9(9) VALUE ZERO.
       01 BytesProcessed          PIC 9(12) VALUE ZERO.
       01 RecordBytes             PIC 9(4).
       01 VolumeFileStatus        PIC XX.
       01 TransmitFileStatus      PIC XX.
       01 RecordFormat            PIC X VALUE "L".
           88 RecfmFixed          VALUE "F".
       01 DeclaredLrecl           PIC 9(4) VALUE 1000.
       01 FixedVerifyLen          PIC 9(4).
       01 InputEofFlag            PIC 9 VALUE ZERO.
           88 EndOfInputFile      VALUE 1.
       01 RejectFileName          PIC X(100) VALUE SPACES.
       01 RejectFileStatus        PIC XX.
       01 RejectFileOpen          PIC X VALUE "N".
       01 RejectCount             PIC 9(9) VALUE ZERO.
       01 RejectLimitCount        PIC 9(9) VALUE 999999999.
       01 RejectLimitPct          PIC 9(3) VALUE 100.
       01 RejectPctSample         PIC 9(4) VALUE 100.
       01 RejectPctCount          PIC 99.
       01 RejectLimitText         PIC X(20).
       01 RejectsDisplay          PIC ZZZZZZZZ9.
       01 InputRecordNumber       PIC 9(9) VALUE ZERO.
       01 RawRecordLen            PIC 9(4).
       01 SkipTarget              PIC 9(9).
       01 MapHitCount             PIC 99.
       01 RecordRejectReason      PIC X(4) VALUE SPACES.
           88 RecordAccepted      VALUE SPACES.
       01 CompletionFileStatus    PIC XX.
       01 RunStartStamp           PIC X(21).
       01 RunReturnCode           PIC 99 VALUE ZERO.
       01 JobsOkCount             PIC 9(5) VALUE ZERO.
       01 JobsFailedCount         PIC 9(5) VALUE ZERO.
       01 JobsWarnCount           PIC 9(5) VALUE ZERO.
       01 PolIdx                  PIC 99.
       COPY POLCHK.
       01 VerifyEofFlag           PIC 9 VALUE ZERO.
           88 EndOfVerifyFile     VALUE 1.
       01 RecordBuffer            PIC X(4000).
           88 EndOfOldOutput      VALUE 1.
       01 FILLER                  PIC 9 VALUE ZERO.
           88 EndOfWorkFile       VALUE 1.
       01 OldRejectEofFlag        PIC 9 VALUE ZERO.
           88 EndOfOldRejects     VALUE 1.
       01 RejectWorkEofFlag       PIC 9 VALUE ZERO.
           88 EndOfRejectWork     VALUE 1.
       01 RejectsKept             PIC 9(9) VALUE ZERO.
       01 VerifyFlag              PIC 9 VALUE ZERO.
           88 VerifyRequested     VALUE 1.
       01 VerifyAnswer            PIC X.
       01 JobIdx                  PIC 999.
       01 JobFailFlag             PIC 9 VALUE ZERO.
           88 JobFailed           VALUE 1.
       01 RecordFailFlag          PIC 9 VALUE ZERO.
           88 RecordingFailed     VALUE 1.
       01 RecordFailReason        PIC X(40).
       01 JobFailReason           PIC X(40).
       01 JobRecordsDisplay       PIC ZZZZZZZZ9.
       01 EnvelopeHeader.
           05 EnvelopeTrlId       PIC X(8)  VALUE "CRYPTTRL".
           05 EnvelopeCount       PIC 9(9).
           05 EnvelopeChecksum    PIC 9(9).
           05 EnvelopeRejects     PIC 9(9).
       01 RunChecksum             PIC 9(9) VALUE ZERO.
       01 RecordSum               PIC 9(9).
       01 SumIdx                  PIC 9(4).
               10 MapTypeLen      PIC 99.
               10 MapStart        PIC 9(4).
               10 MapLength       PIC 9(4).
               10 MapMaskCount    PIC 9(9).
       01 MaskSeed                PIC X(10) VALUE SPACES.
       01 MaskTypeIdx             PIC 99.
       01 MaskTypeSeen            PIC 9.
       01 MaskTypeTotal           PIC 9(9).
       01 MaskGrandTotal          PIC 9(9).
       01 CipherBuffer            PIC X(4000).
       01 JobTable.
           05 JobEntry OCCURS 100 TIMES.
               10 JobKeys         PIC X(60).
               10 JobVerify       PIC X.
               10 JobFieldMap     PIC X(100).
               10 JobMaskSeed     PIC X(10).
               10 JobRunId        PIC X(19).
               10 JobRecfm        PIC X.
               10 JobLrecl        PIC 9(4).
               10 JobPartnerVer   PIC 9(3).
               10 JobEnvelope     PIC X.
               10 JobRecords      PIC 9(9).
               10 JobRejects      PIC 9(9).
               10 JobRejectFile   PIC X(100).
               10 JobRejectLimit  PIC 9(9).
               10 JobRejectPct    PIC 9(3).
               10 JobStatus       PIC X(8).
               10 JobReason       PIC X(40).
       COPY OPCTL.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO RunStartStamp
           COMPUTE BlankOrdValue = FUNCTION ORD(SPACE)
           PERFORM GetRunParameters
           IF JobCount = ZERO
           CLOSE AuditFile
           PERFORM CancelOperation VARYING OpIdx FROM 1 BY 1
               UNTIL OpIdx > 6
           CANCEL "POLCHECK"
           CANCEL "MASKFLD"
           IF JobCount > 1 AND NOT ValidateRequested
               PERFORM PrintJobReport
           END-IF
           PERFORM SetRunReturnCode
           PERFORM WriteCompletion
           MOVE RunReturnCode TO RETURN-CODE
       STOP RUN.

       SetRunReturnCode.
           MOVE ZERO TO JobsOkCount JobsFailedCount JobsWarnCount
           PERFORM TallyJobOutcome VARYING JobIdx FROM 1 BY 1
               UNTIL JobIdx > JobCount
           EVALUATE TRUE
               WHEN JobsOkCount = ZERO
                   MOVE 12 TO RunReturnCode
               WHEN JobsFailedCount > ZERO
                   MOVE 8 TO RunReturnCode
               WHEN JobsWarnCount > ZERO
                   MOVE 4 TO RunReturnCode
               WHEN OTHER
                   MOVE ZERO TO RunReturnCode
           END-EVALUATE
           DISPLAY "Return code " RunReturnCode " - "
               JobsOkCount " ok, " JobsFailedCount " failed".

       TallyJobOutcome.
           IF JobStatus(JobIdx) = "OK"
               ADD 1 TO JobsOkCount
               IF JobRejects(JobIdx) > ZERO
                   ADD 1 TO JobsWarnCount
               END-IF
           ELSE
               ADD 1 TO JobsFailedCount
           END-IF.

       WriteCompletion.
           MOVE "ENCRYPT" TO CompProgram
           IF JobCount > ZERO
               MOVE JobRunId(1) TO CompRunId
           ELSE
               MOVE SPACES TO CompRunId
           END-IF
           MOVE RunStartStamp TO CompStartStamp
           MOVE FUNCTION CURRENT-DATE TO CompEndStamp
           MOVE RunReturnCode TO CompReturnCode
           MOVE JobsOkCount TO CompJobsOk
           MOVE JobsFailedCount TO CompJobsFailed
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

       GetRunParameters.
           ACCEPT RunUser FROM ENVIRONMENT "USER"
           IF RunUser = SPACES
               ACCEPT Operation
               MOVE FUNCTION UPPER-CASE(Operation) TO Operation
               PERFORM SplitOperationList
               DISPLAY "Enter ENCRYPT, DECRYPT or MASK:"
                   WITH NO ADVANCING
               ACCEPT Direction
               IF DirDecrypt
                   DISPLAY "Enter run id (blank for none):"
                   MOVE "N" TO JobVerify(JobCount)
               END-IF
               MOVE FieldMapFileName TO JobFieldMap(JobCount)
               MOVE MaskSeed         TO JobMaskSeed(JobCount)
               MOVE RequestedRunId   TO JobRunId(JobCount)
               MOVE RecordFormat     TO JobRecfm(JobCount)
               MOVE DeclaredLrecl    TO JobLrecl(JobCount)
               MOVE PartnerVerUsed   TO JobPartnerVer(JobCount)
               MOVE EnvelopeWanted   TO JobEnvelope(JobCount)
               MOVE ZERO             TO JobRecords(JobCount)
               MOVE ZERO             TO JobRejects(JobCount)
               MOVE RejectFileName   TO JobRejectFile(JobCount)
               MOVE RejectLimitCount TO JobRejectLimit(JobCount)
               MOVE RejectLimitPct   TO JobRejectPct(JobCount)
               MOVE SPACES           TO JobStatus(JobCount)
               MOVE SPACES           TO JobReason(JobCount)
               MOVE SPACES           TO RequestedRunId
               MOVE SPACES           TO RejectFileName
           END-IF.

       ValidateOneJob.
           MOVE ZERO TO JobFailFlag
           MOVE SPACES TO JobFailReason
           MOVE JobFieldMap(JobIdx) TO FieldMapFileName
           MOVE JobMaskSeed(JobIdx) TO MaskSeed
           MOVE ZERO TO MapCount
           IF DirMask
               PERFORM PrepareMaskJob
           END-IF
           IF RequestedRunId NOT = SPACES
               PERFORM LoadManifestEntry
           END-IF
           IF NOT JobFailed
               PERFORM CheckOutputWritable
           END-IF
           IF NOT JobFailed AND NOT DirMask
               PERFORM ProbeOperation VARYING OpIdx FROM 1 BY 1
                   UNTIL OpIdx > 6 OR JobFailed
           END-IF
           IF NOT DirDecrypt AND NOT DirMask
               PERFORM CheckCipherPolicy
           END-IF
           IF JobFailed
               MOVE "FAILED" TO JobStatus(JobIdx)
               MOVE JobFailReason TO JobReason(JobIdx)
               END-IF
           END-IF.

       CheckCipherPolicy.
           MOVE JobPartner(JobIdx) TO PolChkPartner
           MOVE OperationList TO PolChkOperations
           MOVE OperationKeys TO PolChkKeys
           CALL "POLCHECK" USING PolicyCheck
           IF PolChkCount > ZERO
               PERFORM ReportPolicyViolation
                   VARYING PolIdx FROM 1 BY 1
                   UNTIL PolIdx > PolChkCount
               IF NOT JobFailed
                   MOVE "CIPHER POLICY VIOLATION" TO JobFailReason
                   MOVE 1 TO JobFailFlag
               END-IF
           END-IF.

       ReportPolicyViolation.
           DISPLAY "  POLICY " PolChkCode(PolIdx) " "
               PolChkText(PolIdx)
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp
           MOVE "POLICY" TO AuditOperation
           MOVE "INVALID" TO AuditOutcome
           MOVE SPACES TO AuditDetail
           IF PolChkPartner = SPACES
               MOVE "*DEFAULT" TO AuditDetail(1:10)
           ELSE
               MOVE PolChkPartner TO AuditDetail(1:10)
           END-IF
           MOVE PolChkCode(PolIdx) TO AuditDetail(12:8)
           MOVE RunUser TO AuditUser
           WRITE AuditRecord.

       RunOneJob.
           MOVE JobInput(JobIdx)      TO InputFileName
           MOVE JobOutput(JobIdx)     TO OutputFileName
           MOVE JobPartner(JobIdx)    TO PartnerIdUsed
           MOVE JobPartnerVer(JobIdx) TO PartnerVerUsed
           MOVE JobEnvelope(JobIdx)   TO EnvelopeWanted
           MOVE JobRejectLimit(JobIdx) TO RejectLimitCount
           MOVE JobRejectPct(JobIdx)  TO RejectLimitPct
           MOVE JobRejectFile(JobIdx) TO RejectFileName
           IF RejectFileName = SPACES
               STRING OutputFileName DELIMITED BY SPACE
                      ".REJ" DELIMITED BY SIZE
                   INTO RejectFileName
               END-STRING
           END-IF
           MOVE RejectFileName TO JobRejectFile(JobIdx)
           PERFORM SetRecordLengths
           PERFORM SplitOperationList
           IF JobVerify(JobIdx) = "Y"
           ELSE
               MOVE ZERO TO VerifyFlag
           END-IF
           MOVE ZERO TO RecordsProcessed BytesProcessed
           MOVE ZERO TO RejectCount InputRecordNumber
           MOVE "N" TO RejectFileOpen
           MOVE ZERO TO PrevCkpRecords
           MOVE FUNCTION CURRENT-DATE TO PrevCkpStamp
           MOVE ZERO TO JobFailFlag RecordFailFlag
           MOVE SPACES TO JobFailReason RecordFailReason
           MOVE "A" TO CheckpointState
           MOVE ZERO TO RunChecksum
           MOVE "N" TO InboundHasHeader EnvelopeWritten
           MOVE JobFieldMap(JobIdx) TO FieldMapFileName
           MOVE JobMaskSeed(JobIdx) TO MaskSeed
           MOVE ZERO TO MapCount
           IF FieldMapFileName NOT = SPACES
               PERFORM LoadFieldMap
               MOVE JobIdx TO RunId(17:3)
               PERFORM EnsureUniqueRunId
           END-IF
           IF DirMask
               PERFORM PrepareMaskJob
           END-IF
           IF RequestedRunId NOT = SPACES
               PERFORM LoadManifestEntry
           END-IF
           ELSE
               MOVE RunId TO AuditRunRef
           END-IF
           IF NOT DirDecrypt AND NOT DirMask AND NOT JobFailed
               PERFORM CheckCipherPolicy
           END-IF
           MOVE FUNCTION CURRENT-DATE TO JobStartStamp
           IF NOT JobFailed
               PERFORM RunJobFiles
           END-IF
           MOVE FUNCTION CURRENT-DATE TO JobEndStamp
           PERFORM ReportJobRate
           IF DirMask AND NOT JobFailed
               PERFORM ReportMaskSummary
           END-IF
           IF NOT JobFailed
               PERFORM WriteVolumeHistory
           END-IF
           IF NOT JobFailed AND NOT RecordingFailed
               AND NOT DirDecrypt AND NOT DirMask
               AND PartnerIdUsed NOT = SPACES
               PERFORM QueueTransmission
           END-IF
           MOVE RecordsProcessed TO JobRecords(JobIdx)
           MOVE RejectCount TO JobRejects(JobIdx)
           MOVE AuditRunRef TO JobRunId(JobIdx)
           IF JobFailed
               MOVE "FAILED" TO JobStatus(JobIdx)
               DISPLAY "Job failed: " InputFileName(1:40) " - "
                   JobFailReason
           ELSE
               IF RecordingFailed
                   MOVE "NOTRECD" TO JobStatus(JobIdx)
                   MOVE RecordFailReason TO JobReason(JobIdx)
                   DISPLAY "Job not recorded: " InputFileName(1:40)
                       " - " RecordFailReason
               ELSE
                   MOVE "OK" TO JobStatus(JobIdx)
               END-IF
           END-IF
           PERFORM WriteRunStatus.

                       MOVE 1 TO JobFailFlag
                       PERFORM CloseInputJob
                   ELSE
                       IF RestartRequested AND RejectCount > ZERO
                           PERFORM RebuildRejectFile
                       END-IF
                       IF JobFailed
                           PERFORM CloseInputJob
                           PERFORM CloseOutputJob
                       ELSE
                           PERFORM RunJobRecords
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   AT END SET EndOfInputFile TO TRUE
               END-READ
               IF NOT EndOfInputFile
                   MOVE SPACES TO RecordRejectReason
                   IF FixedReadLen NOT = RecordLength
                       MOVE "LREC" TO RecordRejectReason
                       MOVE SPACES TO RecordBuffer
                       MOVE FixedReadLen TO RawRecordLen
                       IF RawRecordLen > ZERO
                           MOVE FixedInRec(1:RawRecordLen)
                               TO RecordBuffer
                       END-IF
                   ELSE
                       MOVE FixedInRec(1:RecordLength)
                           TO RecordBuffer
                       MOVE RecordLength TO RawRecordLen
                   END-IF
               END-IF
           ELSE
                   AT END SET EndOfInputFile TO TRUE
               END-READ
               IF NOT EndOfInputFile
                   MOVE SPACES TO RecordRejectReason
                   MOVE Contents TO RecordBuffer
                   MOVE 1000 TO RawRecordLen
               END-IF
           END-IF.


       RunJobRecords.
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp
           EVALUATE TRUE
               WHEN RestartRequested
                   MOVE "RESUME" TO AuditOperation
               WHEN DirMask
                   MOVE "MASK"   TO AuditOperation
               WHEN OTHER
                   MOVE "RUN"    TO AuditOperation
           END-EVALUATE
           MOVE "VALID"  TO AuditOutcome
           MOVE AuditRunRef TO AuditDetail
           MOVE RunUser TO AuditUser
               PERFORM WriteEnvelopeHeader
           END-IF
           IF RestartRequested
               MOVE ZERO TO SkipCount InputRecordNumber
               COMPUTE SkipTarget = RecordsProcessed + RejectCount
               PERFORM SkipInputRecord
                   UNTIL SkipCount = SkipTarget
                   OR EndOfInputFile
           END-IF
           PERFORM ReadRecord
           PERFORM ProcessRecord UNTIL EndOfInputFile OR JobFailed
           IF NOT JobFailed AND RejectCount > ZERO
               PERFORM CheckRejectPercent
           END-IF
           IF NOT DirDecrypt AND NOT JobFailed
               AND EnvelopeWanted = "Y"
               MOVE RecordsProcessed TO EnvelopeCount
               MOVE RunChecksum      TO EnvelopeChecksum
               MOVE RejectCount      TO EnvelopeRejects
               MOVE SPACES TO RecordBuffer
               MOVE EnvelopeTrailer TO RecordBuffer(1:35)
               PERFORM WriteOutputRecord
           END-IF
           PERFORM CloseInputJob
           PERFORM CloseOutputJob
           IF RejectFileOpen = "Y"
               CLOSE RejectFile
               MOVE "N" TO RejectFileOpen
           END-IF
           PERFORM CheckOutputWrite
           IF NOT JobFailed
               MOVE "C" TO CheckpointState
               PERFORM WriteCheckpoint
           END-IF
           IF NOT JobFailed
               PERFORM WriteManifest
           END-IF
           IF VerifyRequested AND NOT JobFailed
               IF DirMask
                   DISPLAY "VERIFY skipped - masking cannot be reversed"
               ELSE
                   PERFORM VerifyRun
               END-IF
           END-IF.

       ReportJobRate.
           MOVE RecordsProcessed TO JobRecordsDisplay
           DISPLAY "Processed " JobRecordsDisplay " records in "
               ElapsedDisplay " seconds - " RateDisplay
               " records/second"
           IF RejectCount > ZERO
               MOVE RejectCount TO RejectsDisplay
               DISPLAY "Rejected  " RejectsDisplay " records to "
                   RejectFileName(1:50)
           END-IF.

       WriteVolumeHistory.
           MOVE JobStartStamp(1:8) TO VolumeDate
           MOVE AuditRunRef       TO VolumeRunId
           MOVE PartnerIdUsed     TO VolumePartner
           MOVE PartnerVerUsed    TO VolumePartnerVer
           MOVE FUNCTION UPPER-CASE(Direction) TO VolumeDirection
           MOVE Operation         TO VolumeOperations
           MOVE RecordFormat      TO VolumeRecfm
           MOVE RecordLength      TO VolumeLrecl
           MOVE RecordsProcessed  TO VolumeRecords
           MOVE RejectCount       TO VolumeRejects
           MOVE BytesProcessed    TO VolumeBytes
           MOVE ElapsedSeconds    TO VolumeElapsed
           OPEN EXTEND VolumeFile
           IF VolumeFileStatus = "35"
               OPEN OUTPUT VolumeFile
           END-IF
           IF VolumeFileStatus = "00"
               WRITE VolumeRecord
               CLOSE VolumeFile
           ELSE
               DISPLAY "Cannot write VOLHIST.DAT, status "
                   VolumeFileStatus
           END-IF.

       QueueTransmission.
           MOVE SPACES TO TransmitRecord
           MOVE AuditRunRef       TO XmitRunId
           MOVE FUNCTION CURRENT-DATE TO XmitQueuedStamp
           MOVE PartnerIdUsed     TO XmitPartner
           MOVE OutputFileName    TO XmitOutputFile
           MOVE RecordsProcessed  TO XmitRecords
           MOVE RunChecksum       TO XmitChecksum
           MOVE "Q"               TO XmitStatus
           MOVE ZERO TO XmitAckRecords XmitAckChecksum
           OPEN EXTEND TransmitFile
           IF TransmitFileStatus = "35"
               OPEN OUTPUT TransmitFile
           END-IF
           IF TransmitFileStatus = "00"
               WRITE TransmitRecord
               CLOSE TransmitFile
               DISPLAY "Queued for transmission to " PartnerIdUsed
           ELSE
               DISPLAY "Cannot write XMITQ.DAT, status "
                   TransmitFileStatus
           END-IF.

       StampToSeconds.
           IF StampWork(1:14) NUMERIC

       PrintJobLine.
           MOVE JobRecords(JobIdx) TO JobRecordsDisplay
           MOVE JobRejects(JobIdx) TO RejectsDisplay
           DISPLAY JobStatus(JobIdx) JobRecordsDisplay " records "
               RejectsDisplay " rejects  "
               JobInput(JobIdx)(1:25) " -> "
               JobOutput(JobIdx)(1:25) "  " JobReason(JobIdx).

           PERFORM OpenInputJob
           PERFORM OpenVerifyJob
           MOVE ZERO TO VerifyPairCount VerifyErrors
           PERFORM ReadVerifySource
           PERFORM ReadVerifyRecord
           PERFORM VerifyOneRecord
               UNTIL EndOfInputFile AND EndOfVerifyFile
                   DISPLAY "Record " VerifyPairCount
                       " differs at column " VerifyColumn
               END-IF
               PERFORM ReadVerifySource
               PERFORM ReadVerifyRecord
           END-IF.

       ReadVerifySource.
           PERFORM ReadRecord
           PERFORM ReadRecord
               UNTIL EndOfInputFile OR RecordAccepted.

       FindFirstMismatch.
           MOVE 1 TO VerifyColumn
           PERFORM AdvanceMismatchColumn
           OPEN INPUT RestartFile
           IF RestartFileStatus NOT = "00"
               DISPLAY "No checkpoint file to restart from"
               PERFORM AbortRun
           END-IF
           READ RestartFile
               AT END
                   DISPLAY "Checkpoint file is empty"
                   PERFORM AbortRun
           END-READ
           IF RestartComplete
               DISPLAY "Previous run completed; nothing to restart"
               PERFORM AbortRun
           END-IF
           IF RestartInputFile NOT = InputFileName
               OR RestartOutputFile NOT = OutputFileName
               DISPLAY "Checkpoint does not match this run's files"
               PERFORM AbortRun
           END-IF
           MOVE RestartRunId      TO RunId
           MOVE RestartCount      TO RecordsProcessed
           IF RestartRejects NUMERIC
               MOVE RestartRejects TO RejectCount
           ELSE
               MOVE ZERO TO RejectCount
           END-IF
           IF RestartBytes NUMERIC
               MOVE RestartBytes TO BytesProcessed
           ELSE
               COMPUTE BytesProcessed =
                   RecordsProcessed * RecordLength
           END-IF
           MOVE RestartDirection  TO Direction
           MOVE RestartOperations TO Operation
           MOVE RestartKeys       TO OperationKeys
               DISPLAY "Checkpointed output not found - "
                   "restarting from record zero"
               MOVE ZERO TO RecordsProcessed RunChecksum
               MOVE ZERO TO BytesProcessed RejectCount
               MOVE "N" TO EnvelopeWritten
               PERFORM OpenOutputJob
           ELSE
               PERFORM CloseWorkJob
           END-IF.

       RebuildRejectFile.
           MOVE ZERO TO RejectsKept OldRejectEofFlag RejectWorkEofFlag
           OPEN INPUT RejectFile
           IF RejectFileStatus NOT = "00"
               DISPLAY "Checkpointed reject file not found: "
                   RejectFileName(1:40)
               MOVE "REJECT FILE INCOMPLETE" TO JobFailReason
               MOVE 1 TO JobFailFlag
           ELSE
               OPEN OUTPUT RejectWorkFile
               PERFORM CopyOldReject
                   UNTIL RejectsKept = RejectCount OR EndOfOldRejects
               CLOSE RejectFile
               CLOSE RejectWorkFile
               IF RejectsKept < RejectCount
                   DISPLAY "Reject file holds " RejectsKept " of "
                       RejectCount " checkpointed rejects"
                   MOVE "REJECT FILE INCOMPLETE" TO JobFailReason
                   MOVE 1 TO JobFailFlag
               ELSE
                   OPEN INPUT RejectWorkFile
                   OPEN OUTPUT RejectFile
                   PERFORM CopyRejectWorkBack UNTIL EndOfRejectWork
                   CLOSE RejectWorkFile
                   CLOSE RejectFile
               END-IF
           END-IF.

       CopyOldReject.
           READ RejectFile
               AT END SET EndOfOldRejects TO TRUE
               NOT AT END
                   WRITE RejectWorkRecord FROM RejectRecord
                   ADD 1 TO RejectsKept
           END-READ.

       CopyRejectWorkBack.
           READ RejectWorkFile
               AT END SET EndOfRejectWork TO TRUE
               NOT AT END WRITE RejectRecord FROM RejectWorkRecord
           END-READ.

       OpenOldOutput.
           IF RecfmFixed
               OPEN INPUT FixedOutFile
           MOVE FieldMapFileName TO RestartFieldMap
           MOVE RecordFormat     TO RestartRecfm
           MOVE RecordLength     TO RestartLrecl
           MOVE RejectCount      TO RestartRejects
           MOVE BytesProcessed   TO RestartBytes
           WRITE RestartRecord
           CLOSE RestartFile.

           MOVE ZERO TO ManifestEofFlag
           OPEN INPUT ManifestFile
           IF ManifestFileStatus = "00"
               MOVE RunId TO ManifestRunId
               START ManifestFile KEY IS NOT LESS THAN ManifestRunId
                   INVALID KEY SET EndOfManifestFile TO TRUE
               END-START
               IF NOT EndOfManifestFile
                   PERFORM ReadManifestFile
               END-IF
               PERFORM CheckRunIdClash UNTIL EndOfManifestFile
               CLOSE ManifestFile
           END-IF.
               MOVE "MANIFEST NOT AVAILABLE" TO JobFailReason
               MOVE 1 TO JobFailFlag
           ELSE
               MOVE RequestedRunId TO ManifestRunId
               READ ManifestFile KEY IS ManifestRunId
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM MatchManifestEntry
               END-READ
               CLOSE ManifestFile
               IF RunIdWasFound
                   IF KeyRefNeeded
                       MOVE "DECRYPT" TO Direction
                   END-IF
               ELSE
                   IF NOT JobFailed
                       DISPLAY "Run id not found in manifest: "
                           RequestedRunId
                       MOVE "RUN ID NOT IN MANIFEST" TO JobFailReason
                       MOVE 1 TO JobFailFlag
                   END-IF
               END-IF
           END-IF.

       ReadManifestFile.
           READ ManifestFile NEXT RECORD
               AT END SET EndOfManifestFile TO TRUE
           END-READ.

       MatchManifestEntry.
           IF ManifestDirection = "DECRYPT" OR "MASK"
               DISPLAY "Run id is not an encrypted output: "
                   RequestedRunId
               MOVE "RUN ID NOT ENCRYPTED" TO JobFailReason
               MOVE 1 TO JobFailFlag
           ELSE
               SET RunIdWasFound TO TRUE
               MOVE ManifestOperations TO Operation
               IF ManifestHasKeyRef
                   SET KeyRefNeeded TO TRUE
                   MOVE ManifestLrecl TO DeclaredLrecl
                   PERFORM SetRecordLengths
               END-IF
           END-IF.

       WriteManifest.
           IF NOT DirDecrypt AND NOT DirMask
               PERFORM WriteKeystoreEntry
           END-IF
           IF NOT RecordingFailed
               PERFORM WriteManifestEntry
           END-IF.

       WriteManifestEntry.
           OPEN I-O ManifestFile
           IF ManifestFileStatus = "35"
               OPEN OUTPUT ManifestFile
           END-IF
           MOVE OutputFileName    TO ManifestOutputFile
           MOVE Operation         TO ManifestOperations
           MOVE SPACES            TO ManifestKeyArea
           MOVE RecordFormat      TO ManifestRecfm
           MOVE RecordLength      TO ManifestLrecl
           MOVE PartnerIdUsed     TO ManifestPartner
           MOVE PartnerVerUsed    TO ManifestPartnerVer
           EVALUATE TRUE
               WHEN DirDecrypt
                   MOVE "N"            TO ManifestEnvelope
                   MOVE RequestedRunId TO ManifestPriorRunId
                   MOVE "DECRYPT"      TO ManifestDirection
               WHEN DirMask
                   MOVE "MASK"         TO ManifestOperations
                   MOVE "N"            TO ManifestEnvelope
                   MOVE SPACES         TO ManifestPriorRunId
                   MOVE "MASK"         TO ManifestDirection
               WHEN OTHER
                   MOVE "KREF"         TO ManifestKeyTag
                   MOVE RunId          TO ManifestKeyRef
                   MOVE EnvelopeWanted TO ManifestEnvelope
                   MOVE SPACES         TO ManifestPriorRunId
                   MOVE "ENCRYPT"      TO ManifestDirection
           END-EVALUATE
           IF ManifestFileStatus NOT = "00"
               DISPLAY "Cannot write MANIFEST.DAT, status "
                   ManifestFileStatus " - run id " RunId
               MOVE "MANIFEST NOT RECORDED" TO RecordFailReason
               SET RecordingFailed TO TRUE
           ELSE
               WRITE ManifestRecord
                   INVALID KEY
                       DISPLAY "Manifest already holds run id " RunId
                       MOVE "MANIFEST NOT RECORDED" TO RecordFailReason
                       SET RecordingFailed TO TRUE
                   NOT INVALID KEY
                       DISPLAY "Manifest recorded for run id " RunId
               END-WRITE
               CLOSE ManifestFile
           END-IF.

       WriteKeystoreEntry.
           OPEN EXTEND KeystoreFile
           MOVE FUNCTION CURRENT-DATE TO KeystoreTimestamp
           MOVE "A" TO KeystoreStatus
           MOVE OperationKeys TO KeystoreKeys
           IF KeystoreFileStatus NOT = "00"
               DISPLAY "Cannot write KEYSTORE.DAT, status "
                   KeystoreFileStatus " - run id " RunId
               MOVE "KEYSTORE NOT RECORDED" TO RecordFailReason
               SET RecordingFailed TO TRUE
           ELSE
               WRITE KeystoreRecord
               IF KeystoreFileStatus NOT = "00"
                   DISPLAY "Cannot write KEYSTORE.DAT, status "
                       KeystoreFileStatus " - run id " RunId
                   MOVE "KEYSTORE NOT RECORDED" TO RecordFailReason
                   SET RecordingFailed TO TRUE
               END-IF
               CLOSE KeystoreFile
           END-IF.

       FetchKeystoreKeys.
           MOVE ZERO TO KeystoreEofFlag KeyFoundFlag
           MOVE RunUser TO AuditUser
           WRITE AuditRecord.

       PrepareMaskJob.
           IF FieldMapFileName = SPACES
               DISPLAY "MASK needs a FIELDMAP: " InputFileName(1:40)
               MOVE "MASK NEEDS A FIELD MAP" TO JobFailReason
               MOVE 1 TO JobFailFlag
           END-IF
           IF MaskSeed = SPACES AND NOT JobFailed
               DISPLAY "MASK needs a MASKSEED: " InputFileName(1:40)
               MOVE "MASK NEEDS A SEED" TO JobFailReason
               MOVE 1 TO JobFailFlag
           END-IF
           IF RequestedRunId NOT = SPACES
               DISPLAY "RUNID ignored for MASK: " RequestedRunId
               MOVE SPACES TO RequestedRunId
           END-IF
           MOVE SPACES TO Operation OperationKeys
           PERFORM SplitOperationList
           MOVE "N" TO EnvelopeWanted.

       ReportMaskSummary.
           MOVE ZERO TO MaskGrandTotal
           DISPLAY "Mask summary - fields masked by record type:"
           PERFORM ReportMaskType VARYING MapIdx FROM 1 BY 1
               UNTIL MapIdx > MapCount
           MOVE MaskGrandTotal TO JobRecordsDisplay
           DISPLAY "  Total      " JobRecordsDisplay.

       ReportMaskType.
           MOVE ZERO TO MaskTypeSeen MaskTypeTotal
           PERFORM CheckEarlierMaskType
               VARYING MaskTypeIdx FROM 1 BY 1
               UNTIL MaskTypeIdx >= MapIdx
           IF MaskTypeSeen = ZERO
               PERFORM AddMaskTypeCount
                   VARYING MaskTypeIdx FROM MapIdx BY 1
                   UNTIL MaskTypeIdx > MapCount
               ADD MaskTypeTotal TO MaskGrandTotal
               MOVE MaskTypeTotal TO JobRecordsDisplay
               DISPLAY "  " MapType(MapIdx) " " JobRecordsDisplay
           END-IF.

       CheckEarlierMaskType.
           IF MapType(MaskTypeIdx) = MapType(MapIdx)
               MOVE 1 TO MaskTypeSeen
           END-IF.

       AddMaskTypeCount.
           IF MapType(MaskTypeIdx) = MapType(MapIdx)
               ADD MapMaskCount(MaskTypeIdx) TO MaskTypeTotal
           END-IF.

       LoadControlFile.
           OPEN INPUT ControlFile
           IF ControlFileStatus NOT = "00"
               DISPLAY "Cannot open control file: " ControlFileName
               PERFORM AbortRun
           END-IF
           PERFORM ReadControlFile
           PERFORM ProcessControlRecord UNTIL EndOfControlFile
                       DISPLAY "OPERATIONS list exceeds 41 "
                           "characters - cannot run: "
                           ControlValue(1:60)
                       PERFORM AbortRun
                   END-IF
                   MOVE FUNCTION UPPER-CASE(ControlValue) TO Operation
                   PERFORM SplitOperationList
                   MOVE ControlValue TO RequestedRunId
               WHEN "FIELDMAP"
                   MOVE ControlValue TO FieldMapFileName
               WHEN "MASKSEED"
                   MOVE ControlValue TO MaskSeed
               WHEN "PARTNER"
                   MOVE FUNCTION UPPER-CASE(ControlValue(1:10))
                       TO WantedPartnerId
                   ELSE
                       MOVE NumvalWork TO CheckpointInterval
                   END-IF
               WHEN "REJECTFILE"
                   MOVE ControlValue TO RejectFileName
               WHEN "REJECTLIMIT"
                   PERFORM SetRejectLimit
               WHEN "VALIDATE"
                   IF ControlValue(1:1) = "Y"
                       SET ValidateRequested TO TRUE
           IF PartnerFileStatus NOT = "00"
               DISPLAY "Cannot open PARTNER.DAT for partner "
                   WantedPartnerId
               PERFORM AbortRun
           END-IF
           PERFORM ReadPartnerFile
           PERFORM MatchPartnerEntry UNTIL EndOfPartnerFile
           CLOSE PartnerFile
           IF PartnerIdUsed = SPACES
               DISPLAY "Partner not on file: " WantedPartnerId
               PERFORM AbortRun
           END-IF
           DISPLAY "Using partner profile " PartnerIdUsed
               " version " PartnerVerUsed.
                   UNTIL EndOfInputFile
                   OR (RecordBuffer(1:8) NOT = "CRYPTHDR"
                       AND RecordBuffer(1:8) NOT = "CRYPTTRL")
           END-IF
           IF NOT EndOfInputFile
               ADD 1 TO InputRecordNumber
               IF RecordAccepted AND MapCount > ZERO
                   PERFORM ScreenFieldMap
               END-IF
           END-IF.

       ScreenFieldMap.
           MOVE ZERO TO MapHitCount
           PERFORM ScreenOneMapEntry VARYING MapIdx FROM 1 BY 1
               UNTIL MapIdx > MapCount
           IF MapHitCount = ZERO
               MOVE "NMAP" TO RecordRejectReason
           END-IF.

       ScreenOneMapEntry.
           IF MapType(MapIdx) = "*"
               OR RecordBuffer(1:MapTypeLen(MapIdx))
                   = MapType(MapIdx)(1:MapTypeLen(MapIdx))
               ADD 1 TO MapHitCount
           END-IF.

       SkipEnvelopeRecord.
           PERFORM ReadInputRecord.

       ProcessRecord.
           IF NOT RecordAccepted
               PERFORM RejectInputRecord
           ELSE
               PERFORM CountRecordBytes
               PERFORM ApplyChainToRecord
               IF NOT JobFailed
                   PERFORM WriteOutputRecord
               END-IF
               IF NOT JobFailed
                   ADD 1 TO RecordsProcessed
                   ADD RecordBytes TO BytesProcessed
                   IF NOT DirDecrypt
                       MOVE RecordBuffer TO ChecksumText
                       PERFORM AccumulateChecksum
                   END-IF
                   IF FUNCTION MOD(RecordsProcessed,
                       CheckpointInterval) = 0
                       PERFORM WriteCheckpoint
                       PERFORM WriteRunStatus
                       MOVE RecordsProcessed TO PrevCkpRecords
                       MOVE FUNCTION CURRENT-DATE TO PrevCkpStamp
                   END-IF
               END-IF
           END-IF
           PERFORM ReadRecord.

       CountRecordBytes.
           IF RecfmFixed
               MOVE RecordLength TO RecordBytes
           ELSE
               IF RecordBuffer(1:1000) = SPACES
                   MOVE ZERO TO RecordBytes
               ELSE
                   COMPUTE RecordBytes = FUNCTION LENGTH(FUNCTION TRIM(
                       RecordBuffer(1:1000) TRAILING))
               END-IF
           END-IF.

       RejectInputRecord.
           IF RejectFileOpen NOT = "Y"
               PERFORM OpenRejectFile
           END-IF
           IF NOT JobFailed
               MOVE AuditRunRef        TO RejectRunId
               MOVE InputRecordNumber  TO RejectRecordNumber
               MOVE RecordRejectReason TO RejectReason
               MOVE SPACES TO RejectData
               IF RawRecordLen > ZERO
                   MOVE RecordBuffer(1:RawRecordLen) TO RejectData
               END-IF
               WRITE RejectRecord
               IF RejectFileStatus NOT = "00"
                   DISPLAY "Reject file error, status "
                       RejectFileStatus ": " RejectFileName(1:40)
                   MOVE "REJECT WRITE FAILED" TO JobFailReason
                   MOVE 1 TO JobFailFlag
               ELSE
                   ADD 1 TO RejectCount
                   PERFORM CheckRejectLimit
               END-IF
           END-IF.

       OpenRejectFile.
           IF RejectCount > ZERO
               OPEN EXTEND RejectFile
               IF RejectFileStatus = "35"
                   OPEN OUTPUT RejectFile
               END-IF
           ELSE
               OPEN OUTPUT RejectFile
           END-IF
           IF RejectFileStatus NOT = "00"
               DISPLAY "Cannot open reject file: " RejectFileName(1:40)
               MOVE "REJECT FILE OPEN FAILED" TO JobFailReason
               MOVE 1 TO JobFailFlag
           ELSE
               MOVE "Y" TO RejectFileOpen
           END-IF.

       CheckRejectLimit.
           IF RejectCount > RejectLimitCount
               MOVE RejectCount TO RejectsDisplay
               DISPLAY "Reject limit passed - " RejectsDisplay
                   " rejects, limit " RejectLimitCount
               MOVE "REJECT LIMIT EXCEEDED" TO JobFailReason
               MOVE 1 TO JobFailFlag
           ELSE
               IF InputRecordNumber >= RejectPctSample
                   PERFORM CheckRejectPercent
               END-IF
           END-IF.

       CheckRejectPercent.
           IF RejectCount * 100 > RejectLimitPct * InputRecordNumber
               MOVE RejectCount TO RejectsDisplay
               DISPLAY "Reject percentage passed - " RejectsDisplay
                   " rejects in " InputRecordNumber
                   " records, limit " RejectLimitPct "%"
               MOVE "REJECT LIMIT EXCEEDED" TO JobFailReason
               MOVE 1 TO JobFailFlag
           END-IF.

       SetRejectLimit.
           MOVE ZERO TO RejectPctCount
           INSPECT ControlValue TALLYING RejectPctCount FOR ALL "%"
           MOVE SPACES TO RejectLimitText
           UNSTRING ControlValue DELIMITED BY "%" OR SPACE
               INTO RejectLimitText
           END-UNSTRING
           IF RejectLimitText = SPACES
               MOVE 999999999 TO RejectLimitCount
               MOVE 100 TO RejectLimitPct
           ELSE
               IF FUNCTION TEST-NUMVAL(RejectLimitText) NOT = ZERO
                   DISPLAY "REJECTLIMIT must be a count or a "
                       "percentage - ignored: " ControlValue(1:20)
               ELSE
                   COMPUTE NumvalWork =
                       FUNCTION NUMVAL(RejectLimitText)
                   IF RejectPctCount > ZERO
                       IF NumvalWork > 100
                           DISPLAY "REJECTLIMIT percentage must be "
                               "0-100 - using 100"
                           MOVE 100 TO RejectLimitPct
                       ELSE
                           MOVE NumvalWork TO RejectLimitPct
                       END-IF
                   ELSE
                       MOVE NumvalWork TO RejectLimitCount
                   END-IF
               END-IF
           END-IF.

       CheckOutputWrite.
           IF OutputFileStatus NOT = "00"
           END-IF.

       ApplyChain.
           EVALUATE TRUE
               WHEN DirMask
                   PERFORM MaskField
               WHEN DirDecrypt
                   PERFORM ApplyOperation VARYING OpIdx FROM 6 BY -1
                       UNTIL OpIdx < 1
               WHEN OTHER
                   PERFORM ApplyOperation VARYING OpIdx FROM 1 BY 1
                       UNTIL OpIdx > 6
           END-EVALUATE.

       MaskField.
           IF CipherBuffer(1:CipherLen) NOT = SPACES
               CALL "MASKFLD" USING BY REFERENCE CipherBuffer
                                    BY CONTENT   MaskSeed
                                    BY CONTENT   CipherLen
               ADD 1 TO MapMaskCount(MapIdx)
           END-IF.

       ApplyFieldMap.
                   MOVE "FIELD MAP EMPTY" TO JobFailReason
                   MOVE 1 TO JobFailFlag
               END-IF
               IF NOT JobFailed
                   PERFORM CheckMapEntryFits VARYING MapIdx FROM 1 BY 1
                       UNTIL MapIdx > MapCount
               END-IF
           END-IF.

       CheckMapEntryFits.
           IF MapStart(MapIdx) + MapLength(MapIdx) - 1 > RecordLength
               DISPLAY "Field map entry runs past the record: "
                   MapType(MapIdx) " " MapStart(MapIdx) " "
                   MapLength(MapIdx)
               MOVE "FIELD MAP PAST RECORD" TO JobFailReason
               MOVE 1 TO JobFailFlag
           END-IF.

       ReadFieldMapRecord.
                       FUNCTION NUMVAL(MapStartWork)
                   COMPUTE MapLength(MapCount) =
                       FUNCTION NUMVAL(MapLengthWork)
                   MOVE ZERO TO MapMaskCount(MapCount)
                   IF MapStart(MapCount) < 1
                       OR MapLength(MapCount) < 1
                       OR MapStart(MapCount) + MapLength(MapCount)
