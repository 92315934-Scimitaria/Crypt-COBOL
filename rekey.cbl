       IDENTIFICATION DIVISION.
       PROGRAM-ID. Rekey.
       AUTHOR. Scimitaria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT InputFile ASSIGN TO DYNAMIC InputFileName
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS InputFileStatus.
       SELECT OutputFile ASSIGN TO DYNAMIC OutputFileName
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS OutputFileStatus.
       SELECT FixedInFile ASSIGN TO DYNAMIC InputFileName
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS InputFileStatus.
       SELECT FixedOutFile ASSIGN TO DYNAMIC OutputFileName
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS OutputFileStatus.
       SELECT ControlFile ASSIGN TO DYNAMIC ControlFileName
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
           FILE STATUS IS KeystoreFileStatus.
       SELECT KeepFile ASSIGN TO "KEYSTORE.TMP"
           ORGANIZATION LINE SEQUENTIAL.
       SELECT PartnerFile ASSIGN TO "PARTNER.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PartnerFileStatus.
       SELECT FieldMapFile ASSIGN TO DYNAMIC FieldMapFileName
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FieldMapFileStatus.
       SELECT AuditFile ASSIGN TO "AUDIT.LOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AuditFileStatus.
       SELECT CompletionFile ASSIGN TO "JOBCOMP.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CompletionFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD InputFile.
       01 Contents        PIC X(1000).
       FD OutputFile.
       01 Printy          PIC X(1000).
       FD FixedInFile
           RECORD IS VARYING IN SIZE FROM 80 TO 4000
           DEPENDING ON FixedReadLen.
       01 FixedInRec      PIC X(4000).
       FD FixedOutFile
           RECORD IS VARYING IN SIZE FROM 80 TO 4000
           DEPENDING ON FixedWriteLen.
       01 FixedOutRec     PIC X(4000).
       FD ControlFile.
       01 ControlRecord   PIC X(200).
       FD ManifestFile.
       COPY MANREC.
       FD KeystoreFile.
       COPY KEYREC.
       FD KeepFile.
       01 KeepRecord      PIC X(101).
       FD PartnerFile.
       COPY PARTREC.
       FD FieldMapFile.
       01 FieldMapRecord  PIC X(100).
       FD AuditFile.
       COPY AUDITREC.
       FD CompletionFile.
       COPY COMPREC.

       WORKING-STORAGE SECTION.
       01 InputFileName           PIC X(100).
       01 OutputFileName          PIC X(100).
       01 ControlFileName         PIC X(100) VALUE SPACES.
       01 FieldMapFileName        PIC X(100) VALUE SPACES.
       01 FieldMapOverride        PIC X(100) VALUE SPACES.
       01 CmdArgCount             PIC 99 COMP.
       01 InputFileStatus         PIC XX.
       01 OutputFileStatus        PIC XX.
       01 ControlFileStatus       PIC XX.
       01 ManifestFileStatus      PIC XX.
       01 KeystoreFileStatus      PIC XX.
       01 PartnerFileStatus       PIC XX.
       01 FieldMapFileStatus      PIC XX.
       01 AuditFileStatus         PIC XX.
       01 RunUser                 PIC X(8) VALUE "UNKNOWN".
       01 OldRunId                PIC X(19).
       01 RunId                   PIC X(19).
       01 RunIdWork               PIC 9(19).
       01 OldKeyRef               PIC X(19) VALUE SPACES.
       01 OldPartnerId            PIC X(10) VALUE SPACES.
       01 OldPartnerVer           PIC 9(3) VALUE ZERO.
       01 NewPartnerVer           PIC 9(3) VALUE ZERO.
       01 OldFieldMap             PIC X(100) VALUE SPACES.
       01 LatestPartnerVer        PIC 9(3) VALUE ZERO.
       01 LatestOperations        PIC X(41).
       01 LatestKeys              PIC X(60).
       01 LatestFieldMap          PIC X(100).
       01 OldEnvelope             PIC X VALUE "N".
       01 OldOperation            PIC X(41).
       01 OldOperationList.
           05 OldOperationEntry   OCCURS 6 TIMES PIC X(7).
       01 OldOperationKeys.
           05 OldOperationKey     OCCURS 6 TIMES PIC X(10).
       01 NewOperation            PIC X(41) VALUE SPACES.
       01 NewOperationList.
           05 NewOperationEntry   OCCURS 6 TIMES PIC X(7).
       01 NewOperationKeys.
           05 NewOperationKey     OCCURS 6 TIMES PIC X(10)
                                  VALUE SPACES.
       01 NewKeyLine              PIC X(80) VALUE SPACES.
       01 RecordFormat            PIC X VALUE "L".
           88 RecfmFixed          VALUE "F".
       01 DeclaredLrecl           PIC 9(4) VALUE 1000.
       01 RecordLength            PIC 9(4) VALUE 1000.
       01 ChecksumLen             PIC 9(4) VALUE 1000.
       01 FixedReadLen            PIC 9(4).
       01 FixedWriteLen           PIC 9(4).
       01 InputEofFlag            PIC 9 VALUE ZERO.
           88 EndOfInputFile      VALUE 1.
       01 ManifestEofFlag         PIC 9 VALUE ZERO.
           88 EndOfManifestFile   VALUE 1.
       01 KeystoreEofFlag         PIC 9 VALUE ZERO.
           88 EndOfKeystoreFile   VALUE 1.
       01 KeepEofFlag             PIC 9 VALUE ZERO.
           88 EndOfKeepFile       VALUE 1.
       01 PartnerEofFlag          PIC 9 VALUE ZERO.
           88 EndOfPartnerFile    VALUE 1.
       01 FILLER                  PIC 9 VALUE ZERO.
           88 EndOfControlFile    VALUE 1.
       01 FieldMapEofFlag         PIC 9 VALUE ZERO.
           88 EndOfFieldMapFile   VALUE 1.
       01 RunIdFoundFlag          PIC 9 VALUE ZERO.
           88 RunIdWasFound       VALUE 1.
       01 KeyFoundFlag            PIC 9 VALUE ZERO.
           88 KeyWasFound         VALUE 1.
           88 KeyWasRetired       VALUE 2.
       01 RetireFlag              PIC 9 VALUE ZERO.
           88 OldKeyRetired       VALUE 1.
       01 JobFailFlag             PIC 9 VALUE ZERO.
           88 JobFailed           VALUE 1.
       01 RecordFailFlag          PIC 9 VALUE ZERO.
           88 RecordingFailed     VALUE 1.
       01 JobFailReason           PIC X(40) VALUE SPACES.
       01 ControlKeyword          PIC X(20).
       01 ControlValue            PIC X(180).
       01 EnvelopeHeader.
           05 EnvelopeHdrId       PIC X(8)  VALUE "CRYPTHDR".
           05 EnvelopeRunDate     PIC X(8).
           05 EnvelopeRunId       PIC X(19).
           05 EnvelopeOperations  PIC X(41).
       01 EnvelopeTrailer.
           05 EnvelopeTrlId       PIC X(8)  VALUE "CRYPTTRL".
           05 EnvelopeCount       PIC 9(9).
           05 EnvelopeChecksum    PIC 9(9).
           05 EnvelopeRejects     PIC 9(9).
       01 TrailerSeen             PIC X VALUE "N".
       01 TrailerCount            PIC 9(9) VALUE ZERO.
       01 TrailerChecksum         PIC 9(9) VALUE ZERO.
       01 TrailerRejects          PIC 9(9) VALUE ZERO.
       01 OldCount                PIC 9(9) VALUE ZERO.
       01 OldChecksum             PIC 9(9) VALUE ZERO.
       01 RunChecksum             PIC 9(9) VALUE ZERO.
       01 RecordsRekeyed          PIC 9(9) VALUE ZERO.
       01 RecordSum               PIC 9(9).
       01 SumIdx                  PIC 9(4).
       01 TrimmedLen              PIC 9(4).
       01 BlankOrdValue           PIC 9(4).
       01 ChecksumText            PIC X(4000).
       01 RecordBuffer            PIC X(4000).
       01 CipherBuffer            PIC X(4000).
       01 CipherLen               PIC 9(4).
       01 MapCount                PIC 99 VALUE ZERO.
       01 MapIdx                  PIC 99.
       01 MapTypeWork             PIC X(10).
       01 MapTypeLenWork          PIC 99.
       01 MapStartWork            PIC X(10).
       01 MapLengthWork           PIC X(10).
       01 FieldMapTable.
           05 MapEntry OCCURS 50 TIMES.
               10 MapType         PIC X(10).
               10 MapTypeLen      PIC 99.
               10 MapStart        PIC 9(4).
               10 MapLength       PIC 9(4).
       01 CountDisplay            PIC ZZZZZZZZ9.
       01 CompletionFileStatus    PIC XX.
       01 RunStartStamp           PIC X(21).
       01 RunReturnCode           PIC 99 VALUE ZERO.
       01 PolIdx                  PIC 99.
       COPY POLCHK.
       COPY OPCTL.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO RunStartStamp
           MOVE SPACES TO RunId
           ACCEPT RunUser FROM ENVIRONMENT "USER"
           IF RunUser = SPACES
               MOVE "UNKNOWN" TO RunUser
           END-IF
           COMPUTE BlankOrdValue = FUNCTION ORD(SPACE)
           PERFORM GetRekeyParameters
           OPEN EXTEND AuditFile
           IF AuditFileStatus = "35"
               OPEN OUTPUT AuditFile
           END-IF
           PERFORM LoadOldRun
           IF NOT JobFailed
               PERFORM LoadNewKeys
           END-IF
           IF NOT JobFailed AND FieldMapFileName NOT = SPACES
               PERFORM LoadFieldMap
           END-IF
           IF NOT JobFailed
               PERFORM CheckChainKeys
           END-IF
           IF NOT JobFailed
               PERFORM CheckCipherPolicy
           END-IF
           IF NOT JobFailed
               PERFORM EnsureUniqueRunId
               PERFORM RekeyFile
           END-IF
           IF NOT JobFailed
               MOVE ZERO TO RunReturnCode
               PERFORM WriteKeystoreEntry
               IF NOT RecordingFailed
                   PERFORM WriteManifest
               END-IF
               MOVE RecordsRekeyed TO CountDisplay
               DISPLAY "Re-keyed " CountDisplay " records from run "
                   OldRunId
               IF RecordingFailed
                   DISPLAY "Run " RunId " not recorded - key for run "
                       OldRunId " left active"
                   MOVE "INVALID" TO AuditOutcome
                   MOVE 8 TO RunReturnCode
               ELSE
                   DISPLAY "Manifest recorded for run id " RunId
                   IF OldKeyRef NOT = SPACES
                       PERFORM RetireOldKey
                   ELSE
                       DISPLAY "Run " OldRunId " holds its keys in "
                           "the manifest - no keystore entry to retire"
                   END-IF
                   MOVE "VALID" TO AuditOutcome
               END-IF
               MOVE RunId TO AuditDetail
               PERFORM WriteRekeyAudit
           ELSE
               DISPLAY "Rekey failed for run " OldRunId " - "
                   JobFailReason
               MOVE "INVALID" TO AuditOutcome
               MOVE OldRunId TO AuditDetail
               PERFORM WriteRekeyAudit
               MOVE 12 TO RunReturnCode
           END-IF
           CLOSE AuditFile
           MOVE OldOperationList TO OperationList
           PERFORM CancelOperation VARYING OpIdx FROM 1 BY 1
               UNTIL OpIdx > 6
           MOVE NewOperationList TO OperationList
           PERFORM CancelOperation VARYING OpIdx FROM 1 BY 1
               UNTIL OpIdx > 6
           PERFORM WriteCompletion
           MOVE RunReturnCode TO RETURN-CODE
       STOP RUN.

       WriteCompletion.
           MOVE "REKEY" TO CompProgram
           IF RunId NOT = SPACES AND RunReturnCode < 8
               MOVE RunId TO CompRunId
           ELSE
               MOVE OldRunId TO CompRunId
           END-IF
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

       GetRekeyParameters.
           ACCEPT CmdArgCount FROM ARGUMENT-NUMBER
           IF CmdArgCount >= 2
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT OldRunId FROM ARGUMENT-VALUE
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT OutputFileName FROM ARGUMENT-VALUE
               IF CmdArgCount >= 3
                   DISPLAY 3 UPON ARGUMENT-NUMBER
                   ACCEPT ControlFileName FROM ARGUMENT-VALUE
               END-IF
           ELSE
               DISPLAY "Run id to re-key:" WITH NO ADVANCING
               ACCEPT OldRunId
               DISPLAY "New output file name:" WITH NO ADVANCING
               ACCEPT OutputFileName
               DISPLAY "New keys 1-6 (space separated, blank for "
                   "partner profile):" WITH NO ADVANCING
               ACCEPT NewKeyLine
               IF NewKeyLine NOT = SPACES
                   UNSTRING NewKeyLine DELIMITED BY ALL SPACE
                       INTO NewOperationKey(1) NewOperationKey(2)
                            NewOperationKey(3) NewOperationKey(4)
                            NewOperationKey(5) NewOperationKey(6)
                   END-UNSTRING
               END-IF
           END-IF
           IF ControlFileName NOT = SPACES
               PERFORM LoadControlFile
           END-IF.

       LoadControlFile.
           OPEN INPUT ControlFile
           IF ControlFileStatus NOT = "00"
               DISPLAY "Cannot open control file: " ControlFileName
               PERFORM AbortRun
           END-IF
           PERFORM ReadControlFile
           PERFORM ProcessControlRecord UNTIL EndOfControlFile
           CLOSE ControlFile.

       ReadControlFile.
           READ ControlFile
               AT END SET EndOfControlFile TO TRUE
           END-READ.

       ProcessControlRecord.
           MOVE SPACES TO ControlKeyword ControlValue
           UNSTRING ControlRecord DELIMITED BY "="
               INTO ControlKeyword ControlValue
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(ControlKeyword) TO ControlKeyword
           EVALUATE ControlKeyword
               WHEN "OPERATION"
               WHEN "OPERATIONS"
                   IF FUNCTION LENGTH(FUNCTION TRIM(
                       ControlValue TRAILING)) > 41
                       DISPLAY "OPERATIONS list exceeds 41 "
                           "characters - cannot run: "
                           ControlValue(1:60)
                       PERFORM AbortRun
                   END-IF
                   MOVE FUNCTION UPPER-CASE(ControlValue)
                       TO NewOperation
               WHEN "KEY1"
                   MOVE ControlValue TO NewOperationKey(1)
               WHEN "KEY2"
                   MOVE ControlValue TO NewOperationKey(2)
               WHEN "KEY3"
                   MOVE ControlValue TO NewOperationKey(3)
               WHEN "KEY4"
                   MOVE ControlValue TO NewOperationKey(4)
               WHEN "KEY5"
                   MOVE ControlValue TO NewOperationKey(5)
               WHEN "KEY6"
                   MOVE ControlValue TO NewOperationKey(6)
               WHEN "FIELDMAP"
                   MOVE ControlValue TO FieldMapOverride
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unknown control keyword: " ControlKeyword
           END-EVALUATE
           PERFORM ReadControlFile.

       LoadOldRun.
           MOVE ZERO TO ManifestEofFlag RunIdFoundFlag
           OPEN INPUT ManifestFile
           IF ManifestFileStatus NOT = "00"
               MOVE "MANIFEST NOT AVAILABLE" TO JobFailReason
               MOVE 1 TO JobFailFlag
           ELSE
               MOVE OldRunId TO ManifestRunId
               READ ManifestFile KEY IS ManifestRunId
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM MatchManifestEntry
               END-READ
               CLOSE ManifestFile
               IF NOT RunIdWasFound AND NOT JobFailed
                   DISPLAY "Run id not found in manifest: " OldRunId
                   MOVE "RUN ID NOT IN MANIFEST" TO JobFailReason
                   MOVE 1 TO JobFailFlag
               END-IF
           END-IF
           IF NOT JobFailed AND OldKeyRef NOT = SPACES
               PERFORM FetchKeystoreKeys
           END-IF
           IF NOT JobFailed
               MOVE SPACES TO OldOperationList
               UNSTRING OldOperation DELIMITED BY SPACE OR ","
                   INTO OldOperationEntry(1)
                        OldOperationEntry(2)
                        OldOperationEntry(3)
                        OldOperationEntry(4)
                        OldOperationEntry(5)
                        OldOperationEntry(6)
               END-UNSTRING
               PERFORM SetRecordLengths
               IF OldPartnerId NOT = SPACES
                   PERFORM ScanPartnerFile
               END-IF
               IF FieldMapOverride NOT = SPACES
                   MOVE FieldMapOverride TO FieldMapFileName
               ELSE
                   MOVE OldFieldMap TO FieldMapFileName
               END-IF
           END-IF.

       ReadManifestFile.
           READ ManifestFile NEXT RECORD
               AT END SET EndOfManifestFile TO TRUE
           END-READ.

       MatchManifestEntry.
           IF ManifestDirection = "DECRYPT" OR "MASK"
               DISPLAY "Run id is not an encrypted output: " OldRunId
               MOVE "RUN ID NOT ENCRYPTED" TO JobFailReason
               MOVE 1 TO JobFailFlag
           ELSE
               SET RunIdWasFound TO TRUE
               MOVE ManifestOutputFile TO InputFileName
               MOVE ManifestOperations TO OldOperation
               IF ManifestHasKeyRef
                   MOVE ManifestKeyRef TO OldKeyRef
               ELSE
                   MOVE ManifestKeys TO OldOperationKeys
               END-IF
               IF ManifestRecfm = "F" AND ManifestLrecl NUMERIC
                   MOVE "F" TO RecordFormat
                   MOVE ManifestLrecl TO DeclaredLrecl
               ELSE
                   MOVE "L" TO RecordFormat
                   MOVE 1000 TO DeclaredLrecl
               END-IF
               MOVE ManifestPartner TO OldPartnerId
               IF ManifestPartnerVer NUMERIC
                   MOVE ManifestPartnerVer TO OldPartnerVer
               END-IF
               IF ManifestEnvelope = "N"
                   MOVE "N" TO OldEnvelope
               ELSE
                   MOVE "Y" TO OldEnvelope
               END-IF
           END-IF.

       FetchKeystoreKeys.
           MOVE ZERO TO KeystoreEofFlag KeyFoundFlag
           OPEN INPUT KeystoreFile
           IF KeystoreFileStatus NOT = "00"
               MOVE "KEYSTORE NOT AVAILABLE" TO JobFailReason
               MOVE 1 TO JobFailFlag
           ELSE
               PERFORM ReadKeystoreFile
               PERFORM MatchKeystoreEntry UNTIL EndOfKeystoreFile
               CLOSE KeystoreFile
               EVALUATE TRUE
                   WHEN KeyWasRetired
                       DISPLAY "Key already retired for run id "
                           OldKeyRef
                       MOVE "KEY RETIRED" TO JobFailReason
                       MOVE 1 TO JobFailFlag
                   WHEN NOT KeyWasFound
                       DISPLAY "Key not in keystore for run id "
                           OldKeyRef
                       MOVE "KEY NOT IN KEYSTORE" TO JobFailReason
                       MOVE 1 TO JobFailFlag
               END-EVALUATE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp
           MOVE "KEYGET" TO AuditOperation
           IF KeyWasFound
               MOVE "VALID"   TO AuditOutcome
           ELSE
               MOVE "INVALID" TO AuditOutcome
           END-IF
           MOVE OldKeyRef TO AuditDetail
           MOVE RunUser TO AuditUser
           WRITE AuditRecord.

       ReadKeystoreFile.
           READ KeystoreFile
               AT END SET EndOfKeystoreFile TO TRUE
           END-READ.

       MatchKeystoreEntry.
           IF KeystoreKeyRef = OldKeyRef
               SET EndOfKeystoreFile TO TRUE
               IF KeystoreRetired
                   SET KeyWasRetired TO TRUE
               ELSE
                   SET KeyWasFound TO TRUE
                   MOVE KeystoreKeys TO OldOperationKeys
               END-IF
           ELSE
               PERFORM ReadKeystoreFile
           END-IF.

       ScanPartnerFile.
           MOVE ZERO TO PartnerEofFlag LatestPartnerVer
           OPEN INPUT PartnerFile
           IF PartnerFileStatus = "00"
               PERFORM ReadPartnerFile
               PERFORM CheckPartnerEntry UNTIL EndOfPartnerFile
               CLOSE PartnerFile
           END-IF.

       ReadPartnerFile.
           READ PartnerFile
               AT END SET EndOfPartnerFile TO TRUE
           END-READ.

       CheckPartnerEntry.
           IF PartnerId = OldPartnerId
               IF PartnerVersion = OldPartnerVer
                   MOVE PartnerFieldMap TO OldFieldMap
               END-IF
               IF PartnerVersion > LatestPartnerVer
                   MOVE PartnerVersion    TO LatestPartnerVer
                   MOVE PartnerOperations TO LatestOperations
                   MOVE PartnerKeys       TO LatestKeys
                   MOVE PartnerFieldMap   TO LatestFieldMap
               END-IF
           END-IF
           PERFORM ReadPartnerFile.

       LoadNewKeys.
           MOVE OldPartnerVer TO NewPartnerVer
           IF NewOperationKeys = SPACES
               IF OldPartnerId = SPACES
                   DISPLAY "Run " OldRunId " has no partner profile"
                       " - supply new keys"
                   MOVE "NO NEW KEYS SUPPLIED" TO JobFailReason
                   MOVE 1 TO JobFailFlag
               ELSE
                   PERFORM TakePartnerKeys
               END-IF
           END-IF
           IF NewOperation = SPACES
               MOVE OldOperation TO NewOperation
           END-IF
           MOVE SPACES TO NewOperationList
           UNSTRING NewOperation DELIMITED BY SPACE OR ","
               INTO NewOperationEntry(1)
                    NewOperationEntry(2)
                    NewOperationEntry(3)
                    NewOperationEntry(4)
                    NewOperationEntry(5)
                    NewOperationEntry(6)
           END-UNSTRING
           IF NOT JobFailed
               AND NewOperationList = OldOperationList
               AND NewOperationKeys = OldOperationKeys
               DISPLAY "New keys are the same as run " OldRunId
               MOVE "KEYS UNCHANGED" TO JobFailReason
               MOVE 1 TO JobFailFlag
           END-IF.

       TakePartnerKeys.
           IF LatestPartnerVer NOT > OldPartnerVer
               DISPLAY "No newer profile for partner " OldPartnerId
                   " than version " OldPartnerVer
               MOVE "NO NEWER PARTNER PROFILE" TO JobFailReason
               MOVE 1 TO JobFailFlag
           ELSE
               IF FieldMapOverride = SPACES
                   AND LatestFieldMap NOT = OldFieldMap
                   DISPLAY "Partner " OldPartnerId " version "
                       LatestPartnerVer " uses a different field map"
                       " - re-encrypt with Encrypt instead"
                   MOVE "FIELD MAP CHANGED" TO JobFailReason
                   MOVE 1 TO JobFailFlag
               ELSE
                   MOVE LatestKeys TO NewOperationKeys
                   IF NewOperation = SPACES
                       MOVE LatestOperations TO NewOperation
                   END-IF
                   MOVE LatestPartnerVer TO NewPartnerVer
                   DISPLAY "Using partner profile " OldPartnerId
                       " version " LatestPartnerVer
               END-IF
           END-IF.

       CheckChainKeys.
           PERFORM CheckOneChainKey VARYING OpIdx FROM 1 BY 1
               UNTIL OpIdx > 6 OR JobFailed.

       CheckOneChainKey.
           IF OldOperationEntry(OpIdx) NOT = SPACES
               AND OldOperationKey(OpIdx) = SPACES
               DISPLAY "  " OldOperationEntry(OpIdx)
                   " has no key on file for run " OldRunId
               MOVE "OLD KEY MISSING" TO JobFailReason
               MOVE 1 TO JobFailFlag
           END-IF
           IF NewOperationEntry(OpIdx) NOT = SPACES
               AND NewOperationEntry(OpIdx) NOT = "TIME"
               AND NewOperationKey(OpIdx) = SPACES
               DISPLAY "  " NewOperationEntry(OpIdx)
                   " has no new key - would prompt mid-run"
               MOVE "KEY MISSING" TO JobFailReason
               MOVE 1 TO JobFailFlag
           END-IF.

       CheckCipherPolicy.
           MOVE OldPartnerId TO PolChkPartner
           MOVE NewOperationList TO PolChkOperations
           MOVE NewOperationKeys TO PolChkKeys
           CALL "POLCHECK" USING PolicyCheck
           IF PolChkCount > ZERO
               PERFORM ReportPolicyViolation
                   VARYING PolIdx FROM 1 BY 1
                   UNTIL PolIdx > PolChkCount
               MOVE "CIPHER POLICY VIOLATION" TO JobFailReason
               MOVE 1 TO JobFailFlag
           END-IF
           CANCEL "POLCHECK".

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

       SetRecordLengths.
           IF RecfmFixed
               MOVE DeclaredLrecl TO RecordLength
           ELSE
               MOVE 1000 TO RecordLength
           END-IF
           MOVE RecordLength TO ChecksumLen.

       RekeyFile.
           IF InputFileName = OutputFileName
               MOVE "OUTPUT SAME AS INPUT" TO JobFailReason
               MOVE 1 TO JobFailFlag
           ELSE
               PERFORM OpenInputJob
               IF InputFileStatus NOT = "00"
                   DISPLAY "Cannot open encrypted file: "
                       InputFileName(1:40)
                   MOVE "INPUT OPEN FAILED" TO JobFailReason
                   MOVE 1 TO JobFailFlag
               ELSE
                   PERFORM OpenOutputJob
                   IF OutputFileStatus NOT = "00"
                       MOVE "OUTPUT OPEN FAILED" TO JobFailReason
                       MOVE 1 TO JobFailFlag
                       PERFORM CloseInputJob
                   ELSE
                       PERFORM RekeyRecords
                   END-IF
               END-IF
           END-IF.

       RekeyRecords.
           IF OldEnvelope = "Y"
               PERFORM WriteEnvelopeHeader
           END-IF
           PERFORM ReadInputRecord
           PERFORM RekeyOneRecord UNTIL EndOfInputFile OR JobFailed
           IF OldEnvelope = "Y" AND NOT JobFailed
               PERFORM CheckOldTrailer
           END-IF
           IF OldEnvelope = "Y" AND NOT JobFailed
               MOVE RecordsRekeyed TO EnvelopeCount
               MOVE RunChecksum    TO EnvelopeChecksum
               MOVE TrailerRejects TO EnvelopeRejects
               MOVE SPACES TO RecordBuffer
               MOVE EnvelopeTrailer TO RecordBuffer(1:35)
               PERFORM WriteOutputRecord
           END-IF
           PERFORM CloseInputJob
           PERFORM CloseOutputJob
           IF JobFailed
               IF RecfmFixed
                   DELETE FILE FixedOutFile
               ELSE
                   DELETE FILE OutputFile
               END-IF
               DISPLAY "Partial output removed: " OutputFileName(1:40)
           END-IF.

       CheckOldTrailer.
           IF TrailerSeen NOT = "Y"
               DISPLAY "Encrypted file has no trailer: "
                   InputFileName(1:40)
               MOVE "TRAILER MISSING" TO JobFailReason
               MOVE 1 TO JobFailFlag
           ELSE
               IF OldCount NOT = TrailerCount
                   OR OldChecksum NOT = TrailerChecksum
                   DISPLAY "Encrypted file trailer mismatch: "
                       InputFileName(1:40)
                   DISPLAY "  records counted " OldCount
                       " trailer says " TrailerCount
                   DISPLAY "  checksum " OldChecksum
                       " trailer says " TrailerChecksum
                   MOVE "TRAILER MISMATCH" TO JobFailReason
                   MOVE 1 TO JobFailFlag
               END-IF
           END-IF.

       RekeyOneRecord.
           EVALUATE TRUE
               WHEN OldEnvelope = "Y"
                   AND RecordBuffer(1:8) = "CRYPTHDR"
                   CONTINUE
               WHEN OldEnvelope = "Y"
                   AND RecordBuffer(1:8) = "CRYPTTRL"
                   MOVE "Y" TO TrailerSeen
                   IF RecordBuffer(9:9) NUMERIC
                       AND RecordBuffer(18:9) NUMERIC
                       MOVE RecordBuffer(9:9)  TO TrailerCount
                       MOVE RecordBuffer(18:9) TO TrailerChecksum
                   END-IF
                   IF RecordBuffer(27:9) NUMERIC
                       MOVE RecordBuffer(27:9) TO TrailerRejects
                   END-IF
               WHEN OTHER
                   ADD 1 TO OldCount
                   MOVE RecordBuffer TO ChecksumText
                   PERFORM ComputeRecordSum
                   COMPUTE OldChecksum = FUNCTION MOD(
                       OldChecksum + RecordSum, 1000000000)
                   PERFORM RekeyRecordBuffer
                   IF NOT JobFailed
                       PERFORM WriteOutputRecord
                   END-IF
                   IF NOT JobFailed
                       ADD 1 TO RecordsRekeyed
                       MOVE RecordBuffer TO ChecksumText
                       PERFORM ComputeRecordSum
                       COMPUTE RunChecksum = FUNCTION MOD(
                           RunChecksum + RecordSum, 1000000000)
                   END-IF
           END-EVALUATE
           PERFORM ReadInputRecord.

       RekeyRecordBuffer.
           MOVE OldOperationList TO OperationList
           MOVE OldOperationKeys TO OperationKeys
           MOVE "DECRYPT" TO Direction
           PERFORM ApplyChainToRecord
           MOVE OperationKeys TO OldOperationKeys
           IF NOT JobFailed
               MOVE NewOperationList TO OperationList
               MOVE NewOperationKeys TO OperationKeys
               MOVE "ENCRYPT" TO Direction
               PERFORM ApplyChainToRecord
               MOVE OperationKeys TO NewOperationKeys
           END-IF.

       OpenInputJob.
           MOVE ZERO TO InputEofFlag
           IF RecfmFixed
               OPEN INPUT FixedInFile
           ELSE
               OPEN INPUT InputFile
           END-IF.

       CloseInputJob.
           IF RecfmFixed
               CLOSE FixedInFile
           ELSE
               CLOSE InputFile
           END-IF.

       OpenOutputJob.
           IF RecfmFixed
               OPEN OUTPUT FixedOutFile
           ELSE
               OPEN OUTPUT OutputFile
           END-IF.

       CloseOutputJob.
           IF RecfmFixed
               CLOSE FixedOutFile
           ELSE
               CLOSE OutputFile
           END-IF.

       ReadInputRecord.
           IF RecfmFixed
               READ FixedInFile
                   AT END SET EndOfInputFile TO TRUE
               END-READ
               IF NOT EndOfInputFile
                   IF FixedReadLen NOT = RecordLength
                       DISPLAY "Record length " FixedReadLen
                           " does not match LRECL " RecordLength
                       MOVE "LRECL MISMATCH" TO JobFailReason
                       MOVE 1 TO JobFailFlag
                       SET EndOfInputFile TO TRUE
                   ELSE
                       MOVE FixedInRec(1:RecordLength)
                           TO RecordBuffer
                   END-IF
               END-IF
           ELSE
               READ InputFile
                   AT END SET EndOfInputFile TO TRUE
               END-READ
               IF NOT EndOfInputFile
                   MOVE Contents TO RecordBuffer
               END-IF
           END-IF.

       WriteOutputRecord.
           IF RecfmFixed
               MOVE RecordLength TO FixedWriteLen
               WRITE FixedOutRec FROM RecordBuffer(1:RecordLength)
           ELSE
               WRITE Printy FROM RecordBuffer(1:1000)
           END-IF
           IF OutputFileStatus NOT = "00"
               DISPLAY "Output file error, status "
                   OutputFileStatus ": " OutputFileName(1:40)
               MOVE "OUTPUT WRITE FAILED" TO JobFailReason
               MOVE 1 TO JobFailFlag
           END-IF.

       WriteEnvelopeHeader.
           MOVE RunId(1:8)   TO EnvelopeRunDate
           MOVE RunId        TO EnvelopeRunId
           MOVE NewOperation TO EnvelopeOperations
           MOVE SPACES TO RecordBuffer
           MOVE EnvelopeHeader TO RecordBuffer(1:76)
           PERFORM WriteOutputRecord.

       ComputeRecordSum.
           COMPUTE TrimmedLen = FUNCTION LENGTH(FUNCTION TRIM(
               ChecksumText(1:ChecksumLen) TRAILING))
           IF TrimmedLen > ChecksumLen
               MOVE ChecksumLen TO TrimmedLen
           END-IF
           MOVE ZERO TO RecordSum
           PERFORM SumOneChar VARYING SumIdx FROM 1 BY 1
               UNTIL SumIdx > TrimmedLen
           COMPUTE RecordSum = RecordSum
               + (ChecksumLen - TrimmedLen) * BlankOrdValue.

       SumOneChar.
           COMPUTE RecordSum =
               RecordSum + FUNCTION ORD(ChecksumText(SumIdx:1)).

       ApplyChainToRecord.
           IF MapCount > ZERO
               PERFORM ApplyFieldMap VARYING MapIdx FROM 1 BY 1
                   UNTIL MapIdx > MapCount
           ELSE
               MOVE RecordBuffer TO CipherBuffer
               COMPUTE CipherLen = FUNCTION LENGTH(FUNCTION TRIM(
                   CipherBuffer(1:RecordLength) TRAILING))
               IF CipherLen = ZERO OR CipherLen > RecordLength
                   MOVE RecordLength TO CipherLen
               END-IF
               PERFORM ApplyChain
               MOVE CipherBuffer TO RecordBuffer
           END-IF.

       ApplyChain.
           IF DirDecrypt
               PERFORM ApplyOperation VARYING OpIdx FROM 6 BY -1
                   UNTIL OpIdx < 1
           ELSE
               PERFORM ApplyOperation VARYING OpIdx FROM 1 BY 1
                   UNTIL OpIdx > 6
           END-IF.

       ApplyFieldMap.
           IF MapType(MapIdx) = "*"
               OR RecordBuffer(1:MapTypeLen(MapIdx))
                   = MapType(MapIdx)(1:MapTypeLen(MapIdx))
               MOVE SPACES TO CipherBuffer
               MOVE RecordBuffer(MapStart(MapIdx):MapLength(MapIdx))
                   TO CipherBuffer(1:MapLength(MapIdx))
               COMPUTE CipherLen = FUNCTION LENGTH(FUNCTION TRIM(
                   CipherBuffer(1:MapLength(MapIdx)) TRAILING))
               IF CipherLen = ZERO OR CipherLen > MapLength(MapIdx)
                   MOVE MapLength(MapIdx) TO CipherLen
               END-IF
               PERFORM ApplyChain
               MOVE CipherBuffer(1:MapLength(MapIdx))
                   TO RecordBuffer
                       (MapStart(MapIdx):MapLength(MapIdx))
           END-IF.

       ApplyOperation.
           IF OperationEntry(OpIdx) NOT = SPACES
               CALL OperationEntry(OpIdx) USING BY REFERENCE
                                                    CipherBuffer
                                                BY CONTENT   Direction
                                                BY REFERENCE
                                                    OperationKey(OpIdx)
                                                BY CONTENT   CipherLen
                   ON EXCEPTION
                       DISPLAY OperationEntry(OpIdx) " is invalid op"
                       MOVE "INVALID OPERATION NAME" TO JobFailReason
                       MOVE 1 TO JobFailFlag
               END-CALL
               IF OperationKey(OpIdx) = "*NOTFOUND*"
                   DISPLAY OperationEntry(OpIdx)
                       " substitution table not found"
                   MOVE "TABLE NOT FOUND" TO JobFailReason
                   MOVE 1 TO JobFailFlag
               END-IF
           END-IF.

       LoadFieldMap.
           MOVE ZERO TO MapCount FieldMapEofFlag
           OPEN INPUT FieldMapFile
           IF FieldMapFileStatus NOT = "00"
               DISPLAY "Cannot open field map: " FieldMapFileName(1:40)
               MOVE "FIELD MAP OPEN FAILED" TO JobFailReason
               MOVE 1 TO JobFailFlag
           ELSE
               PERFORM ReadFieldMapRecord
               PERFORM ParseFieldMapRecord UNTIL EndOfFieldMapFile
               CLOSE FieldMapFile
               IF MapCount = ZERO
                   DISPLAY "Field map is empty: " FieldMapFileName(1:40)
                   MOVE "FIELD MAP EMPTY" TO JobFailReason
                   MOVE 1 TO JobFailFlag
               END-IF
           END-IF.

       ReadFieldMapRecord.
           READ FieldMapFile
               AT END SET EndOfFieldMapFile TO TRUE
           END-READ.

       ParseFieldMapRecord.
           MOVE SPACES TO MapTypeWork MapStartWork MapLengthWork
           MOVE ZERO TO MapTypeLenWork
           UNSTRING FieldMapRecord DELIMITED BY ALL SPACE
               INTO MapTypeWork COUNT IN MapTypeLenWork
                    MapStartWork
                    MapLengthWork
           END-UNSTRING
           IF MapTypeWork NOT = SPACES
               IF MapCount >= 50
                   DISPLAY "Field map limit reached - entry skipped"
               ELSE
                   ADD 1 TO MapCount
                   MOVE MapTypeWork TO MapType(MapCount)
                   MOVE MapTypeLenWork TO MapTypeLen(MapCount)
                   COMPUTE MapStart(MapCount) =
                       FUNCTION NUMVAL(MapStartWork)
                   COMPUTE MapLength(MapCount) =
                       FUNCTION NUMVAL(MapLengthWork)
                   IF MapStart(MapCount) < 1
                       OR MapLength(MapCount) < 1
                       OR MapStart(MapCount) + MapLength(MapCount)
                           - 1 > 4000
                       DISPLAY "Bad field map entry: "
                           FieldMapRecord(1:40)
                       SUBTRACT 1 FROM MapCount
                   END-IF
               END-IF
           END-IF
           PERFORM ReadFieldMapRecord.

       EnsureUniqueRunId.
           MOVE FUNCTION CURRENT-DATE(1:16) TO RunId
           MOVE "001" TO RunId(17:3)
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

       CheckRunIdClash.
           IF ManifestRunId NUMERIC AND ManifestRunId >= RunId
               MOVE ManifestRunId TO RunIdWork
               ADD 1 TO RunIdWork
               MOVE RunIdWork TO RunId
           END-IF
           PERFORM ReadManifestFile.

       WriteKeystoreEntry.
           OPEN EXTEND KeystoreFile
           IF KeystoreFileStatus = "35"
               OPEN OUTPUT KeystoreFile
           END-IF
           MOVE RunId TO KeystoreKeyRef
           MOVE FUNCTION CURRENT-DATE TO KeystoreTimestamp
           MOVE "A" TO KeystoreStatus
           IF KeystoreFileStatus NOT = "00"
               DISPLAY "Cannot write KEYSTORE.DAT, status "
                   KeystoreFileStatus
               SET RecordingFailed TO TRUE
           ELSE
               MOVE NewOperationKeys TO KeystoreKeys
               WRITE KeystoreRecord
               IF KeystoreFileStatus NOT = "00"
                   DISPLAY "Cannot write KEYSTORE.DAT, status "
                       KeystoreFileStatus
                   SET RecordingFailed TO TRUE
               END-IF
               CLOSE KeystoreFile
           END-IF.

       WriteManifest.
           OPEN I-O ManifestFile
           IF ManifestFileStatus = "35"
               OPEN OUTPUT ManifestFile
           END-IF
           MOVE RunId              TO ManifestRunId
           MOVE FUNCTION CURRENT-DATE TO ManifestTimestamp
           MOVE InputFileName      TO ManifestInputFile
           MOVE OutputFileName     TO ManifestOutputFile
           MOVE NewOperation       TO ManifestOperations
           MOVE SPACES             TO ManifestKeyArea
           MOVE "KREF"             TO ManifestKeyTag
           MOVE RunId              TO ManifestKeyRef
           MOVE RecordFormat       TO ManifestRecfm
           MOVE RecordLength       TO ManifestLrecl
           MOVE OldPartnerId       TO ManifestPartner
           MOVE NewPartnerVer      TO ManifestPartnerVer
           MOVE OldEnvelope        TO ManifestEnvelope
           MOVE OldRunId           TO ManifestPriorRunId
           MOVE "REKEY"            TO ManifestDirection
           IF ManifestFileStatus NOT = "00"
               DISPLAY "Cannot write MANIFEST.DAT, status "
                   ManifestFileStatus
               SET RecordingFailed TO TRUE
           ELSE
               WRITE ManifestRecord
                   INVALID KEY
                       DISPLAY "Manifest already holds run id " RunId
                       SET RecordingFailed TO TRUE
               END-WRITE
               CLOSE ManifestFile
           END-IF.

       RetireOldKey.
           MOVE ZERO TO KeystoreEofFlag RetireFlag
           OPEN INPUT KeystoreFile
           IF KeystoreFileStatus = "00"
               OPEN OUTPUT KeepFile
               PERFORM ReadKeystoreFile
               PERFORM CopyOrRetireKey UNTIL EndOfKeystoreFile
               CLOSE KeystoreFile
               CLOSE KeepFile
               IF OldKeyRetired
                   PERFORM RewriteKeystore
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp
           MOVE "KEYRET" TO AuditOperation
           IF OldKeyRetired
               MOVE "VALID"   TO AuditOutcome
               DISPLAY "Key for run " OldKeyRef " retired"
           ELSE
               MOVE "INVALID" TO AuditOutcome
               DISPLAY "Key for run " OldKeyRef " could not be retired"
                   " - retire it with KeyMaint"
               MOVE 4 TO RunReturnCode
           END-IF
           MOVE OldKeyRef TO AuditDetail
           MOVE RunUser TO AuditUser
           WRITE AuditRecord.

       CopyOrRetireKey.
           IF KeystoreKeyRef = OldKeyRef AND KeystoreActive
               SET OldKeyRetired TO TRUE
               MOVE "R" TO KeystoreStatus
               MOVE SPACES TO KeystoreKeys
           END-IF
           WRITE KeepRecord FROM KeystoreRecord
           PERFORM ReadKeystoreFile.

       RewriteKeystore.
           MOVE ZERO TO KeepEofFlag
           OPEN INPUT KeepFile
           OPEN OUTPUT KeystoreFile
           PERFORM CopyKeptKey UNTIL EndOfKeepFile
           CLOSE KeepFile
           CLOSE KeystoreFile.

       CopyKeptKey.
           READ KeepFile
               AT END SET EndOfKeepFile TO TRUE
               NOT AT END WRITE KeystoreRecord FROM KeepRecord
           END-READ.

       WriteRekeyAudit.
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp
           MOVE "REKEY" TO AuditOperation
           MOVE RunUser TO AuditUser
           WRITE AuditRecord.

       CancelOperation.
           IF OperationEntry(OpIdx) NOT = SPACES
               CANCEL OperationEntry(OpIdx)
           END-IF.
       END PROGRAM Rekey.
