           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS OutputFileStatus.
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
       SELECT AuditFile ASSIGN TO "AUDIT.LOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AuditFileStatus.
       SELECT CompletionFile ASSIGN TO "JOBCOMP.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CompletionFileStatus.

       DATA DIVISION.
       FILE SECTION.
       COPY KEYREC.
       FD AuditFile.
       COPY AUDITREC.
       FD CompletionFile.
       COPY COMPREC.

       WORKING-STORAGE SECTION.
       01 InputFileName           PIC X(100).
           88 EndOfInputFile      VALUE 1.
       01 FILLER                  PIC 9 VALUE ZERO.
           88 EndOfManifestFile   VALUE 1.
       01 RecordFailFlag          PIC 9 VALUE ZERO.
           88 RecordingFailed     VALUE 1.
       01 SampleCount             PIC 999 VALUE ZERO.
       01 SampleIdx               PIC 999.
       01 SampleTable.
       01 ChosenShift             PIC 99.
       01 RecoveredCount          PIC 9(9) VALUE ZERO.
       01 CountDisplay            PIC ZZZZZZZZ9.
       01 RunId                   PIC X(19) VALUE SPACES.
       01 RunIdWork               PIC 9(19).
       01 CompletionFileStatus    PIC XX.
       01 RunStartStamp           PIC X(21).
       01 RunReturnCode           PIC 99 VALUE ZERO.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO RunStartStamp
           ACCEPT RunUser FROM ENVIRONMENT "USER"
           IF RunUser = SPACES
               MOVE "UNKNOWN" TO RunUser
           PERFORM LoadSampleRecords
           IF SampleCount = ZERO
               DISPLAY "No records to analyze"
               PERFORM AbortRun
           END-IF
           PERFORM ScoreOneShift VARYING ShiftIdx FROM 1 BY 1
               UNTIL ShiftIdx > 26
           ACCEPT ChosenShiftIn
           IF ChosenShiftIn = SPACES
               DISPLAY "No recovery written"
               PERFORM AbortRun
           END-IF
           COMPUTE ChosenShift = FUNCTION NUMVAL(ChosenShiftIn)
           IF ChosenShift > 25
               DISPLAY "Shift must be 0-25"
               PERFORM AbortRun
           END-IF
           PERFORM WriteRecoveredFile
           PERFORM EnsureUniqueRunId
           PERFORM WriteKeystoreEntry
           IF NOT RecordingFailed
               PERFORM WriteManifest
           END-IF
           PERFORM WriteRecoverAudit
           MOVE RecoveredCount TO CountDisplay
           DISPLAY "Recovered " CountDisplay " records with shift "
               ChosenShift
           CANCEL "OFFSET"
           IF RecordingFailed
               DISPLAY "Run " RunId " not recorded"
               MOVE 8 TO RunReturnCode
           ELSE
               DISPLAY "Manifest recorded for run id " RunId
               MOVE ZERO TO RunReturnCode
           END-IF
           PERFORM WriteCompletion
           MOVE RunReturnCode TO RETURN-CODE
       STOP RUN.

       WriteCompletion.
           MOVE "SHIFTRECOVER" TO CompProgram
           MOVE RunId TO CompRunId
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

       LoadSampleRecords.
           OPEN INPUT InputFile
           IF InputFileStatus NOT = "00"
               DISPLAY "Cannot open file: " InputFileName(1:40)
               PERFORM AbortRun
           END-IF
           PERFORM ReadInputRecord
           PERFORM StoreSampleRecord
           OPEN INPUT InputFile
           IF InputFileStatus NOT = "00"
               DISPLAY "Cannot reopen file: " InputFileName(1:40)
               PERFORM AbortRun
           END-IF
           OPEN OUTPUT OutputFile
           IF OutputFileStatus NOT = "00"
               DISPLAY "Cannot open output: " OutputFileName(1:40)
               CLOSE InputFile
               PERFORM AbortRun
           END-IF
           PERFORM ReadInputRecord
           PERFORM RecoverOneRecord UNTIL EndOfInputFile
           MOVE "001" TO RunId(17:3)
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

       ReadManifestFile.
           READ ManifestFile NEXT RECORD
               AT END SET EndOfManifestFile TO TRUE
           END-READ.

           MOVE "A" TO KeystoreStatus
           MOVE SPACES TO KeystoreKeys
           MOVE ChosenShift TO KeystoreKey(1)
           IF KeystoreFileStatus NOT = "00"
               DISPLAY "Cannot write KEYSTORE.DAT, status "
                   KeystoreFileStatus
               SET RecordingFailed TO TRUE
           ELSE
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
           MOVE SPACES             TO ManifestPartner
           MOVE ZERO               TO ManifestPartnerVer
           MOVE "N"                TO ManifestEnvelope
           MOVE SPACES             TO ManifestPriorRunId
           MOVE "RECOVER"          TO ManifestDirection
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

       WriteRecoverAudit.
           OPEN EXTEND AuditFile
           END-IF
           MOVE FUNCTION CURRENT-DATE TO AuditTimestamp
           MOVE "RECOVER" TO AuditOperation
           IF RecordingFailed
               MOVE "INVALID" TO AuditOutcome
           ELSE
               MOVE "VALID"   TO AuditOutcome
           END-IF
           MOVE RunId     TO AuditDetail
           MOVE RunUser   TO AuditUser
           WRITE AuditRecord
