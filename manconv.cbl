       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManConvert.
       AUTHOR. Scimitaria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OldManifestFile ASSIGN TO DYNAMIC OldManifestName
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS OldManifestStatus.
       SELECT ManifestFile ASSIGN TO "MANIFEST.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ManifestRunId
           ALTERNATE RECORD KEY IS ManifestInputFile WITH DUPLICATES
           ALTERNATE RECORD KEY IS ManifestOutputFile WITH DUPLICATES
           ALTERNATE RECORD KEY IS ManifestPartner WITH DUPLICATES
           FILE STATUS IS ManifestFileStatus.
       SELECT AuditFile ASSIGN TO "AUDIT.LOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AuditFileStatus.
       SELECT CompletionFile ASSIGN TO "JOBCOMP.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CompletionFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD OldManifestFile.
       01 OldManifestRecord       PIC X(386).
       FD ManifestFile.
       COPY MANREC.
       FD AuditFile.
       COPY AUDITREC.
       FD CompletionFile.
       COPY COMPREC.

       WORKING-STORAGE SECTION.
       01 OldManifestName         PIC X(100).
       01 OldManifestStatus       PIC XX.
       01 ManifestFileStatus      PIC XX.
       01 AuditFileStatus         PIC XX.
       01 CmdArgCount             PIC 99 COMP.
       01 FILLER                  PIC 9 VALUE ZERO.
           88 EndOfOldManifest    VALUE 1.
       01 FILLER                  PIC 9 VALUE ZERO.
           88 EndOfAuditFile      VALUE 1.
       01 RecoverCount            PIC 999 VALUE ZERO.
       01 RecoverIdx              PIC 999.
       01 RecoverRuns.
           05 RecoverRunId        OCCURS 500 TIMES PIC X(19).
       01 RecoverFoundFlag        PIC 9.
           88 RecoverWasFound     VALUE 1.
       01 RecordsRead             PIC 9(9) COMP VALUE ZERO.
       01 RecordsLoaded           PIC 9(9) COMP VALUE ZERO.
       01 DuplicateCount          PIC 9(9) COMP VALUE ZERO.
       01 EncryptLoaded           PIC 9(9) COMP VALUE ZERO.
       01 RekeyLoaded             PIC 9(9) COMP VALUE ZERO.
       01 RecoverLoaded           PIC 9(9) COMP VALUE ZERO.
       01 CountDisplay            PIC ZZZZZZZZ9.
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
               ACCEPT OldManifestName FROM ARGUMENT-VALUE
           ELSE
               DISPLAY "Old manifest file (blank for MANIFEST.SEQ):"
                   WITH NO ADVANCING
               ACCEPT OldManifestName
           END-IF
           IF OldManifestName = SPACES
               MOVE "MANIFEST.SEQ" TO OldManifestName
           END-IF
           OPEN INPUT OldManifestFile
           IF OldManifestStatus NOT = "00"
               DISPLAY "Cannot open old manifest "
                   FUNCTION TRIM(OldManifestName)
                   ", status " OldManifestStatus
               PERFORM AbortRun
           END-IF
           OPEN I-O ManifestFile
           IF ManifestFileStatus NOT = "35"
               IF ManifestFileStatus = "00"
                   CLOSE ManifestFile
               END-IF
               DISPLAY "MANIFEST.DAT already exists, status "
                   ManifestFileStatus " - nothing loaded"
               CLOSE OldManifestFile
               PERFORM AbortRun
           END-IF
           OPEN OUTPUT ManifestFile
           IF ManifestFileStatus NOT = "00"
               DISPLAY "Cannot create MANIFEST.DAT, status "
                   ManifestFileStatus
               CLOSE OldManifestFile
               PERFORM AbortRun
           END-IF
           PERFORM LoadRecoverRuns
           PERFORM ReadOldManifest
           PERFORM LoadOneEntry UNTIL EndOfOldManifest
           CLOSE OldManifestFile
           CLOSE ManifestFile
           DISPLAY "Manifest conversion from "
               FUNCTION TRIM(OldManifestName)
           MOVE RecordsRead TO CountDisplay
           DISPLAY "Entries read:       " CountDisplay
           MOVE RecordsLoaded TO CountDisplay
           DISPLAY "Entries loaded:     " CountDisplay
           MOVE EncryptLoaded TO CountDisplay
           DISPLAY "  ENCRYPT           " CountDisplay
           MOVE RekeyLoaded TO CountDisplay
           DISPLAY "  REKEY             " CountDisplay
           MOVE RecoverLoaded TO CountDisplay
           DISPLAY "  RECOVER           " CountDisplay
           MOVE DuplicateCount TO CountDisplay
           DISPLAY "Duplicate run ids:  " CountDisplay
           EVALUATE TRUE
               WHEN DuplicateCount > ZERO
                   MOVE 4 TO RunReturnCode
               WHEN RecordsLoaded = ZERO
                   MOVE 4 TO RunReturnCode
               WHEN OTHER
                   MOVE ZERO TO RunReturnCode
           END-EVALUATE
           PERFORM WriteCompletion
           MOVE RunReturnCode TO RETURN-CODE
       STOP RUN.

       WriteCompletion.
           MOVE "MANCONVERT" TO CompProgram
           MOVE SPACES TO CompRunId
           MOVE RunStartStamp TO CompStartStamp
           MOVE FUNCTION CURRENT-DATE TO CompEndStamp
           MOVE RunReturnCode TO CompReturnCode
           MOVE RecordsLoaded TO CompJobsOk
           MOVE DuplicateCount TO CompJobsFailed
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

       LoadRecoverRuns.
           OPEN INPUT AuditFile
           IF AuditFileStatus NOT = "00"
               DISPLAY "AUDIT.LOG not found - recovery runs load as "
                   "ENCRYPT"
           ELSE
               PERFORM ReadAuditRecord
               PERFORM StoreRecoverRun UNTIL EndOfAuditFile
               CLOSE AuditFile
           END-IF.

       ReadAuditRecord.
           READ AuditFile
               AT END SET EndOfAuditFile TO TRUE
           END-READ.

       StoreRecoverRun.
           IF AuditOperation = "RECOVER" AND AuditDetail NOT = SPACES
               IF RecoverCount >= 500
                   DISPLAY "Recovery table full - run loads as "
                       "ENCRYPT: " AuditDetail
               ELSE
                   ADD 1 TO RecoverCount
                   MOVE AuditDetail TO RecoverRunId(RecoverCount)
               END-IF
           END-IF
           PERFORM ReadAuditRecord.

       ReadOldManifest.
           READ OldManifestFile
               AT END SET EndOfOldManifest TO TRUE
           END-READ.

       LoadOneEntry.
           IF OldManifestRecord NOT = SPACES
               ADD 1 TO RecordsRead
               MOVE OldManifestRecord TO ManifestRecord
               IF ManifestDirection = SPACES
                   PERFORM SetOldDirection
               END-IF
               WRITE ManifestRecord
                   INVALID KEY
                       ADD 1 TO DuplicateCount
                       DISPLAY "Duplicate run id skipped: "
                           ManifestRunId
                   NOT INVALID KEY
                       PERFORM CountLoadedEntry
               END-WRITE
           END-IF
           PERFORM ReadOldManifest.

       SetOldDirection.
           MOVE ZERO TO RecoverFoundFlag
           PERFORM MatchRecoverRun VARYING RecoverIdx FROM 1 BY 1
               UNTIL RecoverIdx > RecoverCount OR RecoverWasFound
           EVALUATE TRUE
               WHEN ManifestPriorRunId NOT = SPACES
                   MOVE "REKEY" TO ManifestDirection
               WHEN RecoverWasFound
                   MOVE "RECOVER" TO ManifestDirection
               WHEN OTHER
                   MOVE "ENCRYPT" TO ManifestDirection
           END-EVALUATE.

       MatchRecoverRun.
           IF RecoverRunId(RecoverIdx) = ManifestRunId
               SET RecoverWasFound TO TRUE
           END-IF.

       CountLoadedEntry.
           ADD 1 TO RecordsLoaded
           EVALUATE ManifestDirection
               WHEN "REKEY"
                   ADD 1 TO RekeyLoaded
               WHEN "RECOVER"
                   ADD 1 TO RecoverLoaded
               WHEN OTHER
                   ADD 1 TO EncryptLoaded
           END-EVALUATE.
       END PROGRAM ManConvert.
