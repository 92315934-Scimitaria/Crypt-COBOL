       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       SELECT FixedCheckFile ASSIGN TO DYNAMIC CheckFileName
           ORGANIZATION SEQUENTIAL
           FILE STATUS IS CheckFileStatus.
       SELECT CompletionFile ASSIGN TO "JOBCOMP.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CompletionFileStatus.

       DATA DIVISION.
       FILE SECTION.
           RECORD IS VARYING IN SIZE FROM 80 TO 4000
           DEPENDING ON FixedCheckLen.
       01 FixedCheckRec   PIC X(4000).
       FD CompletionFile.
       COPY COMPREC.

       WORKING-STORAGE SECTION.
       01 ManifestFileStatus      PIC XX.
       01 TrailerChecksum         PIC 9(9).
       01 ExceptionCount          PIC 9(5) VALUE ZERO.
       01 CountDisplay            PIC ZZZZZZZZ9.
       01 CompletionFileStatus    PIC XX.
       01 RunStartStamp           PIC X(21).
       01 RunReturnCode           PIC 99 VALUE ZERO.
       01 RunUser                 PIC X(8).
       01 AuditSkipped            PIC X VALUE "N".
       01 ReportDateNum           PIC 9(8).
       01 ScanStartDate           PIC 9(8).
       01 ManifestOpen            PIC X VALUE "N".

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
           IF ReportDate NOT = SPACES AND ReportDate NOT NUMERIC
               DISPLAY "Reconcile date must be YYYYMMDD"
               PERFORM AbortRun
           END-IF
           DISPLAY "Reconciliation report - date " ReportDate
           PERFORM LoadManifest
           ELSE
               DISPLAY "RECONCILE EXCEPTIONS - review above"
           END-IF
           EVALUATE TRUE
               WHEN InDateCount = ZERO
                   MOVE 12 TO RunReturnCode
               WHEN ExceptionCount > ZERO
                   MOVE 8 TO RunReturnCode
               WHEN AuditSkipped = "Y"
                   MOVE 4 TO RunReturnCode
               WHEN OTHER
                   MOVE ZERO TO RunReturnCode
           END-EVALUATE
           PERFORM WriteCompletion
           MOVE RunReturnCode TO RETURN-CODE
       STOP RUN.

       WriteCompletion.
           MOVE "RECONCILE" TO CompProgram
           MOVE SPACES TO CompRunId
           MOVE RunStartStamp TO CompStartStamp
           MOVE FUNCTION CURRENT-DATE TO CompEndStamp
           MOVE RunReturnCode TO CompReturnCode
           MOVE InDateCount TO CompJobsOk
           MOVE ExceptionCount TO CompJobsFailed
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

       LoadManifest.
           OPEN INPUT ManifestFile
           IF ManifestFileStatus NOT = "00"
               DISPLAY "MANIFEST.DAT not found - nothing on file"
           ELSE
               PERFORM PositionManifest
               PERFORM StoreManifestEntry UNTIL EndOfManifestFile
               CLOSE ManifestFile
           END-IF.

       PositionManifest.
           IF ReportDate = SPACES
               PERFORM ReadManifestFile
           ELSE
               MOVE ReportDate TO ReportDateNum
               COMPUTE ScanStartDate = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ReportDateNum) - 1)
               MOVE SPACES TO ManifestRunId
               MOVE ScanStartDate TO ManifestRunId(1:8)
               START ManifestFile KEY IS NOT LESS THAN ManifestRunId
                   INVALID KEY SET EndOfManifestFile TO TRUE
               END-START
               IF NOT EndOfManifestFile
                   PERFORM ReadManifestFile
               END-IF
           END-IF.

       ReadManifestFile.
           READ ManifestFile NEXT RECORD
               AT END SET EndOfManifestFile TO TRUE
           END-READ.

       StoreManifestEntry.
           EVALUATE TRUE
               WHEN ReportDate NOT = SPACES
                   AND ManifestRunId(1:8) > ReportDate
                   SET EndOfManifestFile TO TRUE
               WHEN ManifestDirection = "DECRYPT"
                   CONTINUE
               WHEN EntryCount >= 500
                   DISPLAY "Manifest table full - entry skipped: "
                       ManifestRunId
               WHEN OTHER
                   PERFORM AddManifestEntry
           END-EVALUATE
           IF NOT EndOfManifestFile
               PERFORM ReadManifestFile
           END-IF.

       AddManifestEntry.
           ADD 1 TO EntryCount
           MOVE ManifestRunId TO EntryRunId(EntryCount)
           MOVE ManifestTimestamp(1:8)
               TO EntryDate(EntryCount)
           MOVE ManifestOutputFile TO EntryOutput(EntryCount)
           MOVE ZERO TO EntryAuditSeen(EntryCount)
           IF ManifestRecfm = "F" AND ManifestLrecl NUMERIC
               MOVE "F" TO EntryRecfm(EntryCount)
               MOVE ManifestLrecl TO EntryLrecl(EntryCount)
           ELSE
               MOVE "L" TO EntryRecfm(EntryCount)
               MOVE 1000 TO EntryLrecl(EntryCount)
           END-IF
           IF ManifestEnvelope = "N"
               MOVE "N" TO EntryEnvelope(EntryCount)
           ELSE
               MOVE "Y" TO EntryEnvelope(EntryCount)
           END-IF
           IF ReportDate = SPACES
               OR ManifestTimestamp(1:8) = ReportDate
               MOVE 1 TO EntryInDate(EntryCount)
               ADD 1 TO InDateCount
           ELSE
               MOVE ZERO TO EntryInDate(EntryCount)
           END-IF.

       CheckOneOutput.
           IF EntryInDate(EntryIdx) = 1
           OPEN INPUT AuditFile
           IF AuditFileStatus NOT = "00"
               DISPLAY "AUDIT.LOG not found - audit side skipped"
               MOVE "Y" TO AuditSkipped
           ELSE
               OPEN INPUT ManifestFile
               IF ManifestFileStatus = "00"
                   MOVE "Y" TO ManifestOpen
               END-IF
               PERFORM ReadAuditRecord
               PERFORM MatchAuditRecord UNTIL EndOfAuditFile
               CLOSE AuditFile
               IF ManifestOpen = "Y"
                   CLOSE ManifestFile
                   MOVE "N" TO ManifestOpen
               END-IF
           END-IF.

       ReadAuditRecord.
           END-READ.

       MatchAuditRecord.
           IF (AuditOperation = "RUN" OR "RESUME" OR "RECOVER"
                   OR "REKEY" OR "MASK")
               AND AuditDetail NOT = SPACES
               AND (ReportDate = SPACES
                   OR AuditTimestamp(1:8) = ReportDate)
               PERFORM FindManifestEntry
                   VARYING EntryIdx FROM 1 BY 1
                   UNTIL EntryIdx > EntryCount
               IF FoundIdx = ZERO AND ManifestOpen = "Y"
                   PERFORM LookUpManifestRunId
               END-IF
               IF FoundIdx > ZERO
                   CONTINUE
               ELSE
               MOVE 1 TO EntryAuditSeen(EntryIdx)
           END-IF.

       LookUpManifestRunId.
           MOVE AuditDetail TO ManifestRunId
           READ ManifestFile KEY IS ManifestRunId
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 999 TO FoundIdx
           END-READ.

       ReportUnmatched.
           IF EntryInDate(EntryIdx) = 1
               AND EntryAuditSeen(EntryIdx) = ZERO
