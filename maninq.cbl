       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManInquiry.
       AUTHOR. Scimitaria.

       ENVIRONMENT DIVISION.
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
       SELECT CompletionFile ASSIGN TO "JOBCOMP.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CompletionFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ManifestFile.
       COPY MANREC.
       FD CompletionFile.
       COPY COMPREC.

       WORKING-STORAGE SECTION.
       01 ManifestFileStatus      PIC XX.
       01 CmdArgCount             PIC 99 COMP.
       01 InquiryMode             PIC X(8).
           88 InquireOutput       VALUE "OUTPUT".
           88 InquirePartner      VALUE "PARTNER".
           88 InquireLineage      VALUE "LINEAGE".
       01 InquiryName             PIC X(100).
       01 WantedPartner           PIC X(10).
       01 FromDate                PIC X(8).
       01 ToDate                  PIC X(8).
       01 ScanEofFlag             PIC 9 VALUE ZERO.
           88 EndOfScan           VALUE 1.
       01 ScanFile                PIC X(100).
       01 ScanPurpose             PIC X(8).
       01 ScanRole                PIC X.
           88 ScanIsTarget        VALUE "T".
           88 ScanIsSource        VALUE "S".
       01 ListProducers           PIC X VALUE "N".
       01 BeforeRunId             PIC X(19).
       01 AfterRunId              PIC X(19).
       01 UntilRunId              PIC X(19).
       01 NextRunId               PIC X(19).
       01 ProducerCount           PIC 9(5) VALUE ZERO.
       01 BestFoundFlag           PIC 9.
           88 BestWasFound        VALUE 1.
       01 StartFoundFlag          PIC 9 VALUE ZERO.
           88 StartWasFound       VALUE 1.
       01 UpstreamFlag            PIC 9 VALUE ZERO.
           88 UpstreamDone        VALUE 1.
       01 BackFile                PIC X(100).
       01 ForwardFile             PIC X(100).
       01 ForwardAfter            PIC X(19).
       01 ForwardLevel            PIC S99.
       01 ForwardParent           PIC X(19).
       01 ShowEntry.
           05 ShowRunId           PIC X(19).
           05 ShowDirection       PIC X(7).
           05 ShowStamp           PIC X(21).
           05 ShowPartner         PIC X(10).
           05 ShowOperations      PIC X(41).
           05 ShowSource          PIC X(100).
           05 ShowTarget          PIC X(100).
           05 ShowLevel           PIC S99.
           05 ShowParent          PIC X(19).
       01 BestEntry               PIC X(319).
       01 StartEntry              PIC X(319).
       01 UpCount                 PIC 99 VALUE ZERO.
       01 UpIdx                   PIC 99.
       01 UpstreamTable.
           05 UpEntry             OCCURS 50 TIMES PIC X(319).
       01 DownCount               PIC 999 VALUE ZERO.
       01 DownIdx                 PIC 999.
       01 DownstreamTable.
           05 DownEntry           OCCURS 200 TIMES.
               10 DownRunId       PIC X(19).
               10 DownDirection   PIC X(7).
               10 DownStamp       PIC X(21).
               10 DownPartner     PIC X(10).
               10 DownOperations  PIC X(41).
               10 DownSource      PIC X(100).
               10 DownTarget      PIC X(100).
               10 DownLevel       PIC S99.
               10 DownParent      PIC X(19).
       01 TruncatedFlag           PIC 9 VALUE ZERO.
           88 LineageTruncated    VALUE 1.
       01 StepText                PIC X(10).
       01 LevelDisplay            PIC +99.
       01 EntriesShown            PIC 9(5) VALUE ZERO.
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
           PERFORM GetInquiry
           OPEN INPUT ManifestFile
           IF ManifestFileStatus NOT = "00"
               DISPLAY "MANIFEST.DAT not available, status "
                   ManifestFileStatus
               PERFORM AbortRun
           END-IF
           EVALUATE TRUE
               WHEN InquireOutput
                   PERFORM InquireOutputFile
               WHEN InquirePartner
                   PERFORM InquirePartnerRuns
               WHEN InquireLineage
                   PERFORM InquireFileLineage
           END-EVALUATE
           CLOSE ManifestFile
           DISPLAY " "
           MOVE EntriesShown TO CountDisplay
           DISPLAY "Manifest entries listed: " CountDisplay
           EVALUATE TRUE
               WHEN EntriesShown = ZERO
                   MOVE 4 TO RunReturnCode
               WHEN LineageTruncated
                   MOVE 4 TO RunReturnCode
               WHEN OTHER
                   MOVE ZERO TO RunReturnCode
           END-EVALUATE
           PERFORM WriteCompletion
           MOVE RunReturnCode TO RETURN-CODE
       STOP RUN.

       WriteCompletion.
           MOVE "MANINQUIRY" TO CompProgram
           MOVE SPACES TO CompRunId
           MOVE RunStartStamp TO CompStartStamp
           MOVE FUNCTION CURRENT-DATE TO CompEndStamp
           MOVE RunReturnCode TO CompReturnCode
           MOVE EntriesShown TO CompJobsOk
           MOVE ZERO TO CompJobsFailed
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

       GetInquiry.
           MOVE SPACES TO InquiryName WantedPartner FromDate ToDate
           ACCEPT CmdArgCount FROM ARGUMENT-NUMBER
           IF CmdArgCount >= 1
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT InquiryMode FROM ARGUMENT-VALUE
           ELSE
               DISPLAY "Inquiry (OUTPUT, PARTNER, LINEAGE):"
                   WITH NO ADVANCING
               ACCEPT InquiryMode
           END-IF
           MOVE FUNCTION UPPER-CASE(InquiryMode) TO InquiryMode
           EVALUATE TRUE
               WHEN InquireOutput
                   IF CmdArgCount >= 2
                       DISPLAY 2 UPON ARGUMENT-NUMBER
                       ACCEPT InquiryName FROM ARGUMENT-VALUE
                   ELSE
                       DISPLAY "Output file name:" WITH NO ADVANCING
                       ACCEPT InquiryName
                   END-IF
               WHEN InquirePartner
                   IF CmdArgCount >= 2
                       DISPLAY 2 UPON ARGUMENT-NUMBER
                       ACCEPT WantedPartner FROM ARGUMENT-VALUE
                       IF CmdArgCount >= 3
                           DISPLAY 3 UPON ARGUMENT-NUMBER
                           ACCEPT FromDate FROM ARGUMENT-VALUE
                       END-IF
                       IF CmdArgCount >= 4
                           DISPLAY 4 UPON ARGUMENT-NUMBER
                           ACCEPT ToDate FROM ARGUMENT-VALUE
                       END-IF
                   ELSE
                       DISPLAY "Partner id:" WITH NO ADVANCING
                       ACCEPT WantedPartner
                       DISPLAY "From date YYYYMMDD (blank for first):"
                           WITH NO ADVANCING
                       ACCEPT FromDate
                       DISPLAY "To date YYYYMMDD (blank for last):"
                           WITH NO ADVANCING
                       ACCEPT ToDate
                   END-IF
                   PERFORM CheckPartnerDates
               WHEN InquireLineage
                   IF CmdArgCount >= 2
                       DISPLAY 2 UPON ARGUMENT-NUMBER
                       ACCEPT InquiryName FROM ARGUMENT-VALUE
                   ELSE
                       DISPLAY "File name or run id:" WITH NO ADVANCING
                       ACCEPT InquiryName
                   END-IF
               WHEN OTHER
                   DISPLAY "Inquiry must be OUTPUT, PARTNER or LINEAGE"
                   PERFORM AbortRun
           END-EVALUATE
           IF NOT InquirePartner AND InquiryName = SPACES
               DISPLAY "A file name is required"
               PERFORM AbortRun
           END-IF.

       CheckPartnerDates.
           IF WantedPartner = SPACES
               DISPLAY "A partner id is required"
               PERFORM AbortRun
           END-IF
           IF FromDate = SPACES
               MOVE ZEROS TO FromDate
           END-IF
           IF ToDate = SPACES
               MOVE ALL "9" TO ToDate
           END-IF
           IF FromDate NOT NUMERIC OR ToDate NOT NUMERIC
               DISPLAY "Dates must be YYYYMMDD"
               PERFORM AbortRun
           END-IF
           IF FromDate > ToDate
               DISPLAY "From date is after to date"
               PERFORM AbortRun
           END-IF.

       InquireOutputFile.
           DISPLAY "Runs that produced " FUNCTION TRIM(InquiryName)
           DISPLAY " "
           MOVE "Y" TO ListProducers
           MOVE InquiryName TO ScanFile
           MOVE HIGH-VALUES TO BeforeRunId
           MOVE HIGH-VALUES TO AfterRunId
           PERFORM FindProducers
           MOVE "N" TO ListProducers
           IF ProducerCount = ZERO
               DISPLAY "No run in the manifest produced this file"
           ELSE
               MOVE BestEntry TO ShowEntry
               DISPLAY " "
               DISPLAY "Latest producing run: " ShowRunId
           END-IF.

       InquirePartnerRuns.
           DISPLAY "Runs for partner " WantedPartner
               " from " FromDate " to " ToDate
           DISPLAY " "
           MOVE ZERO TO ScanEofFlag
           MOVE WantedPartner TO ManifestPartner
           START ManifestFile KEY IS EQUAL TO ManifestPartner
               INVALID KEY SET EndOfScan TO TRUE
           END-START
           IF NOT EndOfScan
               PERFORM ReadNextEntry
           END-IF
           PERFORM CheckPartnerEntry UNTIL EndOfScan
           IF EntriesShown = ZERO
               DISPLAY "No runs on file for this partner and range"
           END-IF.

       CheckPartnerEntry.
           IF ManifestPartner NOT = WantedPartner
               SET EndOfScan TO TRUE
           ELSE
               IF ManifestTimestamp(1:8) >= FromDate
                   AND ManifestTimestamp(1:8) <= ToDate
                   PERFORM LoadShowEntry
                   MOVE SPACES TO StepText
                   PERFORM ShowChainEntry
               END-IF
               PERFORM ReadNextEntry
           END-IF.

       InquireFileLineage.
           PERFORM ResolveLineageStart
           DISPLAY "Lineage of " FUNCTION TRIM(InquiryName)
           DISPLAY " "
           IF StartWasFound
               PERFORM WalkUpstream UNTIL UpstreamDone
               PERFORM ShowUpstream VARYING UpIdx FROM UpCount BY -1
                   UNTIL UpIdx < 1
               MOVE StartEntry TO ShowEntry
               MOVE "  >> start" TO StepText
               PERFORM ShowChainEntry
           ELSE
               DISPLAY "  origin    " FUNCTION TRIM(InquiryName)
               DISPLAY "            (no run in the manifest produced "
                   "this file)"
           END-IF
           MOVE ForwardFile TO ScanFile
           PERFORM FindConsumers
           PERFORM ExpandDownstream VARYING DownIdx FROM 1 BY 1
               UNTIL DownIdx > DownCount
           PERFORM ShowDownstream VARYING DownIdx FROM 1 BY 1
               UNTIL DownIdx > DownCount
           IF LineageTruncated
               DISPLAY "Lineage stopped at 200 later runs"
           END-IF.

       ResolveLineageStart.
           MOVE ZERO TO StartFoundFlag UpstreamFlag
           IF InquiryName(1:19) NUMERIC AND InquiryName(20:) = SPACES
               MOVE InquiryName(1:19) TO ManifestRunId
               READ ManifestFile KEY IS ManifestRunId
                   INVALID KEY
                       DISPLAY "Run id not in manifest: "
                           InquiryName(1:19)
                   NOT INVALID KEY
                       PERFORM LoadShowEntry
                       MOVE ShowEntry TO StartEntry
                       SET StartWasFound TO TRUE
               END-READ
           ELSE
               MOVE InquiryName TO ScanFile
               MOVE HIGH-VALUES TO BeforeRunId
               MOVE HIGH-VALUES TO AfterRunId
               PERFORM FindProducers
               IF BestWasFound
                   MOVE BestEntry TO StartEntry
                   SET StartWasFound TO TRUE
               END-IF
           END-IF
           IF StartWasFound
               MOVE StartEntry TO ShowEntry
               MOVE ShowSource TO BackFile
               MOVE ShowRunId TO BeforeRunId
               MOVE ShowTarget TO ForwardFile
               MOVE ShowRunId TO ForwardAfter
               MOVE ShowRunId TO ForwardParent
           ELSE
               MOVE InquiryName TO ForwardFile
               MOVE LOW-VALUES TO ForwardAfter
               MOVE SPACES TO ForwardParent
           END-IF
           MOVE 1 TO ForwardLevel.

       WalkUpstream.
           MOVE BackFile TO ScanFile
           MOVE HIGH-VALUES TO AfterRunId
           PERFORM FindProducers
           IF BestWasFound AND UpCount < 50
               ADD 1 TO UpCount
               MOVE BestEntry TO UpEntry(UpCount)
               MOVE BestEntry TO ShowEntry
               MOVE ShowSource TO BackFile
               MOVE ShowRunId TO BeforeRunId
           ELSE
               SET UpstreamDone TO TRUE
           END-IF.

       ShowUpstream.
           MOVE UpEntry(UpIdx) TO ShowEntry
           COMPUTE ShowLevel = 0 - UpIdx
           MOVE ShowLevel TO LevelDisplay
           MOVE SPACES TO StepText
           STRING "  step " LevelDisplay
               DELIMITED BY SIZE INTO StepText
           END-STRING
           PERFORM ShowChainEntry.

       ExpandDownstream.
           MOVE DownTarget(DownIdx) TO ForwardFile
           MOVE DownRunId(DownIdx) TO ForwardAfter
           MOVE DownRunId(DownIdx) TO ForwardParent
           COMPUTE ForwardLevel = DownLevel(DownIdx) + 1
           MOVE ForwardFile TO ScanFile
           PERFORM FindConsumers.

       ShowDownstream.
           MOVE DownEntry(DownIdx) TO ShowEntry
           MOVE ShowLevel TO LevelDisplay
           MOVE SPACES TO StepText
           STRING "  step " LevelDisplay
               DELIMITED BY SIZE INTO StepText
           END-STRING
           PERFORM ShowChainEntry
           IF ShowParent = SPACES
               DISPLAY "            reads the origin file"
           ELSE
               DISPLAY "            reads output of run " ShowParent
           END-IF.

       FindConsumers.
           MOVE HIGH-VALUES TO BeforeRunId
           MOVE ForwardAfter TO AfterRunId
           PERFORM FindProducers
           MOVE NextRunId TO UntilRunId
           MOVE "CONSUMER" TO ScanPurpose
           PERFORM ScanBothKeys.

       FindProducers.
           MOVE ZERO TO ProducerCount BestFoundFlag
           MOVE SPACES TO BestEntry
           MOVE HIGH-VALUES TO NextRunId
           MOVE "PRODUCER" TO ScanPurpose
           PERFORM ScanBothKeys.

       ScanBothKeys.
           MOVE ZERO TO ScanEofFlag
           MOVE ScanFile TO ManifestOutputFile
           START ManifestFile KEY IS EQUAL TO ManifestOutputFile
               INVALID KEY SET EndOfScan TO TRUE
           END-START
           IF NOT EndOfScan
               PERFORM ReadNextEntry
           END-IF
           PERFORM CheckOutputMatch UNTIL EndOfScan
           MOVE ZERO TO ScanEofFlag
           MOVE ScanFile TO ManifestInputFile
           START ManifestFile KEY IS EQUAL TO ManifestInputFile
               INVALID KEY SET EndOfScan TO TRUE
           END-START
           IF NOT EndOfScan
               PERFORM ReadNextEntry
           END-IF
           PERFORM CheckInputMatch UNTIL EndOfScan.

       ReadNextEntry.
           READ ManifestFile NEXT RECORD
               AT END SET EndOfScan TO TRUE
           END-READ.

       CheckOutputMatch.
           IF ManifestOutputFile NOT = ScanFile
               SET EndOfScan TO TRUE
           ELSE
               IF ManifestDirection = "RECOVER"
                   SET ScanIsSource TO TRUE
               ELSE
                   SET ScanIsTarget TO TRUE
               END-IF
               PERFORM ApplyScanEntry
               PERFORM ReadNextEntry
           END-IF.

       CheckInputMatch.
           IF ManifestInputFile NOT = ScanFile
               SET EndOfScan TO TRUE
           ELSE
               IF ManifestDirection = "RECOVER"
                   SET ScanIsTarget TO TRUE
               ELSE
                   SET ScanIsSource TO TRUE
               END-IF
               PERFORM ApplyScanEntry
               PERFORM ReadNextEntry
           END-IF.

       ApplyScanEntry.
           EVALUATE TRUE
               WHEN ScanPurpose = "PRODUCER" AND ScanIsTarget
                   PERFORM NoteProducer
               WHEN ScanPurpose = "CONSUMER" AND ScanIsSource
                   AND ManifestRunId > AfterRunId
                   AND ManifestRunId < UntilRunId
                   PERFORM NoteConsumer
           END-EVALUATE.

       NoteProducer.
           ADD 1 TO ProducerCount
           PERFORM LoadShowEntry
           IF ListProducers = "Y"
               MOVE SPACES TO StepText
               PERFORM ShowChainEntry
           END-IF
           IF ManifestRunId < BeforeRunId
               IF NOT BestWasFound OR ManifestRunId > BestEntry(1:19)
                   MOVE ShowEntry TO BestEntry
                   SET BestWasFound TO TRUE
               END-IF
           END-IF
           IF ManifestRunId > AfterRunId
               AND ManifestRunId < NextRunId
               MOVE ManifestRunId TO NextRunId
           END-IF.

       NoteConsumer.
           IF DownCount >= 200
               SET LineageTruncated TO TRUE
           ELSE
               PERFORM LoadShowEntry
               MOVE ForwardLevel TO ShowLevel
               MOVE ForwardParent TO ShowParent
               ADD 1 TO DownCount
               MOVE ShowEntry TO DownEntry(DownCount)
           END-IF.

       LoadShowEntry.
           MOVE ManifestRunId      TO ShowRunId
           MOVE ManifestTimestamp  TO ShowStamp
           MOVE ManifestPartner    TO ShowPartner
           MOVE ManifestOperations TO ShowOperations
           MOVE ZERO               TO ShowLevel
           MOVE SPACES             TO ShowParent
           IF ManifestDirection = SPACES
               MOVE "ENCRYPT" TO ShowDirection
           ELSE
               MOVE ManifestDirection TO ShowDirection
           END-IF
           IF ManifestDirection = "RECOVER"
               MOVE ManifestOutputFile TO ShowSource
               MOVE ManifestInputFile  TO ShowTarget
           ELSE
               MOVE ManifestInputFile  TO ShowSource
               MOVE ManifestOutputFile TO ShowTarget
           END-IF.

       ShowChainEntry.
           ADD 1 TO EntriesShown
           DISPLAY StepText " " ShowRunId " " ShowDirection " "
               ShowStamp(1:8) " " ShowPartner " "
               FUNCTION TRIM(ShowOperations)
           DISPLAY "            read  " FUNCTION TRIM(ShowSource)
           DISPLAY "            wrote " FUNCTION TRIM(ShowTarget).
       END PROGRAM ManInquiry.
