       IDENTIFICATION DIVISION.
       PROGRAM-ID. XmitTrack.
       AUTHOR. Scimitaria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TransmitFile ASSIGN TO "XMITQ.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TransmitFileStatus.
       SELECT TransmitKeepFile ASSIGN TO "XMITQ.TMP"
           ORGANIZATION LINE SEQUENTIAL.
       SELECT AckFile ASSIGN TO DYNAMIC AckFileName
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AckFileStatus.
       SELECT PartnerFile ASSIGN TO "PARTNER.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PartnerFileStatus.
       SELECT AuditFile ASSIGN TO "AUDIT.LOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AuditFileStatus.
       SELECT CompletionFile ASSIGN TO "JOBCOMP.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CompletionFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD TransmitFile.
       COPY XMITREC.
       FD TransmitKeepFile.
       01 TransmitKeepRecord      PIC X(269).
       FD AckFile.
       COPY ACKREC.
       FD PartnerFile.
       COPY PARTREC.
       FD AuditFile.
       COPY AUDITREC.
       FD CompletionFile.
       COPY COMPREC.

       WORKING-STORAGE SECTION.
       01 TransmitFileStatus      PIC XX.
       01 AckFileStatus           PIC XX.
       01 PartnerFileStatus       PIC XX.
       01 AuditFileStatus         PIC XX.
       01 CmdArgCount             PIC 99 COMP.
       01 ArgIdx                  PIC 99 COMP.
       01 TrackFunction           PIC X(8).
           88 TrackSent           VALUE "SENT".
           88 TrackAck            VALUE "ACK".
           88 TrackAging          VALUE "AGING".
       01 TransmitEofFlag         PIC 9 VALUE ZERO.
           88 EndOfTransmitFile   VALUE 1.
       01 KeepEofFlag             PIC 9 VALUE ZERO.
           88 EndOfKeepFile       VALUE 1.
       01 FILLER                  PIC 9 VALUE ZERO.
           88 EndOfAckFile        VALUE 1.
       01 FILLER                  PIC 9 VALUE ZERO.
           88 EndOfPartnerFile    VALUE 1.
       01 ArgText                 PIC X(19).
       01 SentCount               PIC 99 VALUE ZERO.
       01 SentIdx                 PIC 99.
       01 SentTable.
           05 SentEntry           OCCURS 50 TIMES.
               10 SentRunId       PIC X(19).
               10 SentFound       PIC X.
       01 AckFileName             PIC X(100).
       01 AckPartner              PIC X(10).
       01 AckLineNumber           PIC 9(5) VALUE ZERO.
       01 AckCount                PIC 999 VALUE ZERO.
       01 AckIdx                  PIC 999.
       01 AckTable.
           05 AckEntry            OCCURS 500 TIMES.
               10 AckTabRunId     PIC X(19).
               10 AckTabRecords   PIC 9(9).
               10 AckTabChecksum  PIC 9(9).
               10 AckTabStamp     PIC X(14).
               10 AckTabFound     PIC X.
       01 FoundIdx                PIC 999.
       01 SlaCount                PIC 999 VALUE ZERO.
       01 SlaIdx                  PIC 999.
       01 SlaTable.
           05 SlaEntry            OCCURS 200 TIMES.
               10 SlaPartnerId    PIC X(10).
               10 SlaPartnerHours PIC 9(3).
       01 SlaHours                PIC 9(3).
       01 DefaultSlaHours         PIC 9(3) VALUE 24.
       01 AsOfText                PIC X(12).
       01 AsOfStamp               PIC X(14).
       01 AsOfSeconds             PIC 9(12).
       01 StampWork               PIC X(21).
       01 StampSeconds            PIC 9(12).
       01 AgeHours                PIC 9(7).
       01 AgeStatus               PIC X.
           88 AgeUnsent           VALUE "Q".
           88 AgeSent             VALUE "S".
           88 AgeAcknowledged     VALUE "A".
           88 AgeDiscrepancy      VALUE "D".
       01 AgingSection            PIC 9.
           88 AgingUnsent         VALUE 1.
           88 AgingOverdue        VALUE 2.
           88 AgingDiscrepancy    VALUE 3.
       01 UpdatedCount            PIC 9(5) VALUE ZERO.
       01 ProblemCount            PIC 9(5) VALUE ZERO.
       01 UnsentCount             PIC 9(5) VALUE ZERO.
       01 WithinSlaCount          PIC 9(5) VALUE ZERO.
       01 OverdueCount            PIC 9(5) VALUE ZERO.
       01 AckedCount              PIC 9(5) VALUE ZERO.
       01 DiscrepancyCount        PIC 9(5) VALUE ZERO.
       01 TrackAuditOutcome       PIC X(7).
       01 TrackAuditRunId         PIC X(19).
       01 AgeDisplay              PIC ZZZZZZ9.
       01 SlaDisplay              PIC ZZ9.
       01 RecordsDisplay          PIC ZZZZZZZZ9.
       01 AckRecordsDisplay       PIC ZZZZZZZZ9.
       01 CountDisplay            PIC ZZZZ9.
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
           PERFORM GetRequest
           EVALUATE TRUE
               WHEN TrackSent
                   PERFORM MarkRunsSent
               WHEN TrackAck
                   PERFORM MatchAcknowledgments
               WHEN TrackAging
                   PERFORM PrintAgingReport
           END-EVALUATE
           PERFORM SetRunReturnCode
           PERFORM WriteCompletion
           MOVE RunReturnCode TO RETURN-CODE
       STOP RUN.

       SetRunReturnCode.
           EVALUATE TRUE
               WHEN TrackAging AND UnsentCount + OverdueCount
                   + DiscrepancyCount > ZERO
                   MOVE 4 TO RunReturnCode
               WHEN TrackAging
                   MOVE ZERO TO RunReturnCode
               WHEN UpdatedCount = ZERO
                   MOVE 12 TO RunReturnCode
               WHEN ProblemCount > ZERO
                   MOVE 8 TO RunReturnCode
               WHEN OTHER
                   MOVE ZERO TO RunReturnCode
           END-EVALUATE.

       WriteCompletion.
           MOVE "XMITTRACK" TO CompProgram
           MOVE SPACES TO CompRunId
           MOVE RunStartStamp TO CompStartStamp
           MOVE FUNCTION CURRENT-DATE TO CompEndStamp
           MOVE RunReturnCode TO CompReturnCode
           IF TrackAging
               COMPUTE CompJobsOk = WithinSlaCount + AckedCount
               COMPUTE CompJobsFailed = UnsentCount + OverdueCount
                   + DiscrepancyCount
           ELSE
               MOVE UpdatedCount TO CompJobsOk
               MOVE ProblemCount TO CompJobsFailed
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

       GetRequest.
           MOVE SPACES TO AckFileName AckPartner AsOfText
           ACCEPT CmdArgCount FROM ARGUMENT-NUMBER
           IF CmdArgCount >= 1
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT TrackFunction FROM ARGUMENT-VALUE
           ELSE
               DISPLAY "Function (SENT, ACK, AGING):"
                   WITH NO ADVANCING
               ACCEPT TrackFunction
           END-IF
           MOVE FUNCTION UPPER-CASE(TrackFunction) TO TrackFunction
           EVALUATE TRUE
               WHEN TrackSent
                   PERFORM GetSentRunIds
               WHEN TrackAck
                   PERFORM GetAckFile
               WHEN TrackAging
                   PERFORM GetAsOfStamp
               WHEN OTHER
                   DISPLAY "Unknown function " TrackFunction
                       " - use SENT, ACK or AGING"
                   PERFORM AbortRun
           END-EVALUATE.

       GetSentRunIds.
           IF CmdArgCount >= 2
               PERFORM AcceptSentArg VARYING ArgIdx FROM 2 BY 1
                   UNTIL ArgIdx > CmdArgCount
           ELSE
               DISPLAY "Run id sent:" WITH NO ADVANCING
               ACCEPT ArgText
               PERFORM StoreSentRunId
           END-IF
           IF SentCount = ZERO
               DISPLAY "No run ids given"
               PERFORM AbortRun
           END-IF.

       AcceptSentArg.
           DISPLAY ArgIdx UPON ARGUMENT-NUMBER
           ACCEPT ArgText FROM ARGUMENT-VALUE
           PERFORM StoreSentRunId.

       StoreSentRunId.
           MOVE ZERO TO FoundIdx
           PERFORM FindSentArg VARYING SentIdx FROM 1 BY 1
               UNTIL SentIdx > SentCount OR FoundIdx > ZERO
           EVALUATE TRUE
               WHEN ArgText = SPACES OR FoundIdx > ZERO
                   CONTINUE
               WHEN SentCount >= 50
                   DISPLAY "Only 50 run ids per run - ignored: "
                       ArgText
               WHEN OTHER
                   ADD 1 TO SentCount
                   MOVE ArgText TO SentRunId(SentCount)
                   MOVE "N" TO SentFound(SentCount)
           END-EVALUATE.

       GetAckFile.
           IF CmdArgCount >= 2
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT AckFileName FROM ARGUMENT-VALUE
               IF CmdArgCount >= 3
                   DISPLAY 3 UPON ARGUMENT-NUMBER
                   ACCEPT AckPartner FROM ARGUMENT-VALUE
               END-IF
           ELSE
               DISPLAY "Acknowledgment file:" WITH NO ADVANCING
               ACCEPT AckFileName
               DISPLAY "Partner (blank for any):" WITH NO ADVANCING
               ACCEPT AckPartner
           END-IF
           MOVE FUNCTION UPPER-CASE(AckPartner) TO AckPartner
           IF AckFileName = SPACES
               DISPLAY "No acknowledgment file given"
               PERFORM AbortRun
           END-IF.

       GetAsOfStamp.
           IF CmdArgCount >= 2
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT AsOfText FROM ARGUMENT-VALUE
           END-IF
           EVALUATE TRUE
               WHEN AsOfText = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:14) TO AsOfStamp
               WHEN AsOfText(1:8) NUMERIC AND AsOfText(9:4) = SPACES
                   STRING AsOfText(1:8) "235959" DELIMITED BY SIZE
                       INTO AsOfStamp
                   END-STRING
               WHEN AsOfText NUMERIC
                   STRING AsOfText "59" DELIMITED BY SIZE
                       INTO AsOfStamp
                   END-STRING
               WHEN OTHER
                   DISPLAY "As-of must be YYYYMMDD or YYYYMMDDHHMM"
                   PERFORM AbortRun
           END-EVALUATE
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(AsOfStamp(1:8))) NOT = ZERO
               DISPLAY "As-of date is not a valid date: "
                   AsOfStamp(1:8)
               PERFORM AbortRun
           END-IF
           MOVE AsOfStamp TO StampWork
           PERFORM StampToSeconds
           MOVE StampSeconds TO AsOfSeconds.

       StampToSeconds.
           IF StampWork(1:14) NUMERIC
               COMPUTE StampSeconds =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(StampWork(1:8))) * 86400
                   + FUNCTION NUMVAL(StampWork(9:2)) * 3600
                   + FUNCTION NUMVAL(StampWork(11:2)) * 60
                   + FUNCTION NUMVAL(StampWork(13:2))
           ELSE
               MOVE ZERO TO StampSeconds
           END-IF.

       ReadTransmitFile.
           READ TransmitFile
               AT END SET EndOfTransmitFile TO TRUE
           END-READ.

       OpenQueueForUpdate.
           MOVE ZERO TO TransmitEofFlag
           OPEN INPUT TransmitFile
           IF TransmitFileStatus NOT = "00"
               DISPLAY "XMITQ.DAT not found, status "
                   TransmitFileStatus
               PERFORM AbortRun
           END-IF
           OPEN OUTPUT TransmitKeepFile.

       CopyQueueBack.
           CLOSE TransmitFile
           CLOSE TransmitKeepFile
           IF UpdatedCount > ZERO
               MOVE ZERO TO KeepEofFlag
               OPEN INPUT TransmitKeepFile
               OPEN OUTPUT TransmitFile
               PERFORM CopyKeptEntry UNTIL EndOfKeepFile
               CLOSE TransmitKeepFile
               CLOSE TransmitFile
           END-IF.

       CopyKeptEntry.
           READ TransmitKeepFile
               AT END SET EndOfKeepFile TO TRUE
               NOT AT END WRITE TransmitRecord FROM TransmitKeepRecord
           END-READ.

       WriteTrackAudit.
           OPEN EXTEND AuditFile
           IF AuditFileStatus = "35"
               OPEN OUTPUT AuditFile
           END-IF
           IF AuditFileStatus = "00"
               MOVE FUNCTION CURRENT-DATE TO AuditTimestamp
               MOVE TrackFunction TO AuditOperation
               MOVE TrackAuditOutcome TO AuditOutcome
               MOVE TrackAuditRunId TO AuditDetail
               MOVE RunUser TO AuditUser
               WRITE AuditRecord
               CLOSE AuditFile
           END-IF.

       MarkRunsSent.
           PERFORM OpenQueueForUpdate
           PERFORM ReadTransmitFile
           PERFORM MarkOneEntry UNTIL EndOfTransmitFile
           PERFORM CopyQueueBack
           PERFORM ReportUnknownSent VARYING SentIdx FROM 1 BY 1
               UNTIL SentIdx > SentCount
           MOVE UpdatedCount TO CountDisplay
           DISPLAY "Entries marked sent: " CountDisplay.

       MarkOneEntry.
           MOVE ZERO TO FoundIdx
           PERFORM FindSentRunId VARYING SentIdx FROM 1 BY 1
               UNTIL SentIdx > SentCount OR FoundIdx > ZERO
           IF FoundIdx > ZERO
               MOVE "Y" TO SentFound(FoundIdx)
               MOVE XmitRunId TO TrackAuditRunId
               IF XmitUnsent
                   MOVE "S" TO XmitStatus
                   MOVE FUNCTION CURRENT-DATE TO XmitSentStamp
                   ADD 1 TO UpdatedCount
                   DISPLAY XmitRunId " sent to " XmitPartner
                   MOVE "VALID" TO TrackAuditOutcome
               ELSE
                   DISPLAY XmitRunId " already marked sent at "
                       XmitSentStamp(1:14) " - unchanged"
                   ADD 1 TO ProblemCount
                   MOVE "INVALID" TO TrackAuditOutcome
               END-IF
               PERFORM WriteTrackAudit
           END-IF
           WRITE TransmitKeepRecord FROM TransmitRecord
           PERFORM ReadTransmitFile.

       FindSentRunId.
           IF SentRunId(SentIdx) = XmitRunId
               MOVE SentIdx TO FoundIdx
           END-IF.

       FindSentArg.
           IF SentRunId(SentIdx) = ArgText
               MOVE SentIdx TO FoundIdx
           END-IF.

       ReportUnknownSent.
           IF SentFound(SentIdx) = "N"
               DISPLAY SentRunId(SentIdx) " is not in XMITQ.DAT"
               ADD 1 TO ProblemCount
               MOVE "INVALID" TO TrackAuditOutcome
               MOVE SentRunId(SentIdx) TO TrackAuditRunId
               PERFORM WriteTrackAudit
           END-IF.

       MatchAcknowledgments.
           PERFORM LoadAckFile
           PERFORM OpenQueueForUpdate
           PERFORM ReadTransmitFile
           PERFORM MatchOneEntry UNTIL EndOfTransmitFile
           PERFORM CopyQueueBack
           PERFORM ReportUnknownAck VARYING AckIdx FROM 1 BY 1
               UNTIL AckIdx > AckCount
           DISPLAY " "
           MOVE AckCount TO CountDisplay
           DISPLAY "Acknowledgments read:   " CountDisplay
           MOVE AckedCount TO CountDisplay
           DISPLAY "Matched clean:          " CountDisplay
           MOVE DiscrepancyCount TO CountDisplay
           DISPLAY "Count/checksum mismatch:" CountDisplay
           MOVE ProblemCount TO CountDisplay
           DISPLAY "Problems flagged:       " CountDisplay.

       LoadAckFile.
           OPEN INPUT AckFile
           IF AckFileStatus NOT = "00"
               DISPLAY "Cannot open acknowledgment file "
                   FUNCTION TRIM(AckFileName) ", status "
                   AckFileStatus
               PERFORM AbortRun
           END-IF
           PERFORM ReadAckFile
           PERFORM StoreAckLine UNTIL EndOfAckFile
           CLOSE AckFile
           IF AckCount = ZERO
               DISPLAY "No acknowledgments in "
                   FUNCTION TRIM(AckFileName)
           END-IF.

       ReadAckFile.
           READ AckFile
               AT END SET EndOfAckFile TO TRUE
               NOT AT END ADD 1 TO AckLineNumber
           END-READ.

       StoreAckLine.
           EVALUATE TRUE
               WHEN AckRecord = SPACES OR AckRecord(1:1) = "*"
                   CONTINUE
               WHEN AckRunId = SPACES OR AckRecords NOT NUMERIC
                 OR AckChecksum NOT NUMERIC
                   DISPLAY "Acknowledgment line " AckLineNumber
                       " unreadable: " AckRecord(1:40)
                   ADD 1 TO ProblemCount
               WHEN AckCount >= 500
                   DISPLAY "Acknowledgment table full - line "
                       AckLineNumber " not matched"
                   ADD 1 TO ProblemCount
               WHEN OTHER
                   ADD 1 TO AckCount
                   MOVE AckRunId TO AckTabRunId(AckCount)
                   MOVE AckRecords TO AckTabRecords(AckCount)
                   MOVE AckChecksum TO AckTabChecksum(AckCount)
                   IF AckReceivedStamp NUMERIC
                       MOVE AckReceivedStamp TO AckTabStamp(AckCount)
                   ELSE
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO AckTabStamp(AckCount)
                   END-IF
                   MOVE "N" TO AckTabFound(AckCount)
           END-EVALUATE
           PERFORM ReadAckFile.

       MatchOneEntry.
           MOVE ZERO TO FoundIdx
           PERFORM FindAckRunId VARYING AckIdx FROM 1 BY 1
               UNTIL AckIdx > AckCount OR FoundIdx > ZERO
           IF FoundIdx > ZERO
               MOVE "Y" TO AckTabFound(FoundIdx)
               MOVE XmitRunId TO TrackAuditRunId
               IF AckPartner NOT = SPACES
                   AND XmitPartner NOT = AckPartner
                   DISPLAY XmitRunId " belongs to " XmitPartner
                       ", not " AckPartner " - not matched"
                   ADD 1 TO ProblemCount
                   MOVE "INVALID" TO TrackAuditOutcome
                   PERFORM WriteTrackAudit
               ELSE
                   PERFORM ApplyAcknowledgment
               END-IF
           END-IF
           WRITE TransmitKeepRecord FROM TransmitRecord
           PERFORM ReadTransmitFile.

       FindAckRunId.
           IF AckTabRunId(AckIdx) = XmitRunId
               AND AckTabFound(AckIdx) = "N"
               MOVE AckIdx TO FoundIdx
           END-IF.

       ApplyAcknowledgment.
           IF XmitSentStamp = SPACES
               MOVE AckTabStamp(FoundIdx) TO XmitSentStamp
           END-IF
           IF XmitAcknowledged OR XmitDiscrepancy
               DISPLAY XmitRunId " acknowledged again - last "
                   "acknowledgment " XmitAckStamp(1:14) " replaced"
           END-IF
           MOVE SPACES TO XmitAckStamp
           MOVE AckTabStamp(FoundIdx) TO XmitAckStamp(1:14)
           MOVE AckTabRecords(FoundIdx) TO XmitAckRecords
           MOVE AckTabChecksum(FoundIdx) TO XmitAckChecksum
           MOVE AckFileName TO XmitAckFile
           ADD 1 TO UpdatedCount
           IF XmitAckRecords = XmitRecords
               AND XmitAckChecksum = XmitChecksum
               MOVE "A" TO XmitStatus
               ADD 1 TO AckedCount
               MOVE "VALID" TO TrackAuditOutcome
           ELSE
               MOVE "D" TO XmitStatus
               ADD 1 TO DiscrepancyCount
               ADD 1 TO ProblemCount
               MOVE "INVALID" TO TrackAuditOutcome
               MOVE XmitRecords TO RecordsDisplay
               MOVE XmitAckRecords TO AckRecordsDisplay
               DISPLAY "MISMATCH " XmitRunId " " XmitPartner
               DISPLAY "  records  sent " RecordsDisplay
                   "  acknowledged " AckRecordsDisplay
               DISPLAY "  checksum sent " XmitChecksum
                   "  acknowledged " XmitAckChecksum
           END-IF
           PERFORM WriteTrackAudit.

       ReportUnknownAck.
           IF AckTabFound(AckIdx) = "N"
               DISPLAY "Acknowledgment for unknown run id "
                   AckTabRunId(AckIdx)
               ADD 1 TO ProblemCount
               MOVE "INVALID" TO TrackAuditOutcome
               MOVE AckTabRunId(AckIdx) TO TrackAuditRunId
               PERFORM WriteTrackAudit
           END-IF.

       LoadPartnerSlas.
           OPEN INPUT PartnerFile
           IF PartnerFileStatus NOT = "00"
               DISPLAY "PARTNER.DAT not found - every partner gets "
                   DefaultSlaHours " hours"
           ELSE
               PERFORM ReadPartnerFile
               PERFORM StorePartnerSla UNTIL EndOfPartnerFile
               CLOSE PartnerFile
           END-IF.

       ReadPartnerFile.
           READ PartnerFile
               AT END SET EndOfPartnerFile TO TRUE
           END-READ.

       StorePartnerSla.
           MOVE ZERO TO FoundIdx
           PERFORM FindPartnerSla VARYING SlaIdx FROM 1 BY 1
               UNTIL SlaIdx > SlaCount OR FoundIdx > ZERO
           IF FoundIdx = ZERO
               IF SlaCount < 200
                   ADD 1 TO SlaCount
                   MOVE SlaCount TO FoundIdx
                   MOVE PartnerId TO SlaPartnerId(FoundIdx)
               ELSE
                   DISPLAY "Partner table full - " PartnerId
                       " gets " DefaultSlaHours " hours"
               END-IF
           END-IF
           IF FoundIdx > ZERO
               IF PartnerSlaHours NUMERIC AND PartnerSlaHours > ZERO
                   MOVE PartnerSlaHours TO SlaPartnerHours(FoundIdx)
               ELSE
                   MOVE DefaultSlaHours TO SlaPartnerHours(FoundIdx)
               END-IF
           END-IF
           PERFORM ReadPartnerFile.

       FindPartnerSla.
           IF SlaPartnerId(SlaIdx) = PartnerId
               MOVE SlaIdx TO FoundIdx
           END-IF.

       LookUpSla.
           MOVE DefaultSlaHours TO SlaHours
           PERFORM MatchSlaPartner VARYING SlaIdx FROM 1 BY 1
               UNTIL SlaIdx > SlaCount.

       MatchSlaPartner.
           IF SlaPartnerId(SlaIdx) = XmitPartner
               MOVE SlaPartnerHours(SlaIdx) TO SlaHours
           END-IF.

       PrintAgingReport.
           PERFORM LoadPartnerSlas
           DISPLAY "Transmission aging as of " AsOfStamp(1:4) "-"
               AsOfStamp(5:2) "-" AsOfStamp(7:2) " "
               AsOfStamp(9:2) ":" AsOfStamp(11:2)
           DISPLAY " "
           DISPLAY "Unsent files"
           DISPLAY "Run id              Partner    Queued         "
               "Age hrs  Output file"
           MOVE 1 TO AgingSection
           PERFORM AgingPass
           DISPLAY " "
           DISPLAY "Sent, not acknowledged within SLA"
           DISPLAY "Run id              Partner    Sent           "
               "Age hrs  SLA  Output file"
           MOVE 2 TO AgingSection
           PERFORM AgingPass
           DISPLAY " "
           DISPLAY "Acknowledged with discrepancies"
           DISPLAY "Run id              Partner    Acknowledged   "
               "  Records sent / acked   Checksum sent / acked"
           MOVE 3 TO AgingSection
           PERFORM AgingPass
           DISPLAY " "
           MOVE UnsentCount TO CountDisplay
           DISPLAY "Unsent:                    " CountDisplay
           MOVE WithinSlaCount TO CountDisplay
           DISPLAY "Sent, within SLA:          " CountDisplay
           MOVE OverdueCount TO CountDisplay
           DISPLAY "Sent, past SLA:            " CountDisplay
           MOVE AckedCount TO CountDisplay
           DISPLAY "Acknowledged clean:        " CountDisplay
           MOVE DiscrepancyCount TO CountDisplay
           DISPLAY "Acknowledged, discrepancy: " CountDisplay.

       AgingPass.
           MOVE ZERO TO TransmitEofFlag
           OPEN INPUT TransmitFile
           IF TransmitFileStatus NOT = "00"
               DISPLAY "XMITQ.DAT not found, status "
                   TransmitFileStatus
               PERFORM AbortRun
           END-IF
           PERFORM ReadTransmitFile
           PERFORM AgeOneEntry UNTIL EndOfTransmitFile
           CLOSE TransmitFile.

       AgeOneEntry.
           MOVE XmitQueuedStamp TO StampWork
           PERFORM StampToSeconds
           IF StampSeconds <= AsOfSeconds
               PERFORM StatusAsOf
               EVALUATE TRUE
                   WHEN AgeUnsent AND AgingUnsent
                       PERFORM ListUnsentEntry
                   WHEN AgeSent AND AgingOverdue
                       PERFORM CheckSentEntry
                   WHEN AgeDiscrepancy AND AgingDiscrepancy
                       PERFORM ListDiscrepancyEntry
                   WHEN AgeAcknowledged AND AgingDiscrepancy
                       ADD 1 TO AckedCount
               END-EVALUATE
           END-IF
           PERFORM ReadTransmitFile.

       StatusAsOf.
           MOVE XmitStatus TO AgeStatus
           IF AgeAcknowledged OR AgeDiscrepancy
               MOVE XmitAckStamp TO StampWork
               PERFORM StampToSeconds
               IF StampSeconds > AsOfSeconds
                   MOVE "S" TO AgeStatus
               END-IF
           END-IF
           IF AgeSent
               MOVE XmitSentStamp TO StampWork
               PERFORM StampToSeconds
               IF StampSeconds = ZERO OR StampSeconds > AsOfSeconds
                   MOVE "Q" TO AgeStatus
               END-IF
           END-IF.

       ComputeAge.
           PERFORM StampToSeconds
           IF StampSeconds = ZERO OR StampSeconds > AsOfSeconds
               MOVE ZERO TO AgeHours
           ELSE
               COMPUTE AgeHours = (AsOfSeconds - StampSeconds) / 3600
           END-IF
           MOVE AgeHours TO AgeDisplay.

       ListUnsentEntry.
           ADD 1 TO UnsentCount
           PERFORM ComputeAge
           DISPLAY XmitRunId " " XmitPartner " "
               XmitQueuedStamp(1:14) " " AgeDisplay "  "
               FUNCTION TRIM(XmitOutputFile).

       CheckSentEntry.
           PERFORM LookUpSla
           MOVE XmitSentStamp TO StampWork
           PERFORM ComputeAge
           IF AgeHours > SlaHours
               ADD 1 TO OverdueCount
               MOVE SlaHours TO SlaDisplay
               DISPLAY XmitRunId " " XmitPartner " "
                   XmitSentStamp(1:14) " " AgeDisplay "  "
                   SlaDisplay "  " FUNCTION TRIM(XmitOutputFile)
           ELSE
               ADD 1 TO WithinSlaCount
           END-IF.

       ListDiscrepancyEntry.
           ADD 1 TO DiscrepancyCount
           MOVE XmitRecords TO RecordsDisplay
           MOVE XmitAckRecords TO AckRecordsDisplay
           DISPLAY XmitRunId " " XmitPartner " "
               XmitAckStamp(1:14) " " RecordsDisplay " /"
               AckRecordsDisplay "   " XmitChecksum " / "
               XmitAckChecksum.
       END PROGRAM XmitTrack.
