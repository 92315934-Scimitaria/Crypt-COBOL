       IDENTIFICATION DIVISION.
       PROGRAM-ID. VolReport.
       AUTHOR. Scimitaria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VolumeFile ASSIGN TO "VOLHIST.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS VolumeFileStatus.
       SELECT RateFile ASSIGN TO "RATES.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RateFileStatus.
       SELECT CompletionFile ASSIGN TO "JOBCOMP.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CompletionFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD VolumeFile.
       COPY VOLREC.
       FD RateFile.
       COPY RATEREC.
       FD CompletionFile.
       COPY COMPREC.

       WORKING-STORAGE SECTION.
       01 VolumeFileStatus        PIC XX.
       01 RateFileStatus          PIC XX.
       01 CmdArgCount             PIC 99 COMP.
       01 ReportMonth             PIC X(6).
       01 PreviousMonth           PIC X(6).
       01 MonthYear               PIC 9(4).
       01 MonthNumber             PIC 99.
       01 FILLER                  PIC 9 VALUE ZERO.
           88 EndOfVolumeFile     VALUE 1.
       01 FILLER                  PIC 9 VALUE ZERO.
           88 EndOfRateFile       VALUE 1.
       01 HistoryRead             PIC 9(9) COMP VALUE ZERO.
       01 MonthJobs               PIC 9(9) COMP VALUE ZERO.
       01 PrevJobs                PIC 9(9) COMP VALUE ZERO.
       01 MonthRecords            PIC 9(12) COMP VALUE ZERO.
       01 PrevRecords             PIC 9(12) COMP VALUE ZERO.
       01 MonthBytes              PIC 9(15) COMP VALUE ZERO.
       01 PrevBytes               PIC 9(15) COMP VALUE ZERO.
       01 MonthCharge             PIC 9(9)V99 VALUE ZERO.
       01 UnratedCount            PIC 9(5) VALUE ZERO.
       01 WantedPartner           PIC X(10).
       01 WantedDirection         PIC X(7).
       01 CurrentMonthFlag        PIC 9.
           88 InReportMonth       VALUE 1.
       01 VolDay                  PIC 99.
       01 VolIdx                  PIC 999.
       01 FoundIdx                PIC 999.
       01 ShiftIdx                PIC 999.
       01 DayIdx                  PIC 99.
       01 DirIdx                  PIC 9.
       01 RateIdx                 PIC 999.
       01 VolumeCount             PIC 999 VALUE ZERO.
       01 VolumeTable.
           05 VolumeEntry OCCURS 200 TIMES.
               10 VolPartner      PIC X(10).
               10 VolDirection    PIC X(7).
               10 VolJobs         PIC 9(9) COMP.
               10 VolRecords      PIC 9(12) COMP.
               10 VolRejects      PIC 9(12) COMP.
               10 VolBytes        PIC 9(15) COMP.
               10 VolElapsed      PIC 9(9) COMP.
               10 VolPrevJobs     PIC 9(9) COMP.
               10 VolPrevRecords  PIC 9(12) COMP.
               10 VolPrevBytes    PIC 9(15) COMP.
               10 VolCharge       PIC 9(9)V99.
               10 VolRateUsed     PIC X(18).
               10 VolDayRecords   OCCURS 31 TIMES PIC 9(12) COMP.
       01 ShiftEntry              PIC X(500).
       01 DirectionCount          PIC 9 VALUE ZERO.
       01 DirectionTable.
           05 DirectionEntry OCCURS 9 TIMES.
               10 DirName         PIC X(7).
               10 DirJobs         PIC 9(9) COMP.
               10 DirRecords      PIC 9(12) COMP.
               10 DirBytes        PIC 9(15) COMP.
               10 DirPrevRecords  PIC 9(12) COMP.
               10 DirCharge       PIC 9(9)V99.
       01 DayTable.
           05 DayEntry OCCURS 31 TIMES.
               10 DayJobs         PIC 9(9) COMP.
               10 DayRecords      PIC 9(12) COMP.
               10 DayBytes        PIC 9(15) COMP.
       01 PeakDay                 PIC 99.
       01 PeakRecords             PIC 9(12) COMP.
       01 RateCount               PIC 999 VALUE ZERO.
       01 RateTable.
           05 RateEntry OCCURS 100 TIMES.
               10 RtPartner       PIC X(10).
               10 RtDirection     PIC X(7).
               10 RtPerJob        PIC 9(5)V99.
               10 RtPerThousand   PIC 9(5)V99.
               10 RtPerMegabyte   PIC 9(5)V99.
       01 RateScore               PIC 9.
       01 BestScore               PIC 9.
       01 BestRateIdx             PIC 999.
       01 SubPartner              PIC X(10).
       01 SubJobs                 PIC 9(9) COMP.
       01 SubRecords              PIC 9(12) COMP.
       01 SubBytes                PIC 9(15) COMP.
       01 SubPrevRecords          PIC 9(12) COMP.
       01 SubCharge               PIC 9(9)V99.
       01 ChangePct               PIC S9(7)V9.
       01 ChangeText              PIC X(10).
       01 ChangeDisplay           PIC -(6)9.9.
       01 JobsDisplay             PIC ZZZZZZ9.
       01 RecordsDisplay          PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 BytesDisplay            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 ElapsedDisplay          PIC ZZZZZZZZ9.
       01 ChargeDisplay           PIC ZZZ,ZZZ,ZZ9.99.
       01 CountDisplay            PIC ZZZZZZZZ9.
       01 MegabyteWork            PIC 9(9)V9999.
       01 JobChargeWork           PIC 9(9)V9999.
       01 RecordChargeWork        PIC 9(9)V9999.
       01 ByteChargeWork          PIC 9(9)V9999.
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
               ACCEPT ReportMonth FROM ARGUMENT-VALUE
           ELSE
               DISPLAY "Report month YYYYMM (blank for this month):"
                   WITH NO ADVANCING
               ACCEPT ReportMonth
           END-IF
           IF ReportMonth = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO ReportMonth
           END-IF
           IF ReportMonth NOT NUMERIC
               OR ReportMonth(5:2) < "01" OR ReportMonth(5:2) > "12"
               DISPLAY "Report month must be YYYYMM"
               PERFORM AbortRun
           END-IF
           MOVE ReportMonth(1:4) TO MonthYear
           MOVE ReportMonth(5:2) TO MonthNumber
           IF MonthNumber = 1
               SUBTRACT 1 FROM MonthYear
               MOVE 12 TO MonthNumber
           ELSE
               SUBTRACT 1 FROM MonthNumber
           END-IF
           MOVE MonthYear TO PreviousMonth(1:4)
           MOVE MonthNumber TO PreviousMonth(5:2)
           PERFORM LoadRates
           OPEN INPUT VolumeFile
           IF VolumeFileStatus NOT = "00"
               DISPLAY "VOLHIST.DAT not found"
               PERFORM AbortRun
           END-IF
           PERFORM ReadVolumeRecord
           PERFORM TallyVolumeRecord UNTIL EndOfVolumeFile
           CLOSE VolumeFile
           PERFORM PriceOneEntry VARYING VolIdx FROM 1 BY 1
               UNTIL VolIdx > VolumeCount
           PERFORM PrintReport
           EVALUATE TRUE
               WHEN MonthJobs = ZERO
                   MOVE 4 TO RunReturnCode
               WHEN UnratedCount > ZERO
                   MOVE 4 TO RunReturnCode
               WHEN OTHER
                   MOVE ZERO TO RunReturnCode
           END-EVALUATE
           PERFORM WriteCompletion
           MOVE RunReturnCode TO RETURN-CODE
       STOP RUN.

       WriteCompletion.
           MOVE "VOLREPORT" TO CompProgram
           MOVE SPACES TO CompRunId
           MOVE RunStartStamp TO CompStartStamp
           MOVE FUNCTION CURRENT-DATE TO CompEndStamp
           MOVE RunReturnCode TO CompReturnCode
           MOVE MonthJobs TO CompJobsOk
           MOVE UnratedCount TO CompJobsFailed
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

       LoadRates.
           OPEN INPUT RateFile
           IF RateFileStatus NOT = "00"
               DISPLAY "RATES.DAT not found - no chargeback priced"
           ELSE
               PERFORM ReadRateRecord
               PERFORM StoreRateRecord UNTIL EndOfRateFile
               CLOSE RateFile
           END-IF.

       ReadRateRecord.
           READ RateFile
               AT END SET EndOfRateFile TO TRUE
           END-READ.

       StoreRateRecord.
           IF RatePartner NOT = SPACES
               IF RateCount >= 100
                   DISPLAY "Rate table full - entry skipped: "
                       RatePartner
               ELSE
                   IF RatePerJob NUMERIC AND RatePerThousand NUMERIC
                       AND RatePerMegabyte NUMERIC
                       ADD 1 TO RateCount
                       MOVE RatePartner TO RtPartner(RateCount)
                       MOVE FUNCTION UPPER-CASE(RateDirection)
                           TO RtDirection(RateCount)
                       MOVE RatePerJob TO RtPerJob(RateCount)
                       MOVE RatePerThousand
                           TO RtPerThousand(RateCount)
                       MOVE RatePerMegabyte
                           TO RtPerMegabyte(RateCount)
                   ELSE
                       DISPLAY "Rate entry not numeric - skipped: "
                           RatePartner " " RateDirection
                   END-IF
               END-IF
           END-IF
           PERFORM ReadRateRecord.

       ReadVolumeRecord.
           READ VolumeFile
               AT END SET EndOfVolumeFile TO TRUE
           END-READ.

       TallyVolumeRecord.
           ADD 1 TO HistoryRead
           IF VolumeRecords NOT NUMERIC
               MOVE ZERO TO VolumeRecords
           END-IF
           IF VolumeRejects NOT NUMERIC
               MOVE ZERO TO VolumeRejects
           END-IF
           IF VolumeBytes NOT NUMERIC
               MOVE ZERO TO VolumeBytes
           END-IF
           IF VolumeElapsed NOT NUMERIC
               MOVE ZERO TO VolumeElapsed
           END-IF
           EVALUATE VolumeDate(1:6)
               WHEN ReportMonth
                   MOVE 1 TO CurrentMonthFlag
                   PERFORM TallyMonthRecord
               WHEN PreviousMonth
                   MOVE ZERO TO CurrentMonthFlag
                   PERFORM TallyMonthRecord
           END-EVALUATE
           PERFORM ReadVolumeRecord.

       TallyMonthRecord.
           IF VolumePartner = SPACES
               MOVE "*NONE" TO WantedPartner
           ELSE
               MOVE VolumePartner TO WantedPartner
           END-IF
           MOVE VolumeDirection TO WantedDirection
           PERFORM FindVolumeEntry
           IF FoundIdx > ZERO
               PERFORM FindDirectionEntry
               IF InReportMonth
                   PERFORM AddMonthVolume
               ELSE
                   ADD 1 TO VolPrevJobs(FoundIdx) PrevJobs
                   ADD VolumeRecords TO VolPrevRecords(FoundIdx)
                       PrevRecords
                   ADD VolumeBytes TO VolPrevBytes(FoundIdx) PrevBytes
                   IF DirIdx > ZERO
                       ADD VolumeRecords TO DirPrevRecords(DirIdx)
                   END-IF
               END-IF
           END-IF.

       AddMonthVolume.
           ADD 1 TO VolJobs(FoundIdx) MonthJobs
           ADD VolumeRecords TO VolRecords(FoundIdx) MonthRecords
           ADD VolumeRejects TO VolRejects(FoundIdx)
           ADD VolumeBytes TO VolBytes(FoundIdx) MonthBytes
           ADD VolumeElapsed TO VolElapsed(FoundIdx)
           IF DirIdx > ZERO
               ADD 1 TO DirJobs(DirIdx)
               ADD VolumeRecords TO DirRecords(DirIdx)
               ADD VolumeBytes TO DirBytes(DirIdx)
           END-IF
           IF VolumeDate(7:2) NUMERIC
               MOVE VolumeDate(7:2) TO VolDay
               IF VolDay >= 1 AND VolDay <= 31
                   ADD VolumeRecords TO VolDayRecords(FoundIdx, VolDay)
                   ADD 1 TO DayJobs(VolDay)
                   ADD VolumeRecords TO DayRecords(VolDay)
                   ADD VolumeBytes TO DayBytes(VolDay)
               END-IF
           END-IF.

       FindVolumeEntry.
           MOVE ZERO TO FoundIdx
           PERFORM MatchVolumeEntry VARYING VolIdx FROM 1 BY 1
               UNTIL VolIdx > VolumeCount OR FoundIdx > ZERO
           IF FoundIdx = ZERO
               IF VolumeCount >= 200
                   DISPLAY "Volume table full - entry skipped: "
                       WantedPartner " " WantedDirection
               ELSE
                   PERFORM InsertVolumeEntry
               END-IF
           END-IF.

       MatchVolumeEntry.
           IF VolPartner(VolIdx) = WantedPartner
               AND VolDirection(VolIdx) = WantedDirection
               MOVE VolIdx TO FoundIdx
           END-IF.

       InsertVolumeEntry.
           MOVE 1 TO FoundIdx
           PERFORM FindInsertPoint VARYING VolIdx FROM 1 BY 1
               UNTIL VolIdx > VolumeCount
           ADD 1 TO VolumeCount
           PERFORM ShiftVolumeEntry VARYING ShiftIdx
               FROM VolumeCount BY -1 UNTIL ShiftIdx <= FoundIdx
           INITIALIZE VolumeEntry(FoundIdx)
           MOVE WantedPartner TO VolPartner(FoundIdx)
           MOVE WantedDirection TO VolDirection(FoundIdx).

       FindInsertPoint.
           IF VolPartner(VolIdx) < WantedPartner
               OR (VolPartner(VolIdx) = WantedPartner
                   AND VolDirection(VolIdx) < WantedDirection)
               COMPUTE FoundIdx = VolIdx + 1
           END-IF.

       ShiftVolumeEntry.
           MOVE VolumeEntry(ShiftIdx - 1) TO ShiftEntry
           MOVE ShiftEntry TO VolumeEntry(ShiftIdx).

       FindDirectionEntry.
           MOVE ZERO TO DirIdx
           PERFORM MatchDirectionEntry VARYING RateIdx FROM 1 BY 1
               UNTIL RateIdx > DirectionCount OR DirIdx > ZERO
           IF DirIdx = ZERO AND DirectionCount < 9
               ADD 1 TO DirectionCount
               MOVE DirectionCount TO DirIdx
               INITIALIZE DirectionEntry(DirIdx)
               MOVE WantedDirection TO DirName(DirIdx)
           END-IF.

       MatchDirectionEntry.
           IF DirName(RateIdx) = WantedDirection
               MOVE RateIdx TO DirIdx
           END-IF.

       PriceOneEntry.
           MOVE ZERO TO BestScore BestRateIdx
           PERFORM ScoreRateEntry VARYING RateIdx FROM 1 BY 1
               UNTIL RateIdx > RateCount
           MOVE ZERO TO VolCharge(VolIdx)
           IF BestRateIdx = ZERO
               MOVE "NO RATE" TO VolRateUsed(VolIdx)
               IF VolJobs(VolIdx) > ZERO
                   ADD 1 TO UnratedCount
               END-IF
           ELSE
               MOVE SPACES TO VolRateUsed(VolIdx)
               STRING RtPartner(BestRateIdx) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      RtDirection(BestRateIdx) DELIMITED BY SPACE
                   INTO VolRateUsed(VolIdx)
               END-STRING
               COMPUTE MegabyteWork = VolBytes(VolIdx) / 1048576
               COMPUTE JobChargeWork =
                   VolJobs(VolIdx) * RtPerJob(BestRateIdx)
               COMPUTE RecordChargeWork =
                   VolRecords(VolIdx) * RtPerThousand(BestRateIdx)
                   / 1000
               COMPUTE ByteChargeWork =
                   MegabyteWork * RtPerMegabyte(BestRateIdx)
               COMPUTE VolCharge(VolIdx) ROUNDED =
                   JobChargeWork + RecordChargeWork + ByteChargeWork
           END-IF
           ADD VolCharge(VolIdx) TO MonthCharge
           MOVE VolDirection(VolIdx) TO WantedDirection
           PERFORM FindDirectionEntry
           IF DirIdx > ZERO
               ADD VolCharge(VolIdx) TO DirCharge(DirIdx)
           END-IF.

       ScoreRateEntry.
           MOVE ZERO TO RateScore
           IF RtPartner(RateIdx) = VolPartner(VolIdx)
               IF RtDirection(RateIdx) = VolDirection(VolIdx)
                   MOVE 4 TO RateScore
               ELSE
                   IF RtDirection(RateIdx) = SPACES
                       MOVE 3 TO RateScore
                   END-IF
               END-IF
           ELSE
               IF RtPartner(RateIdx) = "*DEFAULT"
                   IF RtDirection(RateIdx) = VolDirection(VolIdx)
                       MOVE 2 TO RateScore
                   ELSE
                       IF RtDirection(RateIdx) = SPACES
                           MOVE 1 TO RateScore
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF RateScore > BestScore
               MOVE RateScore TO BestScore
               MOVE RateIdx TO BestRateIdx
           END-IF.

       PrintReport.
           DISPLAY "Volume and chargeback report for " ReportMonth
               " (previous month " PreviousMonth ")"
           MOVE HistoryRead TO CountDisplay
           DISPLAY "History records read: " CountDisplay
           DISPLAY " "
           DISPLAY "Partner volume:"
           DISPLAY "  Partner    Direction    Jobs          Records"
               "                Bytes   Seconds  Peak day"
           MOVE SPACES TO SubPartner
           PERFORM PrintVolumeLine VARYING VolIdx FROM 1 BY 1
               UNTIL VolIdx > VolumeCount
           IF SubPartner NOT = SPACES
               PERFORM PrintPartnerTotal
           END-IF
           DISPLAY " "
           DISPLAY "Direction totals:"
           PERFORM PrintDirectionLine VARYING DirIdx FROM 1 BY 1
               UNTIL DirIdx > DirectionCount
           MOVE MonthJobs TO JobsDisplay
           MOVE MonthRecords TO RecordsDisplay
           MOVE MonthBytes TO BytesDisplay
           DISPLAY "  All                  " JobsDisplay " "
               RecordsDisplay " " BytesDisplay
           DISPLAY " "
           DISPLAY "Daily volume:"
           MOVE ZERO TO PeakDay PeakRecords
           PERFORM FindPeakDay VARYING DayIdx FROM 1 BY 1
               UNTIL DayIdx > 31
           PERFORM PrintDayLine VARYING DayIdx FROM 1 BY 1
               UNTIL DayIdx > 31
           DISPLAY " "
           DISPLAY "Month-over-month (records vs " PreviousMonth "):"
           PERFORM PrintChangeLine VARYING VolIdx FROM 1 BY 1
               UNTIL VolIdx > VolumeCount
           MOVE MonthRecords TO SubRecords
           MOVE PrevRecords TO SubPrevRecords
           PERFORM ComputeChange
           MOVE MonthRecords TO RecordsDisplay
           DISPLAY "  All                  " RecordsDisplay " "
               ChangeText
           DISPLAY " "
           DISPLAY "Chargeback:"
           MOVE SPACES TO SubPartner
           PERFORM PrintChargeLine VARYING VolIdx FROM 1 BY 1
               UNTIL VolIdx > VolumeCount
           IF SubPartner NOT = SPACES
               PERFORM PrintPartnerCharge
           END-IF
           MOVE MonthCharge TO ChargeDisplay
           DISPLAY "  Month total                   " ChargeDisplay
           IF UnratedCount > ZERO
               DISPLAY " "
               MOVE UnratedCount TO CountDisplay
               DISPLAY "Entries with no rate on file: " CountDisplay
           END-IF.

       PrintVolumeLine.
           IF VolPartner(VolIdx) NOT = SubPartner
               IF SubPartner NOT = SPACES
                   PERFORM PrintPartnerTotal
               END-IF
               MOVE VolPartner(VolIdx) TO SubPartner
               MOVE ZERO TO SubJobs SubRecords SubBytes
           END-IF
           ADD VolJobs(VolIdx) TO SubJobs
           ADD VolRecords(VolIdx) TO SubRecords
           ADD VolBytes(VolIdx) TO SubBytes
           IF VolJobs(VolIdx) > ZERO
               MOVE ZERO TO PeakDay PeakRecords
               PERFORM FindEntryPeakDay VARYING DayIdx FROM 1 BY 1
                   UNTIL DayIdx > 31
               MOVE VolJobs(VolIdx) TO JobsDisplay
               MOVE VolRecords(VolIdx) TO RecordsDisplay
               MOVE VolBytes(VolIdx) TO BytesDisplay
               MOVE VolElapsed(VolIdx) TO ElapsedDisplay
               DISPLAY "  " VolPartner(VolIdx) " "
                   VolDirection(VolIdx) "  " JobsDisplay " "
                   RecordsDisplay " " BytesDisplay " "
                   ElapsedDisplay "  " ReportMonth PeakDay
           END-IF.

       FindEntryPeakDay.
           IF VolDayRecords(VolIdx, DayIdx) > PeakRecords
               OR PeakDay = ZERO
               MOVE VolDayRecords(VolIdx, DayIdx) TO PeakRecords
               MOVE DayIdx TO PeakDay
           END-IF.

       PrintPartnerTotal.
           MOVE SubJobs TO JobsDisplay
           MOVE SubRecords TO RecordsDisplay
           MOVE SubBytes TO BytesDisplay
           DISPLAY "  " SubPartner " total    " JobsDisplay " "
               RecordsDisplay " " BytesDisplay.

       PrintDirectionLine.
           MOVE DirJobs(DirIdx) TO JobsDisplay
           MOVE DirRecords(DirIdx) TO RecordsDisplay
           MOVE DirBytes(DirIdx) TO BytesDisplay
           MOVE DirRecords(DirIdx) TO SubRecords
           MOVE DirPrevRecords(DirIdx) TO SubPrevRecords
           PERFORM ComputeChange
           DISPLAY "  " DirName(DirIdx) "              " JobsDisplay
               " " RecordsDisplay " " BytesDisplay " " ChangeText.

       FindPeakDay.
           IF DayRecords(DayIdx) > PeakRecords
               MOVE DayRecords(DayIdx) TO PeakRecords
               MOVE DayIdx TO PeakDay
           END-IF.

       PrintDayLine.
           IF DayJobs(DayIdx) > ZERO
               MOVE DayJobs(DayIdx) TO JobsDisplay
               MOVE DayRecords(DayIdx) TO RecordsDisplay
               MOVE DayBytes(DayIdx) TO BytesDisplay
               MOVE DayIdx TO VolDay
               IF DayIdx = PeakDay
                   DISPLAY "  " ReportMonth VolDay "             "
                       JobsDisplay " " RecordsDisplay " "
                       BytesDisplay "  <== peak"
               ELSE
                   DISPLAY "  " ReportMonth VolDay "             "
                       JobsDisplay " " RecordsDisplay " "
                       BytesDisplay
               END-IF
           END-IF.

       PrintChangeLine.
           MOVE VolRecords(VolIdx) TO SubRecords
           MOVE VolPrevRecords(VolIdx) TO SubPrevRecords
           PERFORM ComputeChange
           MOVE VolRecords(VolIdx) TO RecordsDisplay
           DISPLAY "  " VolPartner(VolIdx) " " VolDirection(VolIdx)
               "    " RecordsDisplay " " ChangeText.

       ComputeChange.
           EVALUATE TRUE
               WHEN SubPrevRecords = ZERO AND SubRecords = ZERO
                   MOVE "    NONE" TO ChangeText
               WHEN SubPrevRecords = ZERO
                   MOVE "     NEW" TO ChangeText
               WHEN OTHER
                   COMPUTE ChangePct ROUNDED =
                       (SubRecords - SubPrevRecords) * 100
                       / SubPrevRecords
                   MOVE ChangePct TO ChangeDisplay
                   MOVE SPACES TO ChangeText
                   STRING ChangeDisplay "%" DELIMITED BY SIZE
                       INTO ChangeText
                   END-STRING
           END-EVALUATE.

       PrintChargeLine.
           IF VolPartner(VolIdx) NOT = SubPartner
               IF SubPartner NOT = SPACES
                   PERFORM PrintPartnerCharge
               END-IF
               MOVE VolPartner(VolIdx) TO SubPartner
               MOVE ZERO TO SubCharge
           END-IF
           ADD VolCharge(VolIdx) TO SubCharge
           IF VolJobs(VolIdx) > ZERO
               MOVE VolCharge(VolIdx) TO ChargeDisplay
               DISPLAY "  " VolPartner(VolIdx) " "
                   VolDirection(VolIdx) "             "
                   ChargeDisplay "  rate " VolRateUsed(VolIdx)
           END-IF.

       PrintPartnerCharge.
           MOVE SubCharge TO ChargeDisplay
           DISPLAY "  " SubPartner " total               "
               ChargeDisplay.
       END PROGRAM VolReport.
