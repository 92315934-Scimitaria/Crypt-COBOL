       IDENTIFICATION DIVISION.
       PROGRAM-ID. NightBuild.
       AUTHOR. Scimitaria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ScheduleFile ASSIGN TO "SCHEDULE.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ScheduleFileStatus.
       SELECT HolidayFile ASSIGN TO "HOLIDAY.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS HolidayFileStatus.
       SELECT PartnerFile ASSIGN TO "PARTNER.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PartnerFileStatus.
       SELECT BuildLogFile ASSIGN TO "BUILDLOG.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS BuildLogFileStatus.
       SELECT ControlFile ASSIGN TO DYNAMIC ControlFileName
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ControlFileStatus.
       SELECT ProbeFile ASSIGN TO DYNAMIC ProbeFileName
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ProbeFileStatus.
       SELECT AuditFile ASSIGN TO "AUDIT.LOG"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AuditFileStatus.
       SELECT CompletionFile ASSIGN TO "JOBCOMP.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CompletionFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ScheduleFile.
       COPY SCHEDREC.
       FD HolidayFile.
       COPY HOLREC.
       FD PartnerFile.
       COPY PARTREC.
       FD BuildLogFile.
       COPY BLDREC.
       FD ControlFile.
       01 ControlRecord           PIC X(200).
       FD ProbeFile.
       01 ProbeRecord             PIC X(100).
       FD AuditFile.
       COPY AUDITREC.
       FD CompletionFile.
       COPY COMPREC.

       WORKING-STORAGE SECTION.
       01 ScheduleFileStatus      PIC XX.
       01 HolidayFileStatus       PIC XX.
       01 PartnerFileStatus       PIC XX.
       01 BuildLogFileStatus      PIC XX.
       01 ControlFileStatus       PIC XX.
       01 ProbeFileStatus         PIC XX.
       01 AuditFileStatus         PIC XX.
       01 ControlFileName         PIC X(100).
       01 ProbeFileName           PIC X(100).
       01 CmdArgCount             PIC 99 COMP.
       01 ArgText                 PIC X(100).
       01 RebuildAnswer           PIC X(7).
       01 RebuildFlag             PIC 9 VALUE ZERO.
           88 RebuildRequested    VALUE 1.
       01 FILLER                  PIC 9 VALUE ZERO.
           88 EndOfScheduleFile   VALUE 1.
       01 FILLER                  PIC 9 VALUE ZERO.
           88 EndOfHolidayFile    VALUE 1.
       01 FILLER                  PIC 9 VALUE ZERO.
           88 EndOfPartnerFile    VALUE 1.
       01 FILLER                  PIC 9 VALUE ZERO.
           88 EndOfBuildLog       VALUE 1.
       01 BusinessDate            PIC X(8).
       01 BusinessDateNum         PIC 9(8).
       01 BusinessDayNumber       PIC 9(7).
       01 BusinessWeekday         PIC 9.
       01 BusinessDayFlag         PIC 9.
           88 DateIsBusinessDay   VALUE 1.
       01 MonthEndFlag            PIC 9.
           88 DateIsMonthEnd      VALUE 1.
       01 HolidayNameFound        PIC X(30).
       01 BusinessHoliday         PIC X(30).
       01 DayNameValues           PIC X(21)
                                  VALUE "MONTUEWEDTHUFRISATSUN".
       01 DayNameTable REDEFINES DayNameValues.
           05 DayName             OCCURS 7 TIMES PIC X(3).
       01 DayIdx                  PIC 9.
       01 DayListIdx              PIC 9.
       01 CheckDayNumber          PIC 9(7).
       01 CheckDate               PIC 9(8).
       01 CheckWeekday            PIC 9.
       01 CheckBusinessFlag       PIC 9.
           88 CheckIsBusinessDay  VALUE 1.
       01 HolidayCount            PIC 999 VALUE ZERO.
       01 HolidayIdx              PIC 999.
       01 HolidayTable.
           05 HolidayEntry        OCCURS 200 TIMES.
               10 HolTabDate      PIC X(8).
               10 HolTabName      PIC X(30).
       01 ProfileCount            PIC 999 VALUE ZERO.
       01 ProfileIdx              PIC 999.
       01 ProfileTable.
           05 ProfilePartner      OCCURS 500 TIMES PIC X(10).
       01 WantedPartner           PIC X(10).
       01 FoundFlag               PIC 9.
           88 EntryWasFound       VALUE 1.
       01 PriorBuildFlag          PIC 9 VALUE ZERO.
           88 PriorBuildFound     VALUE 1.
       01 PriorBuildStamp         PIC X(21).
       01 PriorBuildFile          PIC X(100).
       01 DueFlag                 PIC 9.
           88 PartnerIsDue        VALUE 1.
       01 SkipReason              PIC X(16).
       01 PatternIn               PIC X(110).
       01 PatternOut              PIC X(120).
       01 PatLen                  PIC 999.
       01 PatIdx                  PIC 999.
       01 OutIdx                  PIC 999.
       01 PartnerLen              PIC 99.
       01 ExpandedInput           PIC X(120).
       01 ExpandedOutput          PIC X(120).
       01 JobCount                PIC 999 VALUE ZERO.
       01 JobIdx                  PIC 999.
       01 JobTable.
           05 JobEntry            OCCURS 100 TIMES.
               10 JobPartner      PIC X(10).
               10 JobDirection    PIC X(7).
               10 JobRecfm        PIC X.
               10 JobLrecl        PIC 9(4).
               10 JobInput        PIC X(100).
               10 JobOutput       PIC X(100).
       01 SkipCount               PIC 999 VALUE ZERO.
       01 SkipIdx                 PIC 999.
       01 SkipTable.
           05 SkipEntry           OCCURS 200 TIMES.
               10 SkipPartner     PIC X(10).
               10 SkipWhy         PIC X(16).
               10 SkipInput       PIC X(100).
       01 ScheduleCount           PIC 9(5) VALUE ZERO.
       01 NotDueCount             PIC 9(5) VALUE ZERO.
       01 CountDisplay            PIC ZZZZ9.
       01 BuildAuditOutcome       PIC X(7).
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
           PERFORM GetBuildRequest
           PERFORM CheckPriorBuild
           PERFORM LoadHolidays
           PERFORM LoadPartnerProfiles
           PERFORM SetBusinessDate
           OPEN INPUT ScheduleFile
           IF ScheduleFileStatus NOT = "00"
               DISPLAY "SCHEDULE.DAT not found, status "
                   ScheduleFileStatus
               PERFORM AbortRun
           END-IF
           PERFORM ReadScheduleFile
           PERFORM ScheduleOneEntry UNTIL EndOfScheduleFile
           CLOSE ScheduleFile
           PERFORM WriteControlFile
           PERFORM WriteBuildLog
           MOVE "VALID" TO BuildAuditOutcome
           PERFORM WriteBuildAudit
           PERFORM PrintBuildReport
           EVALUATE TRUE
               WHEN JobCount = ZERO AND SkipCount > ZERO
                   MOVE 8 TO RunReturnCode
               WHEN JobCount = ZERO OR SkipCount > ZERO
                   MOVE 4 TO RunReturnCode
               WHEN OTHER
                   MOVE ZERO TO RunReturnCode
           END-EVALUATE
           PERFORM WriteCompletion
           MOVE RunReturnCode TO RETURN-CODE
       STOP RUN.

       WriteCompletion.
           MOVE "NIGHTBUILD" TO CompProgram
           MOVE SPACES TO CompRunId
           MOVE RunStartStamp TO CompStartStamp
           MOVE FUNCTION CURRENT-DATE TO CompEndStamp
           MOVE RunReturnCode TO CompReturnCode
           MOVE JobCount TO CompJobsOk
           MOVE SkipCount TO CompJobsFailed
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

       GetBuildRequest.
           MOVE SPACES TO BusinessDate ControlFileName RebuildAnswer
           ACCEPT CmdArgCount FROM ARGUMENT-NUMBER
           IF CmdArgCount >= 1
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT BusinessDate FROM ARGUMENT-VALUE
               IF CmdArgCount >= 2
                   DISPLAY 2 UPON ARGUMENT-NUMBER
                   ACCEPT ArgText FROM ARGUMENT-VALUE
                   IF FUNCTION UPPER-CASE(ArgText) = "REBUILD"
                       MOVE "REBUILD" TO RebuildAnswer
                   ELSE
                       MOVE ArgText TO ControlFileName
                   END-IF
               END-IF
               IF CmdArgCount >= 3
                   DISPLAY 3 UPON ARGUMENT-NUMBER
                   ACCEPT RebuildAnswer FROM ARGUMENT-VALUE
               END-IF
           ELSE
               DISPLAY "Business date (YYYYMMDD):" WITH NO ADVANCING
               ACCEPT BusinessDate
               DISPLAY "Control file (blank for NIGHTyyyymmdd.CTL):"
                   WITH NO ADVANCING
               ACCEPT ControlFileName
               DISPLAY "Rebuild if already built (Y/N):"
                   WITH NO ADVANCING
               ACCEPT RebuildAnswer
           END-IF
           MOVE FUNCTION UPPER-CASE(RebuildAnswer) TO RebuildAnswer
           IF RebuildAnswer = "REBUILD" OR RebuildAnswer = "Y"
               SET RebuildRequested TO TRUE
           END-IF
           IF BusinessDate NOT NUMERIC
               DISPLAY "Business date must be YYYYMMDD: " BusinessDate
               PERFORM AbortRun
           END-IF
           MOVE BusinessDate TO BusinessDateNum
           IF FUNCTION TEST-DATE-YYYYMMDD(BusinessDateNum) NOT = ZERO
               DISPLAY "Business date is not a valid date: "
                   BusinessDate
               PERFORM AbortRun
           END-IF
           IF ControlFileName = SPACES
               STRING "NIGHT" BusinessDate ".CTL" DELIMITED BY SIZE
                   INTO ControlFileName
               END-STRING
           END-IF.

       CheckPriorBuild.
           OPEN INPUT BuildLogFile
           IF BuildLogFileStatus = "00"
               PERFORM ReadBuildLog
               PERFORM MatchPriorBuild UNTIL EndOfBuildLog
               CLOSE BuildLogFile
           END-IF
           MOVE ControlFileName TO ProbeFileName
           PERFORM ProbeForFile
           EVALUATE TRUE
               WHEN RebuildRequested AND PriorBuildFound
                   DISPLAY "Rebuilding " BusinessDate
                       " - last built " PriorBuildStamp(1:14)
                       " as " FUNCTION TRIM(PriorBuildFile)
                   IF PriorBuildFile NOT = ControlFileName
                       DISPLAY "  " FUNCTION TRIM(PriorBuildFile)
                           " is superseded and must not be run"
                   END-IF
               WHEN RebuildRequested
                   CONTINUE
               WHEN PriorBuildFound
                   DISPLAY "Control file for " BusinessDate
                       " already built " PriorBuildStamp(1:14) " as "
                       FUNCTION TRIM(PriorBuildFile)
                   DISPLAY "  use REBUILD to replace it"
                   PERFORM RefuseBuild
               WHEN EntryWasFound
                   DISPLAY FUNCTION TRIM(ControlFileName)
                       " already exists - use REBUILD to replace it"
                   PERFORM RefuseBuild
           END-EVALUATE.

       RefuseBuild.
           MOVE "INVALID" TO BuildAuditOutcome
           PERFORM WriteBuildAudit
           PERFORM AbortRun.

       ReadBuildLog.
           READ BuildLogFile
               AT END SET EndOfBuildLog TO TRUE
           END-READ.

       MatchPriorBuild.
           IF BuildDate = BusinessDate
               SET PriorBuildFound TO TRUE
               MOVE BuildStamp TO PriorBuildStamp
               MOVE BuildControlFile TO PriorBuildFile
           END-IF
           PERFORM ReadBuildLog.

       ProbeForFile.
           MOVE ZERO TO FoundFlag
           OPEN INPUT ProbeFile
           IF ProbeFileStatus = "00"
               SET EntryWasFound TO TRUE
               CLOSE ProbeFile
           END-IF.

       LoadHolidays.
           OPEN INPUT HolidayFile
           IF HolidayFileStatus NOT = "00"
               DISPLAY "HOLIDAY.DAT not found - business days are "
                   "Monday to Friday"
           ELSE
               PERFORM ReadHolidayFile
               PERFORM StoreHoliday UNTIL EndOfHolidayFile
               CLOSE HolidayFile
           END-IF.

       ReadHolidayFile.
           READ HolidayFile
               AT END SET EndOfHolidayFile TO TRUE
           END-READ.

       StoreHoliday.
           EVALUATE TRUE
               WHEN HolidayDate NOT NUMERIC
                   CONTINUE
               WHEN HolidayCount >= 200
                   DISPLAY "Holiday table full - skipped: "
                       HolidayDate
               WHEN OTHER
                   ADD 1 TO HolidayCount
                   MOVE HolidayDate TO HolTabDate(HolidayCount)
                   MOVE HolidayName TO HolTabName(HolidayCount)
           END-EVALUATE
           PERFORM ReadHolidayFile.

       LoadPartnerProfiles.
           OPEN INPUT PartnerFile
           IF PartnerFileStatus NOT = "00"
               DISPLAY "PARTNER.DAT not found, status "
                   PartnerFileStatus
               PERFORM AbortRun
           END-IF
           PERFORM ReadPartnerFile
           PERFORM StorePartnerProfile UNTIL EndOfPartnerFile
           CLOSE PartnerFile.

       ReadPartnerFile.
           READ PartnerFile
               AT END SET EndOfPartnerFile TO TRUE
           END-READ.

       StorePartnerProfile.
           MOVE PartnerId TO WantedPartner
           PERFORM FindProfile
           IF NOT EntryWasFound
               IF ProfileCount >= 500
                   DISPLAY "Partner table full - skipped: " PartnerId
               ELSE
                   ADD 1 TO ProfileCount
                   MOVE PartnerId TO ProfilePartner(ProfileCount)
               END-IF
           END-IF
           PERFORM ReadPartnerFile.

       FindProfile.
           MOVE ZERO TO FoundFlag
           PERFORM MatchProfile VARYING ProfileIdx FROM 1 BY 1
               UNTIL ProfileIdx > ProfileCount OR EntryWasFound.

       MatchProfile.
           IF ProfilePartner(ProfileIdx) = WantedPartner
               SET EntryWasFound TO TRUE
           END-IF.

       SetBusinessDate.
           COMPUTE BusinessDayNumber =
               FUNCTION INTEGER-OF-DATE(BusinessDateNum)
           MOVE BusinessDayNumber TO CheckDayNumber
           PERFORM CheckBusinessDay
           MOVE CheckWeekday TO BusinessWeekday
           MOVE CheckBusinessFlag TO BusinessDayFlag
           MOVE HolidayNameFound TO BusinessHoliday
           MOVE ZERO TO MonthEndFlag
           IF DateIsBusinessDay
               COMPUTE CheckDayNumber = BusinessDayNumber + 1
               PERFORM CheckBusinessDay
               PERFORM NextBusinessDay UNTIL CheckIsBusinessDay
               IF CheckDate(1:6) NOT = BusinessDate(1:6)
                   SET DateIsMonthEnd TO TRUE
               END-IF
           END-IF
           DISPLAY "Nightly build for " BusinessDate(1:4) "-"
               BusinessDate(5:2) "-" BusinessDate(7:2) " "
               DayName(BusinessWeekday)
           IF BusinessHoliday NOT = SPACES
               DISPLAY "  holiday: " BusinessHoliday
           END-IF
           IF NOT DateIsBusinessDay
               DISPLAY "  not a business day"
           END-IF
           IF DateIsMonthEnd
               DISPLAY "  last business day of the month"
           END-IF.

       NextBusinessDay.
           ADD 1 TO CheckDayNumber
           PERFORM CheckBusinessDay.

       CheckBusinessDay.
           COMPUTE CheckDate =
               FUNCTION DATE-OF-INTEGER(CheckDayNumber)
           COMPUTE CheckWeekday =
               FUNCTION MOD(CheckDayNumber - 1, 7) + 1
           MOVE SPACES TO HolidayNameFound
           PERFORM MatchHoliday VARYING HolidayIdx FROM 1 BY 1
               UNTIL HolidayIdx > HolidayCount
           IF CheckWeekday > 5 OR HolidayNameFound NOT = SPACES
               MOVE ZERO TO CheckBusinessFlag
           ELSE
               MOVE 1 TO CheckBusinessFlag
           END-IF.

       MatchHoliday.
           IF HolTabDate(HolidayIdx) = CheckDate
               MOVE HolTabName(HolidayIdx) TO HolidayNameFound
           END-IF.

       ReadScheduleFile.
           READ ScheduleFile
               AT END SET EndOfScheduleFile TO TRUE
           END-READ.

       ScheduleOneEntry.
           IF SchedPartner NOT = SPACES
               ADD 1 TO ScheduleCount
               MOVE FUNCTION UPPER-CASE(SchedPartner) TO SchedPartner
               MOVE FUNCTION UPPER-CASE(SchedRule) TO SchedRule
               MOVE FUNCTION UPPER-CASE(SchedDays) TO SchedDays
               PERFORM CheckPartnerDue
               IF PartnerIsDue
                   PERFORM PrepareJob
               ELSE
                   IF SkipReason = SPACES
                       ADD 1 TO NotDueCount
                   ELSE
                       MOVE SPACES TO ExpandedInput
                       PERFORM AddSkip
                   END-IF
               END-IF
           END-IF
           PERFORM ReadScheduleFile.

       CheckPartnerDue.
           MOVE ZERO TO DueFlag
           MOVE SPACES TO SkipReason
           EVALUATE TRUE
               WHEN RuleDaily
                   SET PartnerIsDue TO TRUE
               WHEN RuleWeekdays
                   IF BusinessWeekday <= 5
                       SET PartnerIsDue TO TRUE
                   END-IF
               WHEN RuleDays
                   PERFORM CheckDayList
               WHEN RuleMonthEnd
                   IF DateIsMonthEnd
                       SET PartnerIsDue TO TRUE
                   END-IF
               WHEN RuleBusiness
                   IF DateIsBusinessDay
                       SET PartnerIsDue TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE "BAD RUN RULE" TO SkipReason
           END-EVALUATE.

       CheckDayList.
           PERFORM CheckOneListedDay VARYING DayListIdx FROM 1 BY 1
               UNTIL DayListIdx > 7
           IF SkipReason NOT = SPACES
               MOVE ZERO TO DueFlag
           END-IF.

       CheckOneListedDay.
           IF SchedDay(DayListIdx) NOT = SPACES
               MOVE ZERO TO FoundFlag
               PERFORM MatchDayName VARYING DayIdx FROM 1 BY 1
                   UNTIL DayIdx > 7 OR EntryWasFound
               IF NOT EntryWasFound
                   MOVE "BAD RUN DAY" TO SkipReason
               END-IF
           END-IF.

       MatchDayName.
           IF DayName(DayIdx) = SchedDay(DayListIdx)
               SET EntryWasFound TO TRUE
               IF DayIdx = BusinessWeekday
                   SET PartnerIsDue TO TRUE
               END-IF
           END-IF.

       PrepareJob.
           MOVE SchedInputPattern TO PatternIn
           PERFORM ExpandPattern
           MOVE PatternOut TO ExpandedInput
           MOVE SchedOutputPattern TO PatternIn
           PERFORM ExpandPattern
           MOVE PatternOut TO ExpandedOutput
           IF SchedDirection = SPACES
               MOVE "ENCRYPT" TO SchedDirection
           END-IF
           MOVE FUNCTION UPPER-CASE(SchedDirection) TO SchedDirection
           MOVE SchedPartner TO WantedPartner
           PERFORM FindProfile
           EVALUATE TRUE
               WHEN NOT EntryWasFound
                   MOVE "NO PROFILE" TO SkipReason
               WHEN SchedDirection NOT = "ENCRYPT"
                   AND SchedDirection NOT = "DECRYPT"
                   MOVE "BAD DIRECTION" TO SkipReason
               WHEN SchedInputPattern = SPACES
                 OR SchedOutputPattern = SPACES
                   MOVE "NO FILE PATTERN" TO SkipReason
               WHEN ExpandedInput(101:20) NOT = SPACES
                 OR ExpandedOutput(101:20) NOT = SPACES
                   MOVE "NAME TOO LONG" TO SkipReason
               WHEN SchedRecfm = "F" AND (SchedLrecl NOT NUMERIC
                 OR SchedLrecl < 80 OR SchedLrecl > 4000)
                   MOVE "BAD LRECL" TO SkipReason
               WHEN OTHER
                   PERFORM CheckDuplicateInput
           END-EVALUATE
           IF SkipReason = SPACES
               MOVE ExpandedInput TO ProbeFileName
               PERFORM ProbeForFile
               IF NOT EntryWasFound
                   MOVE "INPUT MISSING" TO SkipReason
               END-IF
           END-IF
           IF SkipReason = SPACES AND JobCount >= 100
               MOVE "JOB LIMIT" TO SkipReason
           END-IF
           IF SkipReason = SPACES
               PERFORM AddJob
           ELSE
               PERFORM AddSkip
           END-IF.

       CheckDuplicateInput.
           PERFORM MatchJobInput VARYING JobIdx FROM 1 BY 1
               UNTIL JobIdx > JobCount.

       MatchJobInput.
           IF JobInput(JobIdx) = ExpandedInput
               MOVE "DUPLICATE INPUT" TO SkipReason
           END-IF.

       AddJob.
           ADD 1 TO JobCount
           MOVE SchedPartner TO JobPartner(JobCount)
           MOVE SchedDirection TO JobDirection(JobCount)
           IF SchedRecfm = "F"
               MOVE "F" TO JobRecfm(JobCount)
               MOVE SchedLrecl TO JobLrecl(JobCount)
           ELSE
               MOVE "L" TO JobRecfm(JobCount)
               MOVE ZERO TO JobLrecl(JobCount)
           END-IF
           MOVE ExpandedInput TO JobInput(JobCount)
           MOVE ExpandedOutput TO JobOutput(JobCount).

       AddSkip.
           IF SkipCount >= 200
               DISPLAY "Skip table full - " SchedPartner " "
                   SkipReason
           ELSE
               ADD 1 TO SkipCount
               MOVE SchedPartner TO SkipPartner(SkipCount)
               MOVE SkipReason TO SkipWhy(SkipCount)
               MOVE ExpandedInput TO SkipInput(SkipCount)
           END-IF.

       ExpandPattern.
           MOVE SPACES TO PatternOut
           MOVE 1 TO PatIdx OutIdx
           IF PatternIn = SPACES
               MOVE ZERO TO PatLen
           ELSE
               COMPUTE PatLen = FUNCTION LENGTH(
                   FUNCTION TRIM(PatternIn TRAILING))
           END-IF
           COMPUTE PartnerLen = FUNCTION LENGTH(
               FUNCTION TRIM(SchedPartner TRAILING))
           PERFORM ExpandPatternChar
               UNTIL PatIdx > PatLen OR OutIdx > 101.

       ExpandPatternChar.
           EVALUATE TRUE
               WHEN PatternIn(PatIdx:5) = "&DATE"
                   MOVE BusinessDate TO PatternOut(OutIdx:8)
                   ADD 8 TO OutIdx
                   ADD 5 TO PatIdx
               WHEN PatternIn(PatIdx:8) = "&PARTNER"
                   MOVE SchedPartner TO PatternOut(OutIdx:PartnerLen)
                   ADD PartnerLen TO OutIdx
                   ADD 8 TO PatIdx
               WHEN OTHER
                   MOVE PatternIn(PatIdx:1) TO PatternOut(OutIdx:1)
                   ADD 1 TO OutIdx
                   ADD 1 TO PatIdx
           END-EVALUATE.

       WriteControlFile.
           OPEN OUTPUT ControlFile
           IF ControlFileStatus NOT = "00"
               DISPLAY "Cannot write " FUNCTION TRIM(ControlFileName)
                   ", status " ControlFileStatus
               PERFORM AbortRun
           END-IF
           PERFORM WriteOneJob VARYING JobIdx FROM 1 BY 1
               UNTIL JobIdx > JobCount
           CLOSE ControlFile.

       WriteOneJob.
           MOVE SPACES TO ControlRecord
           STRING "PARTNER=" JobPartner(JobIdx) DELIMITED BY SIZE
               INTO ControlRecord
           END-STRING
           WRITE ControlRecord
           MOVE SPACES TO ControlRecord
           STRING "DIRECTION=" JobDirection(JobIdx)
               DELIMITED BY SIZE INTO ControlRecord
           END-STRING
           WRITE ControlRecord
           MOVE SPACES TO ControlRecord
           STRING "RECFM=" JobRecfm(JobIdx) DELIMITED BY SIZE
               INTO ControlRecord
           END-STRING
           WRITE ControlRecord
           IF JobRecfm(JobIdx) = "F"
               MOVE SPACES TO ControlRecord
               STRING "LRECL=" JobLrecl(JobIdx) DELIMITED BY SIZE
                   INTO ControlRecord
               END-STRING
               WRITE ControlRecord
           END-IF
           MOVE SPACES TO ControlRecord
           STRING "INPUT=" JobInput(JobIdx) DELIMITED BY SIZE
               INTO ControlRecord
           END-STRING
           WRITE ControlRecord
           MOVE SPACES TO ControlRecord
           STRING "OUTPUT=" JobOutput(JobIdx) DELIMITED BY SIZE
               INTO ControlRecord
           END-STRING
           WRITE ControlRecord
           MOVE "RUN" TO ControlRecord
           WRITE ControlRecord.

       WriteBuildLog.
           MOVE BusinessDate TO BuildDate
           MOVE FUNCTION CURRENT-DATE TO BuildStamp
           IF RebuildRequested
               MOVE "REBUILD" TO BuildAction
           ELSE
               MOVE "BUILD" TO BuildAction
           END-IF
           MOVE ControlFileName TO BuildControlFile
           MOVE JobCount TO BuildJobs
           MOVE SkipCount TO BuildSkipped
           MOVE RunUser TO BuildUser
           OPEN EXTEND BuildLogFile
           IF BuildLogFileStatus = "35"
               OPEN OUTPUT BuildLogFile
           END-IF
           IF BuildLogFileStatus = "00"
               WRITE BuildRecord
               CLOSE BuildLogFile
           ELSE
               DISPLAY "Cannot write BUILDLOG.DAT, status "
                   BuildLogFileStatus
           END-IF.

       WriteBuildAudit.
           OPEN EXTEND AuditFile
           IF AuditFileStatus = "35"
               OPEN OUTPUT AuditFile
           END-IF
           IF AuditFileStatus = "00"
               MOVE FUNCTION CURRENT-DATE TO AuditTimestamp
               IF RebuildRequested
                   MOVE "REBUILD" TO AuditOperation
               ELSE
                   MOVE "BUILD" TO AuditOperation
               END-IF
               MOVE BuildAuditOutcome TO AuditOutcome
               MOVE SPACES TO AuditDetail
               MOVE BusinessDate TO AuditDetail
               MOVE RunUser TO AuditUser
               WRITE AuditRecord
               CLOSE AuditFile
           END-IF.

       PrintBuildReport.
           DISPLAY " "
           DISPLAY "Jobs written to " FUNCTION TRIM(ControlFileName)
           PERFORM PrintOneJob VARYING JobIdx FROM 1 BY 1
               UNTIL JobIdx > JobCount
           IF SkipCount > ZERO
               DISPLAY " "
               DISPLAY "Partners skipped"
               PERFORM PrintOneSkip VARYING SkipIdx FROM 1 BY 1
                   UNTIL SkipIdx > SkipCount
           END-IF
           DISPLAY " "
           MOVE ScheduleCount TO CountDisplay
           DISPLAY "Schedule entries: " CountDisplay
           MOVE NotDueCount TO CountDisplay
           DISPLAY "Not due tonight:  " CountDisplay
           MOVE JobCount TO CountDisplay
           DISPLAY "Jobs built:       " CountDisplay
           MOVE SkipCount TO CountDisplay
           DISPLAY "Skipped:          " CountDisplay.

       PrintOneJob.
           DISPLAY "  " JobPartner(JobIdx) " " JobDirection(JobIdx)
               " " FUNCTION TRIM(JobInput(JobIdx)) " -> "
               FUNCTION TRIM(JobOutput(JobIdx)).

       PrintOneSkip.
           DISPLAY "  " SkipPartner(SkipIdx) " " SkipWhy(SkipIdx)
               " " FUNCTION TRIM(SkipInput(SkipIdx)).
       END PROGRAM NightBuild.
