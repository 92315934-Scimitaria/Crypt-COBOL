       01 ScheduleRecord.
           05 SchedPartner       PIC X(10).
           05 SchedRule          PIC X(8).
               88 RuleDaily          VALUE "DAILY".
               88 RuleWeekdays       VALUE "WEEKDAYS".
               88 RuleDays           VALUE "DAYS".
               88 RuleMonthEnd       VALUE "MONTHEND".
               88 RuleBusiness       VALUE "BUSINESS".
           05 SchedDays.
               10 SchedDay       OCCURS 7 TIMES PIC X(3).
           05 SchedDirection     PIC X(7).
           05 SchedRecfm         PIC X.
           05 SchedLrecl         PIC 9(4).
           05 SchedInputPattern  PIC X(100).
           05 SchedOutputPattern PIC X(100).
