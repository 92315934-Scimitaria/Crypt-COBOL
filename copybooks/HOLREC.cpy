       01 HolidayRecord.
           05 HolidayDate        PIC X(8).
           05 FILLER             PIC X.
           05 HolidayName        PIC X(30).
