      * JobCalendarFD.cpy
      *
      * FD/record for the holiday calendar (see JobCalendar.cpy): one
      * "HOLIDAY|date|name" record per shop holiday, the date
      * YYYYMMDD. Records beginning "*" are comments.
       FD HolidayFile.
       01 HolidayRec      PIC X(80).
       88 EndOfHolidays   VALUE HIGH-VALUES.
