      * JobCalendar.cpy
      *
      * Shared FILE-CONTROL entry for the job calendar check
      * (JobCalendarCheck.cpy): the shop holiday calendar that, with
      * each schedule entry's run frequency, decides which jobs are
      * due on a business date.
       SELECT HolidayFile ASSIGN TO "holiday.calendar"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS HolidayStatus.
