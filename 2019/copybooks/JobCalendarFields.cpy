      * JobCalendarFields.cpy
      *
      * WORKING-STORAGE fields for the job calendar check
      * (JobCalendarCheck.cpy). A caller PERFORMs LoadHolidays once,
      * then for each job sets CalFreq (its run frequency), CalDate
      * (the business date, YYYYMMDD) and CalRequested (1 when the
      * job has been asked for) and PERFORMs CheckJobDue: CalDue
      * comes back 1 when the job runs on that date, and CalCarried
      * is the holiday (CalCarriedName) whose work it is carrying,
      * 0 when none. CheckJobFrequency validates CalFreq on its own
      * (CalFreqOk). CalDayKind describes CalProbeDate: CalWeekday
      * (1 Monday .. 7 Sunday), CalHolIx (its holiday, 0 for none)
      * and CalBusiness (1 for a weekday that is not a holiday).
      *
      * Run frequencies:
      *   DAILY        every date (a blank frequency means DAILY)
      *   WEEKDAYS     every business day
      *   WEEKLY ddd   once a week on day ddd (MON .. SUN)
      *   MONTH-END    the last business day of the month
      *   ON-REQUEST   only when asked for
      * Work falling on a holiday - a WEEKLY job's day, or a
      * WEEKDAYS job's weekday - is carried to the next business day.
       01 HolidayStatus    PIC X(2).
       01 HolTable.
          02 HolCount      PIC 9(3) VALUE 0.
          02 HolEntry OCCURS 200 TIMES.
             03 HolDate    PIC 9(8).
             03 HolName    PIC X(30).
       01 CalDate          PIC 9(8).
       01 CalFreq          PIC X(16).
       01 CalRequested     PIC 9(1).
       01 CalDue           PIC 9(1).
       01 CalCarried       PIC 9(8).
       01 CalCarriedName   PIC X(30).
       01 CalFreqOk        PIC 9(1).
       01 CalWantDay       PIC 9(1).
       01 CalProbeDate     PIC 9(8).
       01 CalProbeInt      PIC 9(7).
       01 CalWeekday       PIC 9(1).
       01 CalHolIx         PIC 9(3).
       01 CalBusiness      PIC 9(1).
       01 CalDateInt       PIC 9(7).
       01 CalWalk          PIC 9(2).
       01 CalHx            PIC 9(3).
       01 CalDayWord       PIC X(3).
       01 CalFreqWord      PIC X(12).
       01 CalFld1          PIC X(10).
       01 CalFld2          PIC X(10).
       01 CalFld3          PIC X(30).
       01 CalDayNames      PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 CalDayTable REDEFINES CalDayNames.
          02 CalDayName    PIC X(3) OCCURS 7 TIMES.
