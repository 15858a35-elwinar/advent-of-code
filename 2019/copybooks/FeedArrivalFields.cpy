      * FeedArrivalFields.cpy
      *
      * WORKING-STORAGE for the feed arrival check (FeedArrival.cpy).
      * A program PERFORMs LoadFeedSchedule once - ArrTable then
      * holds feed.schedule and ArrToday/ArrNowMin/ArrWeekday the
      * moment it was loaded - and for each feed MOVEs its name to
      * ArrFeed and PERFORMs CheckFeedArrival. Back come:
      *   ArrIx        its ArrTable entry, 0 when it has none
      *   ArrExpected  1 when it is due today (its Days mask has
      *                today's weekday)
      *   ArrState     DUE      not arrived, window still open
      *                ARRIVED  staged in intake/ by the window's end
      *                PROMOTED promoted today, arrived by the end
      *                LATE     arrived, but after the window
      *                MISSING  not arrived and the window has closed
      *                NOT DUE  not expected today
      *   ArrWhere     "intake" or "promoted" once arrived
      *   ArrSeenAt    the CCYYMMDDhhmmss it arrived
      *   ArrLateMin   minutes after the window's end it arrived
      *                (LATE) or has been missing for (MISSING)
       01 FeedSchedStatus  PIC X(2).
       01 PromoteLogStatus PIC X(2).
       01 ArrStampStatus   PIC X(2).
       01 ArrTable.
          02 ArrCount      PIC 9(3) VALUE 0.
          02 ArrEntry OCCURS 100 TIMES.
             03 ArrTFeed     PIC X(30).
             03 ArrTFrom     PIC X(4).
             03 ArrTTo       PIC X(4).
             03 ArrTDays     PIC X(7).
             03 ArrTSupplier PIC X(16).
             03 ArrTContact  PIC X(40).
       01 ArrIx            PIC 9(3).
       01 ArrFeed          PIC X(30).
       01 ArrExpected      PIC 9(1).
       01 ArrState         PIC X(8).
       01 ArrWhere         PIC X(8).
       01 ArrSeenAt        PIC X(14).
       01 ArrLateMin       PIC 9(5).
       01 ArrNow           PIC X(14).
       01 ArrToday         PIC X(8).
       01 ArrNowMin        PIC 9(4).
       01 ArrSeenMin       PIC 9(4).
       01 ArrToMin         PIC 9(4).
       01 ArrWeekday       PIC 9(1).
       01 ArrCommand       PIC X(200).
       01 ArrFld1          PIC X(8).
       01 ArrFld2          PIC X(30).
       01 ArrFld3          PIC X(8).
       01 ArrFld4          PIC X(8).
       01 ArrFld5          PIC X(8).
       01 ArrFld6          PIC X(16).
       01 ArrFld7          PIC X(40).
