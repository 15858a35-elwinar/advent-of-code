      * JobCalendarCheck.cpy
      *
      * Loads holiday.calendar into HolTable. See
      * JobCalendarFields.cpy for the checks that follow.
      *
      * Uses: holiday.calendar -> HolTable
       LoadHolidays SECTION.
           MOVE 0 TO HolCount.
           OPEN INPUT HolidayFile.
           IF HolidayStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO HolidayRec.
           READ HolidayFile
            AT END SET EndOfHolidays TO TRUE
           END-READ.
           PERFORM UNTIL EndOfHolidays
            IF HolidayRec(1:8) IS EQUAL TO "HOLIDAY|"
             AND HolCount IS LESS THAN 200
             MOVE SPACES TO CalFld1 CalFld2 CalFld3
             UNSTRING HolidayRec DELIMITED BY "|"
              INTO CalFld1 CalFld2 CalFld3
             END-UNSTRING
             IF CalFld2(1:8) IS NUMERIC
              ADD 1 TO HolCount
              MOVE CalFld2(1:8) TO HolDate(HolCount)
              MOVE CalFld3 TO HolName(HolCount)
             END-IF
            END-IF
            MOVE SPACES TO HolidayRec
            READ HolidayFile
             AT END SET EndOfHolidays TO TRUE
            END-READ
           END-PERFORM.
           CLOSE HolidayFile.

      * Subroutine CheckJobFrequency.
      *
      * Whether CalFreq is a run frequency this check knows, and for
      * WEEKLY the weekday it names.
      *
      * Uses: CalFreq -> CalFreqOk, CalWantDay
       CheckJobFrequency SECTION.
           MOVE 1 TO CalFreqOk.
           MOVE 0 TO CalWantDay.
           MOVE SPACES TO CalFreqWord CalDayWord.
           UNSTRING CalFreq DELIMITED BY ALL SPACES
            INTO CalFreqWord CalDayWord
           END-UNSTRING.
           EVALUATE CalFreqWord
            WHEN SPACES
            WHEN "DAILY"
            WHEN "WEEKDAYS"
            WHEN "MONTH-END"
            WHEN "ON-REQUEST"
             CONTINUE
            WHEN "WEEKLY"
             PERFORM VARYING CalWalk FROM 1 UNTIL CalWalk IS
                     GREATER THAN 7
              IF CalDayName(CalWalk) IS EQUAL TO CalDayWord
               MOVE CalWalk TO CalWantDay
              END-IF
             END-PERFORM
             IF CalWantDay IS EQUAL TO 0
              MOVE 0 TO CalFreqOk
             END-IF
            WHEN OTHER
             MOVE 0 TO CalFreqOk
           END-EVALUATE.

      * Subroutine CalDayKind.
      *
      * The weekday of CalProbeDate, its holiday if it is one, and
      * whether it is a business day.
      *
      * Uses: CalProbeDate, HolTable -> CalProbeInt, CalWeekday,
      *       CalHolIx, CalBusiness
       CalDayKind SECTION.
           COMPUTE CalProbeInt = FUNCTION INTEGER-OF-DATE(CalProbeDate).
           COMPUTE CalWeekday = FUNCTION MOD(CalProbeInt - 1, 7) + 1.
           MOVE 0 TO CalHolIx.
           PERFORM VARYING CalHx FROM 1 UNTIL CalHx IS GREATER
                   THAN HolCount
            IF HolDate(CalHx) IS EQUAL TO CalProbeDate
             MOVE CalHx TO CalHolIx
            END-IF
           END-PERFORM.
           MOVE 0 TO CalBusiness.
           IF CalWeekday IS LESS THAN 6 AND CalHolIx IS EQUAL TO 0
            MOVE 1 TO CalBusiness
           END-IF.

      * Subroutine CheckJobDue.
      *
      * Whether a job of frequency CalFreq runs on CalDate. A
      * business day also picks up the work of the holidays just
      * before it (back to the previous business day): a WEEKDAYS
      * job the holidays that fell on weekdays, a WEEKLY job its
      * day when that was a holiday. CalCarried names the earliest
      * such holiday.
      *
      * Uses: CalFreq, CalDate, CalRequested, HolTable -> CalDue,
      *       CalCarried, CalCarriedName
       CheckJobDue SECTION.
           MOVE 0 TO CalDue.
           MOVE 0 TO CalCarried.
           MOVE SPACES TO CalCarriedName.
           PERFORM CheckJobFrequency.
           IF CalFreqOk IS EQUAL TO 0
            EXIT SECTION
           END-IF.
           COMPUTE CalDateInt = FUNCTION INTEGER-OF-DATE(CalDate).
           MOVE CalDate TO CalProbeDate.
           PERFORM CalDayKind.
           EVALUATE CalFreqWord
            WHEN SPACES
            WHEN "DAILY"
             MOVE 1 TO CalDue
             EXIT SECTION
            WHEN "ON-REQUEST"
             MOVE CalRequested TO CalDue
             EXIT SECTION
            WHEN "MONTH-END"
             PERFORM CheckMonthEnd
             EXIT SECTION
            WHEN "WEEKLY"
             IF CalWeekday IS EQUAL TO CalWantDay
              AND CalHolIx IS EQUAL TO 0
              MOVE 1 TO CalDue
              EXIT SECTION
             END-IF
            WHEN "WEEKDAYS"
             MOVE CalBusiness TO CalDue
           END-EVALUATE.
           IF CalBusiness IS EQUAL TO 0
            EXIT SECTION
           END-IF.

      * Walk back over the holidays and weekend just before this
      * business day for work carried to it.
           PERFORM VARYING CalWalk FROM 1 UNTIL CalWalk IS GREATER
                   THAN 14
            COMPUTE CalProbeDate =
                    FUNCTION DATE-OF-INTEGER(CalDateInt - CalWalk)
            PERFORM CalDayKind
            IF CalBusiness IS EQUAL TO 1
             EXIT PERFORM
            END-IF
            IF CalHolIx IS GREATER THAN 0
             IF (CalFreqWord IS EQUAL TO "WEEKDAYS"
                 AND CalWeekday IS LESS THAN 6)
              OR (CalFreqWord IS EQUAL TO "WEEKLY"
                 AND CalWeekday IS EQUAL TO CalWantDay)
              MOVE 1 TO CalDue
              MOVE CalProbeDate TO CalCarried
              MOVE HolName(CalHolIx) TO CalCarriedName
             END-IF
            END-IF
           END-PERFORM.

      * Subroutine CheckMonthEnd.
      *
      * A MONTH-END job runs on the month's last business day: this
      * date is a business day and none follows it in the month.
      *
      * Uses: CalDate, CalDateInt, CalBusiness -> CalDue
       CheckMonthEnd SECTION.
           MOVE 0 TO CalDue.
           IF CalBusiness IS EQUAL TO 0
            EXIT SECTION
           END-IF.
           MOVE 1 TO CalDue.
           PERFORM VARYING CalWalk FROM 1 UNTIL CalWalk IS GREATER
                   THAN 31
            COMPUTE CalProbeDate =
                    FUNCTION DATE-OF-INTEGER(CalDateInt + CalWalk)
            IF CalProbeDate(5:2) IS NOT EQUAL TO CalDate(5:2)
             EXIT PERFORM
            END-IF
            PERFORM CalDayKind
            IF CalBusiness IS EQUAL TO 1
             MOVE 0 TO CalDue
             EXIT PERFORM
            END-IF
           END-PERFORM.
