      * FeedArrivalCheck.cpy
      *
      * Loads feed.schedule into ArrTable and notes when: today's
      * date, the minute of the day and the weekday (1 Monday ..
      * 7 Sunday). Records beginning "*" are comments. See
      * FeedArrivalFields.cpy for the check that follows.
      *
      * Uses: feed.schedule -> ArrTable, ArrNow, ArrToday, ArrNowMin,
      *       ArrWeekday
       LoadFeedSchedule SECTION.
           MOVE 0 TO ArrCount.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ArrNow.
           MOVE ArrNow(1:8) TO ArrToday.
           COMPUTE ArrNowMin = FUNCTION NUMVAL(ArrNow(9:2)) * 60
                             + FUNCTION NUMVAL(ArrNow(11:2)).
           COMPUTE ArrWeekday = FUNCTION MOD(FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(ArrToday)) - 1, 7) + 1.
           OPEN INPUT FeedSchedFile.
           IF FeedSchedStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO FeedSchedRec.
           READ FeedSchedFile
            AT END SET EndOfFeedSched TO TRUE
           END-READ.
           PERFORM UNTIL EndOfFeedSched
            IF FeedSchedRec(1:5) IS EQUAL TO "FEED|"
             AND ArrCount IS LESS THAN 100
             MOVE SPACES TO ArrFld1 ArrFld2 ArrFld3 ArrFld4 ArrFld5
                            ArrFld6 ArrFld7
             UNSTRING FeedSchedRec DELIMITED BY "|"
              INTO ArrFld1 ArrFld2 ArrFld3 ArrFld4 ArrFld5 ArrFld6
                   ArrFld7
             END-UNSTRING
             ADD 1 TO ArrCount
             MOVE ArrFld2 TO ArrTFeed(ArrCount)
             MOVE ArrFld3 TO ArrTFrom(ArrCount)
             MOVE ArrFld4 TO ArrTTo(ArrCount)
             MOVE ArrFld5 TO ArrTDays(ArrCount)
             MOVE ArrFld6 TO ArrTSupplier(ArrCount)
             MOVE ArrFld7 TO ArrTContact(ArrCount)
            END-IF
            MOVE SPACES TO FeedSchedRec
            READ FeedSchedFile
             AT END SET EndOfFeedSched TO TRUE
            END-READ
           END-PERFORM.
           CLOSE FeedSchedFile.

      * Subroutine CheckFeedArrival.
      *
      * Where ArrFeed stands today against its window. A feed
      * promoted today (a "PROMOTED <feed>" line stamped today in
      * Promote.log) arrived when its live copy was last written -
      * promotion moves the staged file into place, keeping its
      * time; otherwise one staged in intake/ today arrived when it
      * landed there. A copy staged before today is an old cut and
      * does not count.
      *
      * Uses: ArrFeed, ArrTable, Promote.log, intake/ -> ArrIx,
      *       ArrExpected, ArrState, ArrWhere, ArrSeenAt, ArrLateMin
       CheckFeedArrival SECTION.
           MOVE 0 TO ArrExpected.
           MOVE "NOT DUE" TO ArrState.
           MOVE SPACES TO ArrWhere.
           MOVE SPACES TO ArrSeenAt.
           MOVE 0 TO ArrLateMin.
           MOVE 0 TO ArrIx.
           PERFORM VARYING ArrIx FROM 1 UNTIL ArrIx IS GREATER THAN
                   ArrCount
            IF ArrTFeed(ArrIx) IS EQUAL TO ArrFeed
             EXIT PERFORM
            END-IF
           END-PERFORM.
           IF ArrIx IS GREATER THAN ArrCount
            MOVE 0 TO ArrIx
            EXIT SECTION
           END-IF.
           IF ArrTDays(ArrIx)(ArrWeekday:1) IS EQUAL TO "-"
            OR ArrTDays(ArrIx)(ArrWeekday:1) IS EQUAL TO SPACE
            EXIT SECTION
           END-IF.
           MOVE 1 TO ArrExpected.

           OPEN INPUT PromoteLogFile.
           IF PromoteLogStatus IS EQUAL TO "00"
            MOVE SPACES TO PromoteLogRec
            READ PromoteLogFile
             AT END SET EndOfPromoteLog TO TRUE
            END-READ
            PERFORM UNTIL EndOfPromoteLog
             IF PromoteLogRec(1:8) IS EQUAL TO ArrToday
              MOVE SPACES TO ArrFld1 ArrFld2 ArrFld3
              UNSTRING PromoteLogRec(16:) DELIMITED BY ALL SPACE
               INTO ArrFld1 ArrFld2
              END-UNSTRING
              IF ArrFld1 IS EQUAL TO "PROMOTED"
               AND ArrFld2 IS EQUAL TO ArrFeed
               MOVE "promoted" TO ArrWhere
              END-IF
             END-IF
             MOVE SPACES TO PromoteLogRec
             READ PromoteLogFile
              AT END SET EndOfPromoteLog TO TRUE
             END-READ
            END-PERFORM
            CLOSE PromoteLogFile
           END-IF.

           MOVE SPACES TO ArrCommand.
           IF ArrWhere IS EQUAL TO "promoted"
            STRING "date -r " FUNCTION TRIM(ArrFeed)
                   " +%Y%m%d%H%M%S > /tmp/aoc_arrival.stamp"
                   " 2>/dev/null"
             DELIMITED BY SIZE INTO ArrCommand
            END-STRING
           ELSE
            STRING "date -r intake/" FUNCTION TRIM(ArrFeed)
                   " +%Y%m%d%H%M%S > /tmp/aoc_arrival.stamp"
                   " 2>/dev/null"
             DELIMITED BY SIZE INTO ArrCommand
            END-STRING
           END-IF.
           CALL "SYSTEM" USING ArrCommand.
           IF RETURN-CODE IS EQUAL TO 0
            OPEN INPUT ArrStampFile
            IF ArrStampStatus IS EQUAL TO "00"
             MOVE SPACES TO ArrStampRec
             READ ArrStampFile
              AT END MOVE SPACES TO ArrStampRec
             END-READ
             IF ArrStampRec(1:8) IS EQUAL TO ArrToday
              MOVE ArrStampRec(1:14) TO ArrSeenAt
              IF ArrWhere IS EQUAL TO SPACES
               MOVE "intake" TO ArrWhere
              END-IF
             END-IF
             CLOSE ArrStampFile
            END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.
      * Promoted today but the live copy's time is not today's (it
      * was touched since): the promotion itself is the arrival.
           IF ArrWhere IS EQUAL TO "promoted"
            AND ArrSeenAt IS EQUAL TO SPACES
            PERFORM FindPromotionTime
           END-IF.

           COMPUTE ArrToMin = FUNCTION NUMVAL(ArrTTo(ArrIx)(1:2)) * 60
                            + FUNCTION NUMVAL(ArrTTo(ArrIx)(3:2)).
           IF ArrSeenAt IS EQUAL TO SPACES
            IF ArrNowMin IS GREATER THAN ArrToMin
             MOVE "MISSING" TO ArrState
             COMPUTE ArrLateMin = ArrNowMin - ArrToMin
            ELSE
             MOVE "DUE" TO ArrState
            END-IF
            EXIT SECTION
           END-IF.
           COMPUTE ArrSeenMin = FUNCTION NUMVAL(ArrSeenAt(9:2)) * 60
                              + FUNCTION NUMVAL(ArrSeenAt(11:2)).
           IF ArrSeenMin IS GREATER THAN ArrToMin
            MOVE "LATE" TO ArrState
            COMPUTE ArrLateMin = ArrSeenMin - ArrToMin
           ELSE
            IF ArrWhere IS EQUAL TO "promoted"
             MOVE "PROMOTED" TO ArrState
            ELSE
             MOVE "ARRIVED" TO ArrState
            END-IF
           END-IF.

      * Subroutine FindPromotionTime.
      *
      * The stamp of today's first "PROMOTED <feed>" line.
      *
      * Uses: ArrFeed, ArrToday, Promote.log -> ArrSeenAt
       FindPromotionTime SECTION.
           OPEN INPUT PromoteLogFile.
           IF PromoteLogStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO PromoteLogRec.
           READ PromoteLogFile
            AT END SET EndOfPromoteLog TO TRUE
           END-READ.
           PERFORM UNTIL EndOfPromoteLog
            IF PromoteLogRec(1:8) IS EQUAL TO ArrToday
             MOVE SPACES TO ArrFld1 ArrFld2
             UNSTRING PromoteLogRec(16:) DELIMITED BY ALL SPACE
              INTO ArrFld1 ArrFld2
             END-UNSTRING
             IF ArrFld1 IS EQUAL TO "PROMOTED"
              AND ArrFld2 IS EQUAL TO ArrFeed
              MOVE PromoteLogRec(1:14) TO ArrSeenAt
              SET EndOfPromoteLog TO TRUE
             END-IF
            END-IF
            IF NOT EndOfPromoteLog
             MOVE SPACES TO PromoteLogRec
             READ PromoteLogFile
              AT END SET EndOfPromoteLog TO TRUE
             END-READ
            END-IF
           END-PERFORM.
           CLOSE PromoteLogFile.
