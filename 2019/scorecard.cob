      * report trends reject rates per feed over time, ranks the
      * feeds cleanest first, and flags any feed whose reject rate
      * jumped since its last cut - the evidence to take to whoever
      * supplies the chronically dirty feed. The arrival monitor's
      * history (feed.arrivals, arrival.cob) adds the other half of
      * that evidence: per supplier, the feed-days due, how many came
      * in late or not at all, and the average and worst lateness -
      * the last check of each feed's day standing as its outcome.
      * The arrival block covers a rolling window of the last
      * ArrWindowDays days (90); older checks are skipped and the
      * report says how many, so the evidence stays current however
      * long feed.arrivals grows.
      *
      * Output: Scorecard.report. RETURN-CODE 0 no jumps, 4 when any
      * feed's rate jumped, 8 when there is no history yet.
       SELECT QualityFile ASSIGN TO "quality.history"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS QualityStatus.
       SELECT ArrivalFile ASSIGN TO "feed.arrivals"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ArrivalStatus.
       SELECT ReportFile ASSIGN TO "Scorecard.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "Alert.cpy".

       DATA DIVISION.
       FILE SECTION.
       01 QualityRec    PIC X(250).
       88 EndOfQuality  VALUE HIGH-VALUES.

       FD ArrivalFile.
       01 ArrivalRec    PIC X(150).
       88 EndOfArrival  VALUE HIGH-VALUES.

       FD ReportFile.
       01 ReportRec PIC X(120).

       COPY "AlertFD.cpy".

       WORKING-STORAGE SECTION.
       01 QualityStatus PIC X(2).

       01 Rate2Fmt  PIC Z(3)9.99.
       01 RunsFmt   PIC Z(4)9.

      * Arrival evidence: each feed's day as last checked, then the
      * tallies per supplier.
       01 ArrivalStatus PIC X(2).
       01 FeedDays.
          02 DayCount PIC 9(4) VALUE 0.
          02 DayEntry OCCURS 3000 TIMES.
             03 DyFeed     PIC X(30).
             03 DyDate     PIC X(8).
             03 DySupplier PIC X(16).
             03 DyState    PIC X(8).
             03 DyLate     PIC 9(5).
       01 Suppliers.
          02 SupCount PIC 9(2) VALUE 0.
          02 SupEntry OCCURS 40 TIMES.
             03 SpName     PIC X(16).
             03 SpDays     PIC 9(5).
             03 SpLate     PIC 9(5).
             03 SpMissing  PIC 9(5).
             03 SpLateMin  PIC 9(9).
             03 SpWorst    PIC 9(5).
       01 Dx        PIC 9(4).
       01 Sx        PIC 9(2).
       01 AFld1     PIC X(4).
       01 AFld2     PIC X(8).
       01 AFld3     PIC X(30).
       01 AFld4     PIC X(16).
       01 AFld5     PIC X(8).
       01 AFld6     PIC X(8).
       01 DaysFmt   PIC Z(4)9.
       01 LateFmt   PIC Z(4)9.
       01 MissFmt   PIC Z(4)9.
       01 AvgFmt    PIC Z(4)9.
       01 WorstFmt  PIC Z(4)9.
       01 LatePctFmt PIC Z(2)9.9.
       01 ArrWindowDays PIC 9(4) VALUE 90.
       01 ArrCutoff     PIC X(8).
       01 ArrCutoffNum  PIC 9(8).
       01 ArrTodayNum   PIC 9(8).
       01 ArrSkipped    PIC 9(7) VALUE 0.
       01 ArrOverflow   PIC 9(7) VALUE 0.
       01 SkipFmt       PIC Z(6)9.
       01 WindowFmt     PIC Z(3)9.

       COPY "AlertFields.cpy".

       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT QualityFile.
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           DISPLAY FUNCTION TRIM(ReportRec)
                   " - see Scorecard.report".
           PERFORM ReportArrivals.
           CLOSE ReportFile.
           IF JumpCount IS GREATER THAN 0
            MOVE 4 TO RETURN-CODE
           END-IF.
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            DISPLAY FUNCTION TRIM(ReportRec)
            MOVE "WARNING" TO AlertSeverity
            MOVE "scorecard" TO AlertSource
            MOVE "REJECT-JUMP" TO AlertCode
            MOVE SPACES TO AlertDayPart
            MOVE SPACES TO AlertText
            STRING "reject rate jumped on feed "
                   FUNCTION TRIM(FdName(BestFx)) " ("
                   FUNCTION TRIM(FdType(BestFx)) ") since its last cut"
             DELIMITED BY SIZE INTO AlertText
            END-STRING
            PERFORM RaiseAlert
           END-IF.
           WRITE ReportRec.

           END-IF.
           MOVE FdLastRate(FoundIdx) TO FdPrevRate(FoundIdx).
           MOVE RunRate TO FdLastRate(FoundIdx).

      * Subroutine ReportArrivals.
      *
      * The feed arrival block: feed.arrivals folded to one outcome
      * per feed and day (the day's last check), tallied per
      * supplier. Nothing is written when there is no arrival
      * history yet.
      *
      * Uses: feed.arrivals -> FeedDays, Suppliers, ReportFile
       ReportArrivals SECTION.
           OPEN INPUT ArrivalFile.
           IF ArrivalStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ArrTodayNum.
           COMPUTE ArrCutoffNum = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ArrTodayNum)
                   - ArrWindowDays).
           MOVE ArrCutoffNum TO ArrCutoff.
           MOVE SPACES TO ArrivalRec.
           READ ArrivalFile
            AT END SET EndOfArrival TO TRUE
           END-READ.
           PERFORM UNTIL EndOfArrival
            IF ArrivalRec(1:4) IS EQUAL TO "ARR|"
             PERFORM NoteFeedDay
            END-IF
            MOVE SPACES TO ArrivalRec
            READ ArrivalFile
             AT END SET EndOfArrival TO TRUE
            END-READ
           END-PERFORM.
           CLOSE ArrivalFile.
           IF DayCount IS EQUAL TO 0
            AND ArrSkipped IS EQUAL TO 0
            EXIT SECTION
           END-IF.

           PERFORM VARYING Dx FROM 1 UNTIL Dx IS GREATER THAN DayCount
            MOVE 0 TO FoundIdx
            PERFORM VARYING Sx FROM 1 UNTIL Sx IS GREATER THAN
                    SupCount
             IF SpName(Sx) IS EQUAL TO DySupplier(Dx)
              MOVE Sx TO FoundIdx
              EXIT PERFORM
             END-IF
            END-PERFORM
            IF FoundIdx IS EQUAL TO 0 AND SupCount IS LESS THAN 40
             ADD 1 TO SupCount
             MOVE SupCount TO FoundIdx
             MOVE DySupplier(Dx) TO SpName(FoundIdx)
             MOVE 0 TO SpDays(FoundIdx)
             MOVE 0 TO SpLate(FoundIdx)
             MOVE 0 TO SpMissing(FoundIdx)
             MOVE 0 TO SpLateMin(FoundIdx)
             MOVE 0 TO SpWorst(FoundIdx)
            END-IF
            IF FoundIdx IS NOT EQUAL TO 0
             ADD 1 TO SpDays(FoundIdx)
             IF DyState(Dx) IS EQUAL TO "LATE"
              ADD 1 TO SpLate(FoundIdx)
              ADD DyLate(Dx) TO SpLateMin(FoundIdx)
             END-IF
             IF DyState(Dx) IS EQUAL TO "MISSING"
              ADD 1 TO SpMissing(FoundIdx)
             END-IF
             IF DyState(Dx) IS EQUAL TO "LATE"
              OR DyState(Dx) IS EQUAL TO "MISSING"
              IF DyLate(Dx) IS GREATER THAN SpWorst(FoundIdx)
               MOVE DyLate(Dx) TO SpWorst(FoundIdx)
              END-IF
             END-IF
            END-IF
           END-PERFORM.

           MOVE SPACES TO ReportRec.
           WRITE ReportRec.
           MOVE ArrWindowDays TO WindowFmt.
           MOVE SPACES TO ReportRec.
           STRING "Feed arrival by supplier (feed.arrivals, last "
                  FUNCTION TRIM(WindowFmt) " days from " ArrCutoff
                  ")"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           IF ArrSkipped IS GREATER THAN 0
            MOVE ArrSkipped TO SkipFmt
            MOVE SPACES TO ReportRec
            STRING "  " FUNCTION TRIM(SkipFmt)
                   " older check(s) before " ArrCutoff
                   " skipped"
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            WRITE ReportRec
           END-IF.
           IF ArrOverflow IS GREATER THAN 0
            MOVE ArrOverflow TO SkipFmt
            MOVE SPACES TO ReportRec
            STRING "  " FUNCTION TRIM(SkipFmt)
                   " feed-day(s) beyond the 3000 the table holds"
                   " not counted"
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            WRITE ReportRec
            DISPLAY FUNCTION TRIM(ReportRec)
           END-IF.
           MOVE SPACES TO ReportRec.
           STRING "Supplier          Feed-days  Late  Missing  Late%"
                  "  AvgLate  Worst(min)"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           PERFORM VARYING Sx FROM 1 UNTIL Sx IS GREATER THAN SupCount
            MOVE SpDays(Sx) TO DaysFmt
            MOVE SpLate(Sx) TO LateFmt
            MOVE SpMissing(Sx) TO MissFmt
            MOVE SpWorst(Sx) TO WorstFmt
            COMPUTE LatePctFmt ROUNDED = (SpLate(Sx) + SpMissing(Sx))
                                       * 100 / SpDays(Sx)
            IF SpLate(Sx) IS EQUAL TO 0
             MOVE 0 TO AvgFmt
            ELSE
             COMPUTE AvgFmt ROUNDED = SpLateMin(Sx) / SpLate(Sx)
            END-IF
            MOVE SPACES TO ReportRec
            STRING SpName(Sx) "      " DaysFmt " " LateFmt "    "
                   MissFmt "  " LatePctFmt "    " AvgFmt "       "
                   WorstFmt
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            WRITE ReportRec
           END-PERFORM.

      * Subroutine NoteFeedDay.
      *
      * Fold one arrival check into its feed's day; a later check of
      * the same feed and day replaces the earlier one's outcome. A
      * check dated before the window's cutoff is only counted as
      * skipped.
      *
      * Uses: ArrivalRec, ArrCutoff -> FeedDays, ArrSkipped,
      *       ArrOverflow
       NoteFeedDay SECTION.
           MOVE SPACES TO AFld1 AFld2 AFld3 AFld4 AFld5 AFld6.
           UNSTRING ArrivalRec DELIMITED BY "|"
            INTO AFld1 AFld2 AFld3 AFld4 AFld5 AFld6
           END-UNSTRING.
           IF AFld2 IS LESS THAN ArrCutoff
            ADD 1 TO ArrSkipped
            EXIT SECTION
           END-IF.
           MOVE 0 TO Dx.
           PERFORM VARYING Dx FROM DayCount BY -1 UNTIL Dx IS EQUAL
                   TO 0
            IF DyFeed(Dx) IS EQUAL TO AFld3
             AND DyDate(Dx) IS EQUAL TO AFld2
             EXIT PERFORM
            END-IF
           END-PERFORM.
           IF Dx IS EQUAL TO 0
            IF DayCount IS EQUAL TO 3000
             ADD 1 TO ArrOverflow
             EXIT SECTION
            END-IF
            ADD 1 TO DayCount
            MOVE DayCount TO Dx
            MOVE AFld3 TO DyFeed(Dx)
            MOVE AFld2 TO DyDate(Dx)
           END-IF.
           MOVE AFld4 TO DySupplier(Dx).
           MOVE AFld5 TO DyState(Dx).
           MOVE 0 TO DyLate(Dx).
           IF AFld6(1:5) IS NUMERIC
            MOVE AFld6(1:5) TO DyLate(Dx)
           END-IF.

           COPY "AlertWrite.cpy".
