       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-24b.

      * Day 24 part two: the same 5x5 bug grid (FeedCheck's BUGS
      * edit), but recursive. The centre tile is not a tile at all -
      * it opens onto a whole 5x5 grid one level in, whose centre
      * opens onto the next, and so on in both directions: the feed's
      * grid sits inside a grid one level out, filling that grid's
      * centre. A tile on a grid's outer edge therefore also borders
      * the tile next to the centre one level out, and a tile next to
      * the centre borders the whole facing edge (five tiles) of the
      * grid one level in. The life rule is part one's - a bug lives
      * on with exactly one bug neighbour, an empty tile is infested
      * by one or two - applied to every level at once each minute.
      *
      * Depth 0 is the feed's grid; depth +1 is the grid inside its
      * centre, -1 the grid it sits in. Bugs can reach at most one
      * new level outward and one inward every two minutes, so the
      * level table is sized for the Minutes limit with a level to
      * spare each way; only the levels that hold bugs (and the empty
      * level either side) are stepped.
      *
      * The answer is the total bug count after the run; it lands in
      * results.ledger and audit.log via the shared copybooks.
      * 24b.report carries the per-level population - each populated
      * depth with its bug count and a bar - so the spread across
      * depth can be reviewed, under a control trailer.
      *
      * Arguments: InputPath [Minutes]
      *   Minutes: minutes to run, 1 to 400, default 200

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT InputFile ASSIGN TO InputPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS InputStatus.
       SELECT ReportFile ASSIGN TO "24b.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "ProvFeed.cpy".
       COPY "AuditTrail.cpy".
       COPY "AbendDump.cpy".
       COPY "ResultsLedger.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD InputFile RECORD IS VARYING IN SIZE FROM 1 TO 200
          CHARACTERS DEPENDING ON InputLen.
       01 InputRec    PIC X(200).
       88 EndOfInput  VALUE HIGH-VALUES.

       FD ReportFile.
       01 ReportRec PIC X(200).

       COPY "ProvFeedFD.cpy".

       COPY "AbendDumpFD.cpy".

       COPY "AuditTrailFD.cpy".
       COPY "ResultsLedgerFD.cpy".

       WORKING-STORAGE SECTION.
       01 InputPath PIC X(50).
      * InputStatus catches a missing/misnamed InputPath file so that
      * case produces a clean message instead of a runtime abend.
       01 InputStatus PIC X(2).
       01 InputLen    PIC 9(4).
       COPY "ProvFields.cpy".
       COPY "AbendFields.cpy".
       COPY "AuditTrailFields.cpy".
       COPY "ResultsLedgerFields.cpy".

       01 MinutesStr PIC X(12).
       01 Minutes    PIC 9(3) VALUE 200.
       01 MinutesFmt PIC ZZ9.
       01 Minute     PIC 9(3) VALUE 0.

      * The level table: entry LevelZero is depth 0, lower entries
      * are outer levels and higher entries inner ones. 400 minutes
      * spread at most 200 levels each way; 405 entries leave room
      * beyond each end for the empty level stepped alongside the
      * span and the level that one's edge tiles border.
       01 LevelZero  PIC 9(3) VALUE 203.
       01 LevelMax   PIC 9(3) VALUE 405.
       01 Levels.
          02 Level OCCURS 405 TIMES.
             03 LvRow OCCURS 5 TIMES.
                04 LvCell PIC X(1) OCCURS 5 TIMES.
       01 NextLevels.
          02 NextLevel OCCURS 405 TIMES.
             03 NxRow OCCURS 5 TIMES.
                04 NxCell PIC X(1) OCCURS 5 TIMES.
      * Populated span of the table, and the span stepped this minute.
       01 LoLevel    PIC 9(3).
       01 HiLevel    PIC 9(3).
       01 StepLo     PIC 9(3).
       01 StepHi     PIC 9(3).
       01 Lv         PIC 9(3).
       01 Rx         PIC 9(1).
       01 Cx         PIC 9(1).
       01 Kx         PIC 9(1).
       01 Adjacent   PIC 9(2).
       01 CentreBug  PIC 9(1) VALUE 0.

      * Per-level and total populations for the report.
       01 LevelBugs  PIC 9(2).
       01 TotalBugs  PIC 9(6) VALUE 0.
       01 TotalFmt   PIC Z(5)9.
       01 LevelCount PIC 9(3) VALUE 0.
       01 LevelFmt   PIC ZZ9.
       01 PeakBugs   PIC 9(2) VALUE 0.
       01 Depth      PIC S9(3).
       01 DepthFmt   PIC -(3)9.
       01 LoDepthFmt PIC -(3)9.
       01 HiDepthFmt PIC -(3)9.
       01 BugsFmt    PIC Z9.
       01 PeakFmt    PIC Z9.
       01 Bar        PIC X(25).

       01 RecNum     PIC 9(4) VALUE 0.
       01 Cdx        PIC 9(1).

       01 TrailCount PIC 9(9) VALUE 0.
       01 TrailSum   PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT InputPath FROM ARGUMENT-VALUE.
           ACCEPT MinutesStr FROM ARGUMENT-VALUE.
           MOVE "AdventOfCode2019-24b" TO AbendProgram.
           MOVE InputPath TO AbendInput.
           IF MinutesStr IS NOT EQUAL TO SPACES
            AND MinutesStr IS NOT EQUAL TO LOW-VALUES
            IF FUNCTION NUMVAL(MinutesStr) IS LESS THAN 1
             OR FUNCTION NUMVAL(MinutesStr) IS GREATER THAN 400
             DISPLAY "Minutes must be 1 to 400: "
                     FUNCTION TRIM(MinutesStr)
             MOVE "Minutes argument out of range" TO AbendReason
             MOVE "startup arguments" TO AbendPosition
             MOVE MinutesStr TO AbendDetail
             MOVE 4 TO AbendCode
             PERFORM Abend
            END-IF
            COMPUTE Minutes = FUNCTION NUMVAL(MinutesStr)
           END-IF.
           MOVE Minutes TO MinutesFmt.
           OPEN INPUT InputFile.
           IF InputStatus IS NOT EQUAL TO "00"
            DISPLAY "Input file not found: "
                FUNCTION TRIM(InputPath)
            MOVE "Input file not found" TO AbendReason
            MOVE InputPath TO AbendInput
            MOVE "startup open" TO AbendPosition
            MOVE SPACES TO AbendDetail
            MOVE 8 TO AbendCode
            PERFORM Abend
           END-IF.
           MOVE ALL "." TO Levels.
           PERFORM LoadGrid.
           CLOSE InputFile.
           MOVE LevelZero TO LoLevel.
           MOVE LevelZero TO HiLevel.

           PERFORM Minutes TIMES
            ADD 1 TO Minute
            PERFORM StepLevels
           END-PERFORM.
           PERFORM CountLevels.
           MOVE TotalBugs TO TotalFmt.

           PERFORM WriteReport.
           DISPLAY "Bugs after " FUNCTION TRIM(MinutesFmt)
                   " minutes: " FUNCTION TRIM(TotalFmt).

           MOVE "AdventOfCode2019-24b" TO AuditProgramId.
           MOVE InputPath TO AuditInputPath.
           MOVE MinutesStr TO AuditArgs.
           MOVE FUNCTION TRIM(TotalFmt) TO AuditAnswer.
           PERFORM WriteAuditTrail.
           MOVE RecNum TO AcctReads.
           MOVE TrailCount TO AcctLines.
           MOVE "24" TO LedgerDay.
           MOVE "b" TO LedgerPart.
           MOVE FUNCTION TRIM(TotalFmt) TO LedgerAnswer.
           PERFORM WriteLedger.
           STOP RUN.

      * Subroutine LoadGrid.
      *
      * Read the five grid rows into depth 0, each exactly five cells
      * of "." or "#"; anything else is rejected with its record
      * number. A bug drawn on the centre tile has no tile to live on
      * in the recursive grid, so it is dropped (and noted in the
      * report).
      *
      * Uses: InputFile -> Level(LevelZero), RecNum, CentreBug
       LoadGrid SECTION.
           MOVE SPACES TO InputRec.
           READ InputFile
            AT END SET EndOfInput TO TRUE
           END-READ.
           PERFORM UNTIL EndOfInput
            ADD 1 TO RecNum
            IF RecNum IS GREATER THAN 5
             MOVE "Grid has more than five rows" TO AbendReason
             PERFORM BadRecordAbend
            END-IF
            IF InputLen IS NOT EQUAL TO 5
             MOVE "Grid row is not five cells wide" TO AbendReason
             PERFORM BadRecordAbend
            END-IF
            PERFORM VARYING Cdx FROM 1 UNTIL Cdx IS GREATER THAN 5
             IF InputRec(Cdx:1) IS NOT EQUAL TO "."
              AND InputRec(Cdx:1) IS NOT EQUAL TO "#"
              MOVE "Grid cell is not . or #" TO AbendReason
              PERFORM BadRecordAbend
             END-IF
            END-PERFORM
            MOVE InputRec(1:5) TO LvRow(LevelZero, RecNum)
            MOVE SPACES TO InputRec
            READ InputFile
             AT END SET EndOfInput TO TRUE
            END-READ
           END-PERFORM.
           IF RecNum IS LESS THAN 5
            DISPLAY "Grid has only " RecNum " row(s)"
            MOVE "Grid has fewer than five rows" TO AbendReason
            MOVE "end of feed" TO AbendPosition
            MOVE SPACES TO AbendDetail
            MOVE 4 TO AbendCode
            PERFORM Abend
           END-IF.
           IF LvCell(LevelZero, 3, 3) IS EQUAL TO "#"
            MOVE 1 TO CentreBug
            MOVE "." TO LvCell(LevelZero, 3, 3)
           END-IF.

      * Subroutine StepLevels.
      *
      * One minute across the recursive grid: every level from one
      * outside the populated span to one inside it is counted and
      * rebuilt from the current table, then the new levels replace
      * the old and the span widens to any level that gained bugs.
      *
      * Uses: Levels, LoLevel, HiLevel -> Levels, LoLevel, HiLevel
       StepLevels SECTION.
           COMPUTE StepLo = LoLevel - 1.
           COMPUTE StepHi = HiLevel + 1.
           IF StepLo IS LESS THAN 2 OR StepHi IS GREATER THAN
              LevelMax - 1
            DISPLAY "Bugs spread past the level table at minute "
                    Minute
            MOVE "Level table exhausted" TO AbendReason
            MOVE "minute loop" TO AbendPosition
            MOVE SPACES TO AbendDetail
            STRING "minute " Minute
             DELIMITED BY SIZE INTO AbendDetail
            END-STRING
            MOVE 12 TO AbendCode
            PERFORM Abend
           END-IF.
           PERFORM VARYING Lv FROM StepLo UNTIL Lv IS GREATER THAN
                   StepHi
            PERFORM VARYING Rx FROM 1 UNTIL Rx IS GREATER THAN 5
             PERFORM VARYING Cx FROM 1 UNTIL Cx IS GREATER THAN 5
              IF Rx IS EQUAL TO 3 AND Cx IS EQUAL TO 3
               MOVE "." TO NxCell(Lv, Rx, Cx)
              ELSE
               PERFORM CountAdjacent
               MOVE "." TO NxCell(Lv, Rx, Cx)
               IF LvCell(Lv, Rx, Cx) IS EQUAL TO "#"
                IF Adjacent IS EQUAL TO 1
                 MOVE "#" TO NxCell(Lv, Rx, Cx)
                END-IF
               ELSE
                IF Adjacent IS EQUAL TO 1 OR Adjacent IS EQUAL TO 2
                 MOVE "#" TO NxCell(Lv, Rx, Cx)
                END-IF
               END-IF
              END-IF
             END-PERFORM
            END-PERFORM
           END-PERFORM.
           PERFORM VARYING Lv FROM StepLo UNTIL Lv IS GREATER THAN
                   StepHi
            MOVE NextLevel(Lv) TO Level(Lv)
           END-PERFORM.
           IF Level(StepLo) IS NOT EQUAL TO ALL "."
            MOVE StepLo TO LoLevel
           END-IF.
           IF Level(StepHi) IS NOT EQUAL TO ALL "."
            MOVE StepHi TO HiLevel
           END-IF.

      * Subroutine CountAdjacent.
      *
      * Count the bugs bordering one tile in each of its four
      * directions. Off the grid's edge the neighbour is the tile
      * beside the centre one level out (Lv - 1); into the centre the
      * neighbours are the five tiles along the facing edge one level
      * in (Lv + 1); otherwise it is the next tile on the same level.
      *
      * Uses: Levels, Lv, Row, Col -> Adjacent
       CountAdjacent SECTION.
           MOVE 0 TO Adjacent.
      * Up.
           EVALUATE TRUE
            WHEN Rx IS EQUAL TO 1
             IF LvCell(Lv - 1, 2, 3) IS EQUAL TO "#"
              ADD 1 TO Adjacent
             END-IF
            WHEN Rx IS EQUAL TO 4 AND Cx IS EQUAL TO 3
             PERFORM VARYING Kx FROM 1 UNTIL Kx IS GREATER THAN 5
              IF LvCell(Lv + 1, 5, Kx) IS EQUAL TO "#"
               ADD 1 TO Adjacent
              END-IF
             END-PERFORM
            WHEN OTHER
             IF LvCell(Lv, Rx - 1, Cx) IS EQUAL TO "#"
              ADD 1 TO Adjacent
             END-IF
           END-EVALUATE.
      * Down.
           EVALUATE TRUE
            WHEN Rx IS EQUAL TO 5
             IF LvCell(Lv - 1, 4, 3) IS EQUAL TO "#"
              ADD 1 TO Adjacent
             END-IF
            WHEN Rx IS EQUAL TO 2 AND Cx IS EQUAL TO 3
             PERFORM VARYING Kx FROM 1 UNTIL Kx IS GREATER THAN 5
              IF LvCell(Lv + 1, 1, Kx) IS EQUAL TO "#"
               ADD 1 TO Adjacent
              END-IF
             END-PERFORM
            WHEN OTHER
             IF LvCell(Lv, Rx + 1, Cx) IS EQUAL TO "#"
              ADD 1 TO Adjacent
             END-IF
           END-EVALUATE.
      * Left.
           EVALUATE TRUE
            WHEN Cx IS EQUAL TO 1
             IF LvCell(Lv - 1, 3, 2) IS EQUAL TO "#"
              ADD 1 TO Adjacent
             END-IF
            WHEN Cx IS EQUAL TO 4 AND Rx IS EQUAL TO 3
             PERFORM VARYING Kx FROM 1 UNTIL Kx IS GREATER THAN 5
              IF LvCell(Lv + 1, Kx, 5) IS EQUAL TO "#"
               ADD 1 TO Adjacent
              END-IF
             END-PERFORM
            WHEN OTHER
             IF LvCell(Lv, Rx, Cx - 1) IS EQUAL TO "#"
              ADD 1 TO Adjacent
             END-IF
           END-EVALUATE.
      * Right.
           EVALUATE TRUE
            WHEN Cx IS EQUAL TO 5
             IF LvCell(Lv - 1, 3, 4) IS EQUAL TO "#"
              ADD 1 TO Adjacent
             END-IF
            WHEN Cx IS EQUAL TO 2 AND Rx IS EQUAL TO 3
             PERFORM VARYING Kx FROM 1 UNTIL Kx IS GREATER THAN 5
              IF LvCell(Lv + 1, Kx, 1) IS EQUAL TO "#"
               ADD 1 TO Adjacent
              END-IF
             END-PERFORM
            WHEN OTHER
             IF LvCell(Lv, Rx, Cx + 1) IS EQUAL TO "#"
              ADD 1 TO Adjacent
             END-IF
           END-EVALUATE.

      * Subroutine CountLevels.
      *
      * Total the bugs across the populated span, noting how many
      * levels hold any and the most on one level.
      *
      * Uses: Levels, LoLevel, HiLevel -> TotalBugs, LevelCount,
      *       PeakBugs
       CountLevels SECTION.
           PERFORM VARYING Lv FROM LoLevel UNTIL Lv IS GREATER THAN
                   HiLevel
            PERFORM CountLevel
            ADD LevelBugs TO TotalBugs
            IF LevelBugs IS GREATER THAN 0
             ADD 1 TO LevelCount
            END-IF
            IF LevelBugs IS GREATER THAN PeakBugs
             MOVE LevelBugs TO PeakBugs
            END-IF
           END-PERFORM.

      * Subroutine CountLevel.
      *
      * Bugs on one level.
      *
      * Uses: Levels, Lv -> LevelBugs
       CountLevel SECTION.
           MOVE 0 TO LevelBugs.
           PERFORM VARYING Rx FROM 1 UNTIL Rx IS GREATER THAN 5
            PERFORM VARYING Cx FROM 1 UNTIL Cx IS GREATER THAN 5
             IF LvCell(Lv, Rx, Cx) IS EQUAL TO "#"
              ADD 1 TO LevelBugs
             END-IF
            END-PERFORM
           END-PERFORM.

      * Subroutine WriteReport.
      *
      * Write the run's totals and the per-level population - one
      * line per depth across the populated span, with its bug count
      * and a bar of that many "#" - to 24b.report under the standard
      * control trailer.
      *
      * Uses: Levels, LoLevel, HiLevel, totals -> ReportFile
       WriteReport SECTION.
           COMPUTE Depth = LoLevel - LevelZero.
           MOVE Depth TO LoDepthFmt.
           COMPUTE Depth = HiLevel - LevelZero.
           MOVE Depth TO HiDepthFmt.
           MOVE LevelCount TO LevelFmt.
           MOVE PeakBugs TO PeakFmt.
           OPEN OUTPUT ReportFile.
      * Every report leads with its provenance: who made it,
      * when, from which feed (and fingerprint), under which
      * control values.
           MOVE InputPath TO ProvFeedPath.
           MOVE SPACES TO ProvCtl.
           STRING "Minutes=" FUNCTION TRIM(MinutesFmt)
            DELIMITED BY SIZE INTO ProvCtl
           END-STRING.
           PERFORM BuildProvenance.
           MOVE ProvRec TO ReportRec.
           PERFORM WriteReportRec.
           IF CentreBug IS EQUAL TO 1
            MOVE "Centre-tile bug in the feed dropped (opens to +1)"
              TO ReportRec
            PERFORM WriteReportRec
           END-IF.
           MOVE SPACES TO ReportRec.
           STRING "After " FUNCTION TRIM(MinutesFmt) " minutes: "
                  FUNCTION TRIM(TotalFmt) " bugs on "
                  FUNCTION TRIM(LevelFmt) " level(s), depth "
                  FUNCTION TRIM(LoDepthFmt) " to "
                  FUNCTION TRIM(HiDepthFmt) ", at most "
                  FUNCTION TRIM(PeakFmt) " on one level"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE "Depth Bugs" TO ReportRec.
           PERFORM WriteReportRec.
           PERFORM VARYING Lv FROM LoLevel UNTIL Lv IS GREATER THAN
                   HiLevel
            PERFORM CountLevel
            COMPUTE Depth = Lv - LevelZero
            MOVE Depth TO DepthFmt
            MOVE LevelBugs TO BugsFmt
            MOVE SPACES TO Bar
            IF LevelBugs IS GREATER THAN 0
             MOVE ALL "#" TO Bar(1:LevelBugs)
            END-IF
            MOVE SPACES TO ReportRec
            STRING " " DepthFmt "   " BugsFmt " " Bar
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            PERFORM WriteReportRec
           END-PERFORM.
           MOVE SPACES TO ReportRec.
           STRING "Total bugs " FUNCTION TRIM(TotalFmt)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "TRAILER|" TrailCount "|" TrailSum
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           CLOSE ReportFile.
           DISPLAY "Report written to 24b.report".

      * Subroutine WriteReportRec.
      *
      * Write one report record and fold it into the control totals.
      *
      * Uses: ReportRec -> ReportFile, TrailCount, TrailSum
       WriteReportRec SECTION.
           ADD 1 TO TrailCount.
           COMPUTE TrailSum = FUNCTION MOD(TrailSum
                 + FUNCTION ORD(ReportRec(1:1)), 1000000000).
           WRITE ReportRec.

      * Subroutine BadRecordAbend.
      *
      * Abend on a malformed grid row with its record number, per the
      * shop convention (4 = data rejected).
      *
      * Uses: AbendReason, RecNum, InputRec
       BadRecordAbend SECTION.
           MOVE SPACES TO AbendPosition.
           STRING "record " RecNum
            DELIMITED BY SIZE INTO AbendPosition
           END-STRING.
           MOVE InputRec(1:80) TO AbendDetail.
           MOVE 4 TO AbendCode.
           PERFORM Abend.

           COPY "ProvWrite.cpy".

           COPY "AbendWrite.cpy".

           COPY "AuditTrailWrite.cpy".
           COPY "ResultsLedgerWrite.cpy".
