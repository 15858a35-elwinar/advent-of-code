       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-Dashboard.

      * Operations dashboard: one static HTML page for the shared
      * drive instead of a stack of printouts. It is generated after
      * the end-of-day pass from the files that pass leaves behind:
      *
      *   Eod.metrics          today's run, reject, drift and other
      *                        counts, shown as tiles
      *   StatusBoard.report   the day/part grid, each cell coloured
      *                        OFFICIAL, UNVERIFIED, MISSING or FAILED
      *                        (FAILED when the day's program has an
      *                        incident still OPEN)
      *   incidents.log        the open incidents with their age
      *   durations.history    the batch-window trend: the slowest
      *                        lane of each recent pass against the
      *                        window (run.control forecast|
      *                        BatchWindow, default 900 seconds)
      *   Forecast.report      the forecast's projection and any day
      *                        it flags
      *   Scorecard.report     the feeds the scorecard flags for a
      *                        reject-rate jump
      *
      * A source that is absent says so on the page rather than
      * leaving its panel out.
      *
      * Output: Dashboard.html. RETURN-CODE 0, or 4 when any grid
      * cell is FAILED or any incident is open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HtmlFile ASSIGN TO "Dashboard.html"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SourceFile ASSIGN USING SourcePath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SourceStatus.
       COPY "RunControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD HtmlFile.
       01 HtmlRec PIC X(250).

      * SourceFile is reopened for each input the page is built from.
       FD SourceFile RECORD IS VARYING IN SIZE FROM 1 TO 250
          CHARACTERS.
       01 SourceRec    PIC X(250).
       88 EndOfSource  VALUE HIGH-VALUES.

       COPY "RunControlFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "RunControlFields.cpy".
       01 SourcePath   PIC X(30).
       01 SourceStatus PIC X(2).
       01 Today        PIC X(8).
       01 Stamp        PIC X(14).
       01 BatchWindow  PIC 9(6) VALUE 900.
       01 AttnCount    PIC 9(4) VALUE 0.

       01 Fld1         PIC X(20).
       01 Fld2         PIC X(20).
       01 Fld3         PIC X(20).
       01 Fld4         PIC X(20).
       01 Fld5         PIC X(20).
       01 Fld6         PIC X(20).
       01 Fld7         PIC X(20).
       01 Fld8         PIC X(150).
       01 ValueNum     PIC 9(9).
       01 ValueFmt     PIC Z(8)9.
       01 PickCount    PIC 9(4).
       01 FlagTally    PIC 9(2).

      * Every incident still OPEN in the register.
       01 IncTable.
          02 IncCount PIC 9(3) VALUE 0.
          02 IncEntry OCCURS 200 TIMES.
             03 IncNumber  PIC X(6).
             03 IncProgram PIC X(8).
             03 IncStatus  PIC X(12).
             03 IncOpened  PIC X(14).
             03 IncNote    PIC X(150).
       01 Ix           PIC 9(3).
       01 AgeDays      PIC 9(5).
       01 AgeFmt       PIC Z(4)9.

      * The status grid: one table row per season/day, a cell per
      * part.
       01 RowKey       PIC X(8) VALUE SPACES.
       01 RowCells     PIC 9(1) VALUE 0.
       01 RowOpen      PIC 9(1) VALUE 0.
       01 BdSeason     PIC X(4).
       01 BdDay        PIC X(4).
       01 BdPart       PIC X(1).
       01 BdCert       PIC X(10).
       01 BdProgram    PIC X(8).
       01 CellStatus   PIC X(10).
       01 StatusTotals.
          02 TotOfficial   PIC 9(3) VALUE 0.
          02 TotUnverified PIC 9(3) VALUE 0.
          02 TotMissing    PIC 9(3) VALUE 0.
          02 TotFailed     PIC 9(3) VALUE 0.
       01 TotFmt       PIC Z(2)9.
       01 Tot2Fmt      PIC Z(2)9.
       01 Tot3Fmt      PIC Z(2)9.
       01 Tot4Fmt      PIC Z(2)9.

      * The newest passes of the duration history, oldest first, each
      * with its slowest lane.
       01 PassTable.
          02 PassCount PIC 9(2) VALUE 0.
          02 PassEntry OCCURS 14 TIMES.
             03 PassStamp PIC X(14).
             03 PassSlow  PIC 9(6).
             03 PassLane  PIC X(8).
       01 Px           PIC 9(2).
       01 LaneSecs     PIC 9(6).
       01 BarPct       PIC 9(3).
       01 BarFmt       PIC ZZ9.
       01 SecsFmt      PIC Z(5)9.
       01 BarClass     PIC X(8).

      * EscIn is made safe to place in the page (& < > quoted) into
      * EscOut.
       01 EscIn        PIC X(150).
       01 EscOut       PIC X(200).
       01 EscLen       PIC 9(3).
       01 EscPtr       PIC 9(3).
       01 Ex           PIC 9(3).

       PROCEDURE DIVISION.
       Begin.
           MOVE FUNCTION CURRENT-DATE(1:14) TO Stamp.
           MOVE Stamp(1:8) TO Today.
           MOVE "forecast" TO CtlProgram.
           MOVE "BatchWindow" TO CtlParam.
           PERFORM GetControlParam.
           IF CtlValue IS NOT EQUAL TO SPACES
            COMPUTE BatchWindow = FUNCTION NUMVAL(CtlValue)
           END-IF.
           IF BatchWindow IS EQUAL TO 0
            MOVE 900 TO BatchWindow
           END-IF.

           OPEN OUTPUT HtmlFile.
           PERFORM WritePageHead.
           PERFORM MetricTiles.
           PERFORM LoadIncidents.
           PERFORM StatusGrid.
           PERFORM IncidentPanel.
           PERFORM WindowTrend.
           PERFORM FlaggedFeeds.
           MOVE "</body></html>" TO HtmlRec.
           WRITE HtmlRec.
           CLOSE HtmlFile.

           DISPLAY "Dashboard written to Dashboard.html".
           IF AttnCount IS GREATER THAN 0
            MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Subroutine WritePageHead.
      *
      * The page head and the style sheet the status colours and
      * trend bars use.
      *
      * Uses: Stamp -> HtmlFile
       WritePageHead SECTION.
           MOVE "<!DOCTYPE html>" TO HtmlRec.
           WRITE HtmlRec.
           MOVE "<html><head><meta charset=""utf-8"">" TO HtmlRec.
           WRITE HtmlRec.
           MOVE "<title>AOC 2019 operations dashboard</title>"
             TO HtmlRec.
           WRITE HtmlRec.
           MOVE "<style>" TO HtmlRec.
           WRITE HtmlRec.
           MOVE "body{font-family:sans-serif;margin:1em}"
             TO HtmlRec.
           WRITE HtmlRec.
           MOVE "table{border-collapse:collapse;margin-bottom:1em}"
             TO HtmlRec.
           WRITE HtmlRec.
           MOVE "td,th{border:1px solid #999;padding:2px 8px}"
             TO HtmlRec.
           WRITE HtmlRec.
           MOVE ".tile{display:inline-block;border:1px solid #999;"
             & "padding:6px 12px;margin:4px;text-align:center}"
             TO HtmlRec.
           WRITE HtmlRec.
           MOVE ".tile b{display:block;font-size:160%}" TO HtmlRec.
           WRITE HtmlRec.
           MOVE ".OFFICIAL{background:#8c8}" TO HtmlRec.
           WRITE HtmlRec.
           MOVE ".UNVERIFIED{background:#fd6}" TO HtmlRec.
           WRITE HtmlRec.
           MOVE ".MISSING{background:#ccc}" TO HtmlRec.
           WRITE HtmlRec.
           MOVE ".FAILED{background:#e66}" TO HtmlRec.
           WRITE HtmlRec.
           MOVE ".bar{background:#69c;height:12px}" TO HtmlRec.
           WRITE HtmlRec.
           MOVE ".bar.over{background:#e66}" TO HtmlRec.
           WRITE HtmlRec.
           MOVE "</style></head><body>" TO HtmlRec.
           WRITE HtmlRec.
           MOVE SPACES TO HtmlRec.
           STRING "<h1>AOC 2019 operations dashboard</h1><p>Generated "
                  Stamp(1:4) "-" Stamp(5:2) "-" Stamp(7:2) " "
                  Stamp(9:2) ":" Stamp(11:2) "</p>"
            DELIMITED BY SIZE INTO HtmlRec
           END-STRING.
           WRITE HtmlRec.

      * Subroutine MetricTiles.
      *
      * One tile per Eod.metrics counter (the trailer is skipped).
      *
      * Uses: Eod.metrics -> HtmlFile
       MetricTiles SECTION.
           MOVE "<h2>Today's counts</h2><div>" TO HtmlRec.
           WRITE HtmlRec.
           MOVE "Eod.metrics" TO SourcePath.
           OPEN INPUT SourceFile.
           IF SourceStatus IS NOT EQUAL TO "00"
            MOVE "<p>No Eod.metrics - the end-of-day pass has not "
              & "run.</p></div>" TO HtmlRec
            WRITE HtmlRec
            EXIT SECTION
           END-IF.
           MOVE SPACES TO SourceRec.
           READ SourceFile
            AT END SET EndOfSource TO TRUE
           END-READ.
           PERFORM UNTIL EndOfSource
            IF SourceRec(1:7) IS EQUAL TO "METRIC|"
             AND SourceRec(40:9) IS NUMERIC
             MOVE SourceRec(40:9) TO ValueNum
             MOVE ValueNum TO ValueFmt
             MOVE SPACES TO HtmlRec
             STRING "<span class=""tile""><b>"
                    FUNCTION TRIM(ValueFmt) "</b>"
                    FUNCTION TRIM(SourceRec(23:16)) "</span>"
              DELIMITED BY SIZE INTO HtmlRec
             END-STRING
             WRITE HtmlRec
            END-IF
            MOVE SPACES TO SourceRec
            READ SourceFile
             AT END SET EndOfSource TO TRUE
            END-READ
           END-PERFORM.
           CLOSE SourceFile.
           MOVE "</div>" TO HtmlRec.
           WRITE HtmlRec.

      * Subroutine LoadIncidents.
      *
      * Hold every incident still OPEN, for the grid's FAILED cells
      * and the incident panel.
      *
      * Uses: incidents.log -> IncTable
       LoadIncidents SECTION.
           MOVE "incidents.log" TO SourcePath.
           OPEN INPUT SourceFile.
           IF SourceStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO SourceRec.
           READ SourceFile
            AT END SET EndOfSource TO TRUE
           END-READ.
           PERFORM UNTIL EndOfSource
            IF SourceRec(1:4) IS EQUAL TO "INC|"
             MOVE SPACES TO Fld2 Fld3 Fld4 Fld5 Fld6 Fld7 Fld8
             UNSTRING SourceRec DELIMITED BY "|"
              INTO Fld1 Fld2 Fld3 Fld4 Fld5 Fld6 Fld7 Fld8
             END-UNSTRING
             IF Fld7 IS EQUAL TO "OPEN" AND IncCount IS LESS THAN 200
              ADD 1 TO IncCount
              MOVE Fld2 TO IncNumber(IncCount)
              MOVE Fld3 TO IncProgram(IncCount)
              MOVE Fld5 TO IncStatus(IncCount)
              MOVE Fld6 TO IncOpened(IncCount)
              MOVE Fld8 TO IncNote(IncCount)
             END-IF
            END-IF
            MOVE SPACES TO SourceRec
            READ SourceFile
             AT END SET EndOfSource TO TRUE
            END-READ
           END-PERFORM.
           CLOSE SourceFile.

      * Subroutine StatusGrid.
      *
      * The day/part grid off the status board, one row per season
      * and day, with the count of cells in each status beneath.
      *
      * Uses: StatusBoard.report, IncTable -> HtmlFile, StatusTotals
       StatusGrid SECTION.
           MOVE "<h2>Day/part status</h2>" TO HtmlRec.
           WRITE HtmlRec.
           MOVE "StatusBoard.report" TO SourcePath.
           OPEN INPUT SourceFile.
           IF SourceStatus IS NOT EQUAL TO "00"
            MOVE "<p>No StatusBoard.report - the status board has "
              & "not run.</p>" TO HtmlRec
            WRITE HtmlRec
            EXIT SECTION
           END-IF.
           MOVE "<table><tr><th>Season / day</th><th>Part a</th>"
             & "<th>Part b</th></tr>" TO HtmlRec.
           WRITE HtmlRec.
           MOVE SPACES TO SourceRec.
           READ SourceFile
            AT END SET EndOfSource TO TRUE
           END-READ.
           PERFORM UNTIL EndOfSource
            IF SourceRec(1:4) IS NUMERIC
             AND (SourceRec(11:1) IS EQUAL TO "a"
                  OR SourceRec(11:1) IS EQUAL TO "b")
             PERFORM GridCell
            END-IF
            MOVE SPACES TO SourceRec
            READ SourceFile
             AT END SET EndOfSource TO TRUE
            END-READ
           END-PERFORM.
           CLOSE SourceFile.
           PERFORM CloseGridRow.
           MOVE "</table>" TO HtmlRec.
           WRITE HtmlRec.
           MOVE TotOfficial TO TotFmt.
           MOVE TotUnverified TO Tot2Fmt.
           MOVE TotMissing TO Tot3Fmt.
           MOVE TotFailed TO Tot4Fmt.
           MOVE SPACES TO HtmlRec.
           STRING "<p><span class=""OFFICIAL"">"
                  FUNCTION TRIM(TotFmt) " OFFICIAL</span> "
                  "<span class=""UNVERIFIED"">"
                  FUNCTION TRIM(Tot2Fmt) " UNVERIFIED</span> "
                  "<span class=""MISSING"">"
                  FUNCTION TRIM(Tot3Fmt) " MISSING</span> "
                  "<span class=""FAILED"">"
                  FUNCTION TRIM(Tot4Fmt) " FAILED</span></p>"
            DELIMITED BY SIZE INTO HtmlRec
           END-STRING.
           WRITE HtmlRec.
           ADD TotFailed TO AttnCount.

      * Subroutine GridCell.
      *
      * Place one status board line in the grid. FAILED (an open
      * incident against the day's program, "10a" or a whole-day
      * program such as "9") outranks MISSING, which outranks the
      * certification: OFFICIAL, or UNVERIFIED for anything not yet
      * signed off (SUSPECT included).
      *
      * Uses: SourceRec, IncTable -> HtmlFile, RowKey, StatusTotals
       GridCell SECTION.
           MOVE SourceRec(1:4) TO BdSeason.
           MOVE SourceRec(6:4) TO BdDay.
           MOVE SourceRec(11:1) TO BdPart.
           MOVE SourceRec(13:10) TO BdCert.
           IF SourceRec(1:8) IS NOT EQUAL TO RowKey
            PERFORM CloseGridRow
            MOVE SourceRec(1:8) TO RowKey
            MOVE SPACES TO HtmlRec
            STRING "<tr><th>" BdSeason " day " FUNCTION TRIM(BdDay)
                   "</th>"
             DELIMITED BY SIZE INTO HtmlRec
            END-STRING
            WRITE HtmlRec
            MOVE 1 TO RowOpen
            MOVE 0 TO RowCells
           END-IF.
           IF BdPart IS EQUAL TO "b" AND RowCells IS EQUAL TO 0
            MOVE "<td></td>" TO HtmlRec
            WRITE HtmlRec
            ADD 1 TO RowCells
           END-IF.

           MOVE SPACES TO BdProgram.
           STRING FUNCTION TRIM(BdDay) BdPart
            DELIMITED BY SIZE INTO BdProgram
           END-STRING.
           MOVE SPACES TO CellStatus.
           PERFORM VARYING Ix FROM 1 UNTIL Ix IS GREATER THAN
                   IncCount
            IF IncProgram(Ix) IS EQUAL TO BdProgram
             OR IncProgram(Ix) IS EQUAL TO FUNCTION TRIM(BdDay)
             MOVE "FAILED" TO CellStatus
            END-IF
           END-PERFORM.
           EVALUATE TRUE
            WHEN CellStatus IS EQUAL TO "FAILED"
             ADD 1 TO TotFailed
            WHEN SourceRec(24:7) IS EQUAL TO "MISSING"
             MOVE "MISSING" TO CellStatus
             ADD 1 TO TotMissing
            WHEN BdCert IS EQUAL TO "OFFICIAL"
             MOVE "OFFICIAL" TO CellStatus
             ADD 1 TO TotOfficial
            WHEN OTHER
             MOVE "UNVERIFIED" TO CellStatus
             ADD 1 TO TotUnverified
           END-EVALUATE.
           MOVE SPACES TO HtmlRec.
           STRING "<td class=""" FUNCTION TRIM(CellStatus) """>"
                  FUNCTION TRIM(CellStatus) "</td>"
            DELIMITED BY SIZE INTO HtmlRec
           END-STRING.
           WRITE HtmlRec.
           ADD 1 TO RowCells.

      * Subroutine CloseGridRow.
      *
      * Finish the open grid row, padding a day with no part b.
      *
      * Uses: RowOpen, RowCells -> HtmlFile
       CloseGridRow SECTION.
           IF RowOpen IS EQUAL TO 0
            EXIT SECTION
           END-IF.
           IF RowCells IS LESS THAN 2
            MOVE "<td></td>" TO HtmlRec
            WRITE HtmlRec
           END-IF.
           MOVE "</tr>" TO HtmlRec.
           WRITE HtmlRec.
           MOVE 0 TO RowOpen.

      * Subroutine IncidentPanel.
      *
      * The open incidents, oldest first as the register holds them,
      * each with its age in days.
      *
      * Uses: IncTable, Today -> HtmlFile
       IncidentPanel SECTION.
           MOVE "<h2>Open incidents</h2>" TO HtmlRec.
           WRITE HtmlRec.
           IF IncCount IS EQUAL TO 0
            MOVE "<p>None open.</p>" TO HtmlRec
            WRITE HtmlRec
            EXIT SECTION
           END-IF.
           ADD IncCount TO AttnCount.
           MOVE "<table><tr><th>Incident</th><th>Program</th>"
             & "<th>Status</th><th>Opened</th><th>Age (days)</th>"
             & "<th>Notes</th></tr>" TO HtmlRec.
           WRITE HtmlRec.
           PERFORM VARYING Ix FROM 1 UNTIL Ix IS GREATER THAN
                   IncCount
            MOVE 0 TO AgeDays
            IF IncOpened(Ix)(1:8) IS NUMERIC
             AND IncOpened(Ix)(1:8) IS NOT GREATER THAN Today
             COMPUTE AgeDays =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(Today))
                 - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(IncOpened(Ix)(1:8)))
            END-IF
            MOVE AgeDays TO AgeFmt
            MOVE IncNote(Ix) TO EscIn
            PERFORM EscapeText
            MOVE SPACES TO HtmlRec
            STRING "<tr><td>" FUNCTION TRIM(IncNumber(Ix))
                   "</td><td>" FUNCTION TRIM(IncProgram(Ix))
                   "</td><td>" FUNCTION TRIM(IncStatus(Ix))
                   "</td><td>" IncOpened(Ix)(1:8)
                   "</td><td>" FUNCTION TRIM(AgeFmt)
                   "</td><td>" FUNCTION TRIM(EscOut)
                   "</td></tr>"
             DELIMITED BY SIZE INTO HtmlRec
            END-STRING
            WRITE HtmlRec
           END-PERFORM.
           MOVE "</table>" TO HtmlRec.
           WRITE HtmlRec.

      * Subroutine WindowTrend.
      *
      * The batch-window trend: each recent pass's slowest lane as a
      * bar against the window (red from 80% of it), then the
      * forecast's own projection and flagged days.
      *
      * Uses: durations.history, Forecast.report, BatchWindow
      *       -> HtmlFile
       WindowTrend SECTION.
           MOVE BatchWindow TO SecsFmt.
           MOVE SPACES TO HtmlRec.
           STRING "<h2>Batch window trend</h2><p>Window "
                  FUNCTION TRIM(SecsFmt) "s; each pass is as long "
                  "as its slowest lane.</p>"
            DELIMITED BY SIZE INTO HtmlRec
           END-STRING.
           WRITE HtmlRec.
           MOVE "durations.history" TO SourcePath.
           OPEN INPUT SourceFile.
           IF SourceStatus IS NOT EQUAL TO "00"
            MOVE "<p>No durations.history - no parallel pass has "
              & "been timed.</p>" TO HtmlRec
            WRITE HtmlRec
           ELSE
            MOVE SPACES TO SourceRec
            READ SourceFile
             AT END SET EndOfSource TO TRUE
            END-READ
            PERFORM UNTIL EndOfSource
             IF SourceRec IS NOT EQUAL TO SPACES
              PERFORM FoldPass
             END-IF
             MOVE SPACES TO SourceRec
             READ SourceFile
              AT END SET EndOfSource TO TRUE
             END-READ
            END-PERFORM
            CLOSE SourceFile
            MOVE "<table><tr><th>Pass</th><th>Slowest lane</th>"
              & "<th>Elapsed</th><th style=""width:300px"">"
              & "Of window</th></tr>" TO HtmlRec
            WRITE HtmlRec
            PERFORM VARYING Px FROM 1 UNTIL Px IS GREATER THAN
                    PassCount
             PERFORM TrendBar
            END-PERFORM
            MOVE "</table>" TO HtmlRec
            WRITE HtmlRec
           END-IF.

           MOVE "Forecast.report" TO SourcePath.
           OPEN INPUT SourceFile.
           IF SourceStatus IS NOT EQUAL TO "00"
            MOVE "<p>No Forecast.report - the forecast has not "
              & "run.</p>" TO HtmlRec
            WRITE HtmlRec
            EXIT SECTION
           END-IF.
           MOVE "<ul>" TO HtmlRec.
           WRITE HtmlRec.
           MOVE SPACES TO SourceRec.
           READ SourceFile
            AT END SET EndOfSource TO TRUE
           END-READ.
           PERFORM UNTIL EndOfSource
            MOVE 0 TO FlagTally
            INSPECT SourceRec TALLYING FlagTally FOR ALL "***"
                                         ALL "outgrows" ALL "trending"
            IF FlagTally IS GREATER THAN 0
             OR SourceRec(1:13) IS EQUAL TO "Parallel pass"
             MOVE SourceRec TO EscIn
             PERFORM EscapeText
             MOVE SPACES TO HtmlRec
             STRING "<li>" FUNCTION TRIM(EscOut) "</li>"
              DELIMITED BY SIZE INTO HtmlRec
             END-STRING
             WRITE HtmlRec
            END-IF
            MOVE SPACES TO SourceRec
            READ SourceFile
             AT END SET EndOfSource TO TRUE
            END-READ
           END-PERFORM.
           CLOSE SourceFile.
           MOVE "</ul>" TO HtmlRec.
           WRITE HtmlRec.

      * Subroutine FoldPass.
      *
      * Fold one "pass-stamp|lane|elapsed|budget" record into the
      * pass table, which keeps the newest 14 passes.
      *
      * Uses: SourceRec -> PassTable
       FoldPass SECTION.
           MOVE SPACES TO Fld1 Fld2 Fld3 Fld4.
           UNSTRING SourceRec DELIMITED BY "|"
            INTO Fld1 Fld2 Fld3 Fld4
           END-UNSTRING.
           COMPUTE LaneSecs = FUNCTION NUMVAL(Fld3).
           IF PassCount IS EQUAL TO 0
            OR PassStamp(PassCount) IS NOT EQUAL TO Fld1
            IF PassCount IS EQUAL TO 14
             PERFORM VARYING Px FROM 1 UNTIL Px IS GREATER THAN 13
              MOVE PassEntry(Px + 1) TO PassEntry(Px)
             END-PERFORM
            ELSE
             ADD 1 TO PassCount
            END-IF
            MOVE Fld1 TO PassStamp(PassCount)
            MOVE 0 TO PassSlow(PassCount)
            MOVE SPACES TO PassLane(PassCount)
           END-IF.
           IF LaneSecs IS GREATER THAN PassSlow(PassCount)
            OR PassLane(PassCount) IS EQUAL TO SPACES
            MOVE LaneSecs TO PassSlow(PassCount)
            MOVE Fld2 TO PassLane(PassCount)
           END-IF.

      * Subroutine TrendBar.
      *
      * One pass of the trend table.
      *
      * Uses: PassEntry(Px), BatchWindow -> HtmlFile
       TrendBar SECTION.
           IF PassSlow(Px) IS NOT LESS THAN BatchWindow
            MOVE 100 TO BarPct
           ELSE
            COMPUTE BarPct = PassSlow(Px) * 100 / BatchWindow
           END-IF.
           IF PassSlow(Px) * 100 IS GREATER THAN BatchWindow * 80
            MOVE "bar over" TO BarClass
           ELSE
            MOVE "bar" TO BarClass
           END-IF.
           MOVE BarPct TO BarFmt.
           MOVE PassSlow(Px) TO SecsFmt.
           MOVE SPACES TO HtmlRec.
           STRING "<tr><td>" PassStamp(Px) "</td><td>"
                  FUNCTION TRIM(PassLane(Px)) "</td><td>"
                  FUNCTION TRIM(SecsFmt) "s</td><td><div class="""
                  FUNCTION TRIM(BarClass) """ style=""width:"
                  FUNCTION TRIM(BarFmt) "%""></div></td></tr>"
            DELIMITED BY SIZE INTO HtmlRec
           END-STRING.
           WRITE HtmlRec.

      * Subroutine FlaggedFeeds.
      *
      * The feeds the quality scorecard flags for a reject-rate jump,
      * and its summary line.
      *
      * Uses: Scorecard.report -> HtmlFile
       FlaggedFeeds SECTION.
           MOVE "<h2>Flagged feeds</h2>" TO HtmlRec.
           WRITE HtmlRec.
           MOVE "Scorecard.report" TO SourcePath.
           OPEN INPUT SourceFile.
           IF SourceStatus IS NOT EQUAL TO "00"
            MOVE "<p>No Scorecard.report - the feed scorecard has "
              & "not run.</p>" TO HtmlRec
            WRITE HtmlRec
            EXIT SECTION
           END-IF.
           MOVE "<ul>" TO HtmlRec.
           WRITE HtmlRec.
           MOVE 0 TO PickCount.
           MOVE SPACES TO SourceRec.
           READ SourceFile
            AT END SET EndOfSource TO TRUE
           END-READ.
           PERFORM UNTIL EndOfSource
            MOVE 0 TO FlagTally
            INSPECT SourceRec TALLYING FlagTally FOR ALL "RATE JUMPED"
            IF FlagTally IS GREATER THAN 0
             ADD 1 TO PickCount
            END-IF
            MOVE 0 TO Ex
            INSPECT SourceRec TALLYING Ex FOR ALL "feed(s) scored"
            IF FlagTally IS GREATER THAN 0 OR Ex IS GREATER THAN 0
             MOVE SourceRec TO EscIn
             PERFORM EscapeText
             MOVE SPACES TO HtmlRec
             STRING "<li>" FUNCTION TRIM(EscOut) "</li>"
              DELIMITED BY SIZE INTO HtmlRec
             END-STRING
             WRITE HtmlRec
            END-IF
            MOVE SPACES TO SourceRec
            READ SourceFile
             AT END SET EndOfSource TO TRUE
            END-READ
           END-PERFORM.
           CLOSE SourceFile.
           MOVE "</ul>" TO HtmlRec.
           WRITE HtmlRec.
           IF PickCount IS EQUAL TO 0
            MOVE "<p>No feed flagged.</p>" TO HtmlRec
            WRITE HtmlRec
           END-IF.

      * Subroutine EscapeText.
      *
      * Copy EscIn to EscOut with the characters HTML reserves
      * written as entities.
      *
      * Uses: EscIn -> EscOut
       EscapeText SECTION.
           MOVE SPACES TO EscOut.
           MOVE 1 TO EscPtr.
           MOVE 0 TO EscLen.
           IF EscIn IS NOT EQUAL TO SPACES
            COMPUTE EscLen = FUNCTION LENGTH(FUNCTION TRIM(EscIn
                                                  TRAILING))
           END-IF.
           PERFORM VARYING Ex FROM 1 UNTIL Ex IS GREATER THAN EscLen
            EVALUATE EscIn(Ex:1)
             WHEN "&"
              STRING "&amp;" DELIMITED BY SIZE INTO EscOut
               WITH POINTER EscPtr
               ON OVERFLOW CONTINUE
              END-STRING
             WHEN "<"
              STRING "&lt;" DELIMITED BY SIZE INTO EscOut
               WITH POINTER EscPtr
               ON OVERFLOW CONTINUE
              END-STRING
             WHEN ">"
              STRING "&gt;" DELIMITED BY SIZE INTO EscOut
               WITH POINTER EscPtr
               ON OVERFLOW CONTINUE
              END-STRING
             WHEN OTHER
              STRING EscIn(Ex:1) DELIMITED BY SIZE INTO EscOut
               WITH POINTER EscPtr
               ON OVERFLOW CONTINUE
              END-STRING
            END-EVALUATE
           END-PERFORM.

           COPY "RunControlRead.cpy".
