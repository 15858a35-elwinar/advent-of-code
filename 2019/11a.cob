       FILE STATUS IS HullLoadStatus.
       SELECT HullArtFile ASSIGN TO "11a.hull"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PathLogFile ASSIGN TO "11a.path"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT HeatFile ASSIGN TO "11a.heatmap"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "ProvFeed.cpy".
       COPY "AuditTrail.cpy".
       COPY "RunControl.cpy".
       FD HullArtFile.
       01 HullArtRec PIC X(200).

      * PathLogFile records every robot step - where it stood, which
      * way it faced, the colour it read, the colour it painted and
      * the way it turned - so the crew can replay how the hull got
      * to its end state, not only see the end state.
       FD PathLogFile.
       01 PathLogRec PIC X(200).

      * HeatFile is the companion to the path log: a visit-count map
      * over the RenderHull grid, the ten most-visited panels and the
      * count of repaints that left a panel the colour it had.
       FD HeatFile.
       01 HeatRec PIC X(200).


       COPY "AbendDumpFD.cpy".

       01 OverrunAbs PIC 9(3).
       01 OverrunOrd PIC 9(3).

      * Path log and visit heatmap work fields. Visits counts the
      * steps the robot took on each pane, FirstColour the colour it
      * read there the first time (the colour the pane "started"),
      * and a step whose painted colour equals the colour it read is
      * a wasted repaint.
       01 VisitGrid.
          02 VisitRow OCCURS 99 TIMES.
             03 VisitPane OCCURS 99 TIMES.
                04 Visits      PIC 9(5) VALUE 0.
                04 FirstColour PIC 9(1) VALUE 0.
       01 StepNum      PIC 9(7) VALUE 0.
       01 StepRead     PIC 9(1).
       01 StepPaint    PIC 9(1).
       01 StepDir      PIC X(1).
       01 StepTurn     PIC X(5).
       01 StepFmt      PIC Z(6)9.
       01 StepAbsFmt   PIC Z(2)9.
       01 StepOrdFmt   PIC Z(2)9.
       01 WastedPaints PIC 9(7) VALUE 0.
       01 ChangedPanes PIC 9(5) VALUE 0.
       01 RestoredPanes PIC 9(5) VALUE 0.
       01 VisitedPanes PIC 9(5) VALUE 0.
       01 VisitFmt     PIC Z(4)9.
       01 PathCount    PIC 9(9) VALUE 0.
       01 PathSum      PIC 9(9) VALUE 0.
       01 HeatCount    PIC 9(9) VALUE 0.
       01 HeatSum      PIC 9(9) VALUE 0.
       01 HeatRow      PIC X(99).
       01 TopTable.
          02 TopLen    PIC 9(2) VALUE 0.
          02 TopEntry OCCURS 10 TIMES.
             03 TopAbs    PIC 9(3).
             03 TopOrd    PIC 9(3).
             03 TopVisits PIC 9(5).
       01 Tdx          PIC 9(2).
       01 TopSlot      PIC 9(2).
       01 TopRankFmt   PIC Z9.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT InputPath FROM ARGUMENT-VALUE.
           MOVE 50 TO Abs.
           MOVE 50 TO Ord.
           MOVE 'N' TO Dir.
           PERFORM OpenPathLog.

           PERFORM FOREVER

            END-IF

            MOVE 0 TO OutputsLen
            MOVE Colour(Abs, Ord) TO StepRead
            MOVE Outputs(1) TO StepPaint
            MOVE Dir TO StepDir
            MOVE Outputs(1) TO Colour(Abs, Ord)
            MOVE 1 TO Painted(Abs, Ord)
            IF Abs IS LESS THAN MinAbs MOVE Abs TO MinAbs END-IF
             WHEN 0 ALSO 'W' MOVE 'S' TO Dir
             WHEN 1 ALSO 'W' MOVE 'N' TO Dir
            END-EVALUATE
            IF Outputs(1) IS EQUAL TO 0
             MOVE "LEFT" TO StepTurn
            ELSE
             MOVE "RIGHT" TO StepTurn
            END-IF
            PERFORM LogStep

            EVALUATE Dir
             WHEN 'N' ADD 1 TO Ord
             MOVE Abs TO OverrunAbs
             MOVE Ord TO OverrunOrd
             PERFORM ReportGridOverrun
             PERFORM ClosePathLog
             PERFORM HeatmapReport
             PERFORM SaveHull
             PERFORM RecordResults
             MOVE "Robot walked off the 99x99 hull grid"
           IF TotalPainted IS GREATER THAN 0
            PERFORM RenderHull
           END-IF.
           PERFORM ClosePathLog.
           PERFORM HeatmapReport.

           PERFORM SaveHull.
           PERFORM RecordResults.
            MOVE "b" TO LedgerPart
            MOVE OcrText TO LedgerAnswer
            MOVE VmInstrCount TO AcctInstr
            PERFORM NoteVmCapacity
            PERFORM WriteLedger
           END-IF.

           MOVE "a" TO LedgerPart.
           MOVE TotalPainted TO LedgerAnswer.
           MOVE VmInstrCount TO AcctInstr
           PERFORM NoteVmCapacity
           PERFORM WriteLedger.

      * Subroutine LoadHull.
            END-IF
           END-IF.

      * Subroutine OpenPathLog.
      *
      * Open the step-by-step path log under the standard provenance
      * record and column header.
      *
      * Uses: InputPath -> PathLogFile
       OpenPathLog SECTION.
           OPEN OUTPUT PathLogFile.
           MOVE InputPath TO ProvFeedPath.
           PERFORM BuildProvenance.
           MOVE ProvRec TO PathLogRec.
           PERFORM WritePathRec.
           MOVE "   Step  Abs  Ord  Heading  Read  Painted  Turn"
             TO PathLogRec.
           PERFORM WritePathRec.

      * Subroutine LogStep.
      *
      * Log one robot step and count it against the pane it stood
      * on: the first visit fixes the pane's starting colour, and a
      * paint that leaves the colour as it was read is a wasted
      * repaint.
      *
      * Uses: Abs, Ord, StepDir, StepRead, StepPaint, StepTurn ->
      *       PathLogFile, VisitGrid, WastedPaints
       LogStep SECTION.
           ADD 1 TO StepNum.
           IF Visits(Abs, Ord) IS EQUAL TO 0
            MOVE StepRead TO FirstColour(Abs, Ord)
           END-IF.
           IF Visits(Abs, Ord) IS LESS THAN 99999
            ADD 1 TO Visits(Abs, Ord)
           END-IF.
           IF StepPaint IS EQUAL TO StepRead
            ADD 1 TO WastedPaints
           END-IF.
           MOVE StepNum TO StepFmt.
           MOVE Abs TO StepAbsFmt.
           MOVE Ord TO StepOrdFmt.
           MOVE SPACES TO PathLogRec.
           STRING StepFmt "  " StepAbsFmt "  " StepOrdFmt "  "
                  StepDir "        " StepRead "     " StepPaint
                  "        " StepTurn
            DELIMITED BY SIZE INTO PathLogRec
           END-STRING.
           PERFORM WritePathRec.

      * Subroutine ClosePathLog.
      *
      * Close the path log with its control trailer.
      *
      * Uses: PathCount, PathSum -> PathLogFile
       ClosePathLog SECTION.
           MOVE SPACES TO PathLogRec.
           STRING "TRAILER|" PathCount "|" PathSum
            DELIMITED BY SIZE INTO PathLogRec
           END-STRING.
           WRITE PathLogRec.
           CLOSE PathLogFile.
           DISPLAY "Path log (" StepNum " steps) written to 11a.path".

      * Subroutine WritePathRec.
      *
      * Write one path log record and fold it into the control
      * totals.
      *
      * Uses: PathLogRec -> PathLogFile, PathCount, PathSum
       WritePathRec SECTION.
           ADD 1 TO PathCount.
           COMPUTE PathSum = FUNCTION MOD(PathSum
                 + FUNCTION ORD(PathLogRec(1:1)), 1000000000).
           WRITE PathLogRec.

      * Subroutine HeatmapReport.
      *
      * Render how often the robot stood on each pane over the same
      * grid RenderHull draws (MinAbs-MaxAbs across, MaxOrd down to
      * MinOrd), one character per pane: "." never visited, 1-9 the
      * visit count, "+" ten or more. Then rank the ten most-visited
      * panes and count the wasted repaints and the panes the robot
      * changed and later brought back to their starting colour.
      *
      * Uses: VisitGrid, Hull, MinAbs, MaxAbs, MinOrd, MaxOrd ->
      *       HeatFile
       HeatmapReport SECTION.
           OPEN OUTPUT HeatFile.
           MOVE InputPath TO ProvFeedPath.
           PERFORM BuildProvenance.
           MOVE ProvRec TO HeatRec.
           PERFORM WriteHeatRec.
           MOVE 0 TO VisitedPanes.
           MOVE 0 TO ChangedPanes.
           MOVE 0 TO RestoredPanes.
           MOVE 0 TO TopLen.
           PERFORM VARYING Abs FROM 1 UNTIL Abs > 99
            PERFORM VARYING Ord FROM 1 UNTIL Ord > 99
             IF Visits(Abs, Ord) IS GREATER THAN 0
              ADD 1 TO VisitedPanes
              PERFORM RankPane
              IF Visits(Abs, Ord) IS GREATER THAN 1
               AND Colour(Abs, Ord) IS EQUAL TO FirstColour(Abs, Ord)
               ADD 1 TO RestoredPanes
              END-IF
              IF Colour(Abs, Ord) IS NOT EQUAL TO
                 FirstColour(Abs, Ord)
               ADD 1 TO ChangedPanes
              END-IF
             END-IF
            END-PERFORM
           END-PERFORM.
           MOVE SPACES TO HeatRec.
           STRING "Robot steps: " StepNum "   panes visited: "
                  VisitedPanes
            DELIMITED BY SIZE INTO HeatRec
           END-STRING.
           PERFORM WriteHeatRec.
           MOVE SPACES TO HeatRec.
           PERFORM WriteHeatRec.
           IF VisitedPanes IS GREATER THAN 0
            MOVE "Visit heatmap (. none, 1-9 visits, + ten or more):"
              TO HeatRec
            PERFORM WriteHeatRec
            PERFORM VARYING Ord FROM MaxOrd BY -1 UNTIL Ord < MinOrd
             MOVE SPACES TO HeatRow
             PERFORM VARYING Abs FROM MinAbs UNTIL Abs > MaxAbs
              COMPUTE ColIdx = Abs - MinAbs + 1
              EVALUATE TRUE
               WHEN Visits(Abs, Ord) IS EQUAL TO 0
                MOVE "." TO HeatRow(ColIdx:1)
               WHEN Visits(Abs, Ord) IS GREATER THAN 9
                MOVE "+" TO HeatRow(ColIdx:1)
               WHEN OTHER
                MOVE Visits(Abs, Ord)(5:1) TO HeatRow(ColIdx:1)
              END-EVALUATE
             END-PERFORM
             COMPUTE ColIdx = MaxAbs - MinAbs + 1
             MOVE SPACES TO HeatRec
             MOVE HeatRow(1:ColIdx) TO HeatRec
             PERFORM WriteHeatRec
            END-PERFORM
            MOVE SPACES TO HeatRec
            PERFORM WriteHeatRec
            MOVE "Most-visited panels:" TO HeatRec
            PERFORM WriteHeatRec
            MOVE "Rank  Abs  Ord  Visits  Colour" TO HeatRec
            PERFORM WriteHeatRec
            PERFORM VARYING Tdx FROM 1 UNTIL Tdx > TopLen
             MOVE Tdx TO TopRankFmt
             MOVE TopAbs(Tdx) TO StepAbsFmt
             MOVE TopOrd(Tdx) TO StepOrdFmt
             MOVE TopVisits(Tdx) TO VisitFmt
             MOVE SPACES TO HeatRec
             STRING "  " TopRankFmt "  " StepAbsFmt "  " StepOrdFmt
                    "   " VisitFmt "  "
              DELIMITED BY SIZE INTO HeatRec
             END-STRING
             IF Colour(TopAbs(Tdx), TopOrd(Tdx)) IS EQUAL TO 1
              MOVE "white" TO HeatRec(25:5)
             ELSE
              MOVE "black" TO HeatRec(25:5)
             END-IF
             PERFORM WriteHeatRec
            END-PERFORM
            MOVE SPACES TO HeatRec
            PERFORM WriteHeatRec
           END-IF.
           MOVE SPACES TO HeatRec.
           STRING "Wasted repaints (painted the colour already there): "
                  WastedPaints
            DELIMITED BY SIZE INTO HeatRec
           END-STRING.
           PERFORM WriteHeatRec.
           MOVE SPACES TO HeatRec.
           STRING "Panes left their starting colour: " ChangedPanes
                  "   revisited panes ending as they started: "
                  RestoredPanes
            DELIMITED BY SIZE INTO HeatRec
           END-STRING.
           PERFORM WriteHeatRec.
           MOVE SPACES TO HeatRec.
           STRING "TRAILER|" HeatCount "|" HeatSum
            DELIMITED BY SIZE INTO HeatRec
           END-STRING.
           WRITE HeatRec.
           CLOSE HeatFile.
           DISPLAY "Visit heatmap written to 11a.heatmap".

      * Subroutine RankPane.
      *
      * Slot pane (Abs, Ord) into the top-ten most-visited table,
      * keeping it sorted by visits descending; among equal counts
      * the pane met first in the Abs/Ord scan ranks higher.
      *
      * Uses: Abs, Ord, Visits -> TopTable
       RankPane SECTION.
           MOVE 0 TO TopSlot.
           PERFORM VARYING Tdx FROM 1 UNTIL Tdx > TopLen
            OR TopSlot IS GREATER THAN 0
            IF Visits(Abs, Ord) IS GREATER THAN TopVisits(Tdx)
             MOVE Tdx TO TopSlot
            END-IF
           END-PERFORM.
           IF TopSlot IS EQUAL TO 0
            IF TopLen IS EQUAL TO 10
             EXIT SECTION
            END-IF
            COMPUTE TopSlot = TopLen + 1
           END-IF.
           IF TopLen IS LESS THAN 10
            ADD 1 TO TopLen
           END-IF.
           PERFORM VARYING Tdx FROM TopLen BY -1 UNTIL Tdx <= TopSlot
            MOVE TopEntry(Tdx - 1) TO TopEntry(Tdx)
           END-PERFORM.
           MOVE Abs TO TopAbs(TopSlot).
           MOVE Ord TO TopOrd(TopSlot).
           MOVE Visits(Abs, Ord) TO TopVisits(TopSlot).

      * Subroutine WriteHeatRec.
      *
      * Write one heatmap report record and fold it into the control
      * totals.
      *
      * Uses: HeatRec -> HeatFile, HeatCount, HeatSum
       WriteHeatRec SECTION.
           ADD 1 TO HeatCount.
           COMPUTE HeatSum = FUNCTION MOD(HeatSum
                 + FUNCTION ORD(HeatRec(1:1)), 1000000000).
           WRITE HeatRec.

      * Read the program from the input file. Save it to the Src table,
      * so any number of copies of the program can be run.
       ReadAsm SECTION.

           COPY "AuditTrailWrite.cpy".
           COPY "ResultsLedgerWrite.cpy".
           COPY "IntcodeCapacity.cpy".
