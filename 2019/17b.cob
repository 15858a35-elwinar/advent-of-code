       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-17b.

      * Day 17 part two: the vacuum robot must be walked over every
      * scaffold cell. The camera view is captured first, as in 17a;
      * the scaffold path is then traced from the robot's cell - at
      * each corner turn left or right onto scaffold and run straight
      * to the end of the line - giving the full route as turn,
      * distance pairs. The route is compressed into a main routine
      * of calls to three movement functions A, B and C, every line
      * within the robot's 20-character limit, by trying each length
      * for A (always the start of the route), then B (the first move
      * A does not cover) and C (the first move neither covers) until
      * the route tiles exactly. The robot is then woken (address 0
      * set to 2), fed the four lines and an "n" for no video feed,
      * and the large value it prints last is the dust collected.
      * The route, the routines and the figure go to 17b.report under
      * the control trailer; the answer lands in results.ledger and
      * audit.log via the shared copybooks.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT InputFile ASSIGN TO InputPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS InputStatus.
       SELECT ReportFile ASSIGN TO "17b.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "ProvFeed.cpy".
       COPY "AuditTrail.cpy".
       COPY "AbendDump.cpy".
       COPY "ResultsLedger.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD InputFile RECORD IS VARYING IN SIZE FROM 1 TO 9999
          CHARACTERS.
       01 InputRec  PIC X(9999).

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
       COPY "ProvFields.cpy".
       COPY "AbendFields.cpy".
       COPY "AuditTrailFields.cpy".
       COPY "ResultsLedgerFields.cpy".
       01 Seps      PIC 9(5).
       01 Str       PIC X(20).
       01 Ptr       PIC 9(5).

       COPY "IntcodeAsm.cpy".
       COPY "IntcodeVmControl.cpy".

      * The camera view as captured, one character per cell, row by
      * row; ViewRows/ViewCols are the extent actually printed.
       01 View.
          02 ViewRow OCCURS 99 TIMES.
             03 ViewCell PIC X(1) OCCURS 99 TIMES.
       01 ViewRows  PIC 9(2) VALUE 0.
       01 ViewCols  PIC 9(2) VALUE 0.
       01 CurRow    PIC 9(2) VALUE 1.
       01 CurCol    PIC 9(2) VALUE 0.
       01 ViewFull  PIC 9(1) VALUE 0.
       01 OutChar   PIC S9(20).
       01 CharCount PIC 9(6) VALUE 0.

      * The robot's walk: position, heading (1 up, 2 right, 3 down,
      * 4 left) and the cell a probe looks at.
       01 BotRow    PIC 9(2) VALUE 0.
       01 BotCol    PIC 9(2) VALUE 0.
       01 BotDir    PIC 9(1).
       01 TryDir    PIC 9(1).
       01 ProbeRow  PIC S9(3).
       01 ProbeCol  PIC S9(3).
       01 ProbeOk   PIC 9(1).
       01 TurnChar  PIC X(1).
       01 Steps     PIC 9(3).

      * The route as turn/distance moves, and each move's length as
      * text ("R,8" is 3, "L,10" is 4).
       01 Route.
          02 MoveCount PIC 9(3) VALUE 0.
          02 RouteMove OCCURS 200 TIMES.
             03 MvTurn PIC X(1).
             03 MvDist PIC 9(3).
             03 MvLen  PIC 9(1).
       01 Mx        PIC 9(3).
       01 DistFmt   PIC Z(2)9.

      * The three movement functions, each a run of consecutive
      * moves of the route (FnStart, FnCount), and the main routine
      * as the sequence of function numbers that tiles the route.
       01 Functions.
          02 FnEntry OCCURS 3 TIMES.
             03 FnStart PIC 9(3).
             03 FnCount PIC 9(3).
             03 FnChars PIC 9(3).
       01 FnNames   PIC X(3) VALUE "ABC".
       01 Fx        PIC 9(1).
       01 FnLimit   PIC 9(1).
       01 MainCalls PIC 9(2).
       01 MainSeq.
          02 MainFn PIC 9(1) OCCURS 10 TIMES.
       01 Solved    PIC 9(1) VALUE 0.
       01 TileOk    PIC 9(1).
       01 MatchOk   PIC 9(1).
       01 MatchPos  PIC 9(3).
       01 Pos       PIC 9(3).
       01 Kx        PIC 9(3).
       01 ALen      PIC 9(3).
       01 BLen      PIC 9(3).
       01 CLen      PIC 9(3).
       01 MaxChars  PIC 9(2) VALUE 20.

      * The four routine lines and the video-feed answer, as text
      * for the report and as the robot's input queue.
       01 MainLine  PIC X(21).
       01 FnLine    PIC X(21) OCCURS 3 TIMES.
       01 LinePtr   PIC 9(3).
       01 FeedText  PIC X(120).
       01 FeedLen   PIC 9(3).
       01 FeedGiven PIC 9(1) VALUE 0.

       01 Dust      PIC S9(20) VALUE 0.
       01 DustFmt   PIC Z(18)9.

       01 RouteText PIC X(999).
       01 RoutePtr  PIC 9(4).
       01 RouteLen  PIC 9(4).
       01 Cx        PIC 9(4).
       01 MovesFmt  PIC Z(2)9.

       01 TrailCount PIC 9(9) VALUE 0.
       01 TrailSum   PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT InputPath FROM ARGUMENT-VALUE.
           MOVE "AdventOfCode2019-17b" TO AbendProgram.
           MOVE InputPath TO AbendInput.
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
           READ InputFile.
           CLOSE InputFile.

           PERFORM ReadAsm.
           PERFORM ResetAsm.
           MOVE SPACES TO View.
           PERFORM CaptureView.
           PERFORM TraceRoute.
           PERFORM CompressRoute.
           PERFORM BuildRoutines.

      * Wake the robot: address 0 set to 2 in the pristine image, so
      * the reset copy starts in movement mode.
           MOVE 2 TO Src(1).
           PERFORM ResetAsm.
           PERFORM DriveRobot.
           MOVE Dust TO DustFmt.

           PERFORM WriteReport.
           DISPLAY "Dust collected: " FUNCTION TRIM(DustFmt).

           MOVE "AdventOfCode2019-17b" TO AuditProgramId.
           MOVE InputPath TO AuditInputPath.
           MOVE SPACES TO AuditArgs.
           MOVE FUNCTION TRIM(DustFmt) TO AuditAnswer.
           PERFORM WriteAuditTrail.
           MOVE 1 TO AcctReads.
           MOVE TrailCount TO AcctLines.
           MOVE "17" TO LedgerDay.
           MOVE "b" TO LedgerPart.
           MOVE FUNCTION TRIM(DustFmt) TO LedgerAnswer.
           MOVE VmInstrCount TO AcctInstr
           PERFORM NoteVmCapacity
           PERFORM WriteLedger.
           STOP RUN.

      * Subroutine CaptureView.
      *
      * Run the camera program to its halt, laying each character it
      * prints into the view, exactly as 17a does.
      *
      * Uses: (the camera program) -> View, ViewRows, ViewCols
       CaptureView SECTION.
           PERFORM FOREVER
            PERFORM ExecuteAsm
            EVALUATE Interrupt
             WHEN 0
              EXIT PERFORM
             WHEN 3
              MOVE "Camera program asked for input" TO AbendReason
              MOVE SPACES TO AbendPosition
              STRING "OpPtr " OpPtr
               DELIMITED BY SIZE INTO AbendPosition
              END-STRING
              MOVE SPACES TO AbendDetail
              PERFORM Abend
             WHEN 4
              MOVE Outputs(1) TO OutChar
              MOVE 0 TO OutputsLen
              ADD 1 TO CharCount
              PERFORM PlaceViewChar
            END-EVALUATE
           END-PERFORM.
           IF ViewRows IS EQUAL TO 0
            MOVE "Camera printed no view" TO AbendReason
            MOVE "after camera halt" TO AbendPosition
            MOVE SPACES TO AbendDetail
            MOVE 4 TO AbendCode
            PERFORM Abend
           END-IF.

      * Subroutine PlaceViewChar.
      *
      * Lay one camera character into the view, abending rather than
      * running off the 99x99 table or taking a non-ASCII value, and
      * note where the robot stands and which way it faces.
      *
      * Uses: OutChar, CurRow, CurCol -> View, ViewRows, ViewCols,
      *       BotRow, BotCol, BotDir
       PlaceViewChar SECTION.
           IF OutChar IS EQUAL TO 10
            IF CurCol IS GREATER THAN 0
             MOVE CurRow TO ViewRows
             MOVE 0 TO CurCol
             IF CurRow IS EQUAL TO 99
              MOVE 1 TO ViewFull
             ELSE
              ADD 1 TO CurRow
             END-IF
            END-IF
            EXIT SECTION
           END-IF.
           IF OutChar IS LESS THAN 32 OR OutChar IS GREATER THAN 126
            MOVE "Camera output is not a view character"
              TO AbendReason
            MOVE SPACES TO AbendPosition
            STRING "character " CharCount
             DELIMITED BY SIZE INTO AbendPosition
            END-STRING
            MOVE SPACES TO AbendDetail
            MOVE 4 TO AbendCode
            PERFORM Abend
           END-IF.
           IF ViewFull IS EQUAL TO 1 OR CurCol IS EQUAL TO 99
            MOVE "Camera view exceeds 99x99" TO AbendReason
            MOVE SPACES TO AbendPosition
            STRING "row " CurRow " column " CurCol
             DELIMITED BY SIZE INTO AbendPosition
            END-STRING
            MOVE SPACES TO AbendDetail
            PERFORM Abend
           END-IF.
           ADD 1 TO CurCol.
           MOVE FUNCTION CHAR(OutChar + 1) TO ViewCell(CurRow, CurCol).
           IF CurCol IS GREATER THAN ViewCols
            MOVE CurCol TO ViewCols
           END-IF.
           EVALUATE ViewCell(CurRow, CurCol)
            WHEN "^" MOVE 1 TO BotDir
            WHEN ">" MOVE 2 TO BotDir
            WHEN "v" MOVE 3 TO BotDir
            WHEN "<" MOVE 4 TO BotDir
            WHEN OTHER EXIT SECTION
           END-EVALUATE.
           MOVE CurRow TO BotRow.
           MOVE CurCol TO BotCol.

      * Subroutine TraceRoute.
      *
      * Walk the scaffold from the robot's cell: at each corner turn
      * left or right (whichever side has scaffold) and run straight
      * until the next cell is off the scaffold, one move per leg,
      * until neither side offers scaffold - the far end of the
      * route.
      *
      * Uses: View, BotRow, BotCol, BotDir -> Route
       TraceRoute SECTION.
           IF BotRow IS EQUAL TO 0
            MOVE "Camera view shows no robot" TO AbendReason
            MOVE "after camera halt" TO AbendPosition
            MOVE SPACES TO AbendDetail
            MOVE 4 TO AbendCode
            PERFORM Abend
           END-IF.
      * The robot stands on scaffold, and the route may cross its
      * starting cell later on.
           MOVE "#" TO ViewCell(BotRow, BotCol).
           PERFORM FOREVER
            COMPUTE TryDir = FUNCTION MOD(BotDir + 2, 4) + 1
            PERFORM ProbeAhead
            IF ProbeOk IS EQUAL TO 1
             MOVE "L" TO TurnChar
            ELSE
             COMPUTE TryDir = FUNCTION MOD(BotDir, 4) + 1
             PERFORM ProbeAhead
             IF ProbeOk IS EQUAL TO 1
              MOVE "R" TO TurnChar
             ELSE
              EXIT PERFORM
             END-IF
            END-IF
            MOVE TryDir TO BotDir
            MOVE 0 TO Steps
            PERFORM UNTIL ProbeOk IS EQUAL TO 0
             MOVE ProbeRow TO BotRow
             MOVE ProbeCol TO BotCol
             ADD 1 TO Steps
             PERFORM ProbeAhead
            END-PERFORM
            IF MoveCount IS EQUAL TO 200
             MOVE "Route exceeds 200 moves" TO AbendReason
             MOVE SPACES TO AbendPosition
             STRING "row " BotRow " column " BotCol
              DELIMITED BY SIZE INTO AbendPosition
             END-STRING
             MOVE SPACES TO AbendDetail
             PERFORM Abend
            END-IF
            ADD 1 TO MoveCount
            MOVE TurnChar TO MvTurn(MoveCount)
            MOVE Steps TO MvDist(MoveCount)
            EVALUATE TRUE
             WHEN Steps IS LESS THAN 10
              MOVE 3 TO MvLen(MoveCount)
             WHEN Steps IS LESS THAN 100
              MOVE 4 TO MvLen(MoveCount)
             WHEN OTHER
              MOVE 5 TO MvLen(MoveCount)
            END-EVALUATE
           END-PERFORM.
           IF MoveCount IS EQUAL TO 0
            MOVE "Robot stands on no scaffold route" TO AbendReason
            MOVE SPACES TO AbendPosition
            STRING "row " BotRow " column " BotCol
             DELIMITED BY SIZE INTO AbendPosition
            END-STRING
            MOVE SPACES TO AbendDetail
            MOVE 4 TO AbendCode
            PERFORM Abend
           END-IF.

      * Subroutine ProbeAhead.
      *
      * Look one cell from the robot in heading TryDir; ProbeOk 1
      * when that cell is inside the view and is scaffold.
      *
      * Uses: BotRow, BotCol, TryDir, View -> ProbeRow, ProbeCol,
      *       ProbeOk
       ProbeAhead SECTION.
           MOVE BotRow TO ProbeRow.
           MOVE BotCol TO ProbeCol.
           EVALUATE TryDir
            WHEN 1 SUBTRACT 1 FROM ProbeRow
            WHEN 2 ADD 1 TO ProbeCol
            WHEN 3 ADD 1 TO ProbeRow
            WHEN 4 SUBTRACT 1 FROM ProbeCol
           END-EVALUATE.
           MOVE 0 TO ProbeOk.
           IF ProbeRow IS LESS THAN 1 OR ProbeRow IS GREATER THAN
              ViewRows OR ProbeCol IS LESS THAN 1 OR ProbeCol IS
              GREATER THAN ViewCols
            EXIT SECTION
           END-IF.
           IF ViewCell(ProbeRow, ProbeCol) IS EQUAL TO "#"
            MOVE 1 TO ProbeOk
           END-IF.

      * Subroutine CompressRoute.
      *
      * Find A, B and C: A is some prefix of the route; B starts at
      * the first move a run of A's leaves uncovered, C at the first
      * move a run of A's and B's leaves uncovered. Every length of
      * each is tried, shortest first, within the 20-character line
      * limit, until the three tile the route with a main routine of
      * at most ten calls.
      *
      * Uses: Route -> Functions, MainSeq, MainCalls, Solved
       CompressRoute SECTION.
           PERFORM VARYING ALen FROM 1 UNTIL ALen IS GREATER THAN
                   MoveCount OR Solved IS EQUAL TO 1
            MOVE 1 TO FnStart(1)
            MOVE ALen TO FnCount(1)
            MOVE 1 TO Fx
            PERFORM SizeFunction
            IF FnChars(1) IS GREATER THAN MaxChars
             EXIT PERFORM
            END-IF
            MOVE 1 TO FnLimit
            PERFORM SkipCovered
            MOVE Pos TO FnStart(2)
            PERFORM VARYING BLen FROM 1 UNTIL FnStart(2) + BLen - 1
                    IS GREATER THAN MoveCount OR Solved IS EQUAL TO 1
             MOVE BLen TO FnCount(2)
             MOVE 2 TO Fx
             PERFORM SizeFunction
             IF FnChars(2) IS GREATER THAN MaxChars
              EXIT PERFORM
             END-IF
             MOVE 2 TO FnLimit
             PERFORM SkipCovered
             MOVE Pos TO FnStart(3)
             PERFORM VARYING CLen FROM 1 UNTIL FnStart(3) + CLen - 1
                     IS GREATER THAN MoveCount OR Solved IS EQUAL TO 1
              MOVE CLen TO FnCount(3)
              MOVE 3 TO Fx
              PERFORM SizeFunction
              IF FnChars(3) IS GREATER THAN MaxChars
               EXIT PERFORM
              END-IF
              PERFORM TryTiling
              IF TileOk IS EQUAL TO 1
               MOVE 1 TO Solved
              END-IF
             END-PERFORM
            END-PERFORM
           END-PERFORM.
           IF Solved IS EQUAL TO 0
            MOVE "Route will not fit three 20-character functions"
              TO AbendReason
            MOVE SPACES TO AbendPosition
            MOVE MoveCount TO MovesFmt
            STRING FUNCTION TRIM(MovesFmt) " moves"
             DELIMITED BY SIZE INTO AbendPosition
            END-STRING
            MOVE SPACES TO AbendDetail
            MOVE 4 TO AbendCode
            PERFORM Abend
           END-IF.

      * Subroutine SizeFunction.
      *
      * The text length of function Fx: its moves plus the commas
      * between them.
      *
      * Uses: Fx, Functions, Route -> FnChars(Fx)
       SizeFunction SECTION.
           COMPUTE FnChars(Fx) = FnCount(Fx) - 1.
           PERFORM VARYING Kx FROM FnStart(Fx) UNTIL Kx IS GREATER
                   THAN FnStart(Fx) + FnCount(Fx) - 1
            ADD MvLen(Kx) TO FnChars(Fx)
           END-PERFORM.

      * Subroutine SkipCovered.
      *
      * From the start of the route, step over every run the first
      * FnLimit functions match; Pos comes back at the first move
      * none of them covers (MoveCount + 1 when all are covered).
      *
      * Uses: FnLimit, Functions, Route -> Pos
       SkipCovered SECTION.
           MOVE 1 TO Pos.
           PERFORM UNTIL Pos IS GREATER THAN MoveCount
            MOVE 0 TO MatchOk
            PERFORM VARYING Fx FROM 1 UNTIL Fx IS GREATER THAN FnLimit
                    OR MatchOk IS EQUAL TO 1
             MOVE Pos TO MatchPos
             PERFORM MatchFunction
            END-PERFORM
            IF MatchOk IS EQUAL TO 0
             EXIT PERFORM
            END-IF
      * Fx has stepped one past the function that matched.
            SUBTRACT 1 FROM Fx
            ADD FnCount(Fx) TO Pos
           END-PERFORM.

      * Subroutine MatchFunction.
      *
      * MatchOk 1 when function Fx's moves appear at route position
      * MatchPos.
      *
      * Uses: Fx, MatchPos, Functions, Route -> MatchOk
       MatchFunction SECTION.
           MOVE 0 TO MatchOk.
           IF MatchPos + FnCount(Fx) - 1 IS GREATER THAN MoveCount
            EXIT SECTION
           END-IF.
           PERFORM VARYING Kx FROM 0 UNTIL Kx IS EQUAL TO FnCount(Fx)
            IF MvTurn(MatchPos + Kx)
               IS NOT EQUAL TO MvTurn(FnStart(Fx) + Kx)
             OR MvDist(MatchPos + Kx)
               IS NOT EQUAL TO MvDist(FnStart(Fx) + Kx)
             EXIT SECTION
            END-IF
           END-PERFORM.
           MOVE 1 TO MatchOk.

      * Subroutine TryTiling.
      *
      * Tile the whole route with A, B and C from the start, taking
      * the first function that matches at each point; TileOk 1 when
      * the route is covered exactly within ten main-routine calls.
      *
      * Uses: Functions, Route -> MainSeq, MainCalls, TileOk
       TryTiling SECTION.
           MOVE 0 TO TileOk.
           MOVE 0 TO MainCalls.
           MOVE 1 TO Pos.
           PERFORM UNTIL Pos IS GREATER THAN MoveCount
            MOVE 0 TO MatchOk
            PERFORM VARYING Fx FROM 1 UNTIL Fx IS GREATER THAN 3
                    OR MatchOk IS EQUAL TO 1
             MOVE Pos TO MatchPos
             PERFORM MatchFunction
            END-PERFORM
            IF MatchOk IS EQUAL TO 0 OR MainCalls IS EQUAL TO 10
             EXIT SECTION
            END-IF
            SUBTRACT 1 FROM Fx
            ADD 1 TO MainCalls
            MOVE Fx TO MainFn(MainCalls)
            ADD FnCount(Fx) TO Pos
           END-PERFORM.
           MOVE 1 TO TileOk.

      * Subroutine BuildRoutines.
      *
      * Spell out the main routine and the three functions as the
      * robot's input lines, and the whole route for the report.
      *
      * Uses: MainSeq, Functions, Route -> MainLine, FnLine,
      *       RouteText, FeedText, FeedLen
       BuildRoutines SECTION.
           MOVE SPACES TO MainLine.
           MOVE 1 TO LinePtr.
           PERFORM VARYING Kx FROM 1 UNTIL Kx IS GREATER THAN
                   MainCalls
            IF Kx IS GREATER THAN 1
             STRING "," DELIMITED BY SIZE INTO MainLine
              WITH POINTER LinePtr
             END-STRING
            END-IF
            STRING FnNames(MainFn(Kx):1) DELIMITED BY SIZE
             INTO MainLine WITH POINTER LinePtr
            END-STRING
           END-PERFORM.
           PERFORM VARYING Fx FROM 1 UNTIL Fx IS GREATER THAN 3
            MOVE SPACES TO FnLine(Fx)
            MOVE 1 TO LinePtr
            PERFORM VARYING Mx FROM FnStart(Fx) UNTIL Mx IS GREATER
                    THAN FnStart(Fx) + FnCount(Fx) - 1
             IF Mx IS GREATER THAN FnStart(Fx)
              STRING "," DELIMITED BY SIZE INTO FnLine(Fx)
               WITH POINTER LinePtr
              END-STRING
             END-IF
             MOVE MvDist(Mx) TO DistFmt
             STRING MvTurn(Mx) "," FUNCTION TRIM(DistFmt)
              DELIMITED BY SIZE INTO FnLine(Fx)
              WITH POINTER LinePtr
             END-STRING
            END-PERFORM
           END-PERFORM.

           MOVE SPACES TO RouteText.
           MOVE 1 TO RoutePtr.
           PERFORM VARYING Mx FROM 1 UNTIL Mx IS GREATER THAN
                   MoveCount
            IF Mx IS GREATER THAN 1
             STRING "," DELIMITED BY SIZE INTO RouteText
              WITH POINTER RoutePtr
             END-STRING
            END-IF
            MOVE MvDist(Mx) TO DistFmt
            STRING MvTurn(Mx) "," FUNCTION TRIM(DistFmt)
             DELIMITED BY SIZE INTO RouteText
             WITH POINTER RoutePtr
            END-STRING
           END-PERFORM.
           COMPUTE RouteLen = RoutePtr - 1.

      * The robot reads main, A, B, C and the video answer, each line
      * ended by a newline.
           MOVE SPACES TO FeedText.
           MOVE 1 TO LinePtr.
           STRING FUNCTION TRIM(MainLine) X"0A"
                  FUNCTION TRIM(FnLine(1)) X"0A"
                  FUNCTION TRIM(FnLine(2)) X"0A"
                  FUNCTION TRIM(FnLine(3)) X"0A"
                  "n" X"0A"
            DELIMITED BY SIZE INTO FeedText
            WITH POINTER LinePtr
           END-STRING.
           COMPUTE FeedLen = LinePtr - 1.

      * Subroutine DriveRobot.
      *
      * Run the woken robot: the first input request gets the whole
      * routine text queued at once, every output is kept, and the
      * last one printed is the dust figure - a value past the ASCII
      * range. A second input request, or a last output that is only
      * text (the robot's complaint about a routine), is an abend.
      *
      * Uses: FeedText, FeedLen -> Dust
       DriveRobot SECTION.
           PERFORM FOREVER
            PERFORM ExecuteAsm
            EVALUATE Interrupt
             WHEN 0
              EXIT PERFORM
             WHEN 3
              IF FeedGiven IS EQUAL TO 1
               MOVE "Robot asked for input past its routines"
                 TO AbendReason
               MOVE SPACES TO AbendPosition
               STRING "OpPtr " OpPtr
                DELIMITED BY SIZE INTO AbendPosition
               END-STRING
               MOVE MainLine TO AbendDetail
               PERFORM Abend
              END-IF
              MOVE 1 TO FeedGiven
              PERFORM VARYING Kx FROM 1 UNTIL Kx IS GREATER THAN
                      FeedLen
               COMPUTE Inputs(Kx) = FUNCTION ORD(FeedText(Kx:1)) - 1
              END-PERFORM
              MOVE FeedLen TO InputsLen
              MOVE 1 TO InputPtr
             WHEN 4
              MOVE Outputs(1) TO Dust
              MOVE 0 TO OutputsLen
            END-EVALUATE
           END-PERFORM.
           IF Dust IS LESS THAN 128
            MOVE "Robot reported no dust figure" TO AbendReason
            MOVE "after robot halt" TO AbendPosition
            MOVE MainLine TO AbendDetail
            MOVE 4 TO AbendCode
            PERFORM Abend
           END-IF.

      * Subroutine WriteReport.
      *
      * Write the route, the routines and the dust figure to
      * 17b.report under the standard control trailer. The route is
      * printed in 60-character slices, since a full route runs past
      * one report line.
      *
      * Uses: RouteText, MainLine, FnLine, Dust -> ReportFile
       WriteReport SECTION.
           OPEN OUTPUT ReportFile.
      * Every report leads with its provenance: who made it,
      * when, from which feed (and fingerprint), under which
      * control values.
           MOVE InputPath TO ProvFeedPath.
           PERFORM BuildProvenance.
           MOVE ProvRec TO ReportRec.
           PERFORM WriteReportRec.
           MOVE MoveCount TO MovesFmt.
           MOVE SPACES TO ReportRec.
           STRING "Scaffold route (" FUNCTION TRIM(MovesFmt)
                  " moves):"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           PERFORM VARYING Cx FROM 1 BY 60 UNTIL Cx IS GREATER THAN
                   RouteLen
            MOVE SPACES TO ReportRec
            STRING "  " RouteText(Cx:60)
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            PERFORM WriteReportRec
           END-PERFORM.
           MOVE SPACES TO ReportRec.
           STRING "Main: " MainLine
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           PERFORM VARYING Fx FROM 1 UNTIL Fx IS GREATER THAN 3
            MOVE SPACES TO ReportRec
            STRING FnNames(Fx:1) ":    " FnLine(Fx)
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            PERFORM WriteReportRec
           END-PERFORM.
           MOVE SPACES TO ReportRec.
           STRING "Dust collected: " FUNCTION TRIM(DustFmt)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "TRAILER|" TrailCount "|" TrailSum
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           CLOSE ReportFile.
           DISPLAY "Route and routines written to 17b.report".

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

      * Read the program from the input file. Save it to the Src
      * table, so any number of copies of the program can be run.
       ReadAsm SECTION.
           MOVE 0 TO Seps.
           INSPECT InputRec TALLYING Seps FOR ALL ",".
           IF Seps < 9999
            ADD 1 TO Seps
           ELSE
            MOVE 9999 TO Seps
           END-IF.

           MOVE 1 TO Ptr.
           MOVE 0 TO SrcLen.
           PERFORM Seps TIMES
            UNSTRING InputRec DELIMITED BY "," INTO Str
             WITH POINTER Ptr
            END-UNSTRING
            ADD 1 TO SrcLen
            COMPUTE Src(SrcLen) = FUNCTION NUMVAL(Str)
           END-PERFORM.

      * Reset the current state of the program by getting a fresh copy
      * of the instructions, and setting the pointers to 1 - delegated
      * to the shared interpreter subprogram, which also zeroes the
      * scratch memory past SrcLen and the RelativeBase.
       ResetAsm SECTION.
           MOVE "RESET" TO VmAction.
           CALL "AdventOfCode2019-Intcode" USING VmControl SrcImage
                Asm.

      * Execute the current program until it halts or interrupts
      * (Interrupt 3 = input starved, 4 = output produced, 0 = halt) -
      * delegated to the shared interpreter subprogram.
       ExecuteAsm SECTION.
           MOVE "RUN" TO VmAction.
           CALL "AdventOfCode2019-Intcode" USING VmControl SrcImage
                Asm.

           COPY "ProvWrite.cpy".

           COPY "AbendWrite.cpy".

           COPY "AuditTrailWrite.cpy".
           COPY "ResultsLedgerWrite.cpy".
           COPY "IntcodeCapacity.cpy".
