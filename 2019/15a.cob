      * explored maze is rendered as character art to 15a.report the
      * way 11a renders its hull, and the answer lands in
      * results.ledger and audit.log via the shared copybooks.
      *
      * The explored maze is also exported as data, one cell per
      * record, to 15a.maze - "x|y|kind|distance" on the 50x50 grid
      * (the start at 25,25), kind WALL, OPEN or OXYGEN, distance the
      * BFS step count from the start ("----" for walls) - and the
      * shortest route from the start to the oxygen system is turned
      * into droid orders in 15a.orders: one "seq|command|direction"
      * record per move, the 1/2/3/4 commands an operator keys in.
      * Verification mode (argument 2 "VERIFY", or run.control
      * "15a|Verify" = "Y") reads those orders back and drives a
      * fresh run of the tape with them through MoveDroid; the orders
      * pass only if every move is taken and the last one lands on
      * the oxygen system after the reported number of moves
      * (RETURN-CODE 4 otherwise).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE STATUS IS InputStatus.
       SELECT ReportFile ASSIGN TO "15a.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MazeFile ASSIGN TO "15a.maze"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OrdersFile ASSIGN TO "15a.orders"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS OrdersStatus.
       COPY "RunControl.cpy".
       COPY "ProvFeed.cpy".
       COPY "AuditTrail.cpy".
       COPY "AbendDump.cpy".
       FD ReportFile.
       01 ReportRec PIC X(200).

       FD MazeFile.
       01 MazeRec PIC X(200).

       FD OrdersFile.
       01 OrdersRec PIC X(200).
       88 EndOfOrders VALUE HIGH-VALUES.

       COPY "RunControlFD.cpy".

       COPY "ProvFeedFD.cpy".

       COPY "AbendDumpFD.cpy".
       COPY "AbendFields.cpy".
       COPY "AuditTrailFields.cpy".
       COPY "ResultsLedgerFields.cpy".
       COPY "RunControlFields.cpy".
       01 Seps      PIC 9(5).
       01 Str       PIC X(20).
       01 Ptr       PIC 9(5).
             03 TryDir   PIC 9(1).
             03 EnterDir PIC 9(1).
       01 Depth     PIC 9(4).
      * High-water marks for the run's capacity records: the deepest
      * the walk stack went, and the furthest the mapped cells (walls
      * included) reached from the start in any direction - 24 is
      * the grid's edge on its near side.
       01 DepthHigh PIC 9(4) VALUE 0.
       01 MazeOff   PIC 9(2).
       01 MazeReach PIC 9(2) VALUE 0.

       01 MoveCmd    PIC 9(1).
       01 MoveStatus PIC 9(1).
       01 TrailCount PIC 9(9) VALUE 0.
       01 TrailSum   PIC 9(9) VALUE 0.

      * Maze export and droid orders work fields. RouteDir holds the
      * shortest route as movement commands, first move first.
       01 OrdersStatus PIC X(2).
       01 RouteDir     PIC 9(1) OCCURS 2500 TIMES.
       01 Rdx          PIC 9(4).
       01 RouteFound   PIC 9(1).
       01 CellKind     PIC X(6).
       01 DistStr      PIC X(4).
       01 DirName      PIC X(5).
       01 MazeCount    PIC 9(9) VALUE 0.
       01 MazeSum      PIC 9(9) VALUE 0.
       01 OrdCount     PIC 9(9) VALUE 0.
       01 OrdSum       PIC 9(9) VALUE 0.
       01 VerifyStr    PIC X(8).
       01 VerifyMode   PIC 9(1) VALUE 0.
       01 VerifyMoves  PIC 9(4) VALUE 0.
       01 VerifyOk     PIC 9(1) VALUE 0.
       01 VerifyNote   PIC X(80) VALUE SPACES.
       01 OrdFld1      PIC X(6).
       01 OrdFld2      PIC X(6).
       01 OrdFld3      PIC X(8).

       PROCEDURE DIVISION.
       Begin.
           ACCEPT InputPath FROM ARGUMENT-VALUE.
           MOVE "AdventOfCode2019-15a" TO AbendProgram.
           MOVE InputPath TO AbendInput.
           ACCEPT VerifyStr FROM ARGUMENT-VALUE.
           IF VerifyStr IS EQUAL TO SPACES
            OR VerifyStr IS EQUAL TO LOW-VALUES
            MOVE "15a" TO CtlProgram
            MOVE "Verify" TO CtlParam
            PERFORM GetControlParam
            MOVE CtlValue TO VerifyStr
           END-IF.
           IF FUNCTION UPPER-CASE(VerifyStr(1:1)) IS EQUAL TO "V"
            OR FUNCTION UPPER-CASE(VerifyStr(1:1)) IS EQUAL TO "Y"
            MOVE 1 TO VerifyMode
           END-IF.
           OPEN INPUT InputFile.
           IF InputStatus IS NOT EQUAL TO "00"
            DISPLAY "Input file not found: "
           MOVE CellDist(OxyX, OxyY) TO PathLen.
           MOVE PathLen TO PathFmt.

           PERFORM ExportMaze.
           PERFORM TraceRoute.
           PERFORM WriteOrders.
           IF VerifyMode IS EQUAL TO 1
            PERFORM VerifyOrders
           END-IF.

           PERFORM RenderMaze.
           DISPLAY "Shortest path to oxygen system: "
                   FUNCTION TRIM(PathFmt).
           IF VerifyMode IS EQUAL TO 1
            DISPLAY FUNCTION TRIM(VerifyNote)
           END-IF.

           MOVE "AdventOfCode2019-15a" TO AuditProgramId.
           MOVE InputPath TO AuditInputPath.
           MOVE SPACES TO AuditArgs.
           IF VerifyMode IS EQUAL TO 1
            MOVE "verify=Y" TO AuditArgs
           END-IF.
           MOVE FUNCTION TRIM(PathFmt) TO AuditAnswer.
           PERFORM WriteAuditTrail.
           MOVE 1 TO AcctReads.
           MOVE "a" TO LedgerPart.
           MOVE FUNCTION TRIM(PathFmt) TO LedgerAnswer.
           MOVE VmInstrCount TO AcctInstr
           PERFORM NoteVmCapacity
           MOVE "MAZEREACH" TO CapName.
           MOVE 24 TO CapLimit.
           MOVE MazeReach TO CapUsed.
           PERFORM NoteCapacity.
           MOVE "WALKSTACK" TO CapName.
           MOVE 2500 TO CapLimit.
           MOVE DepthHigh TO CapUsed.
           PERFORM NoteCapacity.
           PERFORM WriteLedger.
           IF VerifyMode IS EQUAL TO 1 AND VerifyOk IS EQUAL TO 0
            MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Subroutine ExportMaze.
      *
      * Write every explored cell to 15a.maze as "x|y|kind|distance",
      * row by row, under the standard provenance record and control
      * trailer.
      *
      * Uses: Maze, Dists -> MazeFile
       ExportMaze SECTION.
           OPEN OUTPUT MazeFile.
      * Every report leads with its provenance: who made it,
      * when, from which feed (and fingerprint), under which
      * control values.
           MOVE InputPath TO ProvFeedPath.
           PERFORM BuildProvenance.
           MOVE ProvRec TO MazeRec.
           PERFORM WriteMazeRec.
           PERFORM VARYING Gy FROM 1 UNTIL Gy IS GREATER THAN 50
            PERFORM VARYING Gx FROM 1 UNTIL Gx IS GREATER THAN 50
             IF Cell(Gx, Gy) IS NOT EQUAL TO 0
              EVALUATE Cell(Gx, Gy)
               WHEN 1 MOVE "OPEN" TO CellKind
               WHEN 2 MOVE "WALL" TO CellKind
               WHEN 3 MOVE "OXYGEN" TO CellKind
              END-EVALUATE
              IF Cell(Gx, Gy) IS EQUAL TO 2
               OR CellDist(Gx, Gy) IS EQUAL TO 9999
               MOVE "----" TO DistStr
              ELSE
               MOVE CellDist(Gx, Gy) TO DistStr
              END-IF
              MOVE SPACES TO MazeRec
              STRING Gx "|" Gy "|" FUNCTION TRIM(CellKind) "|"
                     DistStr
               DELIMITED BY SIZE INTO MazeRec
              END-STRING
              PERFORM WriteMazeRec
             END-IF
            END-PERFORM
           END-PERFORM.
           MOVE SPACES TO MazeRec.
           STRING "TRAILER|" MazeCount "|" MazeSum
            DELIMITED BY SIZE INTO MazeRec
           END-STRING.
           WRITE MazeRec.
           CLOSE MazeFile.
           DISPLAY "Maze exported to 15a.maze".

      * Subroutine WriteMazeRec.
      *
      * Write one maze export record and fold it into the control
      * totals.
      *
      * Uses: MazeRec -> MazeFile, MazeCount, MazeSum
       WriteMazeRec SECTION.
           ADD 1 TO MazeCount.
           COMPUTE MazeSum = FUNCTION MOD(MazeSum
                 + FUNCTION ORD(MazeRec(1:1)), 1000000000).
           WRITE MazeRec.

      * Subroutine TraceRoute.
      *
      * Walk back from the oxygen system to the start along falling
      * BFS distances, recording at each step the command that makes
      * the forward move, so RouteDir(1) through RouteDir(PathLen) is
      * the shortest route in the order it is driven.
      *
      * Uses: Dists, OxyX, OxyY, PathLen -> RouteDir
       TraceRoute SECTION.
           MOVE OxyX TO CurX.
           MOVE OxyY TO CurY.
           PERFORM VARYING Rdx FROM PathLen BY -1 UNTIL Rdx = 0
            MOVE 0 TO RouteFound
            PERFORM VARYING Dir FROM 1 UNTIL Dir IS GREATER THAN 4
             OR RouteFound IS EQUAL TO 1
             PERFORM DirDelta
             IF Cell(NextX, NextY) IS NOT EQUAL TO 2
              AND CellDist(NextX, NextY) + 1
                  IS EQUAL TO CellDist(CurX, CurY)
              MOVE 1 TO RouteFound
              MOVE NextX TO Gx
              MOVE NextY TO Gy
              PERFORM OppositeDir
              MOVE Dir TO RouteDir(Rdx)
             END-IF
            END-PERFORM
            MOVE Gx TO CurX
            MOVE Gy TO CurY
           END-PERFORM.

      * Subroutine WriteOrders.
      *
      * Write the route as droid orders: a count line, then one
      * "seq|command|direction" record per move.
      *
      * Uses: RouteDir, PathLen -> OrdersFile
       WriteOrders SECTION.
           OPEN OUTPUT OrdersFile.
           MOVE InputPath TO ProvFeedPath.
           PERFORM BuildProvenance.
           MOVE ProvRec TO OrdersRec.
           PERFORM WriteOrdersRec.
           MOVE SPACES TO OrdersRec.
           STRING "Droid orders, start to oxygen system: "
                  FUNCTION TRIM(PathFmt) " move(s) "
                  "(1 north, 2 south, 3 west, 4 east)"
            DELIMITED BY SIZE INTO OrdersRec
           END-STRING.
           PERFORM WriteOrdersRec.
           PERFORM VARYING Rdx FROM 1 UNTIL Rdx > PathLen
            EVALUATE RouteDir(Rdx)
             WHEN 1 MOVE "NORTH" TO DirName
             WHEN 2 MOVE "SOUTH" TO DirName
             WHEN 3 MOVE "WEST" TO DirName
             WHEN 4 MOVE "EAST" TO DirName
            END-EVALUATE
            MOVE SPACES TO OrdersRec
            STRING Rdx "|" RouteDir(Rdx) "|" DirName
             DELIMITED BY SIZE INTO OrdersRec
            END-STRING
            PERFORM WriteOrdersRec
           END-PERFORM.
           MOVE SPACES TO OrdersRec.
           STRING "TRAILER|" OrdCount "|" OrdSum
            DELIMITED BY SIZE INTO OrdersRec
           END-STRING.
           WRITE OrdersRec.
           CLOSE OrdersFile.
           DISPLAY "Droid orders written to 15a.orders".

      * Subroutine WriteOrdersRec.
      *
      * Write one orders record and fold it into the control totals.
      *
      * Uses: OrdersRec -> OrdersFile, OrdCount, OrdSum
       WriteOrdersRec SECTION.
           ADD 1 TO OrdCount.
           COMPUTE OrdSum = FUNCTION MOD(OrdSum
                 + FUNCTION ORD(OrdersRec(1:1)), 1000000000).
           WRITE OrdersRec.

      * Subroutine VerifyOrders.
      *
      * Prove the orders against the tape itself: reset the droid
      * program, read 15a.orders back and key in each command through
      * MoveDroid. Every move must be taken (no wall), only the last
      * may reach the oxygen system, and it must do so after exactly
      * the reported number of moves.
      *
      * Uses: OrdersFile, PathLen -> VerifyOk, VerifyNote
       VerifyOrders SECTION.
           PERFORM ResetAsm.
           MOVE StartX TO CurX.
           MOVE StartY TO CurY.
           MOVE 0 TO VerifyMoves.
           MOVE 0 TO MoveStatus.
           MOVE SPACES TO VerifyNote.
           OPEN INPUT OrdersFile.
           IF OrdersStatus IS NOT EQUAL TO "00"
            MOVE "ORDERS NOT VERIFIED: 15a.orders could not be read"
              TO VerifyNote
            EXIT SECTION
           END-IF.
           READ OrdersFile
            AT END SET EndOfOrders TO TRUE
           END-READ.
           PERFORM UNTIL EndOfOrders OR VerifyNote IS NOT EQUAL TO
                   SPACES
            IF OrdersRec(1:1) IS NUMERIC
             MOVE SPACES TO OrdFld1 OrdFld2 OrdFld3
             UNSTRING OrdersRec DELIMITED BY "|"
              INTO OrdFld1 OrdFld2 OrdFld3
             END-UNSTRING
             IF MoveStatus IS EQUAL TO 2
              STRING "ORDERS FAIL: oxygen system reached before "
                     "the last order"
               DELIMITED BY SIZE INTO VerifyNote
              END-STRING
             ELSE
              IF OrdFld2(1:1) IS LESS THAN "1"
               OR OrdFld2(1:1) IS GREATER THAN "4"
               MOVE "ORDERS FAIL: unreadable command in 15a.orders"
                 TO VerifyNote
              ELSE
               MOVE OrdFld2(1:1) TO Dir
               PERFORM DirDelta
               MOVE Dir TO MoveCmd
               PERFORM MoveDroid
               ADD 1 TO VerifyMoves
               IF MoveStatus IS EQUAL TO 0
                MOVE SPACES TO VerifyNote
                STRING "ORDERS FAIL: move " VerifyMoves
                       " runs into a wall"
                 DELIMITED BY SIZE INTO VerifyNote
                END-STRING
               ELSE
                MOVE NextX TO CurX
                MOVE NextY TO CurY
               END-IF
              END-IF
             END-IF
            END-IF
            READ OrdersFile
             AT END SET EndOfOrders TO TRUE
            END-READ
           END-PERFORM.
           CLOSE OrdersFile.
           IF VerifyNote IS EQUAL TO SPACES
            IF MoveStatus IS EQUAL TO 2
             AND VerifyMoves IS EQUAL TO PathLen
             AND CurX IS EQUAL TO OxyX AND CurY IS EQUAL TO OxyY
             MOVE 1 TO VerifyOk
             STRING "ORDERS VERIFIED: the tape reaches the oxygen "
                    "system in " VerifyMoves " move(s)"
              DELIMITED BY SIZE INTO VerifyNote
             END-STRING
            ELSE
             STRING "ORDERS FAIL: " VerifyMoves " move(s) end at "
                    CurX "/" CurY " without reaching the oxygen "
                    "system"
              DELIMITED BY SIZE INTO VerifyNote
             END-STRING
            END-IF
           END-IF.

      * Subroutine ExploreMaze.
      *
      * Map every reachable cell with a depth-first walk: at each
      * The droid just moved into NextX/NextY: push a fresh walk
      * level for it.
      *
      * Uses: NextX, NextY, Dir -> CurX, CurY, WalkStack, Depth,
      *       DepthHigh, MazeReach
       DescendWalk SECTION.
           MOVE NextX TO CurX.
           MOVE NextY TO CurY.
           ADD 1 TO Depth.
           MOVE 0 TO TryDir(Depth).
           MOVE Dir TO EnterDir(Depth).
           IF Depth IS GREATER THAN DepthHigh
            MOVE Depth TO DepthHigh
           END-IF.
           COMPUTE MazeOff = FUNCTION MAX(FUNCTION ABS(CurX - StartX)
                                          FUNCTION ABS(CurY - StartY))
                             + 1.
           IF MazeOff IS GREATER THAN MazeReach
            MOVE MazeOff TO MazeReach
           END-IF.

      * Subroutine DirDelta.
      *
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           IF VerifyMode IS EQUAL TO 1
            MOVE VerifyNote TO ReportRec
            PERFORM WriteReportRec
           END-IF.
           MOVE SPACES TO ReportRec.
           STRING "TRAILER|" TrailCount "|" TrailSum
            DELIMITED BY SIZE INTO ReportRec

           COPY "AbendWrite.cpy".

           COPY "RunControlRead.cpy".

           COPY "AuditTrailWrite.cpy".
           COPY "ResultsLedgerWrite.cpy".
           COPY "IntcodeCapacity.cpy".
