       FILE STATUS IS TransStatus.
       SELECT RejectFile ASSIGN TO "6a.rejects"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT StatsFile ASSIGN TO "6a.stats"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "ProvFeed.cpy".
       COPY "AuditTrail.cpy".
       COPY "RunControl.cpy".

       FD RejectFile.
       01 RejectRec    PIC X(50).

      * StatsFile carries the structural statistics of the map under
      * the root: depth histogram, deepest object, fan-out
      * distribution and busiest parents, leaf count, subtree size
      * under each of the root's direct satellites, and the spindly
      * single-child chains.
       FD StatsFile.
       01 StatsRec     PIC X(200).
       COPY "ProvFeedFD.cpy".


       01 AppliedCount  PIC 9(4) VALUE 0.
       01 RejectedCount PIC 9(4) VALUE 0.
       01 RejectReason  PIC X(16).

      * Statistics work fields: InMap marks the objects the walk
      * reached from the root, ChildCnt/OnlyChild give each one's
      * fan-out (and, for a single-child object, that child), and
      * DepthCount/FanCount are the two distributions, indexed by
      * depth + 1 and fan-out + 1. A spindly chain is a run of
      * SpindlyMin or more objects in a row that each have exactly
      * one satellite.
       01 InMap        PIC 9(1) OCCURS 9999 TIMES.
       01 ChildCnt     PIC 9(4) OCCURS 9999 TIMES.
       01 OnlyChild    PIC 9(4) OCCURS 9999 TIMES.
       01 DepthCount   PIC 9(4) OCCURS 9999 TIMES.
       01 FanCount     PIC 9(4) OCCURS 9999 TIMES.
       01 BusyPicked   PIC 9(1) OCCURS 9999 TIMES.
       01 MaxDepth     PIC 9(4).
       01 MaxDepthObj  PIC 9(4).
       01 MaxDepthTies PIC 9(4).
       01 MaxFan       PIC 9(4).
       01 MaxCount     PIC 9(4).
       01 LeafCount    PIC 9(4).
       01 BusyObj      PIC 9(4).
       01 BusyRank     PIC 9(2).
       01 ChainLen     PIC 9(4).
       01 ChainObj     PIC 9(4).
       01 ChainCount   PIC 9(4).
       01 SpindlyMin   PIC 9(4) VALUE 10.
       01 BarLen       PIC 9(3).
       01 StatFmt1     PIC Z(4)9.
       01 StatFmt2     PIC Z(4)9.
       01 StatsTrailCount PIC 9(9) VALUE 0.
       01 StatsTrailSum   PIC 9(9) VALUE 0.
       COPY "ProvFields.cpy".
       COPY "AbendFields.cpy".
       COPY "RunControlFields.cpy".

           PERFORM AuditReport.
           PERFORM TreeReport.
           PERFORM StatsReport.

           MOVE Total TO TotalFmt.
           MOVE "AdventOfCode2019-6a" TO AuditProgramId.
           PERFORM WriteAuditTrail.
           MOVE OrbsLen TO AcctReads.
           MOVE RejectedCount TO AcctRejects.
           MOVE "OBJECTS" TO CapName.
           MOVE 9999 TO CapLimit.
           MOVE ObjsLen TO CapUsed.
           PERFORM NoteCapacity.
           MOVE "ORBITS" TO CapName.
           MOVE 9999 TO CapLimit.
           MOVE OrbsLen TO CapUsed.
           PERFORM NoteCapacity.
           MOVE "6" TO LedgerDay.
           MOVE "a" TO LedgerPart.
           MOVE TotalFmt TO LedgerAnswer.
           CLOSE TreeFile.
           DISPLAY "Orbit tree chart written to 6a.tree".

      * Subroutine StatsReport.
      *
      * Write the structural statistics of the map under the root to
      * 6a.stats, from the walk's List/ObjLvl/Parent and the tree
      * chart's SubCount, listing objects in the sorted index's name
      * order - so a survey change that reshapes the map shows up
      * even when the checksum barely moves.
      *
      * Uses: List, ListLen, ObjLvl, Parent, SubCount, SortedIdx
      *       -> StatsFile
       StatsReport SECTION.
           PERFORM VARYING Kdx FROM 1 UNTIL Kdx IS GREATER THAN ObjsLen
            MOVE 0 TO InMap(Kdx)
            MOVE 0 TO ChildCnt(Kdx)
            MOVE 0 TO OnlyChild(Kdx)
            MOVE 0 TO DepthCount(Kdx)
            MOVE 0 TO FanCount(Kdx)
            MOVE 0 TO BusyPicked(Kdx)
           END-PERFORM.
           MOVE 1 TO InMap(List(1)).
           PERFORM VARYING Kdx FROM 2 UNTIL Kdx IS GREATER THAN ListLen
            MOVE 1 TO InMap(List(Kdx))
            ADD 1 TO ChildCnt(Parent(List(Kdx)))
            MOVE List(Kdx) TO OnlyChild(Parent(List(Kdx)))
           END-PERFORM.
           MOVE 0 TO MaxDepth.
           MOVE List(1) TO MaxDepthObj.
           MOVE 0 TO MaxDepthTies.
           MOVE 0 TO MaxFan.
           PERFORM VARYING SrtX FROM 1 UNTIL SrtX IS GREATER THAN
                   SortedLen
            MOVE SortedIdx(SrtX) TO Kdx
            IF InMap(Kdx) IS EQUAL TO 1
             ADD 1 TO DepthCount(ObjLvl(Kdx) + 1)
             ADD 1 TO FanCount(ChildCnt(Kdx) + 1)
             IF ObjLvl(Kdx) IS GREATER THAN MaxDepth
              MOVE ObjLvl(Kdx) TO MaxDepth
              MOVE Kdx TO MaxDepthObj
              MOVE 0 TO MaxDepthTies
             ELSE
              IF ObjLvl(Kdx) IS EQUAL TO MaxDepth
               AND Kdx IS NOT EQUAL TO MaxDepthObj
               ADD 1 TO MaxDepthTies
              END-IF
             END-IF
             IF ChildCnt(Kdx) IS GREATER THAN MaxFan
              MOVE ChildCnt(Kdx) TO MaxFan
             END-IF
            END-IF
           END-PERFORM.
           MOVE FanCount(1) TO LeafCount.

           OPEN OUTPUT StatsFile.
      * Every report leads with its provenance: who made it,
      * when, from which feed (and fingerprint), under which
      * control values.
           MOVE InputPath TO ProvFeedPath.
           MOVE SPACES TO ProvCtl.
           STRING "RootName=" FUNCTION TRIM(RootName)
                  " SnapshotPath=" FUNCTION TRIM(SnapshotPath)
                  " TransPath=" FUNCTION TRIM(TransPath)
            DELIMITED BY SIZE INTO ProvCtl
           END-STRING.
           PERFORM BuildProvenance.
           MOVE ProvRec TO StatsRec.
           PERFORM WriteStatsRec.
           MOVE ListLen TO StatFmt1.
           MOVE LeafCount TO StatFmt2.
           MOVE SPACES TO StatsRec.
           STRING "Orbit map statistics under " FUNCTION TRIM(RootName)
                  ": " FUNCTION TRIM(StatFmt1) " object(s), "
                  FUNCTION TRIM(StatFmt2) " leaf object(s)"
            DELIMITED BY SIZE INTO StatsRec
           END-STRING.
           PERFORM WriteStatsRec.
           MOVE MaxDepth TO StatFmt1.
           MOVE SPACES TO StatsRec.
           STRING "Maximum depth " FUNCTION TRIM(StatFmt1)
                  " at " Objs(MaxDepthObj)
            DELIMITED BY SIZE INTO StatsRec
           END-STRING.
           IF MaxDepthTies IS GREATER THAN 0
            MOVE MaxDepthTies TO StatFmt2
            STRING FUNCTION TRIM(StatsRec) " (and "
                   FUNCTION TRIM(StatFmt2) " other(s) at that depth)"
             DELIMITED BY SIZE INTO StatsRec
            END-STRING
           END-IF.
           PERFORM WriteStatsRec.

      * Depth histogram, the bar scaled to the busiest depth.
           MOVE SPACES TO StatsRec.
           PERFORM WriteStatsRec.
           MOVE "Depth  Objects" TO StatsRec.
           PERFORM WriteStatsRec.
           MOVE 0 TO MaxCount.
           PERFORM VARYING Kdx FROM 1 UNTIL Kdx IS GREATER THAN
                   MaxDepth + 1
            IF DepthCount(Kdx) IS GREATER THAN MaxCount
             MOVE DepthCount(Kdx) TO MaxCount
            END-IF
           END-PERFORM.
           PERFORM VARYING Kdx FROM 1 UNTIL Kdx IS GREATER THAN
                   MaxDepth + 1
            COMPUTE StatFmt1 = Kdx - 1
            MOVE DepthCount(Kdx) TO StatFmt2
            COMPUTE BarLen = (DepthCount(Kdx) * 50 + MaxCount - 1)
                           / MaxCount
            MOVE SPACES TO StatsRec
            STRING StatFmt1 "  " StatFmt2 "  "
             DELIMITED BY SIZE INTO StatsRec
            END-STRING
            IF BarLen IS GREATER THAN 0
             MOVE ALL "#" TO StatsRec(17:BarLen)
            END-IF
            PERFORM WriteStatsRec
           END-PERFORM.

      * Fan-out distribution, then the ten busiest parents (ties in
      * name order).
           MOVE SPACES TO StatsRec.
           PERFORM WriteStatsRec.
           MOVE "Fan-out  Objects" TO StatsRec.
           PERFORM WriteStatsRec.
           PERFORM VARYING Kdx FROM 1 UNTIL Kdx IS GREATER THAN
                   MaxFan + 1
            IF FanCount(Kdx) IS GREATER THAN 0
             COMPUTE StatFmt1 = Kdx - 1
             MOVE FanCount(Kdx) TO StatFmt2
             MOVE SPACES TO StatsRec
             STRING "  " StatFmt1 "  " StatFmt2
              DELIMITED BY SIZE INTO StatsRec
             END-STRING
             PERFORM WriteStatsRec
            END-IF
           END-PERFORM.
           MOVE SPACES TO StatsRec.
           PERFORM WriteStatsRec.
           MOVE "Busiest parents  Satellites  Subtree" TO StatsRec.
           PERFORM WriteStatsRec.
           PERFORM VARYING BusyRank FROM 1 UNTIL BusyRank IS GREATER
                   THAN 10
            MOVE 0 TO BusyObj
            PERFORM VARYING SrtX FROM 1 UNTIL SrtX IS GREATER THAN
                    SortedLen
             MOVE SortedIdx(SrtX) TO Kdx
             IF InMap(Kdx) IS EQUAL TO 1
              AND BusyPicked(Kdx) IS EQUAL TO 0
              AND ChildCnt(Kdx) IS GREATER THAN 0
              IF BusyObj IS EQUAL TO 0
               MOVE Kdx TO BusyObj
              ELSE
               IF ChildCnt(Kdx) IS GREATER THAN ChildCnt(BusyObj)
                MOVE Kdx TO BusyObj
               END-IF
              END-IF
             END-IF
            END-PERFORM
            IF BusyObj IS EQUAL TO 0
             EXIT PERFORM
            END-IF
            MOVE 1 TO BusyPicked(BusyObj)
            MOVE ChildCnt(BusyObj) TO StatFmt1
            MOVE SubCount(BusyObj) TO StatFmt2
            MOVE SPACES TO StatsRec
            STRING "  " Objs(BusyObj) "            " StatFmt1
                   "      " StatFmt2
             DELIMITED BY SIZE INTO StatsRec
            END-STRING
            PERFORM WriteStatsRec
           END-PERFORM.

      * Subtree size under each of the root's direct satellites.
           MOVE SPACES TO StatsRec.
           PERFORM WriteStatsRec.
           MOVE SPACES TO StatsRec.
           STRING "Satellites of " FUNCTION TRIM(RootName)
                  "  Subtree"
            DELIMITED BY SIZE INTO StatsRec
           END-STRING.
           PERFORM WriteStatsRec.
           PERFORM VARYING SrtX FROM 1 UNTIL SrtX IS GREATER THAN
                   SortedLen
            MOVE SortedIdx(SrtX) TO Kdx
            IF InMap(Kdx) IS EQUAL TO 1
             AND ObjLvl(Kdx) IS EQUAL TO 1
             MOVE SubCount(Kdx) TO StatFmt1
             MOVE SPACES TO StatsRec
             STRING "  " Objs(Kdx) "              " StatFmt1
              DELIMITED BY SIZE INTO StatsRec
             END-STRING
             PERFORM WriteStatsRec
            END-IF
           END-PERFORM.

      * Spindly chains: each run starts at a single-child object
      * whose parent is not itself single-child (or that is the
      * root itself), and follows the only child down while it has
      * exactly one satellite too.
           MOVE SPACES TO StatsRec.
           PERFORM WriteStatsRec.
           MOVE SpindlyMin TO StatFmt1.
           MOVE SPACES TO StatsRec.
           STRING "Spindly chains (" FUNCTION TRIM(StatFmt1)
                  " or more single-satellite objects in a row)"
            DELIMITED BY SIZE INTO StatsRec
           END-STRING.
           PERFORM WriteStatsRec.
           MOVE 0 TO ChainCount.
           PERFORM VARYING SrtX FROM 1 UNTIL SrtX IS GREATER THAN
                   SortedLen
            MOVE SortedIdx(SrtX) TO Kdx
            IF InMap(Kdx) IS EQUAL TO 1
             AND ChildCnt(Kdx) IS EQUAL TO 1
             IF Kdx IS EQUAL TO List(1)
              PERFORM TraceChain
             ELSE
              IF ChildCnt(Parent(Kdx)) IS NOT EQUAL TO 1
               PERFORM TraceChain
              END-IF
             END-IF
            END-IF
           END-PERFORM.
           IF ChainCount IS EQUAL TO 0
            MOVE "  (none)" TO StatsRec
            PERFORM WriteStatsRec
           END-IF.
           MOVE SPACES TO StatsRec.
           STRING "TRAILER|" StatsTrailCount "|" StatsTrailSum
            DELIMITED BY SIZE INTO StatsRec
           END-STRING.
           WRITE StatsRec.
           CLOSE StatsFile.
           DISPLAY "Orbit map statistics written to 6a.stats".

      * Subroutine TraceChain.
      *
      * Follow the single-satellite run starting at object Kdx down
      * through OnlyChild and report it when it is SpindlyMin or more
      * objects long.
      *
      * Uses: Kdx, ChildCnt, OnlyChild -> StatsFile, ChainCount
       TraceChain SECTION.
           MOVE Kdx TO ChainObj.
           MOVE 1 TO ChainLen.
           PERFORM UNTIL ChildCnt(OnlyChild(ChainObj)) IS NOT EQUAL
                   TO 1
            MOVE OnlyChild(ChainObj) TO ChainObj
            ADD 1 TO ChainLen
           END-PERFORM.
           IF ChainLen IS LESS THAN SpindlyMin
            EXIT SECTION
           END-IF.
           ADD 1 TO ChainCount.
           MOVE ChainLen TO StatFmt1.
           MOVE SPACES TO StatsRec.
           STRING "  " Objs(Kdx) " to " Objs(ChainObj) " - "
                  FUNCTION TRIM(StatFmt1) " object(s), ending in "
                  Objs(OnlyChild(ChainObj))
            DELIMITED BY SIZE INTO StatsRec
           END-STRING.
           PERFORM WriteStatsRec.

      * Subroutine WriteStatsRec.
      *
      * Write one statistics record and fold it into the control
      * totals.
      *
      * Uses: StatsRec -> StatsFile, StatsTrailCount, StatsTrailSum
       WriteStatsRec SECTION.
           ADD 1 TO StatsTrailCount.
           COMPUTE StatsTrailSum = FUNCTION MOD(StatsTrailSum
                 + FUNCTION ORD(StatsRec(1:1)), 1000000000).
           WRITE StatsRec.

      * Subroutine WriteTreeLine.
      *
      * Write one chart line: TreeChild's name indented two columns
