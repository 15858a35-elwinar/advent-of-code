       SELECT WireMasterFile ASSIGN TO "wire.master"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WireMasterStatus.
       SELECT RateCardFile ASSIGN USING RateCardPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RateCardStatus.
       SELECT BomFile ASSIGN TO "3a.bom"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "ProvFeed.cpy".
       COPY "AuditTrail.cpy".
       COPY "RunControl.cpy".
      * pair of segments from different wires that run within the
      * minimum-separation parameter of each other without crossing,
      * the data behind the electrical shop's interference
      * complaints. It closes with a "TRAILER|count|checksum" record
      * (checksum = the sum of the reported gaps).
       FD ClearFile.
       01 ClearRec PIC X(200).

       FD WireMasterFile.
       01 WireMasterRec   PIC X(80).
       88 EndOfWireMaster VALUE HIGH-VALUES.

      * RateCardFile is facilities' cable price list, one
      * "Voltage|RatePerUnit|RatePerBend" record per voltage class
      * (the class as wire.master spells it, e.g. 480V); records
      * beginning "*" are comments.
       FD RateCardFile.
       01 RateCardRec     PIC X(80).
       88 EndOfRateCard   VALUE HIGH-VALUES.

      * BomFile carries the circuit bill of materials: per-circuit
      * run length, bends, crossings, longest straight run and cost,
      * then the cost totals per owning department.
       FD BomFile.
       01 BomRec PIC X(200).
       COPY "ProvFeedFD.cpy".


       01 WireMaster.
          02 WmCount PIC 9(2) VALUE 0.
          02 WmEntry OCCURS 20 TIMES.
             03 WireId    PIC X(8).
             03 WireName  PIC X(16).
             03 WireVolt  PIC X(8).
             03 WireOwner PIC X(12).
      * smallest value that fits the whole panel on one page.
       01 RenderPath          PIC X(50).
       01 ScaleStr            PIC X(10).
       01 RenderScale         PIC 9(8) VALUE 0.
       01 RenderCols          PIC 9(3) VALUE 100.
       01 RenderRows          PIC 9(3) VALUE 50.
       01 Canvas.
       01 GapTotal            PIC S9(11).
       01 GapFmt              PIC Z(9)9.
       01 ClearCount          PIC 9(6) VALUE 0.
       01 ClearSum            PIC 9(9) VALUE 0.
       01 ClearPoints.
          02 ClearAbs1I       PIC -(9)9.
          02 ClearOrd1I       PIC -(9)9.
          02 ClearAbs2I       PIC -(9)9.
          02 ClearOrd2I       PIC -(9)9.
          02 ClearAbs1J       PIC -(9)9.
          02 ClearOrd1J       PIC -(9)9.
          02 ClearAbs2J       PIC -(9)9.
          02 ClearOrd2J       PIC -(9)9.

      * Bill of materials mode: RateCardPath (optional argument 5, or
      * run.control "3a|RateCard") names the rate card; when set,
      * every circuit's cable is measured off its segments and priced
      * at its voltage class's rate per unit length and per bend into
      * 3a.bom, with cost totals per owning department. A circuit
      * whose voltage class has no rate card line is listed unpriced
      * and counted. SPACES (the default) keeps the mode off.
       01 RateCardPath        PIC X(50).
       01 RateCardStatus      PIC X(2).
       01 RateTable.
          02 RateCount PIC 9(3) VALUE 0.
          02 RateEntry OCCURS 100 TIMES.
             03 RateVolt    PIC X(8).
             03 RatePerUnit PIC 9(5)V9999.
             03 RatePerBend PIC 9(7)V99.
       01 Rtx                 PIC 9(3).
       01 RateFound           PIC 9(3).
       01 RateRecNum          PIC 9(5) VALUE 0.
       01 RateFld1            PIC X(8).
       01 RateFld2            PIC X(12).
       01 RateFld3            PIC X(12).
       01 BomTable.
          02 BomEntry OCCURS 20 TIMES.
             03 BomLength   PIC 9(12).
             03 BomBends    PIC 9(6).
             03 BomCross    PIC 9(6).
             03 BomLongest  PIC 9(12).
             03 BomCost     PIC 9(13)V99.
             03 BomPriced   PIC 9(1).
       01 OwnerTable.
          02 OwnerCount PIC 9(2) VALUE 0.
          02 OwnerEntry OCCURS 20 TIMES.
             03 OwnerName     PIC X(12).
             03 OwnerCircuits PIC 9(2).
             03 OwnerLength   PIC 9(12).
             03 OwnerCost     PIC 9(13)V99.
       01 Odx                 PIC 9(2).
       01 OwnerFound          PIC 9(2).
       01 SegLength           PIC 9(12).
       01 StraightRun         PIC 9(12).
       01 SegHeading          PIC X(1).
       01 PrevHeading         PIC X(1).
       01 CrossFound          PIC 9(1).
       01 UnpricedCount       PIC 9(2) VALUE 0.
       01 BomTotalLength      PIC 9(12) VALUE 0.
       01 BomTotalCost        PIC 9(13)V99 VALUE 0.
       01 LengthFmt           PIC Z(11)9.
       01 BendFmt             PIC Z(5)9.
       01 CostFmt             PIC Z(12)9.99.
       01 CircuitFmt          PIC Z9.
       01 PriceFlag           PIC X(8).
       01 BomTrailCount       PIC 9(9) VALUE 0.
       01 BomTrailSum         PIC 9(9) VALUE 0.



              IS NOT EQUAL TO LOW-VALUES
            COMPUTE Clearance = FUNCTION NUMVAL(ClearanceStr)
           END-IF.
           ACCEPT RateCardPath FROM ARGUMENT-VALUE.
           IF RateCardPath IS EQUAL TO SPACES
            OR RateCardPath IS EQUAL TO LOW-VALUES
            MOVE "3a" TO CtlProgram
            MOVE "RateCard" TO CtlParam
            PERFORM GetControlParam
            MOVE CtlValue TO RateCardPath
           END-IF.
           IF RateCardPath IS EQUAL TO LOW-VALUES
            MOVE SPACES TO RateCardPath
           END-IF.
           MOVE "AdventOfCode2019-3a" TO AbendProgram.
           MOVE InputPath TO AbendInput.
           OPEN INPUT InputFile.
            PERFORM ClearanceReport
           END-IF.

           IF RateCardPath IS NOT EQUAL TO SPACES
            OPEN INPUT RateCardFile
            IF RateCardStatus IS EQUAL TO "00"
             PERFORM LoadRateCard
             PERFORM BillOfMaterials
            ELSE
             DISPLAY "Rate card not found: "
                     FUNCTION TRIM(RateCardPath)
                     " - bill of materials not produced"
            END-IF
           END-IF.

           MOVE "AdventOfCode2019-3a" TO AuditProgramId.
           MOVE InputPath TO AuditInputPath.
           MOVE SPACES TO AuditArgs.
           MOVE BestManhattanFmt TO AuditAnswer.
           PERFORM WriteAuditTrail.
           MOVE WiresLen TO AcctReads.
           MOVE "SEGMENTS" TO CapName.
           MOVE 100000 TO CapLimit.
           MOVE SegCount TO CapUsed.
           PERFORM NoteCapacity.
           MOVE "WIRES" TO CapName.
           MOVE 20 TO CapLimit.
           MOVE WiresLen TO CapUsed.
           PERFORM NoteCapacity.
           MOVE "3" TO LedgerDay.
           MOVE "a" TO LedgerPart.
           MOVE BestManhattanFmt TO LedgerAnswer.
           PERFORM WriteLedger.
           IF RateCardPath IS NOT EQUAL TO SPACES
            AND RateCardStatus IS NOT EQUAL TO "00"
            MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

      * Subroutine EvaluateSegments.
      *
      * Check whether segment Idx of wire Wdx crosses segment Jdx of
      * wire Xdx and evaluate the Manhattan distance of the crossing.
      *
      * Uses: Idx, Jdx, SegTable, BestManhattan
       EvaluateSegments SECTION.
           PERFORM TestCrossing.
           IF CrossFound IS EQUAL TO 1
            PERFORM EvaluateManhattan
           END-IF.

      * Subroutine TestCrossing.
      *
      * Decide whether segments Idx and Jdx cross - a perpendicular
      * pair crosses where the vertical segment's Abs falls inside
      * the horizontal one's span and vice versa; parallel (including
      * collinear-overlapping) pairs are skipped, exactly as the
      * corner-point compare this replaced did - its tests also
      * required one vertical and one horizontal segment.
      *
      * Uses: Idx, Jdx, SegTable -> CrossFound, CrossAbs, CrossOrd
       TestCrossing SECTION.
           MOVE 0 TO CrossFound.
           IF SegDir(Idx) IS EQUAL TO "V"
           AND SegDir(Jdx) IS EQUAL TO "H"
            IF (
            )
             MOVE SegAbs1(Idx) TO CrossAbs
             MOVE SegOrd1(Jdx) TO CrossOrd
             MOVE 1 TO CrossFound
            END-IF
           ELSE IF SegDir(Idx) IS EQUAL TO "H"
           AND SegDir(Jdx) IS EQUAL TO "V"
            )
             MOVE SegAbs1(Jdx) TO CrossAbs
             MOVE SegOrd1(Idx) TO CrossOrd
             MOVE 1 TO CrossFound
            END-IF
           END-IF.

            DELIMITED BY SIZE INTO ClearRec
           END-STRING.
           WRITE ClearRec.
           MOVE SPACES TO ClearRec.
           STRING "TRAILER|" ClearCount "|" ClearSum
            DELIMITED BY SIZE INTO ClearRec
           END-STRING.
           WRITE ClearRec.
           CLOSE ClearFile.
           DISPLAY ClearCount " near-miss pair(s) - see "
                   "3a.clearance".
           IF GapTotal IS GREATER THAN 0
            AND GapTotal IS NOT GREATER THAN Clearance
            ADD 1 TO ClearCount
            COMPUTE ClearSum = FUNCTION MOD(ClearSum + GapTotal,
                    1000000000)
            MOVE GapTotal TO GapFmt
            MOVE SegAbs1(Idx) TO ClearAbs1I
            MOVE SegOrd1(Idx) TO ClearOrd1I
            MOVE SegAbs2(Idx) TO ClearAbs2I
            MOVE SegOrd2(Idx) TO ClearOrd2I
            MOVE SegAbs1(Jdx) TO ClearAbs1J
            MOVE SegOrd1(Jdx) TO ClearOrd1J
            MOVE SegAbs2(Jdx) TO ClearAbs2J
            MOVE SegOrd2(Jdx) TO ClearOrd2J
            MOVE SPACES TO ClearRec
            STRING FUNCTION TRIM(WireName(Wdx)) " ("
                   FUNCTION TRIM(ClearAbs1I) ","
                   FUNCTION TRIM(ClearOrd1I) ")-("
                   FUNCTION TRIM(ClearAbs2I) ","
                   FUNCTION TRIM(ClearOrd2I) ") vs "
                   FUNCTION TRIM(WireName(Xdx)) " ("
                   FUNCTION TRIM(ClearAbs1J) ","
                   FUNCTION TRIM(ClearOrd1J) ")-("
                   FUNCTION TRIM(ClearAbs2J) ","
                   FUNCTION TRIM(ClearOrd2J) ") gap="
                   FUNCTION TRIM(GapFmt)
             DELIMITED BY SIZE INTO ClearRec
            END-STRING
            WRITE ClearRec
           END-IF.

      * Subroutine LoadRateCard.
      *
      * Load RateTable from the already-open rate card, one
      * "Voltage|RatePerUnit|RatePerBend" record per voltage class.
      * A rate that is not a non-negative number is rejected with its
      * record number rather than priced as zero.
      *
      * Uses: RateCardFile -> RateTable
       LoadRateCard SECTION.
           MOVE SPACES TO RateCardRec.
           READ RateCardFile
            AT END SET EndOfRateCard TO TRUE
           END-READ.
           PERFORM UNTIL EndOfRateCard
            ADD 1 TO RateRecNum
            IF FUNCTION TRIM(RateCardRec) IS NOT EQUAL TO SPACES
             AND RateCardRec(1:1) IS NOT EQUAL TO "*"
             IF RateCount IS EQUAL TO 100
              MOVE "Rate card has more than 100 classes"
                TO AbendReason
              PERFORM BadRateAbend
             END-IF
             MOVE SPACES TO RateFld1
             MOVE SPACES TO RateFld2
             MOVE SPACES TO RateFld3
             UNSTRING RateCardRec DELIMITED BY "|"
              INTO RateFld1 RateFld2 RateFld3
             END-UNSTRING
             IF RateFld1 IS EQUAL TO SPACES
              MOVE "Rate card line has no voltage class"
                TO AbendReason
              PERFORM BadRateAbend
             END-IF
             IF RateFld2 IS EQUAL TO SPACES
              OR FUNCTION TEST-NUMVAL(RateFld2) IS NOT EQUAL TO 0
              MOVE "Rate per unit is not a number" TO AbendReason
              PERFORM BadRateAbend
             END-IF
             IF RateFld3 IS EQUAL TO SPACES
              OR FUNCTION TEST-NUMVAL(RateFld3) IS NOT EQUAL TO 0
              MOVE "Rate per bend is not a number" TO AbendReason
              PERFORM BadRateAbend
             END-IF
             IF FUNCTION NUMVAL(RateFld2) IS LESS THAN 0
              OR FUNCTION NUMVAL(RateFld3) IS LESS THAN 0
              MOVE "Rate is negative" TO AbendReason
              PERFORM BadRateAbend
             END-IF
             ADD 1 TO RateCount
             MOVE RateFld1 TO RateVolt(RateCount)
             COMPUTE RatePerUnit(RateCount) = FUNCTION NUMVAL(RateFld2)
              ON SIZE ERROR
               MOVE "Rate per unit exceeds 99999.9999" TO AbendReason
               PERFORM BadRateAbend
             END-COMPUTE
             COMPUTE RatePerBend(RateCount) = FUNCTION NUMVAL(RateFld3)
              ON SIZE ERROR
               MOVE "Rate per bend exceeds 9999999.99" TO AbendReason
               PERFORM BadRateAbend
             END-COMPUTE
            END-IF
            MOVE SPACES TO RateCardRec
            READ RateCardFile
             AT END SET EndOfRateCard TO TRUE
            END-READ
           END-PERFORM.
           CLOSE RateCardFile.

      * Subroutine BillOfMaterials.
      *
      * Measure every circuit, price it off the rate card, total the
      * cost per owning department and write the lot to 3a.bom.
      *
      * Uses: SegTable, WireIndex, WireMaster, RateTable -> BomFile
       BillOfMaterials SECTION.
           PERFORM VARYING Wdx FROM 1 UNTIL Wdx > WiresLen
            PERFORM MeasureCircuit
            PERFORM PriceCircuit
           END-PERFORM.

           OPEN OUTPUT BomFile.
      * Every report leads with its provenance: who made it,
      * when, from which feed (and fingerprint), under which
      * control values.
           MOVE InputPath TO ProvFeedPath.
           MOVE SPACES TO ProvCtl.
           STRING "RateCard=" FUNCTION TRIM(RateCardPath)
            DELIMITED BY SIZE INTO ProvCtl
           END-STRING.
           PERFORM BuildProvenance.
           MOVE ProvRec TO BomRec.
           PERFORM WriteBomRec.
           MOVE SPACES TO BomRec.
           STRING "Circuit bill of materials for "
                  FUNCTION TRIM(InputPath) " priced from "
                  FUNCTION TRIM(RateCardPath)
            DELIMITED BY SIZE INTO BomRec
           END-STRING.
           PERFORM WriteBomRec.
           MOVE SPACES TO BomRec.
           PERFORM WriteBomRec.
           MOVE SPACES TO BomRec.
           STRING "WireId   Circuit          Voltage  Owner       "
                  "   RunLength  Bends  Cross  LongestRun"
                  "           Cost"
            DELIMITED BY SIZE INTO BomRec
           END-STRING.
           PERFORM WriteBomRec.
           PERFORM VARYING Wdx FROM 1 UNTIL Wdx > WiresLen
            MOVE BomLength(Wdx) TO LengthFmt
            MOVE SPACES TO BomRec
            STRING WireId(Wdx) " " WireName(Wdx) " "
                   WireVolt(Wdx) " " WireOwner(Wdx)
                   LengthFmt
             DELIMITED BY SIZE INTO BomRec
            END-STRING
            MOVE BomBends(Wdx) TO BendFmt
            MOVE BendFmt TO BomRec(61:6)
            MOVE BomCross(Wdx) TO BendFmt
            MOVE BendFmt TO BomRec(68:6)
            MOVE BomLongest(Wdx) TO LengthFmt
            MOVE LengthFmt TO BomRec(74:12)
            IF BomPriced(Wdx) IS EQUAL TO 1
             MOVE BomCost(Wdx) TO CostFmt
             MOVE CostFmt TO BomRec(86:16)
            ELSE
             MOVE "         NO RATE" TO BomRec(86:16)
            END-IF
            PERFORM WriteBomRec
           END-PERFORM.
           MOVE BomTotalLength TO LengthFmt.
           MOVE BomTotalCost TO CostFmt.
           MOVE SPACES TO BomRec.
           MOVE "Total" TO BomRec(1:5).
           MOVE LengthFmt TO BomRec(47:12).
           MOVE CostFmt TO BomRec(86:16).
           PERFORM WriteBomRec.

           MOVE SPACES TO BomRec.
           PERFORM WriteBomRec.
           MOVE "Cost by owning department:" TO BomRec.
           PERFORM WriteBomRec.
           MOVE SPACES TO BomRec.
           STRING "Owner         Circuits     RunLength"
                  "            Cost"
            DELIMITED BY SIZE INTO BomRec
           END-STRING.
           PERFORM WriteBomRec.
           PERFORM VARYING Odx FROM 1 UNTIL Odx > OwnerCount
            MOVE OwnerCircuits(Odx) TO CircuitFmt
            MOVE OwnerLength(Odx) TO LengthFmt
            MOVE OwnerCost(Odx) TO CostFmt
            MOVE SPACES TO BomRec
            STRING OwnerName(Odx) "        " CircuitFmt
                   LengthFmt CostFmt
             DELIMITED BY SIZE INTO BomRec
            END-STRING
            PERFORM WriteBomRec
           END-PERFORM.
           IF UnpricedCount IS GREATER THAN 0
            MOVE UnpricedCount TO CircuitFmt
            MOVE SPACES TO BomRec
            PERFORM WriteBomRec
            STRING FUNCTION TRIM(CircuitFmt)
                   " circuit(s) have no rate card line for their"
                   " voltage class and are not in the totals"
             DELIMITED BY SIZE INTO BomRec
            END-STRING
            PERFORM WriteBomRec
           END-IF.
           MOVE SPACES TO BomRec.
           STRING "TRAILER|" BomTrailCount "|" BomTrailSum
            DELIMITED BY SIZE INTO BomRec
           END-STRING.
           WRITE BomRec.
           CLOSE BomFile.
           DISPLAY "Bill of materials written to 3a.bom".
           IF UnpricedCount IS GREATER THAN 0
            DISPLAY "WARNING: " UnpricedCount
                    " circuit(s) unpriced - no rate card line"
           END-IF.

      * Subroutine MeasureCircuit.
      *
      * Walk wire Wdx's segments for its run length, its bends (every
      * change of heading, reversals included; consecutive segments
      * on one heading are one straight run) and its longest straight
      * run, then count the points where it crosses any other
      * circuit, the origin port excepted.
      *
      * Uses: Wdx, SegTable, WireIndex -> BomEntry(Wdx)
       MeasureCircuit SECTION.
           MOVE 0 TO BomLength(Wdx).
           MOVE 0 TO BomBends(Wdx).
           MOVE 0 TO BomCross(Wdx).
           MOVE 0 TO BomLongest(Wdx).
           MOVE 0 TO StraightRun.
           MOVE SPACE TO PrevHeading.
           PERFORM VARYING Idx FROM WSegFirst(Wdx)
            UNTIL Idx > WSegLast(Wdx)
            COMPUTE SegLength =
                    FUNCTION ABS(SegAbs2(Idx) - SegAbs1(Idx))
                  + FUNCTION ABS(SegOrd2(Idx) - SegOrd1(Idx))
            IF SegLength IS GREATER THAN 0
             EVALUATE TRUE
              WHEN SegOrd2(Idx) IS GREATER THAN SegOrd1(Idx)
               MOVE "U" TO SegHeading
              WHEN SegOrd2(Idx) IS LESS THAN SegOrd1(Idx)
               MOVE "D" TO SegHeading
              WHEN SegAbs2(Idx) IS GREATER THAN SegAbs1(Idx)
               MOVE "R" TO SegHeading
              WHEN OTHER
               MOVE "L" TO SegHeading
             END-EVALUATE
             ADD SegLength TO BomLength(Wdx)
             IF SegHeading IS EQUAL TO PrevHeading
              ADD SegLength TO StraightRun
             ELSE
              IF PrevHeading IS NOT EQUAL TO SPACE
               ADD 1 TO BomBends(Wdx)
              END-IF
              MOVE SegLength TO StraightRun
             END-IF
             IF StraightRun IS GREATER THAN BomLongest(Wdx)
              MOVE StraightRun TO BomLongest(Wdx)
             END-IF
             MOVE SegHeading TO PrevHeading
            END-IF
           END-PERFORM.
           PERFORM VARYING Xdx FROM 1 UNTIL Xdx > WiresLen
            IF Xdx IS NOT EQUAL TO Wdx
             PERFORM VARYING Idx FROM WSegFirst(Wdx)
              UNTIL Idx > WSegLast(Wdx)
              PERFORM VARYING Jdx FROM WSegFirst(Xdx)
               UNTIL Jdx > WSegLast(Xdx)
               PERFORM TestCrossing
               IF CrossFound IS EQUAL TO 1
                AND (CrossAbs IS NOT EQUAL TO 0
                 OR CrossOrd IS NOT EQUAL TO 0)
                ADD 1 TO BomCross(Wdx)
               END-IF
              END-PERFORM
             END-PERFORM
            END-IF
           END-PERFORM.

      * Subroutine PriceCircuit.
      *
      * Price wire Wdx at its voltage class's rates and fold it into
      * its owning department's totals; a class missing from the
      * rate card leaves the circuit unpriced and out of the totals.
      *
      * Uses: Wdx, BomEntry(Wdx), WireMaster, RateTable
      *       -> BomCost(Wdx), OwnerTable, totals
       PriceCircuit SECTION.
           MOVE 0 TO RateFound.
           PERFORM VARYING Rtx FROM 1 UNTIL Rtx > RateCount
            IF RateVolt(Rtx) IS EQUAL TO WireVolt(Wdx)
             MOVE Rtx TO RateFound
             EXIT PERFORM
            END-IF
           END-PERFORM.
           MOVE 0 TO BomCost(Wdx).
           IF RateFound IS EQUAL TO 0
            MOVE 0 TO BomPriced(Wdx)
            ADD 1 TO UnpricedCount
            EXIT SECTION
           END-IF.
           MOVE 1 TO BomPriced(Wdx).
           COMPUTE BomCost(Wdx) ROUNDED =
                   BomLength(Wdx) * RatePerUnit(RateFound)
                 + BomBends(Wdx) * RatePerBend(RateFound)
            ON SIZE ERROR
             MOVE "Circuit cost overflows BomCost" TO AbendReason
             MOVE SPACES TO AbendPosition
             STRING "wire " Wdx
              DELIMITED BY SIZE INTO AbendPosition
             END-STRING
             MOVE WireName(Wdx) TO AbendDetail
             PERFORM Abend
           END-COMPUTE.
           ADD BomLength(Wdx) TO BomTotalLength.
           ADD BomCost(Wdx) TO BomTotalCost.
           MOVE 0 TO OwnerFound.
           PERFORM VARYING Odx FROM 1 UNTIL Odx > OwnerCount
            IF OwnerName(Odx) IS EQUAL TO WireOwner(Wdx)
             MOVE Odx TO OwnerFound
             EXIT PERFORM
            END-IF
           END-PERFORM.
           IF OwnerFound IS EQUAL TO 0
            ADD 1 TO OwnerCount
            MOVE OwnerCount TO OwnerFound
            MOVE WireOwner(Wdx) TO OwnerName(OwnerFound)
            IF OwnerName(OwnerFound) IS EQUAL TO SPACES
             MOVE "(no owner)" TO OwnerName(OwnerFound)
            END-IF
            MOVE 0 TO OwnerCircuits(OwnerFound)
            MOVE 0 TO OwnerLength(OwnerFound)
            MOVE 0 TO OwnerCost(OwnerFound)
           END-IF.
           ADD 1 TO OwnerCircuits(OwnerFound).
           ADD BomLength(Wdx) TO OwnerLength(OwnerFound).
           ADD BomCost(Wdx) TO OwnerCost(OwnerFound).

      * Subroutine WriteBomRec.
      *
      * Write one bill of materials record and fold it into the
      * control totals.
      *
      * Uses: BomRec -> BomFile, BomTrailCount, BomTrailSum
       WriteBomRec SECTION.
           ADD 1 TO BomTrailCount.
           COMPUTE BomTrailSum = FUNCTION MOD(BomTrailSum
                 + FUNCTION ORD(BomRec(1:1)), 1000000000).
           WRITE BomRec.

      * Subroutine BadRateAbend.
      *
      * Abend on a malformed rate card record with its record number,
      * per the shop convention (4 = data rejected).
      *
      * Uses: AbendReason, RateRecNum, RateCardRec
       BadRateAbend SECTION.
           MOVE SPACES TO AbendPosition.
           STRING "rate card record " RateRecNum
            DELIMITED BY SIZE INTO AbendPosition
           END-STRING.
           MOVE RateCardRec TO AbendDetail.
           MOVE RateCardPath TO AbendInput.
           MOVE 4 TO AbendCode.
           PERFORM Abend.

      * Subroutine RenderPanel.
      *
      * Draw the whole panel as character art into RenderFile: every
            STRING "WIRE-" Wdx
             DELIMITED BY SIZE INTO WireName(Wdx)
            END-STRING
            MOVE SPACES TO WireId(Wdx)
            STRING "W" Wdx
             DELIMITED BY SIZE INTO WireId(Wdx)
            END-STRING
            MOVE SPACES TO WireVolt(Wdx)
            MOVE SPACES TO WireOwner(Wdx)
           END-PERFORM.
              UNSTRING WireMasterRec DELIMITED BY "|"
               INTO WmFld1 WmFld2 WmFld3 WmFld4
              END-UNSTRING
              IF FUNCTION TRIM(WmFld1) IS NOT EQUAL TO SPACES
               MOVE WmFld1 TO WireId(WmSeen)
              END-IF
              IF FUNCTION TRIM(WmFld2) IS NOT EQUAL TO SPACES
               MOVE WmFld2 TO WireName(WmSeen)
              END-IF
