      * lands in results.ledger and audit.log via the shared
      * copybooks, and 14a.report carries the run's figures under a
      * control trailer.
      *
      * 14a.bom lays out the structure behind the figure for
      * production planning: FUEL exploded level by level through the
      * reaction list as an indented multi-level bill of materials
      * (quantity per parent batch, batch size, level), the low-level
      * code of every chemical, the where-used listing of every
      * recipe that consumes each chemical, and the chemicals and
      * recipes the feed carries that FUEL never needs.
      *
      * Production order planning: given an orders file (OrdersPath,
      * argument 2 or run.control "14a|OrdersPath") and optionally
      * the stores inventory (InventoryPath, argument 3 or
      * run.control "14a|InventoryPath"), the orders are worked
      * through the same Needs ledger in due sequence. On-hand stock
      * sits in the ledger as surplus, so every order draws it down
      * before any batch is run; the surplus each order leaves is
      * carried forward to the next, and ORE is mined only for the
      * shortfall. 14a.plan carries the per-order plan and
      * 14a.closing the closing inventory, in the inventory file's
      * own layout so the next planning cycle starts from it.
      *   Orders:    OrderId|FuelQty|DueSeq
      *   Inventory: CHEMICAL|QtyOnHand
      * ("*" records are comments; a PROV record or control trailer
      * on an inventory file, as 14a.closing carries, is honoured.)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE STATUS IS InputStatus.
       SELECT ReportFile ASSIGN TO "14a.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BomFile ASSIGN TO "14a.bom"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OrderFile ASSIGN USING OrdersPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS OrderStatus.
       SELECT InvFile ASSIGN USING InventoryPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS InvStatus.
       SELECT PlanFile ASSIGN TO "14a.plan"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ClosingFile ASSIGN TO "14a.closing"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RunControl.cpy".
       COPY "ProvFeed.cpy".
       COPY "AuditTrail.cpy".
       COPY "AbendDump.cpy".
       FD ReportFile.
       01 ReportRec PIC X(200).

       FD BomFile.
       01 BomRec PIC X(200).

       FD OrderFile.
       01 OrderRec PIC X(80).
       88 EndOfOrders VALUE HIGH-VALUES.

       FD InvFile.
       01 InvRec PIC X(200).
       88 EndOfInv VALUE HIGH-VALUES.

       FD PlanFile.
       01 PlanRec PIC X(200).

       FD ClosingFile.
       01 ClosingRec PIC X(200).

       COPY "RunControlFD.cpy".

       COPY "ProvFeedFD.cpy".

       COPY "AbendDumpFD.cpy".
       COPY "AbendFields.cpy".
       COPY "AuditTrailFields.cpy".
       COPY "ResultsLedgerFields.cpy".
       COPY "RunControlFields.cpy".

      * One recipe per chemical: the output side, then up to 10
      * "qty NAME" ingredients off the left side.
       01 Needs.
          02 NeedCount PIC 9(3) VALUE 0.
          02 NeedEntry OCCURS 120 TIMES.
             03 NeedName   PIC X(8).
             03 NeedQty    PIC S9(18).
      * For the planning run: stock on hand as an order starts, and
      * everything the order called for of the chemical.
             03 NeedStart  PIC S9(18).
             03 NeedDemand PIC S9(18).

       01 Rdx        PIC 9(3).
       01 Ndx        PIC 9(3).
       01 TrailCount PIC 9(9) VALUE 0.
       01 TrailSum   PIC 9(9) VALUE 0.

      * Bill of materials work fields. Chems holds every chemical the
      * feed names: the recipe producing it (0 for a raw material),
      * its low-level code - the deepest level it appears at below
      * FUEL, -1 when FUEL never reaches it - whether the explosion
      * has already expanded it, and how many recipes consume it.
       01 Chems.
          02 ChemCount PIC 9(3) VALUE 0.
          02 ChemEntry OCCURS 120 TIMES.
             03 ChemName     PIC X(8).
             03 ChemRecipe   PIC 9(3).
             03 ChemLlc      PIC S9(3).
             03 ChemExploded PIC 9(1).
             03 ChemUsedBy   PIC 9(3).
       01 Chx        PIC 9(3).
       01 ChemIdx    PIC 9(3).
       01 FindName   PIC X(8).
       01 OutChem    PIC 9(3).
       01 LlcChanged PIC 9(1).
       01 LlcPasses  PIC 9(3).
       01 LlcFmt     PIC -(2)9.
      * The explosion walks the structure depth first on an explicit
      * stack: one entry per recipe being expanded and the next of
      * its ingredients to list.
       01 BomStack.
          02 StackDepth PIC 9(2) VALUE 0.
          02 StackEntry OCCURS 60 TIMES.
             03 StkRecipe PIC 9(3).
             03 StkNext   PIC 9(2).
       01 Sdx        PIC 9(2).
       01 TopRecipe  PIC 9(3).
       01 OnPath     PIC 9(1).
       01 BomLevel   PIC 9(2).
       01 LevelFmt   PIC Z9.
       01 IndentName PIC X(30).
       01 IndentPos  PIC 9(2).
       01 BomQty     PIC 9(9).
       01 BomQtyFmt  PIC Z(8)9.
       01 BomBatch   PIC X(10).
       01 BatchFmt   PIC Z(8)9.
       01 BomNote    PIC X(30).
       01 BomLines   PIC 9(5) VALUE 0.
       01 FlagCount  PIC 9(3).
       01 BomCount   PIC 9(9) VALUE 0.
       01 BomSum     PIC 9(9) VALUE 0.

      * Production order planning work fields.
       01 OrdersPath    PIC X(50).
       01 OrderStatus   PIC X(2).
       01 InventoryPath PIC X(50).
       01 InvStatus     PIC X(2).
       01 PlanRun       PIC 9(1) VALUE 0.
       01 Orders.
          02 OrderCount PIC 9(3) VALUE 0.
          02 OrderEntry OCCURS 200 TIMES.
             03 OrdId    PIC X(12).
             03 OrdFuel  PIC 9(12).
             03 OrdDue   PIC 9(6).
       01 OrderSwap     PIC X(30).
       01 Odx           PIC 9(3).
       01 SortDone      PIC 9(1).
       01 PlanRecNum    PIC 9(5) VALUE 0.
       01 PlanFld1      PIC X(12).
       01 PlanFld2      PIC X(20).
       01 PlanFld3      PIC X(20).
       01 InvLines      PIC 9(5) VALUE 0.
       01 InvTrlSeen    PIC 9(1) VALUE 0.
       01 InvTrlCount   PIC 9(9).
       01 InvTrlSum     PIC 9(9).
       01 InvCount      PIC 9(9) VALUE 0.
       01 InvSum        PIC 9(9) VALUE 0.
       01 OreMined      PIC S9(18).
       01 OreTotal      PIC S9(18) VALUE 0.
       01 DrawQty       PIC S9(18).
       01 PlanQtyFmt    PIC Z(17)9.
       01 PlanFuelFmt   PIC Z(11)9.
       01 PlanDueFmt    PIC Z(5)9.
       01 PlanLines     PIC 9(3).
       01 PlanCount     PIC 9(9) VALUE 0.
       01 PlanSum       PIC 9(9) VALUE 0.
       01 ClosingCount  PIC 9(9) VALUE 0.
       01 ClosingSum    PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT InputPath FROM ARGUMENT-VALUE.
           PERFORM LoadReactions.
           CLOSE InputFile.

           ACCEPT OrdersPath FROM ARGUMENT-VALUE.
           IF OrdersPath IS EQUAL TO SPACES
            OR OrdersPath IS EQUAL TO LOW-VALUES
            MOVE "14a" TO CtlProgram
            MOVE "OrdersPath" TO CtlParam
            PERFORM GetControlParam
            MOVE CtlValue TO OrdersPath
           END-IF.
           IF OrdersPath IS EQUAL TO LOW-VALUES
            MOVE SPACES TO OrdersPath
           END-IF.
           ACCEPT InventoryPath FROM ARGUMENT-VALUE.
           IF InventoryPath IS EQUAL TO SPACES
            OR InventoryPath IS EQUAL TO LOW-VALUES
            MOVE "14a" TO CtlProgram
            MOVE "InventoryPath" TO CtlParam
            PERFORM GetControlParam
            MOVE CtlValue TO InventoryPath
           END-IF.
           IF InventoryPath IS EQUAL TO LOW-VALUES
            MOVE SPACES TO InventoryPath
           END-IF.
           IF OrdersPath IS NOT EQUAL TO SPACES
            MOVE 1 TO PlanRun
           END-IF.

           MOVE 1 TO FuelGoal.
           PERFORM SolveOre.
           MOVE OreNeeded TO OreFmt.

           PERFORM WriteReport.
           PERFORM BomReport.
           DISPLAY "ORE for 1 FUEL: " FUNCTION TRIM(OreFmt).
           IF PlanRun IS EQUAL TO 1
            PERFORM PlanOrders
           END-IF.

           MOVE "AdventOfCode2019-14a" TO AuditProgramId.
           MOVE InputPath TO AuditInputPath.
           MOVE SPACES TO AuditArgs.
           IF PlanRun IS EQUAL TO 1
            STRING "orders=" FUNCTION TRIM(OrdersPath)
                   " inventory=" FUNCTION TRIM(InventoryPath)
             DELIMITED BY SIZE INTO AuditArgs
            END-STRING
           END-IF.
           MOVE FUNCTION TRIM(OreFmt) TO AuditAnswer.
           PERFORM WriteAuditTrail.
           MOVE RecNum TO AcctReads.
           MOVE TrailCount TO AcctLines.
           MOVE "REACTIONS" TO CapName.
           MOVE 100 TO CapLimit.
           MOVE ReactionCount TO CapUsed.
           PERFORM NoteCapacity.
           MOVE "CHEMICALS" TO CapName.
           MOVE 120 TO CapLimit.
           MOVE ChemCount TO CapUsed.
           PERFORM NoteCapacity.
           MOVE "14" TO LedgerDay.
           MOVE "a" TO LedgerPart.
           MOVE FUNCTION TRIM(OreFmt) TO LedgerAnswer.
                 + FUNCTION ORD(ReportRec(1:1)), 1000000000).
           WRITE ReportRec.

      * Subroutine BomReport.
      *
      * Write 14a.bom: the indented multi-level bill of materials for
      * 1 FUEL, the low-level codes, the where-used listing, and the
      * flags for chemicals and recipes FUEL never needs.
      *
      * Uses: Reactions -> BomFile
       BomReport SECTION.
           PERFORM BuildChems.
           PERFORM ComputeLlc.
           OPEN OUTPUT BomFile.
      * Every report leads with its provenance: who made it,
      * when, from which feed (and fingerprint), under which
      * control values.
           MOVE InputPath TO ProvFeedPath.
           PERFORM BuildProvenance.
           MOVE ProvRec TO BomRec.
           PERFORM WriteBomRec.
           MOVE SPACES TO BomRec.
           STRING "Bill of materials for 1 FUEL - " ReactionCount
                  " reaction(s), " ChemCount " chemical(s), ORE "
                  FUNCTION TRIM(OreFmt)
            DELIMITED BY SIZE INTO BomRec
           END-STRING.
           PERFORM WriteBomRec.
           MOVE SPACES TO BomRec.
           PERFORM WriteBomRec.
           PERFORM ExplodeFuel.
           PERFORM ListLowLevelCodes.
           PERFORM ListWhereUsed.
           PERFORM ListUnneeded.
           MOVE SPACES TO BomRec.
           STRING "TRAILER|" BomCount "|" BomSum
            DELIMITED BY SIZE INTO BomRec
           END-STRING.
           WRITE BomRec.
           CLOSE BomFile.
           DISPLAY "Bill of materials written to 14a.bom".

      * Subroutine BuildChems.
      *
      * Register every chemical the feed names - recipe outputs
      * first, in feed order, then raw materials as the ingredient
      * lists introduce them - with its producing recipe and the
      * count of recipes consuming it.
      *
      * Uses: Reactions -> Chems
       BuildChems SECTION.
           MOVE 0 TO ChemCount.
           PERFORM VARYING Rdx FROM 1 UNTIL Rdx > ReactionCount
            MOVE OutName(Rdx) TO FindName
            PERFORM FindChem
            IF ChemRecipe(ChemIdx) IS EQUAL TO 0
             MOVE Rdx TO ChemRecipe(ChemIdx)
            END-IF
           END-PERFORM.
           PERFORM VARYING Rdx FROM 1 UNTIL Rdx > ReactionCount
            PERFORM VARYING Idx FROM 1 UNTIL Idx > InCount(Rdx)
             MOVE InName(Rdx, Idx) TO FindName
             PERFORM FindChem
             ADD 1 TO ChemUsedBy(ChemIdx)
            END-PERFORM
           END-PERFORM.

      * Subroutine FindChem.
      *
      * Look FindName up in Chems, adding it on first sight.
      *
      * Uses: FindName -> ChemIdx, Chems
       FindChem SECTION.
           PERFORM VARYING ChemIdx FROM 1 UNTIL ChemIdx > ChemCount
            IF ChemName(ChemIdx) IS EQUAL TO FindName
             EXIT SECTION
            END-IF
           END-PERFORM.
           IF ChemCount IS EQUAL TO 120
            MOVE "More than 120 distinct chemicals" TO AbendReason
            MOVE FindName TO AbendPosition
            MOVE SPACES TO AbendDetail
            PERFORM Abend
           END-IF.
           ADD 1 TO ChemCount.
           MOVE ChemCount TO ChemIdx.
           MOVE FindName TO ChemName(ChemIdx).
           MOVE 0 TO ChemRecipe(ChemIdx).
           MOVE -1 TO ChemLlc(ChemIdx).
           MOVE 0 TO ChemExploded(ChemIdx).
           MOVE 0 TO ChemUsedBy(ChemIdx).

      * Subroutine ComputeLlc.
      *
      * Low-level codes: FUEL is level 0 and every ingredient of a
      * recipe sits at least one level below the recipe's output, so
      * the codes are pushed down pass by pass until nothing moves.
      * A cyclic feed would never settle, so the passes stop after
      * one per chemical.
      *
      * Uses: Reactions, Chems -> ChemLlc
       ComputeLlc SECTION.
           MOVE "FUEL" TO FindName.
           PERFORM FindChem.
           MOVE 0 TO ChemLlc(ChemIdx).
           MOVE 1 TO LlcChanged.
           MOVE 0 TO LlcPasses.
           PERFORM UNTIL LlcChanged IS EQUAL TO 0
            OR LlcPasses IS GREATER THAN ChemCount
            MOVE 0 TO LlcChanged
            ADD 1 TO LlcPasses
            PERFORM VARYING Rdx FROM 1 UNTIL Rdx > ReactionCount
             MOVE OutName(Rdx) TO FindName
             PERFORM FindChem
             MOVE ChemIdx TO OutChem
             IF ChemLlc(OutChem) IS NOT LESS THAN 0
              PERFORM VARYING Idx FROM 1 UNTIL Idx > InCount(Rdx)
               MOVE InName(Rdx, Idx) TO FindName
               PERFORM FindChem
               IF ChemLlc(ChemIdx) IS LESS THAN ChemLlc(OutChem) + 1
                COMPUTE ChemLlc(ChemIdx) = ChemLlc(OutChem) + 1
                MOVE 1 TO LlcChanged
               END-IF
              END-PERFORM
             END-IF
            END-PERFORM
           END-PERFORM.

      * Subroutine ExplodeFuel.
      *
      * The indented bill of materials, FUEL first at level 0, each
      * ingredient one level below the recipe that consumes it, with
      * its quantity per batch of that parent and its own batch size.
      * A subassembly is exploded in full the first time it appears;
      * later appearances point back to it instead of repeating the
      * whole subtree.
      *
      * Uses: Reactions, Chems -> BomFile
       ExplodeFuel SECTION.
           MOVE "Lvl  Chemical                        Qty/parent"
             TO BomRec.
           MOVE "      Batch  LLC  Note" TO BomRec(49:).
           PERFORM WriteBomRec.
           MOVE "FUEL" TO FindName.
           PERFORM FindChem.
           MOVE 0 TO BomLevel.
           MOVE 1 TO BomQty.
           MOVE SPACES TO BomNote.
           IF ChemRecipe(ChemIdx) IS EQUAL TO 0
            MOVE "no recipe produces FUEL" TO BomNote
           END-IF.
           PERFORM WriteBomLine.
           IF ChemRecipe(ChemIdx) IS EQUAL TO 0
            EXIT SECTION
           END-IF.
           MOVE 1 TO ChemExploded(ChemIdx).
           MOVE 1 TO StackDepth.
           MOVE ChemRecipe(ChemIdx) TO StkRecipe(1).
           MOVE 1 TO StkNext(1).
           PERFORM UNTIL StackDepth IS EQUAL TO 0
            MOVE StkRecipe(StackDepth) TO TopRecipe
            IF StkNext(StackDepth) IS GREATER THAN InCount(TopRecipe)
             SUBTRACT 1 FROM StackDepth
            ELSE
             MOVE StkNext(StackDepth) TO Idx
             ADD 1 TO StkNext(StackDepth)
             MOVE InName(TopRecipe, Idx) TO FindName
             PERFORM FindChem
             MOVE StackDepth TO BomLevel
             MOVE InQty(TopRecipe, Idx) TO BomQty
             MOVE SPACES TO BomNote
             MOVE 0 TO OnPath
             PERFORM VARYING Sdx FROM 1 UNTIL Sdx > StackDepth
              IF OutName(StkRecipe(Sdx)) IS EQUAL TO FindName
               MOVE 1 TO OnPath
              END-IF
             END-PERFORM
             EVALUATE TRUE
              WHEN ChemRecipe(ChemIdx) IS EQUAL TO 0
               CONTINUE
              WHEN OnPath IS EQUAL TO 1
               MOVE "CYCLE - consumes its own parent" TO BomNote
              WHEN ChemExploded(ChemIdx) IS EQUAL TO 1
               MOVE "exploded above" TO BomNote
              WHEN StackDepth IS EQUAL TO 60
               MOVE "too deep to explode" TO BomNote
             END-EVALUATE
             PERFORM WriteBomLine
             IF ChemRecipe(ChemIdx) IS GREATER THAN 0
              AND BomNote IS EQUAL TO SPACES
              MOVE 1 TO ChemExploded(ChemIdx)
              ADD 1 TO StackDepth
              MOVE ChemRecipe(ChemIdx) TO StkRecipe(StackDepth)
              MOVE 1 TO StkNext(StackDepth)
             END-IF
            END-IF
           END-PERFORM.
           MOVE SPACES TO BomRec.
           PERFORM WriteBomRec.

      * Subroutine WriteBomLine.
      *
      * One bill of materials line for chemical ChemIdx at BomLevel,
      * the name indented two places per level (capped so the
      * columns stay put on a deep structure).
      *
      * Uses: ChemIdx, BomLevel, BomQty, BomNote -> BomFile
       WriteBomLine SECTION.
           MOVE BomLevel TO LevelFmt.
           MOVE SPACES TO IndentName.
           IF BomLevel IS GREATER THAN 10
            MOVE 21 TO IndentPos
           ELSE
            COMPUTE IndentPos = BomLevel * 2 + 1
           END-IF.
           MOVE ChemName(ChemIdx) TO IndentName(IndentPos:8).
           MOVE BomQty TO BomQtyFmt.
           IF ChemRecipe(ChemIdx) IS EQUAL TO 0
            MOVE "      raw" TO BomBatch
           ELSE
            MOVE OutQty(ChemRecipe(ChemIdx)) TO BatchFmt
            MOVE BatchFmt TO BomBatch
           END-IF.
           MOVE ChemLlc(ChemIdx) TO LlcFmt.
           MOVE SPACES TO BomRec.
           STRING " " LevelFmt "  " IndentName "  " BomQtyFmt "  "
                  BomBatch "  " LlcFmt "  " BomNote
            DELIMITED BY SIZE INTO BomRec
           END-STRING.
           PERFORM WriteBomRec.
           ADD 1 TO BomLines.

      * Subroutine ListLowLevelCodes.
      *
      * Every chemical's low-level code - the level it must be
      * planned at so all its consumers are planned first - in feed
      * order; "-" marks a chemical FUEL never reaches.
      *
      * Uses: Chems -> BomFile
       ListLowLevelCodes SECTION.
           MOVE "Low-level codes:" TO BomRec.
           PERFORM WriteBomRec.
           MOVE "Chemical  LLC       Batch  Used by" TO BomRec.
           PERFORM WriteBomRec.
           PERFORM VARYING Chx FROM 1 UNTIL Chx > ChemCount
            MOVE SPACES TO BomRec
            MOVE ChemName(Chx) TO BomRec(1:8)
            IF ChemLlc(Chx) IS LESS THAN 0
             MOVE "  -" TO BomRec(11:3)
            ELSE
             MOVE ChemLlc(Chx) TO LlcFmt
             MOVE LlcFmt TO BomRec(11:3)
            END-IF
            IF ChemRecipe(Chx) IS EQUAL TO 0
             MOVE "      raw" TO BomRec(15:9)
            ELSE
             MOVE OutQty(ChemRecipe(Chx)) TO BatchFmt
             MOVE BatchFmt TO BomRec(15:9)
            END-IF
            MOVE ChemUsedBy(Chx) TO LlcFmt
            MOVE LlcFmt TO BomRec(26:3)
            MOVE " recipe(s)" TO BomRec(29:10)
            PERFORM WriteBomRec
           END-PERFORM.
           MOVE SPACES TO BomRec.
           PERFORM WriteBomRec.

      * Subroutine ListWhereUsed.
      *
      * The inverse listing: under each chemical, every recipe that
      * consumes it and how much of it one batch takes.
      *
      * Uses: Chems, Reactions -> BomFile
       ListWhereUsed SECTION.
           MOVE "Where used:" TO BomRec.
           PERFORM WriteBomRec.
           PERFORM VARYING Chx FROM 1 UNTIL Chx > ChemCount
            MOVE SPACES TO BomRec
            IF ChemUsedBy(Chx) IS EQUAL TO 0
             STRING ChemName(Chx) "  not consumed by any recipe"
              DELIMITED BY SIZE INTO BomRec
             END-STRING
             PERFORM WriteBomRec
            ELSE
             STRING ChemName(Chx) "  consumed by:"
              DELIMITED BY SIZE INTO BomRec
             END-STRING
             PERFORM WriteBomRec
             PERFORM VARYING Rdx FROM 1 UNTIL Rdx > ReactionCount
              PERFORM VARYING Idx FROM 1 UNTIL Idx > InCount(Rdx)
               IF InName(Rdx, Idx) IS EQUAL TO ChemName(Chx)
                MOVE InQty(Rdx, Idx) TO BomQtyFmt
                MOVE OutQty(Rdx) TO BatchFmt
                MOVE SPACES TO BomRec
                STRING "    " BomQtyFmt " per batch of "
                       FUNCTION TRIM(BatchFmt) " " OutName(Rdx)
                 DELIMITED BY SIZE INTO BomRec
                END-STRING
                PERFORM WriteBomRec
               END-IF
              END-PERFORM
             END-PERFORM
            END-IF
           END-PERFORM.
           MOVE SPACES TO BomRec.
           PERFORM WriteBomRec.

      * Subroutine ListUnneeded.
      *
      * Flag what the feed carries that FUEL never needs: chemicals
      * some recipe produces that nothing on the path to FUEL
      * consumes, and recipes whose output no recipe consumes at
      * all.
      *
      * Uses: Chems, Reactions -> BomFile
       ListUnneeded SECTION.
           MOVE "Produced but never needed on the path to FUEL:"
             TO BomRec.
           PERFORM WriteBomRec.
           MOVE 0 TO FlagCount.
           PERFORM VARYING Chx FROM 1 UNTIL Chx > ChemCount
            IF ChemRecipe(Chx) IS GREATER THAN 0
             AND ChemLlc(Chx) IS LESS THAN 0
             ADD 1 TO FlagCount
             MOVE SPACES TO BomRec
             STRING "    " ChemName(Chx)
              DELIMITED BY SIZE INTO BomRec
             END-STRING
             PERFORM WriteBomRec
            END-IF
           END-PERFORM.
           IF FlagCount IS EQUAL TO 0
            MOVE "    (none)" TO BomRec
            PERFORM WriteBomRec
           END-IF.
           MOVE "Recipes whose output is never consumed:" TO BomRec.
           PERFORM WriteBomRec.
           MOVE 0 TO FlagCount.
           PERFORM VARYING Rdx FROM 1 UNTIL Rdx > ReactionCount
            MOVE OutName(Rdx) TO FindName
            PERFORM FindChem
            IF ChemUsedBy(ChemIdx) IS EQUAL TO 0
             AND OutName(Rdx) IS NOT EQUAL TO "FUEL"
             ADD 1 TO FlagCount
             MOVE OutQty(Rdx) TO BatchFmt
             MOVE SPACES TO BomRec
             STRING "    " FUNCTION TRIM(BatchFmt) " "
                    FUNCTION TRIM(OutName(Rdx)) " (recipe " Rdx ")"
              DELIMITED BY SIZE INTO BomRec
             END-STRING
             PERFORM WriteBomRec
            END-IF
           END-PERFORM.
           IF FlagCount IS EQUAL TO 0
            MOVE "    (none)" TO BomRec
            PERFORM WriteBomRec
           END-IF.

      * Subroutine WriteBomRec.
      *
      * Write one bill of materials record and fold it into the
      * control totals.
      *
      * Uses: BomRec -> BomFile, BomCount, BomSum
       WriteBomRec SECTION.
           ADD 1 TO BomCount.
           COMPUTE BomSum = FUNCTION MOD(BomSum
                 + FUNCTION ORD(BomRec(1:1)), 1000000000).
           WRITE BomRec.

      * Subroutine SolveOre.
      *
      * Drive the Needs ledger from "FuelGoal FUEL" down to raw ORE:
           MOVE "FUEL" TO AddName.
           MOVE FuelGoal TO AddQty.
           PERFORM AddNeed.
           PERFORM WorkNeeds.
           MOVE 0 TO OreNeeded.
           PERFORM VARYING Ndx FROM 1 UNTIL Ndx IS GREATER THAN
                   NeedCount
            IF NeedName(Ndx) IS EQUAL TO "ORE"
             MOVE NeedQty(Ndx) TO OreNeeded
             EXIT PERFORM
            END-IF
           END-PERFORM.

      * Subroutine WorkNeeds.
      *
      * The solve loop proper, shared by the single answer and the
      * planning run: until no non-ORE chemical is owed, run the
      * first owed chemical's recipe enough times to cover the debt
      * (banking any surplus as a negative need) and pass the
      * ingredient requirements down.
      *
      * Uses: Needs, Reactions -> Needs
       WorkNeeds SECTION.
           PERFORM FOREVER
            MOVE 0 TO WorkIdx
            PERFORM VARYING Ndx FROM 1 UNTIL Ndx IS GREATER THAN
             PERFORM AddNeed
            END-PERFORM
           END-PERFORM.

      * Subroutine PlanOrders.
      *
      * The planning run: load the orders (put into due sequence)
      * and the opening inventory, work every order through the
      * Needs ledger against what is on hand, and write the per-order
      * plan and the closing inventory.
      *
      * Uses: OrdersPath, InventoryPath, Reactions -> PlanFile,
      *       ClosingFile
       PlanOrders SECTION.
           PERFORM LoadOrders.
           MOVE 0 TO NeedCount.
           IF InventoryPath IS NOT EQUAL TO SPACES
            PERFORM LoadInventory
           END-IF.
           OPEN OUTPUT PlanFile.
      * Every report leads with its provenance: who made it,
      * when, from which feed (and fingerprint), under which
      * control values.
           MOVE InputPath TO ProvFeedPath.
           MOVE SPACES TO ProvCtl.
           STRING "OrdersPath=" FUNCTION TRIM(OrdersPath)
                  " InventoryPath=" FUNCTION TRIM(InventoryPath)
            DELIMITED BY SIZE INTO ProvCtl
           END-STRING.
           PERFORM BuildProvenance.
           MOVE ProvRec TO PlanRec.
           PERFORM WritePlanRec.
           MOVE SPACES TO PlanRec.
           STRING "Production plan: " OrderCount " order(s) from "
                  FUNCTION TRIM(OrdersPath) ", opening inventory "
                  InvLines " line(s)"
            DELIMITED BY SIZE INTO PlanRec
           END-STRING.
           PERFORM WritePlanRec.
           PERFORM VARYING Odx FROM 1 UNTIL Odx > OrderCount
            PERFORM PlanOneOrder
           END-PERFORM.
           MOVE SPACES TO PlanRec.
           PERFORM WritePlanRec.
           MOVE OreTotal TO PlanQtyFmt.
           MOVE SPACES TO PlanRec.
           STRING "Total ORE to mine: " FUNCTION TRIM(PlanQtyFmt)
            DELIMITED BY SIZE INTO PlanRec
           END-STRING.
           PERFORM WritePlanRec.
           MOVE SPACES TO PlanRec.
           STRING "TRAILER|" PlanCount "|" PlanSum
            DELIMITED BY SIZE INTO PlanRec
           END-STRING.
           WRITE PlanRec.
           CLOSE PlanFile.
           PERFORM WriteClosing.
           DISPLAY "Production plan written to 14a.plan, closing "
                   "inventory to 14a.closing".

      * Subroutine PlanOneOrder.
      *
      * Work order Odx: note the stock on hand, call for its FUEL,
      * run the solve loop, mine whatever ORE is still owed, and
      * report the ORE mined, the stock drawn and the surplus left.
      *
      * Uses: OrderEntry(Odx), Needs -> Needs, PlanFile, OreTotal
       PlanOneOrder SECTION.
           PERFORM VARYING Ndx FROM 1 UNTIL Ndx > NeedCount
            MOVE 0 TO NeedDemand(Ndx)
            IF NeedQty(Ndx) IS LESS THAN 0
             COMPUTE NeedStart(Ndx) = 0 - NeedQty(Ndx)
            ELSE
             MOVE 0 TO NeedStart(Ndx)
            END-IF
           END-PERFORM.
           MOVE "FUEL" TO AddName.
           MOVE OrdFuel(Odx) TO AddQty.
           PERFORM AddNeed.
           PERFORM WorkNeeds.
           MOVE 0 TO OreMined.
           PERFORM VARYING Ndx FROM 1 UNTIL Ndx > NeedCount
            IF NeedName(Ndx) IS EQUAL TO "ORE"
             AND NeedQty(Ndx) IS GREATER THAN 0
             MOVE NeedQty(Ndx) TO OreMined
             MOVE 0 TO NeedQty(Ndx)
            END-IF
           END-PERFORM.
           ADD OreMined TO OreTotal.
           MOVE SPACES TO PlanRec.
           PERFORM WritePlanRec.
           MOVE OrdFuel(Odx) TO PlanFuelFmt.
           MOVE OrdDue(Odx) TO PlanDueFmt.
           MOVE OreMined TO PlanQtyFmt.
           MOVE SPACES TO PlanRec.
           STRING "Order " OrdId(Odx) " due " FUNCTION TRIM(PlanDueFmt)
                  "  FUEL " FUNCTION TRIM(PlanFuelFmt)
                  "  ORE to mine " FUNCTION TRIM(PlanQtyFmt)
            DELIMITED BY SIZE INTO PlanRec
           END-STRING.
           PERFORM WritePlanRec.
           MOVE "  Drawn from stock:" TO PlanRec.
           PERFORM WritePlanRec.
           MOVE 0 TO PlanLines.
           PERFORM VARYING Ndx FROM 1 UNTIL Ndx > NeedCount
            IF NeedStart(Ndx) IS LESS THAN NeedDemand(Ndx)
             MOVE NeedStart(Ndx) TO DrawQty
            ELSE
             MOVE NeedDemand(Ndx) TO DrawQty
            END-IF
            IF DrawQty IS GREATER THAN 0
             ADD 1 TO PlanLines
             MOVE DrawQty TO PlanQtyFmt
             MOVE SPACES TO PlanRec
             STRING "    " NeedName(Ndx) " " PlanQtyFmt
              DELIMITED BY SIZE INTO PlanRec
             END-STRING
             PERFORM WritePlanRec
            END-IF
           END-PERFORM.
           IF PlanLines IS EQUAL TO 0
            MOVE "    (none)" TO PlanRec
            PERFORM WritePlanRec
           END-IF.
           MOVE "  Surplus carried forward:" TO PlanRec.
           PERFORM WritePlanRec.
           MOVE 0 TO PlanLines.
           PERFORM VARYING Ndx FROM 1 UNTIL Ndx > NeedCount
            IF NeedQty(Ndx) IS LESS THAN 0
             ADD 1 TO PlanLines
             COMPUTE DrawQty = 0 - NeedQty(Ndx)
             MOVE DrawQty TO PlanQtyFmt
             MOVE SPACES TO PlanRec
             STRING "    " NeedName(Ndx) " " PlanQtyFmt
              DELIMITED BY SIZE INTO PlanRec
             END-STRING
             PERFORM WritePlanRec
            END-IF
           END-PERFORM.
           IF PlanLines IS EQUAL TO 0
            MOVE "    (none)" TO PlanRec
            PERFORM WritePlanRec
           END-IF.

      * Subroutine LoadOrders.
      *
      * Read the orders file and put it into due sequence (orders
      * due together keep their file order). A malformed record is
      * rejected with its record number.
      *
      * Uses: OrdersPath -> Orders
       LoadOrders SECTION.
           OPEN INPUT OrderFile.
           IF OrderStatus IS NOT EQUAL TO "00"
            DISPLAY "Orders file not found: "
                FUNCTION TRIM(OrdersPath)
            MOVE "Orders file not found" TO AbendReason
            MOVE OrdersPath TO AbendInput
            MOVE "startup open" TO AbendPosition
            MOVE SPACES TO AbendDetail
            MOVE 8 TO AbendCode
            PERFORM Abend
           END-IF.
           MOVE OrdersPath TO AbendInput.
           MOVE 0 TO PlanRecNum.
           MOVE SPACES TO OrderRec.
           READ OrderFile
            AT END SET EndOfOrders TO TRUE
           END-READ.
           PERFORM UNTIL EndOfOrders
            ADD 1 TO PlanRecNum
            IF FUNCTION TRIM(OrderRec) IS NOT EQUAL TO SPACES
             AND OrderRec(1:1) IS NOT EQUAL TO "*"
             MOVE SPACES TO PlanFld1 PlanFld2 PlanFld3
             UNSTRING OrderRec DELIMITED BY "|"
              INTO PlanFld1 PlanFld2 PlanFld3
             END-UNSTRING
             IF PlanFld1 IS EQUAL TO SPACES
              OR PlanFld2 IS EQUAL TO SPACES
              OR PlanFld3 IS EQUAL TO SPACES
              OR FUNCTION TEST-NUMVAL(PlanFld2) IS NOT EQUAL TO 0
              OR FUNCTION TEST-NUMVAL(PlanFld3) IS NOT EQUAL TO 0
              MOVE "Order record is not OrderId|FuelQty|DueSeq"
                TO AbendReason
              MOVE OrderRec TO AbendDetail
              PERFORM BadPlanAbend
             END-IF
             IF FUNCTION NUMVAL(PlanFld2) IS LESS THAN 1
              MOVE "Order FUEL quantity must be positive"
                TO AbendReason
              MOVE OrderRec TO AbendDetail
              PERFORM BadPlanAbend
             END-IF
             IF OrderCount IS EQUAL TO 200
              MOVE "More than 200 orders" TO AbendReason
              MOVE OrderRec TO AbendDetail
              PERFORM BadPlanAbend
             END-IF
             ADD 1 TO OrderCount
             MOVE PlanFld1 TO OrdId(OrderCount)
             COMPUTE OrdFuel(OrderCount) = FUNCTION NUMVAL(PlanFld2)
             COMPUTE OrdDue(OrderCount) = FUNCTION NUMVAL(PlanFld3)
            END-IF
            MOVE SPACES TO OrderRec
            READ OrderFile
             AT END SET EndOfOrders TO TRUE
            END-READ
           END-PERFORM.
           CLOSE OrderFile.
           MOVE 0 TO SortDone.
           PERFORM UNTIL SortDone IS EQUAL TO 1
            MOVE 1 TO SortDone
            PERFORM VARYING Odx FROM 1 UNTIL Odx >= OrderCount
             IF OrdDue(Odx) IS GREATER THAN OrdDue(Odx + 1)
              MOVE OrderEntry(Odx) TO OrderSwap
              MOVE OrderEntry(Odx + 1) TO OrderEntry(Odx)
              MOVE OrderSwap TO OrderEntry(Odx + 1)
              MOVE 0 TO SortDone
             END-IF
            END-PERFORM
           END-PERFORM.
           MOVE InputPath TO AbendInput.

      * Subroutine LoadInventory.
      *
      * Load the stores inventory into the Needs ledger as surplus
      * (a negative need), so the solve loop draws it down before
      * running any batch. A file carrying a control trailer (as
      * 14a.closing does) must agree with it.
      *
      * Uses: InventoryPath -> Needs, InvLines
       LoadInventory SECTION.
           OPEN INPUT InvFile.
           IF InvStatus IS NOT EQUAL TO "00"
            DISPLAY "Inventory file not found: "
                FUNCTION TRIM(InventoryPath)
            MOVE "Inventory file not found" TO AbendReason
            MOVE InventoryPath TO AbendInput
            MOVE "startup open" TO AbendPosition
            MOVE SPACES TO AbendDetail
            MOVE 8 TO AbendCode
            PERFORM Abend
           END-IF.
           MOVE InventoryPath TO AbendInput.
           MOVE 0 TO PlanRecNum.
           MOVE SPACES TO InvRec.
           READ InvFile
            AT END SET EndOfInv TO TRUE
           END-READ.
           PERFORM UNTIL EndOfInv
            ADD 1 TO PlanRecNum
            MOVE SPACES TO PlanFld1 PlanFld2 PlanFld3
            UNSTRING InvRec DELIMITED BY "|"
             INTO PlanFld1 PlanFld2 PlanFld3
            END-UNSTRING
            EVALUATE TRUE
             WHEN FUNCTION TRIM(InvRec) IS EQUAL TO SPACES
             WHEN InvRec(1:1) IS EQUAL TO "*"
             WHEN InvRec(1:5) IS EQUAL TO "PROV|"
              CONTINUE
             WHEN InvRec(1:8) IS EQUAL TO "TRAILER|"
              MOVE 1 TO InvTrlSeen
              COMPUTE InvTrlCount = FUNCTION NUMVAL(PlanFld2)
              COMPUTE InvTrlSum = FUNCTION NUMVAL(PlanFld3)
             WHEN OTHER
              IF PlanFld1 IS EQUAL TO SPACES
               OR PlanFld2 IS EQUAL TO SPACES
               OR FUNCTION TEST-NUMVAL(PlanFld2) IS NOT EQUAL TO 0
               MOVE "Inventory record is not CHEMICAL|QtyOnHand"
                 TO AbendReason
               MOVE InvRec(1:80) TO AbendDetail
               PERFORM BadPlanAbend
              END-IF
              IF FUNCTION NUMVAL(PlanFld2) IS LESS THAN 0
               MOVE "Inventory quantity is negative" TO AbendReason
               MOVE InvRec(1:80) TO AbendDetail
               PERFORM BadPlanAbend
              END-IF
              ADD 1 TO InvLines
              MOVE PlanFld1 TO AddName
              COMPUTE AddQty = 0 - FUNCTION NUMVAL(PlanFld2)
              COMPUTE InvSum = FUNCTION MOD(InvSum
                    - AddQty, 1000000000)
              PERFORM AddNeed
            END-EVALUATE
            MOVE SPACES TO InvRec
            READ InvFile
             AT END SET EndOfInv TO TRUE
            END-READ
           END-PERFORM.
           CLOSE InvFile.
           IF InvTrlSeen IS EQUAL TO 1
            AND (InvTrlCount IS NOT EQUAL TO InvLines
             OR InvTrlSum IS NOT EQUAL TO InvSum)
            MOVE "Inventory file fails its control trailer"
              TO AbendReason
            MOVE "inventory load" TO AbendPosition
            MOVE SPACES TO AbendDetail
            STRING "counted " InvLines "/" InvSum
             DELIMITED BY SIZE INTO AbendDetail
            END-STRING
            MOVE 4 TO AbendCode
            PERFORM Abend
           END-IF.
           MOVE InputPath TO AbendInput.

      * Subroutine WriteClosing.
      *
      * Write the closing inventory - everything left on hand after
      * the last order - in the inventory layout, under a provenance
      * record and a control trailer (line count and the sum of the
      * quantities, modulo 10^9) the loader checks next cycle.
      *
      * Uses: Needs -> ClosingFile
       WriteClosing SECTION.
           OPEN OUTPUT ClosingFile.
           MOVE InputPath TO ProvFeedPath.
           PERFORM BuildProvenance.
           MOVE ProvRec TO ClosingRec.
           WRITE ClosingRec.
           PERFORM VARYING Ndx FROM 1 UNTIL Ndx > NeedCount
            IF NeedQty(Ndx) IS LESS THAN 0
             COMPUTE DrawQty = 0 - NeedQty(Ndx)
             MOVE DrawQty TO PlanQtyFmt
             MOVE SPACES TO ClosingRec
             STRING FUNCTION TRIM(NeedName(Ndx)) "|"
                    FUNCTION TRIM(PlanQtyFmt)
              DELIMITED BY SIZE INTO ClosingRec
             END-STRING
             ADD 1 TO ClosingCount
             COMPUTE ClosingSum = FUNCTION MOD(ClosingSum + DrawQty,
                   1000000000)
             WRITE ClosingRec
            END-IF
           END-PERFORM.
           MOVE SPACES TO ClosingRec.
           STRING "TRAILER|" ClosingCount "|" ClosingSum
            DELIMITED BY SIZE INTO ClosingRec
           END-STRING.
           WRITE ClosingRec.
           CLOSE ClosingFile.

      * Subroutine WritePlanRec.
      *
      * Write one plan record and fold it into the control totals.
      *
      * Uses: PlanRec -> PlanFile, PlanCount, PlanSum
       WritePlanRec SECTION.
           ADD 1 TO PlanCount.
           COMPUTE PlanSum = FUNCTION MOD(PlanSum
                 + FUNCTION ORD(PlanRec(1:1)), 1000000000).
           WRITE PlanRec.

      * Subroutine BadPlanAbend.
      *
      * Abend on a malformed orders or inventory record with its
      * record number (4 = data rejected).
      *
      * Uses: AbendReason, AbendDetail, PlanRecNum
       BadPlanAbend SECTION.
           MOVE SPACES TO AbendPosition.
           STRING "record " PlanRecNum
            DELIMITED BY SIZE INTO AbendPosition
           END-STRING.
           MOVE 4 TO AbendCode.
           PERFORM Abend.

      * Subroutine FindReaction.
      *
                   NeedCount
            IF NeedName(Ndx) IS EQUAL TO AddName
             ADD AddQty TO NeedQty(Ndx)
             IF AddQty IS GREATER THAN 0
              ADD AddQty TO NeedDemand(Ndx)
             END-IF
             EXIT SECTION
            END-IF
           END-PERFORM.
           ADD 1 TO NeedCount.
           MOVE AddName TO NeedName(NeedCount).
           MOVE AddQty TO NeedQty(NeedCount).
           MOVE 0 TO NeedStart(NeedCount).
           MOVE 0 TO NeedDemand(NeedCount).
           IF AddQty IS GREATER THAN 0
            MOVE AddQty TO NeedDemand(NeedCount)
           END-IF.

      * Subroutine LoadReactions.
      *

           COPY "AbendWrite.cpy".

           COPY "RunControlRead.cpy".

           COPY "AuditTrailWrite.cpy".
           COPY "ResultsLedgerWrite.cpy".
