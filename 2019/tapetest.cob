      *
      * Output: TapeTest.report. RETURN-CODE 0 all cases pass, 4 any
      * failure, 8 missing cases file.
      *
      * Coverage pass (argument 2 "COVER"): the cases are single-
      * stepped instead, recording every cell each one executes (an
      * instruction's opcode cell and its parameter cells), and
      * TapeCover.report prints each tape's disassembly with every
      * instruction marked COVERED - with the cases that ran it - or
      * UNCOVERED. Every patch in patches.register is then checked:
      * each card's address must be executed by some case running a
      * tape built from that patch (patches.applied says which), or
      * it is flagged. patches.coverage records each patch's
      * standing - COVERED, UNCOVERED (some patched address never
      * runs) or UNTESTED (no tape built from it is in the suite) -
      * and patchctl.cob will only approve a COVERED patch. A flagged
      * patch also makes RETURN-CODE 4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE STATUS IS TapeStatus.
       SELECT ReportFile ASSIGN TO "TapeTest.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CoverFile ASSIGN TO "TapeCover.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CoverageFile ASSIGN TO "patches.coverage"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RegisterFile ASSIGN TO "patches.register"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RegisterStatus.
       SELECT AppliedFile ASSIGN TO "patches.applied"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AppliedStatus.
       SELECT PatchFile ASSIGN USING PatchPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PatchStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ReportFile.
       01 ReportRec PIC X(130).

       FD CoverFile.
       01 CoverRec PIC X(130).

       FD CoverageFile.
       01 CoverageRec PIC X(130).

       FD RegisterFile.
       01 RegisterRec    PIC X(200).
       88 EndOfRegister  VALUE HIGH-VALUES.

       FD AppliedFile.
       01 AppliedRec     PIC X(200).
       88 EndOfApplied   VALUE HIGH-VALUES.

       FD PatchFile.
       01 PatchRec       PIC X(80).
       88 EndOfPatch     VALUE HIGH-VALUES.

       WORKING-STORAGE SECTION.
       01 CasesPath   PIC X(50).
       01 CasesStatus PIC X(2).
       01 Val2Fmt     PIC -(19)9.
       01 AddrFmt     PIC Z(4)9.

      * Coverage pass fields. HitCases holds, per tape cell (address
      * + 1), one flag per case: "1" in column Cx once case Cx has
      * executed that cell. A case runs only its own tape, so the
      * columns of the cases sharing a tape union into that tape's
      * coverage.
       01 CoverMode   PIC 9(1) VALUE 0.
       01 CoverStr    PIC X(8).
       01 HitTable.
          02 HitCases PIC X(50) VALUE SPACES OCCURS 9999 TIMES.
       01 StepAt      PIC 9(5).
       01 StepCode    PIC 9(2).
       01 StepCells   PIC 9(1).
       01 Hx          PIC 9(5).
       01 TapeList.
          02 TapeCount PIC 9(2) VALUE 0.
          02 TapeName  PIC X(50) OCCURS 50 TIMES.
       01 Tx          PIC 9(2).
       01 Mnemonic    PIC X(4).
       01 ParamCount  PIC 9(1).
       01 Pdx         PIC 9(1).
       01 ModeChar    PIC X(3).
       01 OperandLine PIC X(60).
       01 OperandPos  PIC 9(2).
       01 OperandStr  PIC -(19)9.
       01 CoverPtr    PIC 9(3).
       01 NameCount   PIC 9(2).
       01 InstrCount  PIC 9(5).
       01 InstrHit    PIC 9(5).
       01 CellHit     PIC 9(5).
       01 CellHitFlag PIC 9(1).
       01 FlagCount   PIC 9(3) VALUE 0.

      * Patch coverage: the registered patches, which suite tapes
      * each was applied to, and each card's address checked against
      * those tapes' coverage.
       01 RegisterStatus PIC X(2).
       01 AppliedStatus  PIC X(2).
       01 PatchStatus    PIC X(2).
       01 PatchPath      PIC X(50).
       01 RegTable.
          02 RegCount  PIC 9(3) VALUE 0.
          02 RgFile    PIC X(50) OCCURS 100 TIMES.
          02 RgStatus  PIC X(10) OCCURS 100 TIMES.
       01 Rgx         PIC 9(3).
       01 TiedTape    PIC 9(1) OCCURS 50 TIMES.
       01 TiedCount   PIC 9(2).
       01 CardAddr    PIC S9(9).
       01 CardStr     PIC X(20).
       01 CardVal     PIC X(40).
       01 CardCount   PIC 9(4).
       01 CardMissed  PIC 9(4).
       01 PatchStanding PIC X(9).
       01 RegFld      PIC X(50) OCCURS 8 TIMES.
       01 Stamp       PIC X(14).

       PROCEDURE DIVISION.
       Begin.
           ACCEPT CasesPath FROM ARGUMENT-VALUE.
              LOW-VALUES
            MOVE "tape.cases" TO CasesPath
           END-IF.
           ACCEPT CoverStr FROM ARGUMENT-VALUE.
           IF FUNCTION UPPER-CASE(CoverStr) IS EQUAL TO "COVER"
            MOVE 1 TO CoverMode
           END-IF.
           PERFORM LoadCases.
           IF CaseCount IS EQUAL TO 0
            DISPLAY "No cases in " FUNCTION TRIM(CasesPath)
           CLOSE ReportFile.
           DISPLAY FUNCTION TRIM(ReportRec)
                   " - see TapeTest.report".
           IF CoverMode IS EQUAL TO 1
            PERFORM CoverageReport
           END-IF.
           IF FailCount IS GREATER THAN 0 OR FlagCount IS GREATER THAN 0
            MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
           END-IF.

           PERFORM FOREVER
            IF CoverMode IS EQUAL TO 1
             PERFORM StepCovered
            ELSE
             PERFORM ExecuteAsm
            END-IF
            IF Interrupt IS EQUAL TO 0
             AND (CoverMode IS EQUAL TO 0 OR VmHalted IS EQUAL TO 1)
             EXIT PERFORM
            END-IF
            IF Interrupt IS EQUAL TO 3
            ADD 1 TO FailCount
           END-IF.

      * Subroutine StepCovered.
      *
      * Coverage pass: execute one instruction and mark its cells -
      * the opcode cell and its parameter cells, sized from the
      * opcode as it stood before it ran - as hit by case Cx. An IN
      * starved of input executed nothing and marks nothing.
      *
      * Uses: OpPtr, OpCode, Cx -> HitCases, Interrupt, VmHalted
       StepCovered SECTION.
           MOVE OpPtr TO StepAt.
           MOVE 0 TO StepCode.
           IF StepAt IS NOT GREATER THAN SrcLen
            MOVE OpCode(StepAt) TO StepCode
           END-IF.
           MOVE "STEP" TO VmAction.
           CALL "AdventOfCode2019-Intcode" USING VmControl SrcImage
                Asm.
           IF Interrupt IS EQUAL TO 3
            OR StepAt IS GREATER THAN SrcLen
            EXIT SECTION
           END-IF.
           EVALUATE StepCode
            WHEN 1 WHEN 2 WHEN 7 WHEN 8 MOVE 3 TO StepCells
            WHEN 3 WHEN 4 WHEN 9        MOVE 1 TO StepCells
            WHEN 5 WHEN 6               MOVE 2 TO StepCells
            WHEN OTHER                  MOVE 0 TO StepCells
           END-EVALUATE.
           PERFORM VARYING Hx FROM StepAt UNTIL Hx IS GREATER THAN
                   StepAt + StepCells OR Hx IS GREATER THAN 9999
            MOVE "1" TO HitCases(Hx)(Cx:1)
           END-PERFORM.

      * Subroutine CoverageReport.
      *
      * Write TapeCover.report: per tape, the covered/uncovered
      * disassembly, then the patch coverage check, and rewrite
      * patches.coverage with every registered patch's standing.
      *
      * Uses: CaseTable, HitTable -> CoverFile, CoverageFile,
      *       FlagCount
       CoverageReport SECTION.
           OPEN OUTPUT CoverFile.
           MOVE SPACES TO CoverRec.
           STRING "Tape coverage over " FUNCTION TRIM(CasesPath)
            DELIMITED BY SIZE INTO CoverRec
           END-STRING.
           WRITE CoverRec.
           MOVE 0 TO TapeCount.
           PERFORM VARYING Cx FROM 1 UNTIL Cx IS GREATER THAN
                   CaseCount
            MOVE 0 TO FoundIdx
            PERFORM VARYING Tx FROM 1 UNTIL Tx IS GREATER THAN
                    TapeCount
             IF TapeName(Tx) IS EQUAL TO CasePath(Cx)
              MOVE Tx TO FoundIdx
             END-IF
            END-PERFORM
            IF FoundIdx IS EQUAL TO 0
             ADD 1 TO TapeCount
             MOVE CasePath(Cx) TO TapeName(TapeCount)
            END-IF
           END-PERFORM.
           PERFORM VARYING Tx FROM 1 UNTIL Tx IS GREATER THAN
                   TapeCount
            PERFORM CoverTape
           END-PERFORM.
           PERFORM CoverPatches.
           MOVE SPACES TO CoverRec.
           STRING "Patch coverage: " FlagCount " flag(s)"
            DELIMITED BY SIZE INTO CoverRec
           END-STRING.
           WRITE CoverRec.
           CLOSE CoverFile.
           DISPLAY FUNCTION TRIM(CoverRec) " - see TapeCover.report".

      * Subroutine CoverTape.
      *
      * Reload tape Tx and sweep it the way Disasm does, one line
      * per instruction, marked COVERED (with the cases that ran it)
      * or UNCOVERED, then its totals.
      *
      * Uses: TapeName(Tx), HitCases -> CoverFile
       CoverTape SECTION.
           MOVE SPACES TO CoverRec.
           WRITE CoverRec.
           MOVE TapeName(Tx) TO TapePath.
           DISPLAY "TapePath" UPON ENVIRONMENT-NAME.
           DISPLAY TapePath UPON ENVIRONMENT-VALUE.
           OPEN INPUT TapeFile.
           IF TapeStatus IS NOT EQUAL TO "00"
            MOVE SPACES TO CoverRec
            STRING "Tape " FUNCTION TRIM(TapePath)
                   ": not found, no coverage"
             DELIMITED BY SIZE INTO CoverRec
            END-STRING
            WRITE CoverRec
            EXIT SECTION
           END-IF.
           READ TapeFile.
           CLOSE TapeFile.
           PERFORM ReadAsm.
           PERFORM ResetAsm.
           MOVE SPACES TO CoverRec.
           STRING "Tape " FUNCTION TRIM(TapePath) " (" SrcLen
                  " cells)"
            DELIMITED BY SIZE INTO CoverRec
           END-STRING.
           WRITE CoverRec.
           MOVE 0 TO InstrCount.
           MOVE 0 TO InstrHit.
           MOVE 1 TO OpPtr.
           PERFORM UNTIL OpPtr IS GREATER THAN SrcLen
            PERFORM DecodeMnemonic
            PERFORM BuildOperandLine
            ADD 1 TO InstrCount
            COMPUTE AddrFmt = OpPtr - 1
            MOVE SPACES TO CoverRec
            MOVE 1 TO CoverPtr
            STRING AddrFmt " " Mnemonic " " OperandLine(1:40) " "
             DELIMITED BY SIZE INTO CoverRec
             WITH POINTER CoverPtr
            END-STRING
            MOVE OpPtr TO Hx
            PERFORM ListHitCases
            IF NameCount IS EQUAL TO 0
             STRING "UNCOVERED" DELIMITED BY SIZE INTO CoverRec
              WITH POINTER CoverPtr
             END-STRING
            ELSE
             ADD 1 TO InstrHit
            END-IF
            WRITE CoverRec
            ADD ParamCount TO OpPtr
            ADD 1 TO OpPtr
           END-PERFORM.
           MOVE 0 TO CellHit.
           PERFORM VARYING Hx FROM 1 UNTIL Hx IS GREATER THAN SrcLen
            PERFORM CheckTapeHit
            IF CellHitFlag IS EQUAL TO 1
             ADD 1 TO CellHit
            END-IF
           END-PERFORM.
           MOVE SPACES TO CoverRec.
           STRING "Coverage: " InstrHit " of " InstrCount
                  " instruction(s), " CellHit " of " SrcLen
                  " cell(s) executed"
            DELIMITED BY SIZE INTO CoverRec
           END-STRING.
           WRITE CoverRec.

      * Subroutine ListHitCases.
      *
      * Append "COVERED by <case>,<case>..." to CoverRec for the
      * cases on tape Tx that executed cell Hx, as many names as
      * the line holds; NameCount says how many cases hit it.
      *
      * Uses: Hx, Tx, HitCases, CaseTable -> CoverRec, NameCount
       ListHitCases SECTION.
           MOVE 0 TO NameCount.
           PERFORM VARYING Cx FROM 1 UNTIL Cx IS GREATER THAN
                   CaseCount
            IF CasePath(Cx) IS EQUAL TO TapeName(Tx)
             AND HitCases(Hx)(Cx:1) IS EQUAL TO "1"
             ADD 1 TO NameCount
             IF NameCount IS EQUAL TO 1
              STRING "COVERED by " DELIMITED BY SIZE INTO CoverRec
               WITH POINTER CoverPtr
              END-STRING
             ELSE
              IF CoverPtr IS LESS THAN 118
               STRING "," DELIMITED BY SIZE INTO CoverRec
                WITH POINTER CoverPtr
               END-STRING
              END-IF
             END-IF
             IF CoverPtr IS LESS THAN 118
              STRING FUNCTION TRIM(CaseName(Cx)) DELIMITED BY SIZE
               INTO CoverRec
               WITH POINTER CoverPtr
              END-STRING
             ELSE
              MOVE "..." TO CoverRec(128:3)
             END-IF
            END-IF
           END-PERFORM.

      * Subroutine CheckTapeHit.
      *
      * Did any case running tape Tx execute cell Hx?
      *
      * Uses: Hx, Tx, HitCases, CaseTable -> CellHitFlag
       CheckTapeHit SECTION.
           MOVE 0 TO CellHitFlag.
           IF Hx IS LESS THAN 1 OR Hx IS GREATER THAN 9999
            EXIT SECTION
           END-IF.
           PERFORM VARYING Cx FROM 1 UNTIL Cx IS GREATER THAN
                   CaseCount
            IF CasePath(Cx) IS EQUAL TO TapeName(Tx)
             AND HitCases(Hx)(Cx:1) IS EQUAL TO "1"
             MOVE 1 TO CellHitFlag
             EXIT PERFORM
            END-IF
           END-PERFORM.

      * Subroutine CoverPatches.
      *
      * Check every registered patch: find the suite tapes built
      * from it (patches.applied), then every card address against
      * their coverage. A patch with an unexecuted address, or with
      * no tape in the suite at all, is flagged.
      *
      * Uses: RegisterFile, AppliedFile, PatchFile, HitCases
      *       -> CoverFile, CoverageFile, FlagCount
       CoverPatches SECTION.
           MOVE SPACES TO CoverRec.
           WRITE CoverRec.
           MOVE "Registered patches against the suite's coverage:"
             TO CoverRec.
           WRITE CoverRec.
           PERFORM LoadRegister.
           MOVE FUNCTION CURRENT-DATE(1:14) TO Stamp.
           OPEN OUTPUT CoverageFile.
           IF RegCount IS EQUAL TO 0
            MOVE "  (no patches registered)" TO CoverRec
            WRITE CoverRec
           END-IF.
           PERFORM VARYING Rgx FROM 1 UNTIL Rgx IS GREATER THAN
                   RegCount
            PERFORM CoverOnePatch
            MOVE SPACES TO CoverageRec
            STRING "COVER|" FUNCTION TRIM(RgFile(Rgx)) "|"
                   FUNCTION TRIM(PatchStanding) "|" CardCount "|"
                   CardMissed "|" Stamp
             DELIMITED BY SIZE INTO CoverageRec
            END-STRING
            WRITE CoverageRec
           END-PERFORM.
           CLOSE CoverageFile.

      * Subroutine CoverOnePatch.
      *
      * Tie patch Rgx to the suite tapes applied from it, then check
      * each of its "address=value" cards.
      *
      * Uses: RgFile(Rgx) -> CoverFile, PatchStanding, CardCount,
      *       CardMissed, FlagCount
       CoverOnePatch SECTION.
           MOVE 0 TO CardCount.
           MOVE 0 TO CardMissed.
           MOVE 0 TO TiedCount.
           PERFORM VARYING Tx FROM 1 UNTIL Tx IS GREATER THAN 50
            MOVE 0 TO TiedTape(Tx)
           END-PERFORM.
           OPEN INPUT AppliedFile.
           IF AppliedStatus IS EQUAL TO "00"
            READ AppliedFile
             AT END SET EndOfApplied TO TRUE
            END-READ
            PERFORM UNTIL EndOfApplied
             PERFORM VARYING Tx FROM 1 UNTIL Tx IS GREATER THAN 4
              MOVE SPACES TO RegFld(Tx)
             END-PERFORM
             UNSTRING AppliedRec DELIMITED BY "|"
              INTO RegFld(1) RegFld(2) RegFld(3) RegFld(4)
             END-UNSTRING
             IF RegFld(2) IS EQUAL TO RgFile(Rgx)
              PERFORM VARYING Tx FROM 1 UNTIL Tx IS GREATER THAN
                      TapeCount
               IF TapeName(Tx) IS EQUAL TO RegFld(4)
                AND TiedTape(Tx) IS EQUAL TO 0
                MOVE 1 TO TiedTape(Tx)
                ADD 1 TO TiedCount
               END-IF
              END-PERFORM
             END-IF
             READ AppliedFile
              AT END SET EndOfApplied TO TRUE
             END-READ
            END-PERFORM
            CLOSE AppliedFile
           END-IF.

           MOVE SPACES TO CoverRec.
           STRING "Patch " FUNCTION TRIM(RgFile(Rgx)) " ("
                  FUNCTION TRIM(RgStatus(Rgx)) "): " TiedCount
                  " suite tape(s) built from it"
            DELIMITED BY SIZE INTO CoverRec
           END-STRING.
           WRITE CoverRec.
           IF TiedCount IS EQUAL TO 0
            MOVE "UNTESTED" TO PatchStanding
            ADD 1 TO FlagCount
            MOVE "  FLAG: no case runs a tape built from this patch"
              TO CoverRec
            WRITE CoverRec
            EXIT SECTION
           END-IF.

           MOVE RgFile(Rgx) TO PatchPath.
           OPEN INPUT PatchFile.
           IF PatchStatus IS NOT EQUAL TO "00"
            MOVE "UNTESTED" TO PatchStanding
            ADD 1 TO FlagCount
            MOVE "  FLAG: patch file not found" TO CoverRec
            WRITE CoverRec
            EXIT SECTION
           END-IF.
           READ PatchFile
            AT END SET EndOfPatch TO TRUE
           END-READ.
           PERFORM UNTIL EndOfPatch
            MOVE SPACES TO CardStr
            MOVE SPACES TO CardVal
            UNSTRING PatchRec DELIMITED BY "="
             INTO CardStr CardVal
            END-UNSTRING
            IF FUNCTION TRIM(CardStr) IS NOT EQUAL TO SPACES
             AND FUNCTION TEST-NUMVAL(CardStr) IS EQUAL TO 0
             COMPUTE CardAddr = NUMVAL(CardStr)
             ADD 1 TO CardCount
             PERFORM CoverCard
            END-IF
            READ PatchFile
             AT END SET EndOfPatch TO TRUE
            END-READ
           END-PERFORM.
           CLOSE PatchFile.
           IF CardMissed IS EQUAL TO 0
            MOVE "COVERED" TO PatchStanding
           ELSE
            MOVE "UNCOVERED" TO PatchStanding
            ADD 1 TO FlagCount
           END-IF.

      * Subroutine CoverCard.
      *
      * One patch card: its address is covered if a case running
      * any tape tied to the patch executed it.
      *
      * Uses: CardAddr, TiedTape, HitCases -> CoverFile, CardMissed
       CoverCard SECTION.
           MOVE 0 TO CellHitFlag.
           COMPUTE Hx = CardAddr + 1.
           IF CardAddr IS NOT LESS THAN 0
            AND CardAddr IS LESS THAN 9999
            PERFORM VARYING Tx FROM 1 UNTIL Tx IS GREATER THAN
                    TapeCount OR CellHitFlag IS EQUAL TO 1
             IF TiedTape(Tx) IS EQUAL TO 1
              PERFORM CheckTapeHit
             END-IF
            END-PERFORM
           END-IF.
           MOVE CardAddr TO AddrFmt.
           MOVE SPACES TO CoverRec.
           IF CellHitFlag IS EQUAL TO 1
            STRING "  address " FUNCTION TRIM(AddrFmt) ": executed"
             DELIMITED BY SIZE INTO CoverRec
            END-STRING
           ELSE
            ADD 1 TO CardMissed
            STRING "  FLAG: address " FUNCTION TRIM(AddrFmt)
                   " is patched but no case executes it"
             DELIMITED BY SIZE INTO CoverRec
            END-STRING
           END-IF.
           WRITE CoverRec.

      * Subroutine LoadRegister.
      *
      * Load the patch file names and standings from
      * patches.register; a missing register is empty.
      *
      * Uses: RegisterFile -> RegTable
       LoadRegister SECTION.
           MOVE 0 TO RegCount.
           OPEN INPUT RegisterFile.
           IF RegisterStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           READ RegisterFile
            AT END SET EndOfRegister TO TRUE
           END-READ.
           PERFORM UNTIL EndOfRegister
            IF RegisterRec(1:6) IS EQUAL TO "PATCH|"
             AND RegCount IS LESS THAN 100
             ADD 1 TO RegCount
             PERFORM VARYING Tx FROM 1 UNTIL Tx IS GREATER THAN 6
              MOVE SPACES TO RegFld(Tx)
             END-PERFORM
             UNSTRING RegisterRec DELIMITED BY "|"
              INTO RegFld(1) RegFld(2) RegFld(3) RegFld(4)
                   RegFld(5) RegFld(6)
             END-UNSTRING
             MOVE RegFld(2) TO RgFile(RegCount)
             MOVE RegFld(6) TO RgStatus(RegCount)
            END-IF
            READ RegisterFile
             AT END SET EndOfRegister TO TRUE
            END-READ
           END-PERFORM.
           CLOSE RegisterFile.

      * Subroutine DecodeMnemonic.
      *
      * Map the opcode at the current OpPtr to its mnemonic and
      * parameter count, as Disasm does; a non-instruction cell is
      * "????" with no parameters.
      *
      * Uses: OpCode, OpPtr -> Mnemonic, ParamCount
       DecodeMnemonic SECTION.
           EVALUATE OpCode(OpPtr)
            WHEN 1  MOVE "ADD " TO Mnemonic  MOVE 3 TO ParamCount
            WHEN 2  MOVE "MUL " TO Mnemonic  MOVE 3 TO ParamCount
            WHEN 3  MOVE "IN  " TO Mnemonic  MOVE 1 TO ParamCount
            WHEN 4  MOVE "OUT " TO Mnemonic  MOVE 1 TO ParamCount
            WHEN 5  MOVE "JNZ " TO Mnemonic  MOVE 2 TO ParamCount
            WHEN 6  MOVE "JZ  " TO Mnemonic  MOVE 2 TO ParamCount
            WHEN 7  MOVE "LT  " TO Mnemonic  MOVE 3 TO ParamCount
            WHEN 8  MOVE "EQ  " TO Mnemonic  MOVE 3 TO ParamCount
            WHEN 9  MOVE "ARB " TO Mnemonic  MOVE 1 TO ParamCount
            WHEN 99 MOVE "HLT " TO Mnemonic  MOVE 0 TO ParamCount
            WHEN OTHER
             MOVE "????" TO Mnemonic
             MOVE 0 TO ParamCount
           END-EVALUATE.
           IF Op(OpPtr) IS LESS THAN 0
            MOVE "????" TO Mnemonic
            MOVE 0 TO ParamCount
           END-IF.

      * Subroutine BuildOperandLine.
      *
      * Format the current instruction's operands as "[mode]value",
      * as Disasm does.
      *
      * Uses: OpParam, Op, OpPtr, ParamCount -> OperandLine
       BuildOperandLine SECTION.
           MOVE SPACES TO OperandLine.
           MOVE 1 TO OperandPos.
           PERFORM VARYING Pdx FROM 1 UNTIL Pdx > ParamCount
            EVALUATE OpParam(OpPtr, OpSize - 1 - Pdx)
             WHEN 0 MOVE "POS" TO ModeChar
             WHEN 1 MOVE "IMM" TO ModeChar
             WHEN 2 MOVE "REL" TO ModeChar
             WHEN OTHER MOVE "?? " TO ModeChar
            END-EVALUATE
            MOVE Op(OpPtr + Pdx) TO OperandStr
            STRING "[" ModeChar "]" FUNCTION TRIM(OperandStr) " "
             DELIMITED BY SIZE INTO OperandLine
             WITH POINTER OperandPos
            END-STRING
           END-PERFORM.

      * Subroutine CompareOutputs.
      *
      * Parse the case's expected output list and compare it against
