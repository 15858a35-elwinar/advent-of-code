       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-19b.

      * Day 19 part two: find the square of the given size (Santa's
      * ship, 100x100 by default) that fits entirely inside the
      * tractor beam closest to the emitter, deploying one drone per
      * reading exactly as 19a does. The beam widens as it goes out,
      * so the search walks down the left edge of the beam one row
      * at a time - the edge never moves left, so each row's scan
      * starts where the last one found it - taking every left-edge
      * point far enough out as the square's bottom-left corner and
      * deploying one more drone at the matching top-right corner.
      * The first row where that corner is pulled too gives the
      * square; the answer is its top-left X times 10000 plus its
      * top-left Y. Rows close to the emitter, where the beam can be
      * too thin to hit a whole grid point, are skipped when a
      * bounded scan finds no beam. The drone count and VM
      * instruction count go on 19b.report and into volumes.acct,
      * since this search is by far the heaviest user of the drone
      * program.
      *
      * Arguments: InputPath [Size]
      *   Size: side of the square to fit, default 100, at most 999

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT InputFile ASSIGN TO InputPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS InputStatus.
       SELECT ReportFile ASSIGN TO "19b.report"
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

       01 SizeStr   PIC X(8).
       01 ShipSize  PIC 9(3) VALUE 100.
       01 SizeFmt   PIC ZZ9.

      * Search state: Row is the row being tried as the square's
      * bottom edge, EdgeX the beam's left edge on it, and ScanX the
      * drone position while the edge is being looked for.
       01 Row       PIC 9(9).
       01 EdgeX     PIC 9(9) VALUE 0.
       01 ScanX     PIC 9(9).
       01 ScanEnd   PIC 9(9).
       01 EdgeFound PIC 9(1).
       01 Fitted    PIC 9(1) VALUE 0.
      * Furthest row searched before the search is abandoned, and
      * how far past the last edge a row is scanned before it is
      * taken to have no beam on it.
       01 RowLimit  PIC 9(9) VALUE 99999.
       01 ScanReach PIC 9(9) VALUE 50.
       01 SkippedRows PIC 9(9) VALUE 0.
       01 TopX      PIC 9(9).
       01 TopY      PIC 9(9).

       01 ProbeX    PIC 9(9).
       01 ProbeY    PIC 9(9).
       01 Pulled    PIC 9(1).
       01 Probes    PIC 9(9) VALUE 0.
       01 Answer    PIC 9(14).
       01 AnswerFmt PIC Z(13)9.
       01 TopXFmt   PIC Z(8)9.
       01 TopYFmt   PIC Z(8)9.
       01 SkipFmt   PIC Z(8)9.
       01 ProbesFmt PIC Z(8)9.
       01 InstrFmt  PIC Z(11)9.

       01 TrailCount PIC 9(9) VALUE 0.
       01 TrailSum   PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT InputPath FROM ARGUMENT-VALUE.
           ACCEPT SizeStr FROM ARGUMENT-VALUE.
           MOVE "AdventOfCode2019-19b" TO AbendProgram.
           MOVE InputPath TO AbendInput.
           IF SizeStr IS NOT EQUAL TO SPACES
            AND SizeStr IS NOT EQUAL TO LOW-VALUES
            IF FUNCTION NUMVAL(SizeStr) IS LESS THAN 1
             OR FUNCTION NUMVAL(SizeStr) IS GREATER THAN 999
             DISPLAY "Size must be 1 to 999: " FUNCTION TRIM(SizeStr)
             MOVE "Size argument out of range" TO AbendReason
             MOVE "startup arguments" TO AbendPosition
             MOVE SizeStr TO AbendDetail
             MOVE 4 TO AbendCode
             PERFORM Abend
            END-IF
            COMPUTE ShipSize = FUNCTION NUMVAL(SizeStr)
           END-IF.
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
           PERFORM FitShip.
           COMPUTE Answer = TopX * 10000 + TopY.
           MOVE Answer TO AnswerFmt.

           PERFORM WriteReport.
           DISPLAY "Ship fits at " FUNCTION TRIM(TopXFmt) ","
                   FUNCTION TRIM(TopYFmt) ": "
                   FUNCTION TRIM(AnswerFmt).

           MOVE "AdventOfCode2019-19b" TO AuditProgramId.
           MOVE InputPath TO AuditInputPath.
           MOVE SizeStr TO AuditArgs.
           MOVE FUNCTION TRIM(AnswerFmt) TO AuditAnswer.
           PERFORM WriteAuditTrail.
           MOVE 1 TO AcctReads.
           MOVE TrailCount TO AcctLines.
           MOVE "19" TO LedgerDay.
           MOVE "b" TO LedgerPart.
           MOVE FUNCTION TRIM(AnswerFmt) TO LedgerAnswer.
           MOVE VmInstrCount TO AcctInstr
           PERFORM NoteVmCapacity
           PERFORM WriteLedger.
           STOP RUN.

      * Subroutine FitShip.
      *
      * Walk the beam's left edge row by row out from the emitter;
      * from the first row that can hold the square's bottom edge,
      * try each edge point as its bottom-left corner until the
      * square's top-right corner is pulled as well.
      *
      * Uses: ShipSize -> TopX, TopY, SkippedRows
       FitShip SECTION.
           MOVE 0 TO Row.
           PERFORM UNTIL Fitted IS EQUAL TO 1
            IF Row IS GREATER THAN RowLimit
             MOVE "No fit for the ship within the row limit"
               TO AbendReason
             MOVE SPACES TO AbendPosition
             STRING "row " Row " edge " EdgeX
              DELIMITED BY SIZE INTO AbendPosition
             END-STRING
             MOVE SPACES TO AbendDetail
             STRING "size " ShipSize " drones " Probes
              DELIMITED BY SIZE INTO AbendDetail
             END-STRING
             MOVE 4 TO AbendCode
             PERFORM Abend
            END-IF
            PERFORM FindEdge
            IF EdgeFound IS EQUAL TO 1
             AND Row IS NOT LESS THAN ShipSize - 1
             COMPUTE ProbeX = EdgeX + ShipSize - 1
             COMPUTE ProbeY = Row - ShipSize + 1
             PERFORM ProbeBeam
             IF Pulled IS EQUAL TO 1
              MOVE EdgeX TO TopX
              COMPUTE TopY = Row - ShipSize + 1
              MOVE 1 TO Fitted
             END-IF
            END-IF
            IF EdgeFound IS EQUAL TO 0
             ADD 1 TO SkippedRows
            END-IF
            ADD 1 TO Row
           END-PERFORM.

      * Subroutine FindEdge.
      *
      * Find the beam's left edge on Row, scanning right from the
      * last edge found. A row with no beam within ScanReach of it
      * leaves the edge where it was.
      *
      * Uses: Row, EdgeX -> EdgeX, EdgeFound
       FindEdge SECTION.
           MOVE 0 TO EdgeFound.
           COMPUTE ScanEnd = EdgeX + ScanReach.
           MOVE Row TO ProbeY.
           PERFORM VARYING ScanX FROM EdgeX BY 1
             UNTIL ScanX IS GREATER THAN ScanEnd
               OR EdgeFound IS EQUAL TO 1
            MOVE ScanX TO ProbeX
            PERFORM ProbeBeam
            IF Pulled IS EQUAL TO 1
             MOVE ScanX TO EdgeX
             MOVE 1 TO EdgeFound
            END-IF
           END-PERFORM.

      * Subroutine ProbeBeam.
      *
      * Deploy one drone: a fresh copy of the drone program, fed
      * ProbeX then ProbeY, run until it reports. A program that
      * halts without reporting, or reports anything but 0 or 1, is
      * an abend.
      *
      * Uses: ProbeX, ProbeY -> Pulled, Probes
       ProbeBeam SECTION.
           PERFORM ResetAsm.
           ADD 1 TO Probes.
           MOVE ProbeX TO Inputs(1).
           MOVE ProbeY TO Inputs(2).
           MOVE 2 TO InputsLen.
           MOVE 1 TO InputPtr.
           PERFORM ExecuteAsm.
           IF Interrupt IS NOT EQUAL TO 4
            OR (Outputs(1) IS NOT EQUAL TO 0
             AND Outputs(1) IS NOT EQUAL TO 1)
            MOVE "Drone program gave no 0/1 reading" TO AbendReason
            MOVE SPACES TO AbendPosition
            STRING "probe " ProbeX "," ProbeY
             DELIMITED BY SIZE INTO AbendPosition
            END-STRING
            MOVE SPACES TO AbendDetail
            STRING "interrupt " Interrupt " OpPtr " OpPtr
             DELIMITED BY SIZE INTO AbendDetail
            END-STRING
            MOVE 4 TO AbendCode
            PERFORM Abend
           END-IF.
           MOVE Outputs(1) TO Pulled.

      * Subroutine WriteReport.
      *
      * Write 19b.report: where the square fits, the answer, and the
      * cost of the search, under the standard control trailer.
      *
      * Uses: TopX, TopY, Answer, Probes -> ReportFile
       WriteReport SECTION.
           MOVE ShipSize TO SizeFmt.
           MOVE TopX TO TopXFmt.
           MOVE TopY TO TopYFmt.
           MOVE SkippedRows TO SkipFmt.
           MOVE Probes TO ProbesFmt.
           MOVE VmInstrCount TO InstrFmt.
           OPEN OUTPUT ReportFile.
      * Every report leads with its provenance: who made it,
      * when, from which feed (and fingerprint), under which
      * control values.
           MOVE InputPath TO ProvFeedPath.
           MOVE SPACES TO ProvCtl.
           STRING "Size=" FUNCTION TRIM(SizeFmt)
            DELIMITED BY SIZE INTO ProvCtl
           END-STRING.
           PERFORM BuildProvenance.
           MOVE ProvRec TO ReportRec.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "Square " FUNCTION TRIM(SizeFmt) "x"
                  FUNCTION TRIM(SizeFmt) " fits with its top-left at "
                  FUNCTION TRIM(TopXFmt) "," FUNCTION TRIM(TopYFmt)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "Answer (X * 10000 + Y): " FUNCTION TRIM(AnswerFmt)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "Rows with no beam found: " FUNCTION TRIM(SkipFmt)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "Drone deployments: " FUNCTION TRIM(ProbesFmt)
                  "   VM instructions: " FUNCTION TRIM(InstrFmt)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "TRAILER|" TrailCount "|" TrailSum
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           CLOSE ReportFile.
           DISPLAY "Search summary written to 19b.report".

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
