       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-19a.

      * Day 19 part one: the drone system's Intcode program (run on
      * the shared interpreter subprogram through IntcodeVmControl)
      * takes one X,Y pair per deployment and reports 1 when the drone
      * is pulled by the tractor beam there, 0 when it is not. Every
      * deployment is a fresh RESET of the program followed by the two
      * inputs - the same RESET/RUN contract every VM day uses. The
      * whole area nearest the emitter is surveyed point by point, the
      * affected points counted, and the beam rendered to 19a.report
      * the way 17a renders its camera view (# pulled, . still); the
      * answer lands in results.ledger and audit.log via the shared
      * copybooks.
      *
      * Arguments: InputPath [Area]
      *   Area: side of the square surveyed from the emitter at 0,0,
      *         default 50, at most 99

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT InputFile ASSIGN TO InputPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS InputStatus.
       SELECT ReportFile ASSIGN TO "19a.report"
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

       01 AreaStr   PIC X(8).
       01 AreaSide  PIC 9(2) VALUE 50.
       01 AreaFmt   PIC Z9.

      * The surveyed area, one reading per point: row Gy + 1 holds
      * Y = Gy, column Gx + 1 holds X = Gx.
       01 Survey.
          02 SurveyRow OCCURS 99 TIMES.
             03 SurveyCell PIC X(1) OCCURS 99 TIMES.

       01 Gx        PIC 9(2).
       01 Gy        PIC 9(2).
       01 ProbeX    PIC 9(9).
       01 ProbeY    PIC 9(9).
       01 Pulled    PIC 9(1).
       01 Probes    PIC 9(9) VALUE 0.
       01 Affected  PIC 9(5) VALUE 0.
       01 AffFmt    PIC Z(4)9.
       01 ProbesFmt PIC Z(8)9.
       01 InstrFmt  PIC Z(11)9.

       01 TrailCount PIC 9(9) VALUE 0.
       01 TrailSum   PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT InputPath FROM ARGUMENT-VALUE.
           ACCEPT AreaStr FROM ARGUMENT-VALUE.
           MOVE "AdventOfCode2019-19a" TO AbendProgram.
           MOVE InputPath TO AbendInput.
           IF AreaStr IS NOT EQUAL TO SPACES
            AND AreaStr IS NOT EQUAL TO LOW-VALUES
            IF FUNCTION NUMVAL(AreaStr) IS LESS THAN 1
             OR FUNCTION NUMVAL(AreaStr) IS GREATER THAN 99
             DISPLAY "Area must be 1 to 99: " FUNCTION TRIM(AreaStr)
             MOVE "Area argument out of range" TO AbendReason
             MOVE "startup arguments" TO AbendPosition
             MOVE AreaStr TO AbendDetail
             MOVE 4 TO AbendCode
             PERFORM Abend
            END-IF
            COMPUTE AreaSide = FUNCTION NUMVAL(AreaStr)
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
           MOVE SPACES TO Survey.
           PERFORM VARYING Gy FROM 0 UNTIL Gy IS EQUAL TO AreaSide
            PERFORM VARYING Gx FROM 0 UNTIL Gx IS EQUAL TO AreaSide
             MOVE Gx TO ProbeX
             MOVE Gy TO ProbeY
             PERFORM ProbeBeam
             IF Pulled IS EQUAL TO 1
              ADD 1 TO Affected
              MOVE "#" TO SurveyCell(Gy + 1, Gx + 1)
             ELSE
              MOVE "." TO SurveyCell(Gy + 1, Gx + 1)
             END-IF
            END-PERFORM
           END-PERFORM.
           MOVE Affected TO AffFmt.

           PERFORM RenderBeam.
           DISPLAY "Points affected by the beam: "
                   FUNCTION TRIM(AffFmt).

           MOVE "AdventOfCode2019-19a" TO AuditProgramId.
           MOVE InputPath TO AuditInputPath.
           MOVE AreaStr TO AuditArgs.
           MOVE FUNCTION TRIM(AffFmt) TO AuditAnswer.
           PERFORM WriteAuditTrail.
           MOVE 1 TO AcctReads.
           MOVE TrailCount TO AcctLines.
           MOVE "19" TO LedgerDay.
           MOVE "a" TO LedgerPart.
           MOVE FUNCTION TRIM(AffFmt) TO LedgerAnswer.
           MOVE VmInstrCount TO AcctInstr
           PERFORM NoteVmCapacity
           PERFORM WriteLedger.
           STOP RUN.

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

      * Subroutine RenderBeam.
      *
      * Render the surveyed area to 19a.report - # where the beam
      * pulls, . where it does not, the emitter at the top left -
      * with the count and the cost of the survey, under the
      * standard control trailer.
      *
      * Uses: Survey, Affected, Probes -> ReportFile
       RenderBeam SECTION.
           MOVE AreaSide TO AreaFmt.
           MOVE Probes TO ProbesFmt.
           MOVE VmInstrCount TO InstrFmt.
           OPEN OUTPUT ReportFile.
      * Every report leads with its provenance: who made it,
      * when, from which feed (and fingerprint), under which
      * control values.
           MOVE InputPath TO ProvFeedPath.
           MOVE SPACES TO ProvCtl.
           STRING "Area=" FUNCTION TRIM(AreaFmt)
            DELIMITED BY SIZE INTO ProvCtl
           END-STRING.
           PERFORM BuildProvenance.
           MOVE ProvRec TO ReportRec.
           PERFORM WriteReportRec.
           PERFORM VARYING Gy FROM 1 UNTIL Gy IS GREATER THAN AreaSide
            MOVE SurveyRow(Gy) TO ReportRec
            PERFORM WriteReportRec
           END-PERFORM.
           MOVE SPACES TO ReportRec.
           STRING "Points affected in the " FUNCTION TRIM(AreaFmt)
                  "x" FUNCTION TRIM(AreaFmt) " area: "
                  FUNCTION TRIM(AffFmt)
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
           DISPLAY "Beam survey written to 19a.report".

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
