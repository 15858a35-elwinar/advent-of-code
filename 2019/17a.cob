       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-17a.

      * Day 17 part one: the ASCII camera's Intcode program (run on
      * the shared interpreter subprogram through IntcodeVmControl,
      * the way 15a drives the repair droid) prints the scaffold view
      * one character per output - "#" scaffold, "." open space, the
      * vacuum robot as ^ v < > (or X when it has fallen off), 10 for
      * a newline - and halts. Every scaffold cell with scaffold on
      * all four sides is an intersection, and its alignment
      * parameter is its column times its row counted from zero; the
      * answer is the sum of them. The captured view is rendered to
      * 17a.report the way 15a renders its maze, intersections marked
      * O, and the answer lands in results.ledger and audit.log via
      * the shared copybooks.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT InputFile ASSIGN TO InputPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS InputStatus.
       SELECT ReportFile ASSIGN TO "17a.report"
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

       01 Gx        PIC 9(2).
       01 Gy        PIC 9(2).
       01 Crossings PIC 9(4) VALUE 0.
       01 AlignSum  PIC 9(9) VALUE 0.
       01 AlignFmt  PIC Z(8)9.
       01 CrossFmt  PIC Z(3)9.
       01 RenderLine PIC X(99).

       01 TrailCount PIC 9(9) VALUE 0.
       01 TrailSum   PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT InputPath FROM ARGUMENT-VALUE.
           MOVE "AdventOfCode2019-17a" TO AbendProgram.
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
           PERFORM FindCrossings.
           MOVE AlignSum TO AlignFmt.
           MOVE Crossings TO CrossFmt.

           PERFORM RenderView.
           DISPLAY "Sum of alignment parameters: "
                   FUNCTION TRIM(AlignFmt).

           MOVE "AdventOfCode2019-17a" TO AuditProgramId.
           MOVE InputPath TO AuditInputPath.
           MOVE SPACES TO AuditArgs.
           MOVE FUNCTION TRIM(AlignFmt) TO AuditAnswer.
           PERFORM WriteAuditTrail.
           MOVE 1 TO AcctReads.
           MOVE TrailCount TO AcctLines.
           MOVE "17" TO LedgerDay.
           MOVE "a" TO LedgerPart.
           MOVE FUNCTION TRIM(AlignFmt) TO LedgerAnswer.
           MOVE VmInstrCount TO AcctInstr
           PERFORM NoteVmCapacity
           PERFORM WriteLedger.
           STOP RUN.

      * Subroutine CaptureView.
      *
      * Run the camera program to its halt, laying each character it
      * prints into the view: a newline closes the current row, any
      * other character lands in the next column. The camera never
      * asks for input, so an input request is an abend.
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
      * running off the 99x99 table or taking a non-ASCII value.
      *
      * Uses: OutChar, CurRow, CurCol -> View, ViewRows, ViewCols
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

      * Subroutine FindCrossings.
      *
      * Every interior scaffold cell with scaffold on all four sides
      * is an intersection; mark it O in the view and add its
      * alignment parameter (zero-based column times zero-based row).
      * The robot's own cell counts as scaffold, and so does a cell
      * already marked O.
      *
      * Uses: View -> View, Crossings, AlignSum
       FindCrossings SECTION.
           PERFORM VARYING Gy FROM 2 UNTIL Gy IS GREATER THAN
                   ViewRows - 1
            PERFORM VARYING Gx FROM 2 UNTIL Gx IS GREATER THAN
                    ViewCols - 1
             IF ViewCell(Gy, Gx) IS EQUAL TO "#"
              AND ViewCell(Gy - 1, Gx) IS NOT EQUAL TO "."
              AND ViewCell(Gy - 1, Gx) IS NOT EQUAL TO SPACE
              AND ViewCell(Gy + 1, Gx) IS NOT EQUAL TO "."
              AND ViewCell(Gy + 1, Gx) IS NOT EQUAL TO SPACE
              AND ViewCell(Gy, Gx - 1) IS NOT EQUAL TO "."
              AND ViewCell(Gy, Gx - 1) IS NOT EQUAL TO SPACE
              AND ViewCell(Gy, Gx + 1) IS NOT EQUAL TO "."
              AND ViewCell(Gy, Gx + 1) IS NOT EQUAL TO SPACE
              MOVE "O" TO ViewCell(Gy, Gx)
              ADD 1 TO Crossings
              COMPUTE AlignSum = AlignSum + (Gx - 1) * (Gy - 1)
             END-IF
            END-PERFORM
           END-PERFORM.

      * Subroutine RenderView.
      *
      * Render the captured view to 17a.report as the camera printed
      * it, with FindCrossings' O marks on the intersections, under
      * the standard control trailer.
      *
      * Uses: View -> ReportFile
       RenderView SECTION.
           OPEN OUTPUT ReportFile.
      * Every report leads with its provenance: who made it,
      * when, from which feed (and fingerprint), under which
      * control values.
           MOVE InputPath TO ProvFeedPath.
           PERFORM BuildProvenance.
           MOVE ProvRec TO ReportRec.
           PERFORM WriteReportRec.
           PERFORM VARYING Gy FROM 1 UNTIL Gy IS GREATER THAN ViewRows
            MOVE ViewRow(Gy) TO RenderLine
            MOVE RenderLine TO ReportRec
            PERFORM WriteReportRec
           END-PERFORM.
           MOVE SPACES TO ReportRec.
           STRING "Intersections: " FUNCTION TRIM(CrossFmt)
                  "   sum of alignment parameters: "
                  FUNCTION TRIM(AlignFmt)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "TRAILER|" TrailCount "|" TrailSum
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           CLOSE ReportFile.
           DISPLAY "Scaffold view written to 17a.report".

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
