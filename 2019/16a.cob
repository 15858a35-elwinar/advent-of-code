       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-16a.

      * Day 16 part one: the signal feed is one record of decimal
      * digits, put through the Flawed Frequency Transmission phase
      * by phase. Each phase replaces digit i with the last digit of
      * the sum of every input digit times the repeating 0, 1, 0, -1
      * pattern stretched to i copies per element (the very first
      * element skipped), and the answer is the first eight digits
      * after 100 phases. The pattern only ever selects whole runs
      * of i consecutive digits at +1 or -1, so each output digit is
      * folded from a prefix-sum table instead of a digit-by-digit
      * multiply - a phase costs the harmonic sum of the length, not
      * its square. The feed is validated as it loads (FeedCheck's
      * SIGNAL edit applies the same rule up front); the answer
      * lands in results.ledger and audit.log via the shared
      * copybooks, and 16a.report carries the run's figures under a
      * control trailer.
      *
      * Arguments: InputPath [Phases]
      *   Phases: how many FFT phases to run, default 100 (the
      *           puzzle's figure; a smaller count reproduces the
      *           worked examples phase by phase)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT InputFile ASSIGN TO InputPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS InputStatus.
       SELECT ReportFile ASSIGN TO "16a.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "ProvFeed.cpy".
       COPY "AuditTrail.cpy".
       COPY "AbendDump.cpy".
       COPY "ResultsLedger.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD InputFile RECORD IS VARYING IN SIZE FROM 1 TO 9999
          CHARACTERS DEPENDING ON InputLen.
       01 InputRec    PIC X(9999).
       88 EndOfInput  VALUE HIGH-VALUES.

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
       01 InputLen    PIC 9(5).
       COPY "ProvFields.cpy".
       COPY "AbendFields.cpy".
       COPY "AuditTrailFields.cpy".
       COPY "ResultsLedgerFields.cpy".

       01 PhasesStr  PIC X(8).
       01 Phases     PIC 9(4) VALUE 100.
       01 PhaseNo    PIC 9(4).

      * The signal, one digit per cell, and the prefix sums each
      * phase is folded from: PreSum(j + 1) is the sum of digits 1
      * through j, so PreSum(1) is always zero.
       01 SigLen     PIC 9(5) VALUE 0.
       01 Signal.
          02 SigDigit PIC 9(1) OCCURS 9999 TIMES.
       01 PreSums.
          02 PreSum   PIC 9(9) OCCURS 10000 TIMES.

       01 Idx        PIC 9(5).
       01 Jdx        PIC 9(5).
       01 RunStart   PIC 9(6).
       01 RunEnd     PIC 9(6).
       01 RunSign    PIC S9(1).
       01 DigitSum   PIC S9(10).
       01 RecNum     PIC 9(4) VALUE 0.

       01 FirstEight PIC X(8).
       01 LenFmt     PIC Z(4)9.
       01 PhasesFmt  PIC Z(3)9.

       01 TrailCount PIC 9(9) VALUE 0.
       01 TrailSum   PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT InputPath FROM ARGUMENT-VALUE.
           ACCEPT PhasesStr FROM ARGUMENT-VALUE.
           MOVE "AdventOfCode2019-16a" TO AbendProgram.
           MOVE InputPath TO AbendInput.
           IF PhasesStr IS NOT EQUAL TO SPACES
            AND PhasesStr IS NOT EQUAL TO LOW-VALUES
            COMPUTE Phases = FUNCTION NUMVAL(PhasesStr)
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
           PERFORM LoadSignal.
           CLOSE InputFile.

           PERFORM VARYING PhaseNo FROM 1 UNTIL PhaseNo IS GREATER
                   THAN Phases
            PERFORM RunPhase
           END-PERFORM.

           MOVE SPACES TO FirstEight.
           PERFORM VARYING Idx FROM 1 UNTIL Idx IS GREATER THAN 8
                   OR Idx IS GREATER THAN SigLen
            MOVE SigDigit(Idx) TO FirstEight(Idx:1)
           END-PERFORM.

           PERFORM WriteReport.
           DISPLAY "First eight digits after " FUNCTION TRIM(PhasesFmt)
                   " phases: " FirstEight.

           MOVE "AdventOfCode2019-16a" TO AuditProgramId.
           MOVE InputPath TO AuditInputPath.
           MOVE PhasesStr TO AuditArgs.
           MOVE FirstEight TO AuditAnswer.
           PERFORM WriteAuditTrail.
           MOVE RecNum TO AcctReads.
           MOVE TrailCount TO AcctLines.
           MOVE "16" TO LedgerDay.
           MOVE "a" TO LedgerPart.
           MOVE FirstEight TO LedgerAnswer.
           PERFORM WriteLedger.
           STOP RUN.

      * Subroutine LoadSignal.
      *
      * Read the signal feed into the digit table: every non-blank
      * record's characters are appended in order, each one required
      * to be a decimal digit - the same rule FeedCheck's SIGNAL edit
      * applies. A bad character abends with its record and column
      * rather than producing a plausible wrong answer.
      *
      * Uses: InputFile -> Signal, SigLen, RecNum
       LoadSignal SECTION.
           MOVE SPACES TO InputRec.
           READ InputFile
            AT END SET EndOfInput TO TRUE
           END-READ.
           PERFORM UNTIL EndOfInput
            ADD 1 TO RecNum
            PERFORM VARYING Jdx FROM 1 UNTIL Jdx IS GREATER THAN
                    InputLen
             IF InputRec(Jdx:1) IS NOT EQUAL TO SPACE
              IF InputRec(Jdx:1) IS LESS THAN "0"
               OR InputRec(Jdx:1) IS GREATER THAN "9"
               MOVE "Signal character is not a digit" TO AbendReason
               MOVE SPACES TO AbendPosition
               STRING "record " RecNum " column " Jdx
                DELIMITED BY SIZE INTO AbendPosition
               END-STRING
               MOVE InputRec(1:80) TO AbendDetail
               MOVE 4 TO AbendCode
               PERFORM Abend
              END-IF
              IF SigLen IS EQUAL TO 9999
               MOVE "Signal longer than 9999 digits" TO AbendReason
               MOVE SPACES TO AbendPosition
               STRING "record " RecNum
                DELIMITED BY SIZE INTO AbendPosition
               END-STRING
               MOVE SPACES TO AbendDetail
               MOVE 12 TO AbendCode
               PERFORM Abend
              END-IF
              ADD 1 TO SigLen
              MOVE InputRec(Jdx:1) TO SigDigit(SigLen)
             END-IF
            END-PERFORM
            MOVE SPACES TO InputRec
            READ InputFile
             AT END SET EndOfInput TO TRUE
            END-READ
           END-PERFORM.
           IF SigLen IS EQUAL TO 0
            MOVE "Signal feed holds no digits" TO AbendReason
            MOVE "after load" TO AbendPosition
            MOVE SPACES TO AbendDetail
            MOVE 4 TO AbendCode
            PERFORM Abend
           END-IF.

      * Subroutine RunPhase.
      *
      * One FFT phase in place. Output digit Idx takes the +1 runs
      * [Idx*(4k+1), Idx*(4k+2)-1] and the -1 runs
      * [Idx*(4k+3), Idx*(4k+4)-1] of the 1-based input, each run
      * summed as a prefix-sum difference; the digit kept is the
      * units digit of the absolute total. Every output digit reads
      * only input digits at or after its own position, so the
      * table can be overwritten front to back once the prefix sums
      * are taken.
      *
      * Uses: Signal, SigLen -> Signal
       RunPhase SECTION.
           MOVE 0 TO PreSum(1).
           PERFORM VARYING Jdx FROM 1 UNTIL Jdx IS GREATER THAN
                   SigLen
            COMPUTE PreSum(Jdx + 1) = PreSum(Jdx) + SigDigit(Jdx)
           END-PERFORM.
           PERFORM VARYING Idx FROM 1 UNTIL Idx IS GREATER THAN
                   SigLen
            MOVE 0 TO DigitSum
            MOVE Idx TO RunStart
            MOVE 1 TO RunSign
            PERFORM UNTIL RunStart IS GREATER THAN SigLen
             COMPUTE RunEnd = RunStart + Idx - 1
             IF RunEnd IS GREATER THAN SigLen
              MOVE SigLen TO RunEnd
             END-IF
             COMPUTE DigitSum = DigitSum + RunSign
                   * (PreSum(RunEnd + 1) - PreSum(RunStart))
             COMPUTE RunStart = RunStart + Idx + Idx
             COMPUTE RunSign = 0 - RunSign
            END-PERFORM
            IF DigitSum IS LESS THAN 0
             COMPUTE DigitSum = 0 - DigitSum
            END-IF
            COMPUTE SigDigit(Idx) = FUNCTION MOD(DigitSum, 10)
           END-PERFORM.

      * Subroutine WriteReport.
      *
      * Write the run's figures to 16a.report under the standard
      * control trailer (record count plus the first-character
      * checksum the other controlled files carry).
      *
      * Uses: SigLen, Phases, FirstEight -> ReportFile
       WriteReport SECTION.
           MOVE SigLen TO LenFmt.
           MOVE Phases TO PhasesFmt.
           OPEN OUTPUT ReportFile.
      * Every report leads with its provenance: who made it,
      * when, from which feed (and fingerprint), under which
      * control values.
           MOVE InputPath TO ProvFeedPath.
           MOVE SPACES TO ProvCtl.
           STRING "Phases=" FUNCTION TRIM(PhasesFmt)
            DELIMITED BY SIZE INTO ProvCtl
           END-STRING.
           PERFORM BuildProvenance.
           MOVE ProvRec TO ReportRec.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "Signal length: " FUNCTION TRIM(LenFmt) " digit(s)"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "Phases run: " FUNCTION TRIM(PhasesFmt)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "First eight digits: " FirstEight
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "TRAILER|" TrailCount "|" TrailSum
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           CLOSE ReportFile.
           DISPLAY "Report written to 16a.report".

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

           COPY "ProvWrite.cpy".

           COPY "AbendWrite.cpy".

           COPY "AuditTrailWrite.cpy".
           COPY "ResultsLedgerWrite.cpy".
