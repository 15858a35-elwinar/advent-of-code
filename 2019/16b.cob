       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-16b.

      * Day 16 part two: the real signal is the feed repeated 10000
      * times, and the message is the eight digits found, after 100
      * FFT phases, at the offset the first seven digits of the feed
      * name. Past the signal's midpoint every pattern coefficient
      * at or after a digit's own position is +1 and everything
      * before it 0, so each phase there collapses to a running sum
      * from the end of the signal backwards: digit k becomes the
      * units digit of the sum of digits k through the end. Only
      * the tail from the offset onward is ever built, so the 6.5
      * million-digit signal never has to exist in full; a feed
      * whose offset falls in the first half (where the shortcut
      * does not hold) is refused rather than answered wrongly. The
      * answer lands in results.ledger and audit.log via the shared
      * copybooks, and 16b.report carries the run's figures under a
      * control trailer.
      *
      * Arguments: InputPath [Phases]
      *   Phases: how many FFT phases to run, default 100

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT InputFile ASSIGN TO InputPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS InputStatus.
       SELECT ReportFile ASSIGN TO "16b.report"
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
      * The feed is repeated this many times to make the real
      * signal.
       01 Repeats    PIC 9(5) VALUE 10000.

       01 SigLen     PIC 9(5) VALUE 0.
       01 Signal.
          02 SigDigit PIC 9(1) OCCURS 9999 TIMES.

      * The tail of the full signal from the message offset to its
      * end, one digit per cell. 1,000,000 digits covers any offset
      * past the midpoint of a feed up to 200 digits long, and the
      * last million digits of any longer one.
       01 TotalLen   PIC 9(9).
       01 MsgOffset  PIC 9(9).
       01 TailLen    PIC 9(7).
       01 TailMax    PIC 9(7) VALUE 1000000.
       01 Tail.
          02 TailDigit PIC 9(1) OCCURS 1000000 TIMES.

       01 Idx        PIC 9(7).
       01 Jdx        PIC 9(5).
       01 SrcPos     PIC 9(9).
       01 RunSum     PIC 9(2).
       01 RecNum     PIC 9(4) VALUE 0.

       01 MsgText    PIC X(8).
       01 LenFmt     PIC Z(8)9.
       01 OffsetFmt  PIC Z(8)9.
       01 TailFmt    PIC Z(6)9.
       01 PhasesFmt  PIC Z(3)9.

       01 TrailCount PIC 9(9) VALUE 0.
       01 TrailSum   PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT InputPath FROM ARGUMENT-VALUE.
           ACCEPT PhasesStr FROM ARGUMENT-VALUE.
           MOVE "AdventOfCode2019-16b" TO AbendProgram.
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

           PERFORM BuildTail.
           PERFORM VARYING PhaseNo FROM 1 UNTIL PhaseNo IS GREATER
                   THAN Phases
            PERFORM RunTailPhase
           END-PERFORM.

           MOVE SPACES TO MsgText.
           PERFORM VARYING Idx FROM 1 UNTIL Idx IS GREATER THAN 8
            MOVE TailDigit(Idx) TO MsgText(Idx:1)
           END-PERFORM.

           PERFORM WriteReport.
           DISPLAY "Message at offset " FUNCTION TRIM(OffsetFmt)
                   ": " MsgText.

           MOVE "AdventOfCode2019-16b" TO AuditProgramId.
           MOVE InputPath TO AuditInputPath.
           MOVE PhasesStr TO AuditArgs.
           MOVE MsgText TO AuditAnswer.
           PERFORM WriteAuditTrail.
           MOVE RecNum TO AcctReads.
           MOVE TrailCount TO AcctLines.
           MOVE "16" TO LedgerDay.
           MOVE "b" TO LedgerPart.
           MOVE MsgText TO LedgerAnswer.
           PERFORM WriteLedger.
           STOP RUN.

      * Subroutine LoadSignal.
      *
      * Read the signal feed into the digit table, every character
      * required to be a decimal digit - the same rule FeedCheck's
      * SIGNAL edit applies.
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
           IF SigLen IS LESS THAN 7
            MOVE "Signal too short to carry an offset" TO AbendReason
            MOVE "after load" TO AbendPosition
            MOVE SPACES TO AbendDetail
            MOVE 4 TO AbendCode
            PERFORM Abend
           END-IF.

      * Subroutine BuildTail.
      *
      * Read the message offset off the first seven digits, check
      * that it lies in the second half of the full signal (the only
      * region the running-sum shortcut is exact for) with room for
      * an eight-digit message after it, and lay out the tail of the
      * repeated signal from there to the end.
      *
      * Uses: Signal, SigLen, Repeats -> MsgOffset, Tail, TailLen
       BuildTail SECTION.
           MOVE 0 TO MsgOffset.
           PERFORM VARYING Idx FROM 1 UNTIL Idx IS GREATER THAN 7
            COMPUTE MsgOffset = MsgOffset * 10 + SigDigit(Idx)
           END-PERFORM.
           COMPUTE TotalLen = SigLen * Repeats.
           MOVE MsgOffset TO OffsetFmt.
           MOVE TotalLen TO LenFmt.
           IF MsgOffset + 8 IS GREATER THAN TotalLen
            MOVE "Message offset runs past the signal" TO AbendReason
            MOVE SPACES TO AbendPosition
            STRING "offset " FUNCTION TRIM(OffsetFmt) " of "
                   FUNCTION TRIM(LenFmt)
             DELIMITED BY SIZE INTO AbendPosition
            END-STRING
            MOVE SPACES TO AbendDetail
            MOVE 4 TO AbendCode
            PERFORM Abend
           END-IF.
           IF MsgOffset * 2 IS LESS THAN TotalLen
            MOVE "Message offset in the first half" TO AbendReason
            MOVE SPACES TO AbendPosition
            STRING "offset " FUNCTION TRIM(OffsetFmt) " of "
                   FUNCTION TRIM(LenFmt)
             DELIMITED BY SIZE INTO AbendPosition
            END-STRING
            MOVE SPACES TO AbendDetail
            MOVE 4 TO AbendCode
            PERFORM Abend
           END-IF.
           IF TotalLen - MsgOffset IS GREATER THAN TailMax
            MOVE "Signal tail exceeds 1000000 digits" TO AbendReason
            MOVE SPACES TO AbendPosition
            STRING "offset " FUNCTION TRIM(OffsetFmt) " of "
                   FUNCTION TRIM(LenFmt)
             DELIMITED BY SIZE INTO AbendPosition
            END-STRING
            MOVE SPACES TO AbendDetail
            MOVE 12 TO AbendCode
            PERFORM Abend
           END-IF.
           COMPUTE TailLen = TotalLen - MsgOffset.
           MOVE TailLen TO TailFmt.
      * Tail cell Idx is 0-based signal position MsgOffset + Idx - 1,
      * which falls on feed digit (position mod SigLen) + 1.
           PERFORM VARYING Idx FROM 1 UNTIL Idx IS GREATER THAN
                   TailLen
            COMPUTE SrcPos = FUNCTION MOD(MsgOffset + Idx - 1,
                    SigLen) + 1
            MOVE SigDigit(SrcPos) TO TailDigit(Idx)
           END-PERFORM.

      * Subroutine RunTailPhase.
      *
      * One FFT phase over the tail: a running sum from the last
      * digit backwards, each cell replaced by the units digit of
      * the sum so far. Only the units digit of the sum ever
      * matters, so it is carried modulo 10.
      *
      * Uses: Tail, TailLen -> Tail
       RunTailPhase SECTION.
           MOVE 0 TO RunSum.
           PERFORM VARYING Idx FROM TailLen BY -1 UNTIL Idx IS LESS
                   THAN 1
            ADD TailDigit(Idx) TO RunSum
            IF RunSum IS GREATER THAN 9
             SUBTRACT 10 FROM RunSum
            END-IF
            MOVE RunSum TO TailDigit(Idx)
           END-PERFORM.

      * Subroutine WriteReport.
      *
      * Write the run's figures to 16b.report under the standard
      * control trailer.
      *
      * Uses: SigLen, TotalLen, MsgOffset, TailLen, Phases, MsgText
      *       -> ReportFile
       WriteReport SECTION.
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
           STRING "Feed length: " SigLen " digit(s), repeated "
                  Repeats " times = " FUNCTION TRIM(LenFmt)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "Message offset: " FUNCTION TRIM(OffsetFmt)
                  "   tail processed: " FUNCTION TRIM(TailFmt)
                  " digit(s)"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "Phases run: " FUNCTION TRIM(PhasesFmt)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "Message: " MsgText
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "TRAILER|" TrailCount "|" TrailSum
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           CLOSE ReportFile.
           DISPLAY "Report written to 16b.report".

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
