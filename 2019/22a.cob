       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-22a.

      * Day 22 part one: the shuffle process is a list of techniques,
      * one per record - "deal into new stack", "cut n" and "deal with
      * increment n" (FeedCheck's SHUFFLE edit checks the wording up
      * front) - applied in order to a factory-order deck. Only one
      * card is asked about, so the deck is never laid out: the
      * card's position is carried through each technique, which
      * keeps the run the same size however large the deck. The
      * answer is where the card ends up; it lands in results.ledger
      * and audit.log via the shared copybooks, and 22a.report
      * carries the run's figures under a control trailer.
      *
      * Arguments: InputPath [DeckSize] [Card]
      *   DeckSize: cards in the deck, default 10007
      *   Card:     the card followed, default 2019

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT InputFile ASSIGN TO InputPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS InputStatus.
       SELECT ReportFile ASSIGN TO "22a.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "ProvFeed.cpy".
       COPY "AuditTrail.cpy".
       COPY "AbendDump.cpy".
       COPY "ResultsLedger.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD InputFile RECORD IS VARYING IN SIZE FROM 1 TO 200
          CHARACTERS.
       01 InputRec    PIC X(200).
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
       COPY "ProvFields.cpy".
       COPY "AbendFields.cpy".
       COPY "AuditTrailFields.cpy".
       COPY "ResultsLedgerFields.cpy".

       01 DeckStr    PIC X(12).
       01 CardStr    PIC X(12).
       01 DeckSize   PIC 9(9) VALUE 10007.
       01 Card       PIC 9(9) VALUE 2019.
       01 DeckFmt    PIC Z(8)9.
       01 CardFmt    PIC Z(8)9.

      * The card's position, carried through the techniques. The
      * largest intermediate is a position times an increment: nine
      * digits by at most nine, well inside S9(18).
       01 Pos        PIC S9(18).
       01 PosFmt     PIC Z(8)9.

       01 RecNum     PIC 9(4) VALUE 0.
       01 TechArg    PIC S9(9).
       01 ArgStr     PIC X(12).
       01 Cdx        PIC 9(2).
       01 TokOk      PIC 9(1).
       01 StackCount PIC 9(4) VALUE 0.
       01 CutCount   PIC 9(4) VALUE 0.
       01 DealCount  PIC 9(4) VALUE 0.

       01 TrailCount PIC 9(9) VALUE 0.
       01 TrailSum   PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT InputPath FROM ARGUMENT-VALUE.
           ACCEPT DeckStr FROM ARGUMENT-VALUE.
           ACCEPT CardStr FROM ARGUMENT-VALUE.
           MOVE "AdventOfCode2019-22a" TO AbendProgram.
           MOVE InputPath TO AbendInput.
           IF DeckStr IS NOT EQUAL TO SPACES
            AND DeckStr IS NOT EQUAL TO LOW-VALUES
            IF FUNCTION NUMVAL(DeckStr) IS LESS THAN 2
             OR FUNCTION NUMVAL(DeckStr) IS GREATER THAN 999999999
             DISPLAY "DeckSize must be 2 to 999999999: "
                     FUNCTION TRIM(DeckStr)
             MOVE "DeckSize argument out of range" TO AbendReason
             MOVE "startup arguments" TO AbendPosition
             MOVE DeckStr TO AbendDetail
             MOVE 4 TO AbendCode
             PERFORM Abend
            END-IF
            COMPUTE DeckSize = FUNCTION NUMVAL(DeckStr)
           END-IF.
           IF CardStr IS NOT EQUAL TO SPACES
            AND CardStr IS NOT EQUAL TO LOW-VALUES
            COMPUTE Card = FUNCTION NUMVAL(CardStr)
           END-IF.
           IF Card IS NOT LESS THAN DeckSize
            DISPLAY "Card must be below DeckSize: " Card
            MOVE "Card argument out of range" TO AbendReason
            MOVE "startup arguments" TO AbendPosition
            MOVE CardStr TO AbendDetail
            MOVE 4 TO AbendCode
            PERFORM Abend
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
           MOVE Card TO Pos.
           PERFORM ShuffleCard.
           CLOSE InputFile.
           MOVE Pos TO PosFmt.

           PERFORM WriteReport.
           DISPLAY "Position of card " FUNCTION TRIM(CardFmt) ": "
                   FUNCTION TRIM(PosFmt).

           MOVE "AdventOfCode2019-22a" TO AuditProgramId.
           MOVE InputPath TO AuditInputPath.
           MOVE SPACES TO AuditArgs.
           STRING FUNCTION TRIM(DeckStr) " " FUNCTION TRIM(CardStr)
            DELIMITED BY SIZE INTO AuditArgs
           END-STRING.
           MOVE FUNCTION TRIM(PosFmt) TO AuditAnswer.
           PERFORM WriteAuditTrail.
           MOVE RecNum TO AcctReads.
           MOVE TrailCount TO AcctLines.
           MOVE "22" TO LedgerDay.
           MOVE "a" TO LedgerPart.
           MOVE FUNCTION TRIM(PosFmt) TO LedgerAnswer.
           PERFORM WriteLedger.
           STOP RUN.

      * Subroutine ShuffleCard.
      *
      * Read the techniques in order and move the card's position
      * through each: a new stack mirrors it, a cut of n moves it n
      * places toward the top (wrapping round), and a deal with
      * increment n sends it to n times its position round the deck.
      *
      * Uses: InputFile, Pos -> Pos, RecNum, technique counts
       ShuffleCard SECTION.
           MOVE SPACES TO InputRec.
           READ InputFile
            AT END SET EndOfInput TO TRUE
           END-READ.
           PERFORM UNTIL EndOfInput
            ADD 1 TO RecNum
            EVALUATE TRUE
             WHEN FUNCTION TRIM(InputRec) IS EQUAL TO SPACES
              CONTINUE
             WHEN InputRec IS EQUAL TO "deal into new stack"
              ADD 1 TO StackCount
              COMPUTE Pos = DeckSize - 1 - Pos
             WHEN InputRec(1:4) IS EQUAL TO "cut "
              ADD 1 TO CutCount
              MOVE InputRec(5:) TO ArgStr
              PERFORM ParseArg
              COMPUTE Pos = FUNCTION MOD(Pos - TechArg, DeckSize)
             WHEN InputRec(1:20) IS EQUAL TO "deal with increment "
              ADD 1 TO DealCount
              MOVE InputRec(21:) TO ArgStr
              PERFORM ParseArg
              IF TechArg IS NOT GREATER THAN 0
               MOVE "Deal increment is not positive" TO AbendReason
               PERFORM BadRecordAbend
              END-IF
              COMPUTE Pos = FUNCTION MOD(Pos * TechArg, DeckSize)
             WHEN OTHER
              MOVE "Unknown shuffle technique" TO AbendReason
              PERFORM BadRecordAbend
            END-EVALUATE
            MOVE SPACES TO InputRec
            READ InputFile
             AT END SET EndOfInput TO TRUE
            END-READ
           END-PERFORM.

      * Subroutine ParseArg.
      *
      * Class-test a technique's count (optional leading minus, then
      * digits) and convert it; more than nine digits is rejected
      * rather than truncated.
      *
      * Uses: ArgStr -> TechArg
       ParseArg SECTION.
           MOVE 1 TO TokOk.
           MOVE FUNCTION TRIM(ArgStr) TO ArgStr.
           IF ArgStr IS EQUAL TO SPACES OR ArgStr IS EQUAL TO "-"
            MOVE 0 TO TokOk
           END-IF.
           PERFORM VARYING Cdx FROM 1 UNTIL Cdx > 12
            IF ArgStr(Cdx:1) IS EQUAL TO SPACE
             EXIT PERFORM
            END-IF
            IF ArgStr(Cdx:1) IS EQUAL TO "-" AND Cdx IS EQUAL TO 1
             CONTINUE
            ELSE
             IF ArgStr(Cdx:1) IS LESS THAN "0"
              OR ArgStr(Cdx:1) IS GREATER THAN "9"
              MOVE 0 TO TokOk
              EXIT PERFORM
             END-IF
            END-IF
           END-PERFORM.
           IF TokOk IS EQUAL TO 0
            MOVE "Technique count is not a number" TO AbendReason
            PERFORM BadRecordAbend
           END-IF.
           COMPUTE TechArg = FUNCTION NUMVAL(ArgStr)
            ON SIZE ERROR
             MOVE "Technique count exceeds nine digits" TO AbendReason
             PERFORM BadRecordAbend
           END-COMPUTE.

      * Subroutine WriteReport.
      *
      * Write the run's figures to 22a.report under the standard
      * control trailer.
      *
      * Uses: technique counts, DeckSize, Card, Pos -> ReportFile
       WriteReport SECTION.
           MOVE DeckSize TO DeckFmt.
           MOVE Card TO CardFmt.
           OPEN OUTPUT ReportFile.
      * Every report leads with its provenance: who made it,
      * when, from which feed (and fingerprint), under which
      * control values.
           MOVE InputPath TO ProvFeedPath.
           MOVE SPACES TO ProvCtl.
           STRING "DeckSize=" FUNCTION TRIM(DeckFmt)
                  ",Card=" FUNCTION TRIM(CardFmt)
            DELIMITED BY SIZE INTO ProvCtl
           END-STRING.
           PERFORM BuildProvenance.
           MOVE ProvRec TO ReportRec.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "Techniques: " StackCount " new stack, "
                  CutCount " cut, " DealCount " deal with increment"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "Card " FUNCTION TRIM(CardFmt) " of "
                  FUNCTION TRIM(DeckFmt) " ends at position "
                  FUNCTION TRIM(PosFmt)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "TRAILER|" TrailCount "|" TrailSum
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           CLOSE ReportFile.
           DISPLAY "Report written to 22a.report".

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

      * Subroutine BadRecordAbend.
      *
      * Abend on a malformed technique record with its record number,
      * per the shop convention (4 = data rejected).
      *
      * Uses: AbendReason, RecNum, InputRec
       BadRecordAbend SECTION.
           MOVE SPACES TO AbendPosition.
           STRING "record " RecNum
            DELIMITED BY SIZE INTO AbendPosition
           END-STRING.
           MOVE InputRec(1:80) TO AbendDetail.
           MOVE 4 TO AbendCode.
           PERFORM Abend.

           COPY "ProvWrite.cpy".

           COPY "AbendWrite.cpy".

           COPY "AuditTrailWrite.cpy".
           COPY "ResultsLedgerWrite.cpy".
