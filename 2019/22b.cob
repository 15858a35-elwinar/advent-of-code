       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-22b.

      * Day 22 part two: which card ends up in a given position once
      * the whole shuffle process has been run against a deck of
      * 119315717514047 cards 101741582076661 times in a row. Neither
      * the deck nor the repeats can be simulated. Every technique
      * moves a card at position x to A*x + B modulo the deck size
      * (new stack: -x - 1; cut n: x - n; deal with increment n:
      * n*x), and any chain of such moves is again of that form - so
      * the shuffle file is folded into a single pair A, B as it is
      * read, the pair is raised to the repeat count by repeated
      * squaring (about 47 squarings for the default count), and the
      * composed move is run backwards from the asked-for position
      * with a modular inverse. The found card is put through the
      * composed move forwards again as a check before the answer is
      * released.
      *
      * Widths. A position, card or coefficient is a residue below
      * the deck size: 15 digits for the default deck. The product of
      * two residues runs to 29 digits, which does not fit the S9(18)
      * the rest of the system computes in, and a COMPUTE into a
      * field too narrow drops the high-order digits without a word.
      * So every product here goes through MulMod: into a 30-digit
      * field under ON SIZE ERROR, reduced at once by the deck size.
      * DeckSize is held to 15 digits so the 30 digits - inside the
      * 31-digit limit of extended-precision arithmetic - always
      * suffice; anything that still overflows abends rather than
      * returning a wrong card.
      *
      * Arguments: InputPath [DeckSize] [Repeats] [Position]
      *   DeckSize: cards in the deck, default 119315717514047, at
      *             most 15 digits
      *   Repeats:  times the shuffle process is run, default
      *             101741582076661, at most 15 digits
      *   Position: the position asked about, default 2020

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT InputFile ASSIGN TO InputPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS InputStatus.
       SELECT ReportFile ASSIGN TO "22b.report"
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

       01 DeckStr    PIC X(20).
       01 RepeatStr  PIC X(20).
       01 PosStr     PIC X(20).
       01 DeckSize   PIC 9(15) VALUE 119315717514047.
       01 Repeats    PIC 9(15) VALUE 101741582076661.
       01 DeckPos    PIC 9(15) VALUE 2020.
       01 DeckFmt    PIC Z(14)9.
       01 RepeatFmt  PIC Z(14)9.
       01 PosFmt     PIC Z(14)9.

      * One pass of the shuffle process as A*x + B, then the whole
      * run of Repeats passes as RepA*x + RepB; BaseA/BaseB is the
      * pass raised to successive powers of two while squaring.
       01 CoefA      PIC 9(15).
       01 CoefB      PIC 9(15).
       01 BaseA      PIC 9(15).
       01 BaseB      PIC 9(15).
       01 RepA       PIC 9(15).
       01 RepB       PIC 9(15).
       01 ExpLeft    PIC 9(15).
       01 ExpBit     PIC 9(1).
       01 Squarings  PIC 9(4) VALUE 0.
       01 CoefAFmt   PIC Z(14)9.
       01 CoefBFmt   PIC Z(14)9.
       01 RepAFmt    PIC Z(14)9.
       01 RepBFmt    PIC Z(14)9.

      * MulMod's operands, product and result. MulProd is the one
      * field here wider than a residue - see the width note above.
       01 MulLeft    PIC 9(15).
       01 MulRight   PIC 9(15).
       01 MulProd    PIC 9(30).
       01 MulQuot    PIC 9(16).
       01 MulResult  PIC 9(15).
       01 MulCount   PIC 9(9) VALUE 0.
       01 MulFmt     PIC Z(8)9.

      * Extended Euclid for InvOf: remainders and Bezout
      * coefficients stay below the deck size in magnitude, but a
      * quotient times a coefficient is a product of two of them.
       01 InvOf      PIC 9(15).
       01 InvResult  PIC 9(15).
       01 EuRem0     PIC S9(16).
       01 EuRem1     PIC S9(16).
       01 EuRemNew   PIC S9(16).
       01 EuCo0      PIC S9(16).
       01 EuCo1      PIC S9(16).
       01 EuCoNew    PIC S9(31).
       01 EuQuot     PIC S9(16).

       01 Card       PIC 9(15).
       01 CardFmt    PIC Z(14)9.
       01 CheckPos   PIC 9(15).
       01 Work       PIC S9(18).

       01 RecNum     PIC 9(4) VALUE 0.
       01 TechArg    PIC S9(9).
       01 ArgRes     PIC 9(15).
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
           ACCEPT RepeatStr FROM ARGUMENT-VALUE.
           ACCEPT PosStr FROM ARGUMENT-VALUE.
           MOVE "AdventOfCode2019-22b" TO AbendProgram.
           MOVE InputPath TO AbendInput.
           IF DeckStr IS NOT EQUAL TO SPACES
            AND DeckStr IS NOT EQUAL TO LOW-VALUES
            IF FUNCTION NUMVAL(DeckStr) IS LESS THAN 2
             OR FUNCTION NUMVAL(DeckStr) IS GREATER THAN
                999999999999999
             DISPLAY "DeckSize must be 2 to 15 digits: "
                     FUNCTION TRIM(DeckStr)
             MOVE "DeckSize argument out of range" TO AbendReason
             MOVE "startup arguments" TO AbendPosition
             MOVE DeckStr TO AbendDetail
             MOVE 4 TO AbendCode
             PERFORM Abend
            END-IF
            COMPUTE DeckSize = FUNCTION NUMVAL(DeckStr)
           END-IF.
           IF RepeatStr IS NOT EQUAL TO SPACES
            AND RepeatStr IS NOT EQUAL TO LOW-VALUES
            IF FUNCTION NUMVAL(RepeatStr) IS LESS THAN 1
             OR FUNCTION NUMVAL(RepeatStr) IS GREATER THAN
                999999999999999
             DISPLAY "Repeats must be 1 to 15 digits: "
                     FUNCTION TRIM(RepeatStr)
             MOVE "Repeats argument out of range" TO AbendReason
             MOVE "startup arguments" TO AbendPosition
             MOVE RepeatStr TO AbendDetail
             MOVE 4 TO AbendCode
             PERFORM Abend
            END-IF
            COMPUTE Repeats = FUNCTION NUMVAL(RepeatStr)
           END-IF.
           IF PosStr IS NOT EQUAL TO SPACES
            AND PosStr IS NOT EQUAL TO LOW-VALUES
            IF FUNCTION NUMVAL(PosStr) IS LESS THAN 0
             OR FUNCTION NUMVAL(PosStr) IS NOT LESS THAN DeckSize
             DISPLAY "Position must be below DeckSize: "
                     FUNCTION TRIM(PosStr)
             MOVE "Position argument out of range" TO AbendReason
             MOVE "startup arguments" TO AbendPosition
             MOVE PosStr TO AbendDetail
             MOVE 4 TO AbendCode
             PERFORM Abend
            END-IF
            COMPUTE DeckPos = FUNCTION NUMVAL(PosStr)
           END-IF.
           IF DeckPos IS NOT LESS THAN DeckSize
            DISPLAY "Position must be below DeckSize: " DeckPos
            MOVE "Position argument out of range" TO AbendReason
            MOVE "startup arguments" TO AbendPosition
            MOVE PosStr TO AbendDetail
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
           PERFORM FoldShuffle.
           CLOSE InputFile.

           PERFORM RepeatShuffle.
           PERFORM FindCard.
           MOVE Card TO CardFmt.

           PERFORM WriteReport.
           DISPLAY "Card at position " FUNCTION TRIM(PosFmt) ": "
                   FUNCTION TRIM(CardFmt).

           MOVE "AdventOfCode2019-22b" TO AuditProgramId.
           MOVE InputPath TO AuditInputPath.
           MOVE SPACES TO AuditArgs.
           STRING FUNCTION TRIM(DeckStr) " " FUNCTION TRIM(RepeatStr)
                  " " FUNCTION TRIM(PosStr)
            DELIMITED BY SIZE INTO AuditArgs
           END-STRING.
           MOVE FUNCTION TRIM(CardFmt) TO AuditAnswer.
           PERFORM WriteAuditTrail.
           MOVE RecNum TO AcctReads.
           MOVE TrailCount TO AcctLines.
           MOVE "22" TO LedgerDay.
           MOVE "b" TO LedgerPart.
           MOVE FUNCTION TRIM(CardFmt) TO LedgerAnswer.
           PERFORM WriteLedger.
           STOP RUN.

      * Subroutine FoldShuffle.
      *
      * Read the techniques in order, folding each into the pass's
      * A*x + B: a new stack negates both and takes one more off B,
      * a cut of n takes n off B, a deal with increment n multiplies
      * both by n - all modulo the deck size.
      *
      * Uses: InputFile -> CoefA, CoefB, RecNum, technique counts
       FoldShuffle SECTION.
           MOVE 1 TO CoefA.
           MOVE 0 TO CoefB.
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
              COMPUTE CoefA = FUNCTION MOD(DeckSize - CoefA, DeckSize)
              COMPUTE CoefB = DeckSize - 1 - CoefB
             WHEN InputRec(1:4) IS EQUAL TO "cut "
              ADD 1 TO CutCount
              MOVE InputRec(5:) TO ArgStr
              PERFORM ParseArg
              COMPUTE Work = CoefB - ArgRes
              COMPUTE CoefB = FUNCTION MOD(Work, DeckSize)
             WHEN InputRec(1:20) IS EQUAL TO "deal with increment "
              ADD 1 TO DealCount
              MOVE InputRec(21:) TO ArgStr
              PERFORM ParseArg
              IF TechArg IS NOT GREATER THAN 0
               MOVE "Deal increment is not positive" TO AbendReason
               PERFORM BadRecordAbend
              END-IF
              MOVE CoefA TO MulLeft
              MOVE ArgRes TO MulRight
              PERFORM MulMod
              MOVE MulResult TO CoefA
              MOVE CoefB TO MulLeft
              PERFORM MulMod
              MOVE MulResult TO CoefB
             WHEN OTHER
              MOVE "Unknown shuffle technique" TO AbendReason
              PERFORM BadRecordAbend
            END-EVALUATE
            MOVE SPACES TO InputRec
            READ InputFile
             AT END SET EndOfInput TO TRUE
            END-READ
           END-PERFORM.

      * Subroutine RepeatShuffle.
      *
      * Raise the pass to the Repeats-th power by repeated squaring.
      * Composing A2*x + B2 after A1*x + B1 gives A2*A1*x +
      * (A2*B1 + B2); the repeat count is read off bit by bit, the
      * pass doubled each time, and each set bit's power composed
      * into the running result.
      *
      * Uses: CoefA, CoefB, Repeats -> RepA, RepB, Squarings
       RepeatShuffle SECTION.
           MOVE 1 TO RepA.
           MOVE 0 TO RepB.
           MOVE CoefA TO BaseA.
           MOVE CoefB TO BaseB.
           MOVE Repeats TO ExpLeft.
           PERFORM UNTIL ExpLeft IS EQUAL TO 0
            DIVIDE ExpLeft BY 2 GIVING ExpLeft REMAINDER ExpBit
            IF ExpBit IS EQUAL TO 1
             MOVE BaseA TO MulLeft
             MOVE RepB TO MulRight
             PERFORM MulMod
             COMPUTE RepB = FUNCTION MOD(MulResult + BaseB, DeckSize)
             MOVE RepA TO MulRight
             PERFORM MulMod
             MOVE MulResult TO RepA
            END-IF
            IF ExpLeft IS GREATER THAN 0
             ADD 1 TO Squarings
             MOVE BaseA TO MulLeft
             MOVE BaseB TO MulRight
             PERFORM MulMod
             COMPUTE BaseB = FUNCTION MOD(MulResult + BaseB, DeckSize)
             MOVE BaseA TO MulRight
             PERFORM MulMod
             MOVE MulResult TO BaseA
            END-IF
           END-PERFORM.

      * Subroutine FindCard.
      *
      * Run the composed move backwards: the card that lands on
      * Position is (Position - RepB) / RepA modulo the deck size,
      * the division done as a product with RepA's inverse. The card
      * is then run forwards through RepA*x + RepB, and anything but
      * Position coming back is an abend.
      *
      * Uses: RepA, RepB, Position -> Card
       FindCard SECTION.
           MOVE RepA TO InvOf.
           PERFORM InvMod.
           COMPUTE Work = DeckPos - RepB.
           COMPUTE MulLeft = FUNCTION MOD(Work, DeckSize).
           MOVE InvResult TO MulRight.
           PERFORM MulMod.
           MOVE MulResult TO Card.

           MOVE RepA TO MulLeft.
           MOVE Card TO MulRight.
           PERFORM MulMod.
           COMPUTE CheckPos = FUNCTION MOD(MulResult + RepB, DeckSize).
           IF CheckPos IS NOT EQUAL TO DeckPos
            MOVE "Card found does not shuffle back to Position"
              TO AbendReason
            MOVE SPACES TO AbendPosition
            STRING "card " Card " lands at " CheckPos
             DELIMITED BY SIZE INTO AbendPosition
            END-STRING
            MOVE SPACES TO AbendDetail
            STRING "RepA " RepA " RepB " RepB
             DELIMITED BY SIZE INTO AbendDetail
            END-STRING
            PERFORM Abend
           END-IF.

      * Subroutine MulMod.
      *
      * MulLeft times MulRight modulo the deck size. The product is
      * taken whole in the 30-digit MulProd and reduced by division,
      * never truncated: a product that will not fit is an abend.
      *
      * Uses: MulLeft, MulRight, DeckSize -> MulResult, MulCount
       MulMod SECTION.
           ADD 1 TO MulCount.
           COMPUTE MulProd = MulLeft * MulRight
            ON SIZE ERROR
             MOVE "Modular product overflows MulProd" TO AbendReason
             MOVE SPACES TO AbendPosition
             STRING "MulLeft " MulLeft " MulRight " MulRight
              DELIMITED BY SIZE INTO AbendPosition
             END-STRING
             MOVE SPACES TO AbendDetail
             STRING "DeckSize " DeckSize
              DELIMITED BY SIZE INTO AbendDetail
             END-STRING
             PERFORM Abend
           END-COMPUTE.
           DIVIDE MulProd BY DeckSize GIVING MulQuot
            REMAINDER MulResult.

      * Subroutine InvMod.
      *
      * The inverse of InvOf modulo the deck size, by the extended
      * Euclidean algorithm. It exists only when the two share no
      * factor - always for a prime deck, and for any deck whose
      * increments are coprime with it - otherwise the shuffle is
      * not a true permutation and the run abends.
      *
      * Uses: InvOf, DeckSize -> InvResult
       InvMod SECTION.
           MOVE DeckSize TO EuRem0.
           MOVE InvOf TO EuRem1.
           MOVE 0 TO EuCo0.
           MOVE 1 TO EuCo1.
           PERFORM UNTIL EuRem1 IS EQUAL TO 0
            DIVIDE EuRem0 BY EuRem1 GIVING EuQuot
            COMPUTE EuRemNew = EuRem0 - EuQuot * EuRem1
            COMPUTE EuCoNew = EuCo0 - EuQuot * EuCo1
            MOVE EuRem1 TO EuRem0
            MOVE EuRemNew TO EuRem1
            MOVE EuCo1 TO EuCo0
            MOVE EuCoNew TO EuCo1
           END-PERFORM.
           IF EuRem0 IS NOT EQUAL TO 1
            MOVE "Shuffle is not invertible for this deck"
              TO AbendReason
            MOVE SPACES TO AbendPosition
            STRING "multiplier " InvOf " shares factor " EuRem0
             DELIMITED BY SIZE INTO AbendPosition
            END-STRING
            MOVE SPACES TO AbendDetail
            STRING "DeckSize " DeckSize
             DELIMITED BY SIZE INTO AbendDetail
            END-STRING
            MOVE 4 TO AbendCode
            PERFORM Abend
           END-IF.
           COMPUTE InvResult = FUNCTION MOD(EuCo0, DeckSize).

      * Subroutine ParseArg.
      *
      * Class-test a technique's count (optional leading minus, then
      * digits) and convert it; more than nine digits is rejected
      * rather than truncated. ArgRes is the count reduced into the
      * deck, 0 to DeckSize - 1.
      *
      * Uses: ArgStr -> TechArg, ArgRes
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
           COMPUTE ArgRes = FUNCTION MOD(TechArg, DeckSize).

      * Subroutine WriteReport.
      *
      * Write the run's figures to 22b.report under the standard
      * control trailer: the single-pass and repeated coefficients,
      * the cost in modular products, the card, and the check.
      *
      * Uses: coefficients, counts, Card -> ReportFile
       WriteReport SECTION.
           MOVE DeckSize TO DeckFmt.
           MOVE Repeats TO RepeatFmt.
           MOVE DeckPos TO PosFmt.
           MOVE CoefA TO CoefAFmt.
           MOVE CoefB TO CoefBFmt.
           MOVE RepA TO RepAFmt.
           MOVE RepB TO RepBFmt.
           MOVE MulCount TO MulFmt.
           OPEN OUTPUT ReportFile.
      * Every report leads with its provenance: who made it,
      * when, from which feed (and fingerprint), under which
      * control values.
           MOVE InputPath TO ProvFeedPath.
           MOVE SPACES TO ProvCtl.
           STRING "Deck=" FUNCTION TRIM(DeckFmt)
                  ",Repeats=" FUNCTION TRIM(RepeatFmt)
                  ",Pos=" FUNCTION TRIM(PosFmt)
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
           STRING "One pass:   x -> " FUNCTION TRIM(CoefAFmt)
                  " * x + " FUNCTION TRIM(CoefBFmt)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "All passes: x -> " FUNCTION TRIM(RepAFmt)
                  " * x + " FUNCTION TRIM(RepBFmt)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "Squarings: " Squarings
                  "   Modular products: " FUNCTION TRIM(MulFmt)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "Card at position " FUNCTION TRIM(PosFmt) ": "
                  FUNCTION TRIM(CardFmt)
                  " (checked: shuffles back to the same position)"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "TRAILER|" TrailCount "|" TrailSum
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           CLOSE ReportFile.
           DISPLAY "Report written to 22b.report".

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
