       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BlindFile ASSIGN TO "10a.blindspots"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ConstraintFile ASSIGN USING ConstraintPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ConstraintStatus.
       SELECT SitingFile ASSIGN TO "10a.siting"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "ProvFeed.cpy".
       COPY "AuditTrail.cpy".
       COPY "RunControl.cpy".
       COPY "AbendDump.cpy".
       COPY "ResultsLedger.cpy".

       FD BlindFile.
       01 BlindRec PIC X(60).

      * ConstraintFile is the siting board's ruling, one constraint
      * per record in the report's row/column coordinates ("*"
      * records are comments):
      *   ZONE|zoneid|row1|col1|row2|col2   restricted rectangle
      *   EXCLUDE|row|col|reason            body that cannot host
      *   MUSTSEE|row|col                   priority target any site
      *                                     must have in sight
       FD ConstraintFile.
       01 ConstraintRec PIC X(80).
       88 EndOfConstraints VALUE HIGH-VALUES.

      * SitingFile names, for every candidate that outranked the
      * chosen site, the constraint(s) that knocked it out.
       FD SitingFile.
       01 SitingRec PIC X(200).

       COPY "ProvFeedFD.cpy".

       COPY "AbendDumpFD.cpy".

       COPY "RunControlFD.cpy".

       COPY "AuditTrailFD.cpy".
       COPY "ResultsLedgerFD.cpy".

       01 InputStatus PIC X(2).
       COPY "ProvFields.cpy".
       COPY "AbendFields.cpy".
       COPY "RunControlFields.cpy".
       COPY "AuditTrailFields.cpy".
       COPY "ResultsLedgerFields.cpy".
       01 InputLen PIC 9(4).
       01 BlkAbsFmt PIC Z(2).
       01 BlkOrdFmt PIC Z(2).

      * Siting constraints: ConstraintPath (optional argument 2, or
      * run.control "10a|ConstraintPath") names the siting board's
      * constraints file. With one in force, only admissible
      * candidates - outside every restricted zone, not excluded,
      * and with every must-see target in sight - are ranked in
      * 10a.report, so the top line (which RunAll hands to 10b) is
      * the best admissible station; the candidates that outranked
      * it are listed in 10a.siting with what ruled each one out.
      * SPACES (the default) leaves every asteroid a candidate.
       01 ConstraintPath   PIC X(50).
       01 ConstraintStatus PIC X(2).
       01 ConRecNum        PIC 9(5) VALUE 0.
       01 ConFld1          PIC X(10).
       01 ConFld2          PIC X(10).
       01 ConFld3          PIC X(10).
       01 ConFld4          PIC X(30).
       01 ConFld5          PIC X(10).
       01 ConFld6          PIC X(10).
       01 ZoneTable.
          02 ZoneCount PIC 9(3) VALUE 0.
          02 ZoneEntry OCCURS 100 TIMES.
             03 ZoneId     PIC X(10).
             03 ZoneAbsLo  PIC 9(2).
             03 ZoneAbsHi  PIC 9(2).
             03 ZoneOrdLo  PIC 9(2).
             03 ZoneOrdHi  PIC 9(2).
       01 ExclTable.
          02 ExclCount PIC 9(3) VALUE 0.
          02 ExclEntry OCCURS 500 TIMES.
             03 ExclAbs    PIC 9(2).
             03 ExclOrd    PIC 9(2).
             03 ExclReason PIC X(20).
       01 MustTable.
          02 MustCount PIC 9(3) VALUE 0.
          02 MustEntry OCCURS 100 TIMES.
             03 MustAbs    PIC 9(2).
             03 MustOrd    PIC 9(2).
       01 Cdx              PIC 9(3).
       01 ConSwap          PIC 9(2).
       01 Admissible       PIC 9(1).
       01 AdmCount         PIC 9(4) VALUE 0.
      * StationOrd is the chosen station's reading-order ordinal in
      * the feed - the numbering 10b selects its station by - kept on
      * the audit entry so the cross-day checks can hold 10b's
      * station to this one.
       01 StationOrd       PIC 9(4) VALUE 0.
       01 StationNote      PIC X(20).
       01 RejCount         PIC 9(4) VALUE 0.
       01 AdmRoid          PIC X(8) OCCURS 9999 TIMES.
       01 RejRoid          PIC X(8) OCCURS 9999 TIMES.
       01 Blocked          PIC 9(1).
       01 RejText          PIC X(150).
       01 RejPtr           PIC 9(3).
       01 SitingCount      PIC 9(9) VALUE 0.
       01 SitingSum        PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT InputPath FROM ARGUMENT-VALUE.
           MOVE "AdventOfCode2019-10a" TO AbendProgram.
           MOVE InputPath TO AbendInput.
           ACCEPT ConstraintPath FROM ARGUMENT-VALUE.
           IF ConstraintPath IS EQUAL TO SPACES
            OR ConstraintPath IS EQUAL TO LOW-VALUES
            MOVE "10a" TO CtlProgram
            MOVE "ConstraintPath" TO CtlParam
            PERFORM GetControlParam
            MOVE CtlValue TO ConstraintPath
           END-IF.
           IF ConstraintPath IS EQUAL TO LOW-VALUES
            MOVE SPACES TO ConstraintPath
           END-IF.
           IF ConstraintPath IS NOT EQUAL TO SPACES
            PERFORM LoadConstraints
           END-IF.
           OPEN INPUT InputFile.
           IF InputStatus IS NOT EQUAL TO "00"
            DISPLAY "Input file not found: "
           END-PERFORM.

           PERFORM SortRoids.
           IF ConstraintPath IS NOT EQUAL TO SPACES
            PERFORM ApplyConstraints
           ELSE
            MOVE RoidsLen TO AdmCount
           END-IF.
           PERFORM WriteReport.
           IF AdmCount IS GREATER THAN 0
            PERFORM BlindSpotReport
           END-IF.

           DISPLAY " "
           DISPLAY BestLoS.
           MOVE "AdventOfCode2019-10a" TO AuditProgramId.
           MOVE InputPath TO AuditInputPath.
           MOVE SPACES TO AuditArgs.
           MOVE SPACES TO StationNote.
           IF AdmCount IS GREATER THAN 0
            PERFORM StationOrdinal
            STRING " station=" StationOrd
             DELIMITED BY SIZE INTO StationNote
            END-STRING
           END-IF.
           IF ConstraintPath IS NOT EQUAL TO SPACES
            STRING "constraints=" FUNCTION TRIM(ConstraintPath)
                   StationNote
             DELIMITED BY SIZE INTO AuditArgs
            END-STRING
           ELSE
            MOVE StationNote(2:) TO AuditArgs
           END-IF.
           MOVE BestLoS TO AuditAnswer.
           PERFORM WriteAuditTrail.
           MOVE RoidsLen TO AcctReads.
           MOVE RoidsLen TO AcctLines.
           MOVE "ASTEROIDS" TO CapName.
           MOVE 9999 TO CapLimit.
           MOVE RoidsLen TO CapUsed.
           PERFORM NoteCapacity.
           MOVE "10" TO LedgerDay.
           MOVE "a" TO LedgerPart.
           MOVE BestLoS TO LedgerAnswer.
           PERFORM WriteLedger.
           IF AdmCount IS EQUAL TO 0
            MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

            END-PERFORM
           END-PERFORM.

      * Subroutine StationOrdinal.
      *
      * The chosen station's (Roids(1)) ordinal in the feed's reading
      * order: how many asteroids lie on earlier rows, or on its own
      * row up to and including its column.
      *
      * Uses: Roids, RoidsLen -> StationOrd
       StationOrdinal SECTION.
           MOVE 0 TO StationOrd.
           PERFORM VARYING Idx FROM 1 UNTIL Idx > RoidsLen
            IF Abs(Idx) IS LESS THAN Abs(1)
             OR (Abs(Idx) IS EQUAL TO Abs(1)
                 AND Ord(Idx) IS NOT GREATER THAN Ord(1))
             ADD 1 TO StationOrd
            END-IF
           END-PERFORM.

      * Subroutine WriteReport.
      *
      * Write every asteroid's coordinates and line-of-sight count
      * (already sorted descending) to ReportFile and echo it to the
      * console, so every candidate station site can be compared
      * instead of only learning the single best one. Under siting
      * constraints only the admissible candidates are listed.
      *
      * Uses: Roids, AdmCount
       WriteReport SECTION.
           OPEN OUTPUT ReportFile.
      * Every report leads with its provenance: who made it,
           WRITE ReportRec.
           MOVE "Abs  Ord  LoS" TO ReportRec.
           WRITE ReportRec.
           PERFORM VARYING Idx FROM 1 UNTIL Idx > AdmCount
            MOVE Abs(Idx)      TO AbsFmt
            MOVE Ord(Idx)      TO OrdFmt
            MOVE LosCount(Idx) TO LosCountFmt
            WRITE ReportRec
           END-PERFORM.
           MOVE 0 TO RptSum.
           PERFORM VARYING Idx FROM 1 UNTIL Idx > AdmCount
            COMPUTE RptSum = FUNCTION MOD(RptSum + LosCount(Idx),
                    1000000000)
           END-PERFORM.
           MOVE SPACES TO ReportRec.
           STRING "TRAILER|" AdmCount "|" RptSum
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           CLOSE BlindFile.
           DISPLAY HiddenCount " blind spot(s) - see 10a.blindspots".

      * Subroutine LoadConstraints.
      *
      * Load the siting board's constraints file into the zone,
      * exclusion and must-see tables. A missing file stops the run
      * rather than siting the station unconstrained; a record that
      * does not parse is rejected with its record number.
      *
      * Uses: ConstraintPath -> ZoneTable, ExclTable, MustTable
       LoadConstraints SECTION.
           OPEN INPUT ConstraintFile.
           IF ConstraintStatus IS NOT EQUAL TO "00"
            DISPLAY "Constraints file not found: "
                FUNCTION TRIM(ConstraintPath)
            MOVE "Constraints file not found" TO AbendReason
            MOVE ConstraintPath TO AbendInput
            MOVE "startup open" TO AbendPosition
            MOVE SPACES TO AbendDetail
            MOVE 8 TO AbendCode
            PERFORM Abend
           END-IF.
           MOVE SPACES TO ConstraintRec.
           READ ConstraintFile
            AT END SET EndOfConstraints TO TRUE
           END-READ.
           PERFORM UNTIL EndOfConstraints
            ADD 1 TO ConRecNum
            IF FUNCTION TRIM(ConstraintRec) IS NOT EQUAL TO SPACES
             AND ConstraintRec(1:1) IS NOT EQUAL TO "*"
             MOVE SPACES TO ConFld1 ConFld2 ConFld3 ConFld4 ConFld5
                            ConFld6
             UNSTRING ConstraintRec DELIMITED BY "|"
              INTO ConFld1 ConFld2 ConFld3 ConFld4 ConFld5 ConFld6
             END-UNSTRING
             EVALUATE FUNCTION UPPER-CASE(ConFld1)
              WHEN "ZONE"
               PERFORM LoadZone
              WHEN "EXCLUDE"
               PERFORM LoadExclusion
              WHEN "MUSTSEE"
               PERFORM LoadMustSee
              WHEN OTHER
               MOVE "Unknown siting constraint" TO AbendReason
               PERFORM BadConstraintAbend
             END-EVALUATE
            END-IF
            MOVE SPACES TO ConstraintRec
            READ ConstraintFile
             AT END SET EndOfConstraints TO TRUE
            END-READ
           END-PERFORM.
           CLOSE ConstraintFile.

      * Subroutine LoadZone.
      *
      * Add one restricted rectangle, its corners given in either
      * order.
      *
      * Uses: ConFld2-ConFld6 -> ZoneTable
       LoadZone SECTION.
           IF ZoneCount IS EQUAL TO 100
            MOVE "More than 100 restricted zones" TO AbendReason
            PERFORM BadConstraintAbend
           END-IF.
           IF ConFld3 IS EQUAL TO SPACES OR ConFld4 IS EQUAL TO SPACES
            OR ConFld5 IS EQUAL TO SPACES OR ConFld6 IS EQUAL TO SPACES
            OR FUNCTION TEST-NUMVAL(ConFld3) IS NOT EQUAL TO 0
            OR FUNCTION TEST-NUMVAL(ConFld4) IS NOT EQUAL TO 0
            OR FUNCTION TEST-NUMVAL(ConFld5) IS NOT EQUAL TO 0
            OR FUNCTION TEST-NUMVAL(ConFld6) IS NOT EQUAL TO 0
            MOVE "Zone corner is not a number" TO AbendReason
            PERFORM BadConstraintAbend
           END-IF.
           ADD 1 TO ZoneCount.
           MOVE ConFld2 TO ZoneId(ZoneCount).
           COMPUTE ZoneAbsLo(ZoneCount) = FUNCTION NUMVAL(ConFld3).
           COMPUTE ZoneOrdLo(ZoneCount) = FUNCTION NUMVAL(ConFld4).
           COMPUTE ZoneAbsHi(ZoneCount) = FUNCTION NUMVAL(ConFld5).
           COMPUTE ZoneOrdHi(ZoneCount) = FUNCTION NUMVAL(ConFld6).
           IF ZoneAbsLo(ZoneCount) IS GREATER THAN ZoneAbsHi(ZoneCount)
            MOVE ZoneAbsLo(ZoneCount) TO ConSwap
            MOVE ZoneAbsHi(ZoneCount) TO ZoneAbsLo(ZoneCount)
            MOVE ConSwap TO ZoneAbsHi(ZoneCount)
           END-IF.
           IF ZoneOrdLo(ZoneCount) IS GREATER THAN ZoneOrdHi(ZoneCount)
            MOVE ZoneOrdLo(ZoneCount) TO ConSwap
            MOVE ZoneOrdHi(ZoneCount) TO ZoneOrdLo(ZoneCount)
            MOVE ConSwap TO ZoneOrdHi(ZoneCount)
           END-IF.

      * Subroutine LoadExclusion.
      *
      * Add one excluded coordinate with the board's reason.
      *
      * Uses: ConFld2-ConFld4 -> ExclTable
       LoadExclusion SECTION.
           IF ExclCount IS EQUAL TO 500
            MOVE "More than 500 excluded bodies" TO AbendReason
            PERFORM BadConstraintAbend
           END-IF.
           IF ConFld2 IS EQUAL TO SPACES OR ConFld3 IS EQUAL TO SPACES
            OR FUNCTION TEST-NUMVAL(ConFld2) IS NOT EQUAL TO 0
            OR FUNCTION TEST-NUMVAL(ConFld3) IS NOT EQUAL TO 0
            MOVE "Excluded coordinate is not a number" TO AbendReason
            PERFORM BadConstraintAbend
           END-IF.
           ADD 1 TO ExclCount.
           COMPUTE ExclAbs(ExclCount) = FUNCTION NUMVAL(ConFld2).
           COMPUTE ExclOrd(ExclCount) = FUNCTION NUMVAL(ConFld3).
           MOVE ConFld4 TO ExclReason(ExclCount).
           IF ExclReason(ExclCount) IS EQUAL TO SPACES
            MOVE "excluded" TO ExclReason(ExclCount)
           END-IF.

      * Subroutine LoadMustSee.
      *
      * Add one priority target every admissible site must see.
      *
      * Uses: ConFld2-ConFld3 -> MustTable
       LoadMustSee SECTION.
           IF MustCount IS EQUAL TO 100
            MOVE "More than 100 must-see targets" TO AbendReason
            PERFORM BadConstraintAbend
           END-IF.
           IF ConFld2 IS EQUAL TO SPACES OR ConFld3 IS EQUAL TO SPACES
            OR FUNCTION TEST-NUMVAL(ConFld2) IS NOT EQUAL TO 0
            OR FUNCTION TEST-NUMVAL(ConFld3) IS NOT EQUAL TO 0
            MOVE "Must-see coordinate is not a number" TO AbendReason
            PERFORM BadConstraintAbend
           END-IF.
           ADD 1 TO MustCount.
           COMPUTE MustAbs(MustCount) = FUNCTION NUMVAL(ConFld2).
           COMPUTE MustOrd(MustCount) = FUNCTION NUMVAL(ConFld3).

      * Subroutine ApplyConstraints.
      *
      * Walk the ranked candidates, test each against the siting
      * constraints, and reorder Roids so the admissible ones lead in
      * rank order (the rejected ones follow, still there to block
      * sight lines). Every candidate ranked above the first
      * admissible one is written to 10a.siting with what ruled it
      * out; BestLoS becomes the chosen site's count.
      *
      * Uses: Roids, RoidsLen, constraint tables -> Roids, AdmCount,
      *       BestLoS, SitingFile
       ApplyConstraints SECTION.
           OPEN OUTPUT SitingFile.
      * Every report leads with its provenance: who made it,
      * when, from which feed (and fingerprint), under which
      * control values.
           MOVE InputPath TO ProvFeedPath.
           MOVE SPACES TO ProvCtl.
           STRING "ConstraintPath=" FUNCTION TRIM(ConstraintPath)
            DELIMITED BY SIZE INTO ProvCtl
           END-STRING.
           PERFORM BuildProvenance.
           MOVE ProvRec TO SitingRec.
           PERFORM WriteSitingRec.
           MOVE SPACES TO SitingRec.
           STRING "Station siting under " FUNCTION TRIM(ConstraintPath)
                  ": " ZoneCount " zone(s), " ExclCount
                  " excluded body(ies), " MustCount
                  " must-see target(s)"
            DELIMITED BY SIZE INTO SitingRec
           END-STRING.
           PERFORM WriteSitingRec.
           MOVE SPACES TO SitingRec.
           PERFORM WriteSitingRec.
           MOVE "Abs  Ord  LoS   Ruled out by" TO SitingRec.
           PERFORM WriteSitingRec.
           MOVE 0 TO AdmCount.
           MOVE 0 TO RejCount.
           PERFORM VARYING Idx FROM 1 UNTIL Idx > RoidsLen
            PERFORM CheckAdmissible
            IF Admissible IS EQUAL TO 1
             ADD 1 TO AdmCount
             MOVE Roids(Idx) TO AdmRoid(AdmCount)
            ELSE
             ADD 1 TO RejCount
             MOVE Roids(Idx) TO RejRoid(RejCount)
             IF AdmCount IS EQUAL TO 0
              MOVE Abs(Idx) TO AbsFmt
              MOVE Ord(Idx) TO OrdFmt
              MOVE LosCount(Idx) TO LosCountFmt
              MOVE SPACES TO SitingRec
              STRING AbsFmt "  " OrdFmt "  " LosCountFmt "  "
                     RejText
               DELIMITED BY SIZE INTO SitingRec
              END-STRING
              PERFORM WriteSitingRec
             END-IF
            END-IF
           END-PERFORM.
           PERFORM VARYING Idx FROM 1 UNTIL Idx > AdmCount
            MOVE AdmRoid(Idx) TO Roids(Idx)
           END-PERFORM.
           PERFORM VARYING Idx FROM 1 UNTIL Idx > RejCount
            MOVE RejRoid(Idx) TO Roids(AdmCount + Idx)
           END-PERFORM.
           MOVE SPACES TO SitingRec.
           PERFORM WriteSitingRec.
           MOVE SPACES TO SitingRec.
           IF AdmCount IS EQUAL TO 0
            MOVE 0 TO BestLoS
            MOVE "No admissible station site" TO SitingRec
            DISPLAY "WARNING: no asteroid satisfies the siting "
                    "constraints - see 10a.siting"
           ELSE
            MOVE LosCount(1) TO BestLoS
            MOVE Abs(1) TO AbsFmt
            MOVE Ord(1) TO OrdFmt
            MOVE LosCount(1) TO LosCountFmt
            STRING "Chosen site (" FUNCTION TRIM(AbsFmt) ","
                   FUNCTION TRIM(OrdFmt) ") sees "
                   FUNCTION TRIM(LosCountFmt) " - " AdmCount
                   " of " RoidsLen " candidate(s) admissible"
             DELIMITED BY SIZE INTO SitingRec
            END-STRING
           END-IF.
           PERFORM WriteSitingRec.
           MOVE SPACES TO SitingRec.
           STRING "TRAILER|" SitingCount "|" SitingSum
            DELIMITED BY SIZE INTO SitingRec
           END-STRING.
           WRITE SitingRec.
           CLOSE SitingFile.
           DISPLAY "Siting review written to 10a.siting".

      * Subroutine CheckAdmissible.
      *
      * Test candidate Idx against every constraint, collecting each
      * one it breaks into RejText: the restricted zones it lies in,
      * its exclusion, and every must-see target it cannot see (some
      * other asteroid lies exactly on the sight line between them).
      *
      * Uses: Idx, Roids, constraint tables -> Admissible, RejText
       CheckAdmissible SECTION.
           MOVE 1 TO Admissible.
           MOVE SPACES TO RejText.
           MOVE 1 TO RejPtr.
           PERFORM VARYING Cdx FROM 1 UNTIL Cdx > ZoneCount
            IF Abs(Idx) IS NOT LESS THAN ZoneAbsLo(Cdx)
             AND Abs(Idx) IS NOT GREATER THAN ZoneAbsHi(Cdx)
             AND Ord(Idx) IS NOT LESS THAN ZoneOrdLo(Cdx)
             AND Ord(Idx) IS NOT GREATER THAN ZoneOrdHi(Cdx)
             PERFORM NextRejReason
             STRING "zone " FUNCTION TRIM(ZoneId(Cdx))
              DELIMITED BY SIZE INTO RejText WITH POINTER RejPtr
             END-STRING
            END-IF
           END-PERFORM.
           PERFORM VARYING Cdx FROM 1 UNTIL Cdx > ExclCount
            IF Abs(Idx) IS EQUAL TO ExclAbs(Cdx)
             AND Ord(Idx) IS EQUAL TO ExclOrd(Cdx)
             PERFORM NextRejReason
             STRING FUNCTION TRIM(ExclReason(Cdx))
              DELIMITED BY SIZE INTO RejText WITH POINTER RejPtr
             END-STRING
            END-IF
           END-PERFORM.
           PERFORM VARYING Cdx FROM 1 UNTIL Cdx > MustCount
            PERFORM CheckSightLine
            IF Blocked IS EQUAL TO 1
             MOVE MustAbs(Cdx) TO BlkAbsFmt
             MOVE MustOrd(Cdx) TO BlkOrdFmt
             PERFORM NextRejReason
             STRING "cannot see (" FUNCTION TRIM(BlkAbsFmt) ","
                    FUNCTION TRIM(BlkOrdFmt) ")"
              DELIMITED BY SIZE INTO RejText WITH POINTER RejPtr
             END-STRING
            END-IF
           END-PERFORM.

      * Subroutine NextRejReason.
      *
      * Mark the candidate inadmissible and separate the reason about
      * to be added from any already in RejText.
      *
      * Uses: RejPtr -> Admissible, RejText
       NextRejReason SECTION.
           MOVE 0 TO Admissible.
           IF RejPtr IS GREATER THAN 1
            STRING "; " DELIMITED BY SIZE INTO RejText
             WITH POINTER RejPtr
            END-STRING
           END-IF.

      * Subroutine CheckSightLine.
      *
      * Decide whether must-see target Cdx is hidden from candidate
      * Idx: blocked when any other asteroid lies strictly between
      * them on the sight line - the same collinear-and-between
      * arithmetic as the blind-spot report. A candidate standing on
      * the target sees it.
      *
      * Uses: Idx, Cdx, Roids, MustTable -> Blocked
       CheckSightLine SECTION.
           MOVE 0 TO Blocked.
           COMPUTE TdA = MustAbs(Cdx) - Abs(Idx).
           COMPUTE TdO = MustOrd(Cdx) - Ord(Idx).
           IF TdA IS EQUAL TO 0 AND TdO IS EQUAL TO 0
            EXIT SECTION
           END-IF.
           COMPUTE TLen2 = TdA ** 2 + TdO ** 2.
           PERFORM VARYING Kdx FROM 1 UNTIL Kdx > RoidsLen
            IF Kdx IS NOT EQUAL TO Idx
             COMPUTE BdA = Abs(Kdx) - Abs(Idx)
             COMPUTE BdO = Ord(Kdx) - Ord(Idx)
             COMPUTE CrossP = TdA * BdO - TdO * BdA
             COMPUTE DotP = TdA * BdA + TdO * BdO
             COMPUTE BLen2 = BdA ** 2 + BdO ** 2
             IF CrossP IS EQUAL TO 0 AND DotP IS GREATER THAN 0
              AND BLen2 IS LESS THAN TLen2
              MOVE 1 TO Blocked
              EXIT PERFORM
             END-IF
            END-IF
           END-PERFORM.

      * Subroutine WriteSitingRec.
      *
      * Write one siting review record and fold it into the control
      * totals.
      *
      * Uses: SitingRec -> SitingFile, SitingCount, SitingSum
       WriteSitingRec SECTION.
           ADD 1 TO SitingCount.
           COMPUTE SitingSum = FUNCTION MOD(SitingSum
                 + FUNCTION ORD(SitingRec(1:1)), 1000000000).
           WRITE SitingRec.

      * Subroutine BadConstraintAbend.
      *
      * Abend on a malformed constraints record with its record
      * number, per the shop convention (4 = data rejected).
      *
      * Uses: AbendReason, ConRecNum, ConstraintRec
       BadConstraintAbend SECTION.
           MOVE SPACES TO AbendPosition.
           STRING "constraint record " ConRecNum
            DELIMITED BY SIZE INTO AbendPosition
           END-STRING.
           MOVE ConstraintRec TO AbendDetail.
           MOVE ConstraintPath TO AbendInput.
           MOVE 4 TO AbendCode.
           PERFORM Abend.

           COPY "ProvWrite.cpy".

           COPY "AbendWrite.cpy".

           COPY "RunControlRead.cpy".

           COPY "AuditTrailWrite.cpy".
           COPY "ResultsLedgerWrite.cpy".

