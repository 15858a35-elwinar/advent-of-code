       FILE STATUS IS InputStatus.
       SELECT AttemptFile ASSIGN USING AttemptPath
       ORGANIZATION IS LINE SEQUENTIAL.
      * SolveFile carries the solve mode's attempt audit: the probe
      * runs behind the linear fit, the path taken (LINEAR or SWEEP)
      * and, on a SWEEP, every combination the fallback tried.
       SELECT SolveFile ASSIGN TO "2b.attempts"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "AuditTrail.cpy".
       COPY "AbendDump.cpy".
       COPY "ResultsLedger.cpy".
       FD AttemptFile.
       01 AttemptRec PIC X(50).

       FD SolveFile.
       01 SolveRec PIC X(80).

       COPY "AbendDumpFD.cpy".

       COPY "AuditTrailFD.cpy".
      * small regression sample - so Day 2 logic breaks show up in
      * Regress.report instead of as an out-of-range abend.
       01 NounMax      PIC 9(5).
      * Solve mode (argument 4 "SOLVE") skips the grid when the tape
      * responds linearly: a few probe runs fit
      * Res = FitA * Noun + FitB * Verb + FitC, the fit is checked
      * exact at every probe, the (Noun, Verb) that hits Target is
      * solved for directly and confirmed with one real run. A fit
      * that misses any probe, a target the fit cannot reach inside
      * the grid, or a failed confirmation falls back to the full
      * sweep, run lane by lane as the partitioned slices would.
       01 SolveMode    PIC 9(1) VALUE 0.
       01 SolveLanes   PIC 9(2) VALUE 4.
       01 ProbeCount   PIC 9(2) VALUE 0.
       01 ProbeTable.
          02 ProbeEntry OCCURS 7 TIMES.
             03 ProbeNoun PIC 9(5).
             03 ProbeVerb PIC 9(5).
             03 ProbeRes  PIC 9(15).
       01 Px           PIC 9(2).
       01 FitA         PIC S9(15).
       01 FitB         PIC S9(15).
       01 FitC         PIC S9(15).
       01 FitPred      PIC S9(18).
       01 FitRem       PIC S9(18).
       01 FitQuot      PIC S9(18).
       01 FitExact     PIC 9(1).
       01 FitFmtA      PIC -(15)9.
       01 FitFmtB      PIC -(15)9.
       01 FitFmtC      PIC -(15)9.
       01 FitFmtP      PIC -(18)9.
       01 SolvePath    PIC X(6).
       01 SolveReason  PIC X(40).
       01 SolveNoun    PIC 9(5).
       01 SolveVerb    PIC 9(5).
       01 SolveRuns    PIC 9(6) VALUE 0.
       01 LaneHit      PIC 9(1).
       01 BestSeen     PIC 9(1) VALUE 0.
       01 BestNoun     PIC 9(5).
       01 BestVerb     PIC 9(5).
       01 InputPath   PIC X(50).
      * InputStatus catches a missing/misnamed InputPath file so that
      * case produces a clean message instead of a runtime abend.
           END-IF.
           ACCEPT TraceLevel FROM ARGUMENT-VALUE.
           ACCEPT PartitionStr FROM ARGUMENT-VALUE.
           IF FUNCTION UPPER-CASE(PartitionStr) IS EQUAL TO "SOLVE"
            MOVE 1 TO SolveMode
            MOVE SPACES TO PartitionStr
           END-IF.
           IF PartitionStr IS NOT EQUAL TO SPACES AND PartitionStr
              IS NOT EQUAL TO LOW-VALUES
            MOVE SPACES TO SliceFld1
            MOVE 99 TO NounMax
           END-IF.

           IF SolveMode IS EQUAL TO 1
            PERFORM SolveLinear
            STOP RUN
           END-IF.

           PERFORM VARYING Noun FROM 0 UNTIL Noun GREATER THAN
                   NounMax
      * In partition mode each slice owns the nouns congruent to its
            PERFORM VARYING Verb FROM 0 UNTIL Verb GREATER THAN
                    NounMax

             PERFORM RunTape

             IF TraceLevel IS EQUAL TO "FULL"
              DISPLAY "noun=" Noun " verb=" Verb " res=" Res
            PERFORM Abend
           END-IF.

      * Subroutine RunTape.
      *
      * Run a fresh copy of the gravity-assist tape with Noun and
      * Verb patched into addresses 1 and 2.
      *
      * Uses: IOp, Noun, Verb -> Op, Res
       RunTape SECTION.
           PERFORM VARYING Ptr FROM 1 UNTIL Ptr IS GREATER THAN Len
            MOVE IOp(Ptr) TO Op(Ptr)
           END-PERFORM.

           MOVE Noun TO Op(2).
           MOVE Verb TO Op(3).

           MOVE 1 TO Ptr.
           PERFORM UNTIL Ptr IS GREATER THAN Len
            EVALUATE Op(Ptr)
            WHEN 1
             ADD 1 TO Ptr
             COMPUTE Addr = Op(Ptr) + 1
             MOVE Op(Addr) TO Res
             ADD 1 TO Ptr
             COMPUTE Addr = Op(Ptr) + 1
             ADD Op(Addr) TO Res
             ADD 1 TO Ptr
             COMPUTE Addr = Op(Ptr) + 1
             MOVE Res TO Op(Addr)
            WHEN 2
             ADD 1 TO Ptr
             COMPUTE Addr = Op(Ptr) + 1
             MOVE Op(Addr) TO Res
             ADD 1 TO Ptr
             COMPUTE Addr = Op(Ptr) + 1
             MULTIPLY Op(Addr) BY Res
             ADD 1 TO Ptr
             COMPUTE Addr = Op(Ptr) + 1
             MOVE Res TO Op(Addr)
            WHEN 99
             MOVE Op(1) TO ResFmt
             EXIT PERFORM
            END-EVALUATE
            ADD 1 TO Ptr
           END-PERFORM.
           ADD 1 TO SolveRuns.

      * Subroutine SolveLinear.
      *
      * Solve mode: probe the tape, fit the linear response, solve
      * for Target and confirm, falling back to the lane-by-lane
      * sweep when the fit cannot be trusted. Writes the 2b.attempts
      * audit and, on a winner, the ledger and audit entries.
      *
      * Uses: IOp, NounMax, Target -> SolveFile, ledger, audit
       SolveLinear SECTION.
           OPEN OUTPUT SolveFile.
           MOVE SPACES TO SolveReason.
           MOVE "LINEAR" TO SolvePath.
           IF NounMax IS LESS THAN 1
            MOVE "SWEEP" TO SolvePath
            MOVE "tape too short to probe" TO SolveReason
           ELSE
            PERFORM ProbeTape
            PERFORM FitProbes
           END-IF.
           IF SolvePath IS EQUAL TO "LINEAR"
            PERFORM SolveFit
           END-IF.
           IF SolvePath IS EQUAL TO "LINEAR"
            MOVE SolveNoun TO Noun
            MOVE SolveVerb TO Verb
            PERFORM RunTape
            MOVE SPACES TO SolveRec
            STRING "CONFIRM|" Noun "|" Verb "|" Res
             DELIMITED BY SIZE INTO SolveRec
            END-STRING
            WRITE SolveRec
            IF Res IS NOT EQUAL TO Target
             MOVE "SWEEP" TO SolvePath
             MOVE "confirmation run missed the target"
               TO SolveReason
            END-IF
           END-IF.

           MOVE SPACES TO SolveRec.
           IF SolvePath IS EQUAL TO "LINEAR"
            STRING "PATH|LINEAR|solved from " ProbeCount
                   " probe(s), confirmed by one run"
             DELIMITED BY SIZE INTO SolveRec
            END-STRING
           ELSE
            STRING "PATH|SWEEP|" FUNCTION TRIM(SolveReason)
             DELIMITED BY SIZE INTO SolveRec
            END-STRING
           END-IF.
           WRITE SolveRec.
           DISPLAY "Solve path: " FUNCTION TRIM(SolveRec(6:)).

           IF SolvePath IS EQUAL TO "SWEEP"
            PERFORM SweepLanes
            IF BestSeen IS EQUAL TO 0
             MOVE "RESULT|NOTFOUND" TO SolveRec
             WRITE SolveRec
             CLOSE SolveFile
             MOVE "No (Noun,Verb) combination reaches target"
               TO AbendReason
             MOVE "search exhausted 0-99" TO AbendPosition
             MOVE SPACES TO AbendDetail
             STRING "Target=" Target " after linear fallback"
              DELIMITED BY SIZE INTO AbendDetail
             END-STRING
             PERFORM Abend
            END-IF
            MOVE BestNoun TO SolveNoun
            MOVE BestVerb TO SolveVerb
           END-IF.

           COMPUTE Res = 100 * SolveNoun + SolveVerb.
           MOVE Res TO ResFmt.
           MOVE SPACES TO SolveRec.
           STRING "RESULT|FOUND|" SolveNoun "|" SolveVerb "|"
                  FUNCTION TRIM(ResFmt)
            DELIMITED BY SIZE INTO SolveRec
           END-STRING.
           WRITE SolveRec.
           CLOSE SolveFile.
           DISPLAY ResFmt.

           MOVE "AdventOfCode2019-2b" TO AuditProgramId.
           MOVE InputPath TO AuditInputPath.
           MOVE SPACES TO AuditArgs.
           STRING FUNCTION TRIM(TargetStr) " SOLVE path="
                  FUNCTION TRIM(SolvePath)
            DELIMITED BY SIZE INTO AuditArgs
           END-STRING.
           MOVE ResFmt TO AuditAnswer.
           PERFORM WriteAuditTrail.
           MOVE SolveRuns TO AcctReads.
           MOVE "2" TO LedgerDay.
           MOVE "b" TO LedgerPart.
           MOVE ResFmt TO LedgerAnswer.
           PERFORM WriteLedger.

      * Subroutine ProbeTape.
      *
      * Run the probe pairs and record each result. The first three,
      * (0,0), (1,0) and (0,1), determine the fit; the rest test it,
      * out to the far corners of the grid.
      *
      * Uses: NounMax -> ProbeTable, ProbeCount, SolveFile
       ProbeTape SECTION.
           MOVE 7 TO ProbeCount.
           MOVE 0 TO ProbeNoun(1).
           MOVE 0 TO ProbeVerb(1).
           MOVE 1 TO ProbeNoun(2).
           MOVE 0 TO ProbeVerb(2).
           MOVE 0 TO ProbeNoun(3).
           MOVE 1 TO ProbeVerb(3).
           MOVE 1 TO ProbeNoun(4).
           MOVE 1 TO ProbeVerb(4).
           MOVE NounMax TO ProbeNoun(5).
           MOVE 0 TO ProbeVerb(5).
           MOVE 0 TO ProbeNoun(6).
           MOVE NounMax TO ProbeVerb(6).
           MOVE NounMax TO ProbeNoun(7).
           MOVE NounMax TO ProbeVerb(7).
           PERFORM VARYING Px FROM 1 UNTIL Px IS GREATER THAN
                   ProbeCount
            MOVE ProbeNoun(Px) TO Noun
            MOVE ProbeVerb(Px) TO Verb
            PERFORM RunTape
            MOVE Res TO ProbeRes(Px)
            IF TraceLevel IS EQUAL TO "FULL"
             DISPLAY "probe noun=" Noun " verb=" Verb " res=" Res
            END-IF
           END-PERFORM.

      * Subroutine FitProbes.
      *
      * Fit Res = FitA * Noun + FitB * Verb + FitC from the first
      * three probes and check it exact at all of them, writing a
      * PROBE record (actual and predicted) per probe and the FIT.
      *
      * Uses: ProbeTable -> FitA, FitB, FitC, SolvePath, SolveReason
       FitProbes SECTION.
           MOVE ProbeRes(1) TO FitC.
           COMPUTE FitA = ProbeRes(2) - FitC.
           COMPUTE FitB = ProbeRes(3) - FitC.
           MOVE 1 TO FitExact.
           PERFORM VARYING Px FROM 1 UNTIL Px IS GREATER THAN
                   ProbeCount
            COMPUTE FitPred = FitA * ProbeNoun(Px)
                            + FitB * ProbeVerb(Px) + FitC
            MOVE FitPred TO FitFmtP
            MOVE SPACES TO SolveRec
            STRING "PROBE|" ProbeNoun(Px) "|" ProbeVerb(Px) "|"
                   ProbeRes(Px) "|" FUNCTION TRIM(FitFmtP)
             DELIMITED BY SIZE INTO SolveRec
            END-STRING
            WRITE SolveRec
            IF FitPred IS NOT EQUAL TO ProbeRes(Px)
             MOVE 0 TO FitExact
            END-IF
           END-PERFORM.
           MOVE FitA TO FitFmtA.
           MOVE FitB TO FitFmtB.
           MOVE FitC TO FitFmtC.
           MOVE SPACES TO SolveRec.
           STRING "FIT|" FUNCTION TRIM(FitFmtA) "|"
                  FUNCTION TRIM(FitFmtB) "|" FUNCTION TRIM(FitFmtC)
            DELIMITED BY SIZE INTO SolveRec
           END-STRING.
           WRITE SolveRec.
           IF FitExact IS EQUAL TO 0
            MOVE "SWEEP" TO SolvePath
            MOVE "fit not exact across the probes" TO SolveReason
           END-IF.

      * Subroutine SolveFit.
      *
      * Solve FitA * Noun + FitB * Verb + FitC = Target inside the
      * grid, lowest noun first and then lowest verb - the pair the
      * sweep would have found first.
      *
      * Uses: FitA, FitB, FitC, Target, NounMax -> SolveNoun,
      *       SolveVerb, SolvePath, SolveReason
       SolveFit SECTION.
           MOVE 0 TO BestSeen.
           PERFORM VARYING Noun FROM 0 UNTIL Noun > NounMax
                   OR BestSeen IS EQUAL TO 1
            COMPUTE FitRem = Target - FitC - FitA * Noun
            IF FitB IS EQUAL TO 0
             IF FitRem IS EQUAL TO 0
              MOVE 1 TO BestSeen
              MOVE Noun TO SolveNoun
              MOVE 0 TO SolveVerb
             END-IF
            ELSE
             COMPUTE FitQuot = FitRem / FitB
             IF FitQuot * FitB IS EQUAL TO FitRem
              AND FitQuot IS NOT LESS THAN 0
              AND FitQuot IS NOT GREATER THAN NounMax
              MOVE 1 TO BestSeen
              MOVE Noun TO SolveNoun
              MOVE FitQuot TO SolveVerb
             END-IF
            END-IF
           END-PERFORM.
           IF BestSeen IS EQUAL TO 0
            MOVE "SWEEP" TO SolvePath
            MOVE "fit has no solution inside the grid"
              TO SolveReason
           END-IF.
           MOVE 0 TO BestSeen.

      * Subroutine SweepLanes.
      *
      * The fallback: the full noun/verb sweep, run lane by lane as
      * the partitioned slices run it (lane N owns the nouns
      * congruent to N-1 modulo SolveLanes, and stops at its first
      * hit), with every attempt audited. The lowest winning
      * combination over all lanes is kept.
      *
      * Uses: NounMax, Target -> SolveFile, BestSeen, BestNoun,
      *       BestVerb
       SweepLanes SECTION.
           PERFORM VARYING SliceNum FROM 1 UNTIL SliceNum IS
                   GREATER THAN SolveLanes
            MOVE SPACES TO SolveRec
            STRING "LANE|" SliceNum "/" SolveLanes
             DELIMITED BY SIZE INTO SolveRec
            END-STRING
            WRITE SolveRec
            MOVE 0 TO LaneHit
            PERFORM VARYING Noun FROM 0 UNTIL Noun > NounMax
                    OR LaneHit IS EQUAL TO 1
             IF FUNCTION MOD(Noun, SolveLanes) IS EQUAL TO
                SliceNum - 1
              PERFORM VARYING Verb FROM 0 UNTIL Verb > NounMax
                      OR LaneHit IS EQUAL TO 1
               PERFORM RunTape
               IF TraceLevel IS EQUAL TO "FULL"
                DISPLAY "noun=" Noun " verb=" Verb " res=" Res
               END-IF
               MOVE SPACES TO SolveRec
               STRING Noun "|" Verb "|" Res
                DELIMITED BY SIZE INTO SolveRec
               END-STRING
               WRITE SolveRec
               IF Res IS EQUAL TO Target
                MOVE 1 TO LaneHit
                IF BestSeen IS EQUAL TO 0
                 OR Noun IS LESS THAN BestNoun
                 MOVE 1 TO BestSeen
                 MOVE Noun TO BestNoun
                 MOVE Verb TO BestVerb
                END-IF
               END-IF
              END-PERFORM
             END-IF
            END-PERFORM
           END-PERFORM.

           COPY "AbendWrite.cpy".

           COPY "AuditTrailWrite.cpy".
