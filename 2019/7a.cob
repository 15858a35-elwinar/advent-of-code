       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-7a.

      * Day 7 part one: the amplifier chain is run once for every
      * permutation of the phase settings and the answer is the
      * highest thruster signal any of them reaches. The signal of
      * every permutation is kept, and 7a.report (under the standard
      * provenance record and control trailer) ranks them - the
      * best, how far each runner-up falls short of it, and how many
      * settings come within 1% - followed by a sensitivity table:
      * the average and maximum signal for each phase value in each
      * amplifier slot, with the spread of the averages showing
      * which slot drives the result and so whether the winning
      * setting is robust or a knife-edge. The ranking holds up to
      * 5040 permutations (seven amplifiers); past that only the
      * best 5040 are ranked, though the sensitivity table still
      * covers every run.
      *
      * Arguments: InputPath [AmpCount]
      *
      * Output: 7a.report, results.ledger, audit.log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT InputFile ASSIGN TO InputPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS InputStatus.
       SELECT ReportFile ASSIGN TO "7a.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "ProvFeed.cpy".
       COPY "AuditTrail.cpy".
       COPY "AbendDump.cpy".
       COPY "ResultsLedger.cpy".
       FD InputFile RECORD IS VARYING IN SIZE FROM 1 TO 9999 CHARACTERS.
       01 InputRec  PIC X(9999).

       FD ReportFile.
       01 ReportRec PIC X(200).

       COPY "ProvFeedFD.cpy".

       COPY "AbendDumpFD.cpy".

       COPY "AuditTrailFD.cpy".
       COPY "AbendFields.cpy".
       COPY "AuditTrailFields.cpy".
       COPY "ResultsLedgerFields.cpy".
       COPY "ProvFields.cpy".
       01 MaxSignalFmt      PIC Z(15).
       01 Seps      PIC 9(5).
       01 Str       PIC X(15).
      * clears the queues, so Outputs(1) can't be read after it).
       01 PrevSignal       PIC S9(15).

      * Ranking keeps every permutation's signal, best first; a
      * permutation tying one already ranked goes after it, so the
      * first setting to reach a signal keeps its place.
       01 RankMax          PIC 9(4) VALUE 5040.
       01 RankCount        PIC 9(4) VALUE 0.
       01 Ranking.
          02 RankEntry OCCURS 5040 TIMES.
             03 RankSetting PIC X(10).
             03 RankSignal  PIC S9(15).
       01 PermCount        PIC 9(8) VALUE 0.
       01 Rk               PIC 9(4).
       01 Px               PIC 9(4).
       01 CurSetting       PIC X(10).

      * Sensitivity: runs, total and highest signal for each phase
      * value (SensPhase 1 is phase 0) in each amplifier slot.
       01 Sensitivity.
          02 SensSlot OCCURS 10 TIMES.
             03 SensPhase OCCURS 10 TIMES.
                04 SensRuns  PIC 9(8).
                04 SensSum   PIC S9(18).
                04 SensMax   PIC S9(15).
       01 Pv               PIC 9(2).
       01 PhaseVal         PIC 9(1).
       01 SensAvg          PIC S9(15).
       01 SlotLow          PIC S9(15).
       01 SlotHigh         PIC S9(15).
       01 SlotSpread       PIC S9(15).
       01 DriveSlot        PIC 9(2) VALUE 0.
       01 DriveSpread      PIC S9(15) VALUE 0.
       01 NearCount        PIC 9(4).
       01 NearFloor        PIC S9(15).
       01 GapSignal        PIC S9(15).
       01 GapPct           PIC 9(3)V99.

       01 TrailCount       PIC 9(9) VALUE 0.
       01 TrailSum         PIC 9(9) VALUE 0.
       01 SignalFmt        PIC -(15)9.
       01 GapFmt           PIC -(15)9.
       01 AvgFmt           PIC -(15)9.
       01 PctFmt           PIC ZZ9.99.
       01 RankFmt          PIC Z(3)9.
       01 RunsFmt          PIC Z(7)9.
       01 PermFmt          PIC Z(7)9.
       01 SlotFmt          PIC Z9.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT InputPath FROM ARGUMENT-VALUE.
           PERFORM ReadAsm.

           MOVE 0 TO MaxSignal.
           INITIALIZE Sensitivity.

           PERFORM VARYING Idx FROM 1 UNTIL Idx IS GREATER THAN AmpCount
            MOVE 0 TO Setting(Idx)
              PERFORM RunToHalt
              MOVE Outputs(1) TO PrevSignal
             END-PERFORM
             PERFORM RecordPermutation
             IF PrevSignal IS GREATER THAN MaxSignal
              MOVE PrevSignal TO MaxSignal
              PERFORM DisplaySetting
           DISPLAY BestSeq.
           DISPLAY MaxSignal.

           PERFORM WriteReport.

           MOVE MaxSignal TO MaxSignalFmt.
           MOVE "AdventOfCode2019-7a" TO AuditProgramId.
           MOVE InputPath TO AuditInputPath.
           MOVE MaxSignalFmt TO AuditAnswer.
           PERFORM WriteAuditTrail.
           MOVE 1 TO AcctReads.
           MOVE TrailCount TO AcctLines.
           MOVE "7" TO LedgerDay.
           MOVE "a" TO LedgerPart.
           MOVE MaxSignalFmt TO LedgerAnswer.
           MOVE VmInstrCount TO AcctInstr
           PERFORM NoteVmCapacity
           MOVE "RANKING" TO CapName.
           MOVE RankMax TO CapLimit.
           MOVE RankCount TO CapUsed.
           PERFORM NoteCapacity.
           PERFORM WriteLedger.

           STOP RUN.
            COMPUTE BestSeq = BestSeq * 10 + Setting(Idx)
           END-PERFORM.

      * Subroutine RecordPermutation.
      *
      * Keep the signal the current permutation reached: fold it
      * into the sensitivity totals for each slot's phase value and
      * rank it among the permutations run so far. With the ranking
      * full, a signal below the lowest ranked is not kept.
      *
      * Uses: Setting, AmpCount, PrevSignal -> Sensitivity, Ranking
       RecordPermutation SECTION.
           ADD 1 TO PermCount.
           MOVE SPACES TO CurSetting.
           PERFORM VARYING Idx FROM 1 UNTIL Idx IS GREATER THAN AmpCount
            MOVE Setting(Idx) TO CurSetting(Idx:1)
            COMPUTE Pv = Setting(Idx) + 1
            IF SensRuns(Idx, Pv) IS EQUAL TO 0
             OR PrevSignal IS GREATER THAN SensMax(Idx, Pv)
             MOVE PrevSignal TO SensMax(Idx, Pv)
            END-IF
            ADD 1 TO SensRuns(Idx, Pv)
            ADD PrevSignal TO SensSum(Idx, Pv)
           END-PERFORM.

           COMPUTE Px = RankCount + 1.
           PERFORM VARYING Rk FROM 1 UNTIL Rk IS GREATER THAN RankCount
            IF PrevSignal IS GREATER THAN RankSignal(Rk)
             MOVE Rk TO Px
             EXIT PERFORM
            END-IF
           END-PERFORM.
           IF Px IS GREATER THAN RankMax
            EXIT SECTION
           END-IF.
           IF RankCount IS LESS THAN RankMax
            ADD 1 TO RankCount
           END-IF.
           PERFORM VARYING Rk FROM RankCount BY -1
                   UNTIL Rk IS NOT GREATER THAN Px
            MOVE RankEntry(Rk - 1) TO RankEntry(Rk)
           END-PERFORM.
           MOVE CurSetting TO RankSetting(Px).
           MOVE PrevSignal TO RankSignal(Px).

      * Subroutine WriteReport.
      *
      * Write the ranking and the sensitivity table to 7a.report
      * under the standard control trailer (record count plus the
      * first-character checksum the other controlled files carry).
      *
      * Uses: Ranking, Sensitivity, PermCount -> ReportFile
       WriteReport SECTION.
           OPEN OUTPUT ReportFile.
      * Every report leads with its provenance: who made it,
      * when, from which feed (and fingerprint), under which
      * control values.
           MOVE InputPath TO ProvFeedPath.
           PERFORM BuildProvenance.
           MOVE ProvRec TO ReportRec.
           PERFORM WriteReportRec.
           MOVE AmpCount TO SlotFmt.
           MOVE PermCount TO PermFmt.
           MOVE SPACES TO ReportRec.
           STRING "Amplifier phase permutation ranking - "
                  FUNCTION TRIM(SlotFmt) " amplifier(s), "
                  FUNCTION TRIM(PermFmt) " permutation(s) run"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           IF RankCount IS EQUAL TO 0
            MOVE "No permutation was run" TO ReportRec
            PERFORM WriteReportRec
            PERFORM WriteReportTrailer
            EXIT SECTION
           END-IF.
           MOVE RankSignal(1) TO SignalFmt.
           MOVE SPACES TO ReportRec.
           STRING "Best signal: " FUNCTION TRIM(SignalFmt)
                  " with phase setting " FUNCTION TRIM(RankSetting(1))
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.

      * The runners-up, and how far each falls short of the best.
           MOVE SPACES TO ReportRec.
           PERFORM WriteReportRec.
           MOVE "Runners-up:" TO ReportRec.
           PERFORM WriteReportRec.
           PERFORM VARYING Rk FROM 2 UNTIL Rk IS GREATER THAN RankCount
                   OR Rk IS GREATER THAN 5
            PERFORM RankGap
            MOVE Rk TO RankFmt
            MOVE RankSignal(Rk) TO SignalFmt
            MOVE SPACES TO ReportRec
            STRING "  rank " FUNCTION TRIM(RankFmt) "  setting "
                   RankSetting(Rk) " signal " FUNCTION TRIM(SignalFmt)
                   ", " FUNCTION TRIM(GapFmt) " below the best ("
                   FUNCTION TRIM(PctFmt) "%)"
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            PERFORM WriteReportRec
           END-PERFORM.
           IF RankCount IS EQUAL TO 1
            MOVE "  (none - only one permutation)" TO ReportRec
            PERFORM WriteReportRec
           END-IF.
           COMPUTE NearFloor = RankSignal(1) - RankSignal(1) / 100.
           MOVE 0 TO NearCount.
           PERFORM VARYING Rk FROM 2 UNTIL Rk IS GREATER THAN RankCount
            IF RankSignal(Rk) IS NOT LESS THAN NearFloor
             ADD 1 TO NearCount
            END-IF
           END-PERFORM.
           MOVE NearCount TO RankFmt.
           MOVE SPACES TO ReportRec.
           STRING "Other settings within 1% of the best: "
                  FUNCTION TRIM(RankFmt)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.

      * The full ranking.
           MOVE SPACES TO ReportRec.
           PERFORM WriteReportRec.
           MOVE "Rank  Setting             Signal       Gap to best"
             TO ReportRec.
           PERFORM WriteReportRec.
           PERFORM VARYING Rk FROM 1 UNTIL Rk IS GREATER THAN RankCount
            PERFORM RankGap
            MOVE Rk TO RankFmt
            MOVE RankSignal(Rk) TO SignalFmt
            MOVE SPACES TO ReportRec
            STRING RankFmt "  " RankSetting(Rk) SignalFmt "  " GapFmt
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            PERFORM WriteReportRec
           END-PERFORM.
           IF PermCount IS GREATER THAN RankCount
            MOVE RankCount TO RankFmt
            MOVE PermCount TO PermFmt
            MOVE SPACES TO ReportRec
            STRING "Only the best " FUNCTION TRIM(RankFmt) " of "
                   FUNCTION TRIM(PermFmt) " permutations are ranked"
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            PERFORM WriteReportRec
           END-IF.

      * Sensitivity: each slot's phase values, and the spread of
      * their average signals.
           MOVE SPACES TO ReportRec.
           PERFORM WriteReportRec.
           MOVE "Sensitivity by amplifier slot and phase value:"
             TO ReportRec.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "Slot  Phase   Runs    Average signal   "
                  "Maximum signal"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           PERFORM VARYING Idx FROM 1 UNTIL Idx IS GREATER THAN AmpCount
            PERFORM SensitivitySlot
           END-PERFORM.
           IF DriveSlot IS GREATER THAN 0
            MOVE DriveSpread TO GapFmt
            MOVE DriveSlot TO SlotFmt
            MOVE SPACES TO ReportRec
            STRING "Slot " FUNCTION TRIM(SlotFmt)
                   " drives the result most: its "
                   "phase moves the average signal by "
                   FUNCTION TRIM(GapFmt)
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            PERFORM WriteReportRec
           END-IF.
           PERFORM WriteReportTrailer.

      * Subroutine RankGap.
      *
      * How far ranked permutation Rk falls short of the best, as a
      * signal and as a percentage of the best.
      *
      * Uses: RankSignal(Rk) -> GapFmt, PctFmt
       RankGap SECTION.
           COMPUTE GapSignal = RankSignal(1) - RankSignal(Rk).
           MOVE GapSignal TO GapFmt.
           MOVE 0 TO GapPct.
           IF RankSignal(1) IS GREATER THAN 0
            COMPUTE GapPct ROUNDED = GapSignal * 100 / RankSignal(1)
             ON SIZE ERROR MOVE 999.99 TO GapPct
            END-COMPUTE
           END-IF.
           MOVE GapPct TO PctFmt.

      * Subroutine SensitivitySlot.
      *
      * One amplifier slot's lines of the sensitivity table: the
      * runs, average and maximum signal for each phase value, then
      * the spread between the lowest and highest average - keeping
      * the slot with the widest spread as the one that drives the
      * result.
      *
      * Uses: Idx, Sensitivity -> ReportFile, DriveSlot, DriveSpread
       SensitivitySlot SECTION.
           MOVE Idx TO SlotFmt.
           MOVE 0 TO SlotLow.
           MOVE 0 TO SlotHigh.
           PERFORM VARYING Pv FROM 1 UNTIL Pv IS GREATER THAN AmpCount
            MOVE 0 TO SensAvg
            IF SensRuns(Idx, Pv) IS GREATER THAN 0
             COMPUTE SensAvg ROUNDED = SensSum(Idx, Pv)
                                     / SensRuns(Idx, Pv)
            END-IF
            IF Pv IS EQUAL TO 1 OR SensAvg IS LESS THAN SlotLow
             MOVE SensAvg TO SlotLow
            END-IF
            IF Pv IS EQUAL TO 1 OR SensAvg IS GREATER THAN SlotHigh
             MOVE SensAvg TO SlotHigh
            END-IF
            MOVE SensRuns(Idx, Pv) TO RunsFmt
            MOVE SensAvg TO AvgFmt
            MOVE SensMax(Idx, Pv) TO SignalFmt
            MOVE SPACES TO ReportRec
            COMPUTE PhaseVal = Pv - 1
            STRING "  " SlotFmt "    " PhaseVal " " RunsFmt "  " AvgFmt
                   " " SignalFmt
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            PERFORM WriteReportRec
           END-PERFORM.
           COMPUTE SlotSpread = SlotHigh - SlotLow.
           MOVE SlotSpread TO GapFmt.
           MOVE SPACES TO ReportRec.
           STRING "  slot " FUNCTION TRIM(SlotFmt)
                  " spread of averages "
                  FUNCTION TRIM(GapFmt)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           IF DriveSlot IS EQUAL TO 0
            OR SlotSpread IS GREATER THAN DriveSpread
            MOVE Idx TO DriveSlot
            MOVE SlotSpread TO DriveSpread
           END-IF.

      * Subroutine WriteReportTrailer.
      *
      * Close 7a.report with its control trailer.
      *
      * Uses: TrailCount, TrailSum -> ReportFile
       WriteReportTrailer SECTION.
           MOVE SPACES TO ReportRec.
           STRING "TRAILER|" TrailCount "|" TrailSum
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           CLOSE ReportFile.
           DISPLAY "Report written to 7a.report".

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

      * Subroutine IncrementSetting.
      *
      * Advance Setting to the next AmpCount-digit combination, like an

           COPY "AuditTrailWrite.cpy".
           COPY "ResultsLedgerWrite.cpy".
           COPY "IntcodeCapacity.cpy".

           COPY "ProvWrite.cpy".
