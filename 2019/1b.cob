      * "1b|AsOfDate", CCYYMMDD, defaulting to today), so the fuel
      * total can be rerun for any date the maintenance history
      * covers - the week a module was swapped out included.
      *
      * Finance's fuel budget is checked here too. When a budget feed
      * is named (BudgetPath, argument 5 or run.control
      * "1b|BudgetPath"; one "ModuleId|BudgetFuel|TolerancePct"
      * record per module, "*" records are comments) each module's
      * fuel figure is matched against its budget line in
      * 1.variance.report: budget, actual, variance and variance
      * percentage per module, with a module flagged when its
      * variance is outside its tolerance either way. Modules on the
      * master with no budget line, and budget lines whose module is
      * no longer on the master as of AsOfDate (retired, not yet in
      * service, or never there), get sections of their own. The run
      * ends RETURN-CODE 4 when any module is out of tolerance (8
      * when the named budget feed is missing), so the scheduler can
      * hold the end-of-day job on it. With no budget feed named the
      * pass is skipped and 1b runs as before.
      *
      * Argument 6 VARIANCE runs the variance pass alone, for the
      * nightly budget check after the batch pass has already solved
      * the day: the feed is loaded and matched against the budget,
      * but 1.report and the scenarios are left as the solve wrote
      * them and no ledger line or audit entry is written - the
      * solve's own stand as the day's answer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS ScenarioStatus.
           SELECT ScnReportFile ASSIGN TO "1.scenarios.report"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BudgetFile ASSIGN TO BudgetPath
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BudgetStatus.
           SELECT VarReportFile ASSIGN TO "1.variance.report"
               ORGANIZATION LINE SEQUENTIAL.
           COPY "ProvFeed.cpy".
       COPY "AuditTrail.cpy".
       COPY "RunControl.cpy".
       FD ScnReportFile.
       01 ScnReportRec PIC X(80).

       FD BudgetFile
           RECORD IS VARYING IN SIZE
           FROM 1 TO 80 CHARACTERS.
       01 BudgetRec    PIC X(80).
       88 EndOfBudget  VALUE HIGH-VALUES.

       FD VarReportFile.
       01 VarReportRec PIC X(200).

       COPY "ProvFeedFD.cpy".

       COPY "AbendDumpFD.cpy".
       01 EffToStr      PIC X(8).
       01 EffFrom       PIC 9(8).
       01 EffTo         PIC 9(8).
      * BudTable holds the budget feed's lines, each marked once a
      * module on the master matches it, so the unmatched lines can
      * be listed as budget for retired modules afterwards.
       01 BudgetPath    PIC X(50).
       01 BudgetStatus  PIC X(2).
       01 RunModeStr    PIC X(10).
       01 VarianceOnly  PIC 9(1) VALUE 0.
       01 BudTable.
          02 BudCount PIC 9(4) VALUE 0.
          02 BudEntry OCCURS 9999 TIMES.
             03 BudId      PIC X(8).
             03 BudFuel    PIC 9(9).
             03 BudTol     PIC 9(3)V99.
             03 BudMatched PIC 9(1).
       01 Bx            PIC 9(4).
       01 BudRecNum     PIC 9(5) VALUE 0.
       01 BudFuelStr    PIC X(12).
       01 BudTolStr     PIC X(12).
       01 BudFound      PIC 9(4).
      * Variance figures for one module, the run's totals, and the
      * count of modules outside tolerance that sets RETURN-CODE 4.
       01 VarFuel       PIC S9(9).
       01 VarPct        PIC S9(7)V9.
       01 OutOfTol      PIC 9(1).
       01 OverCount     PIC 9(4) VALUE 0.
       01 MatchCount    PIC 9(4) VALUE 0.
       01 NoBudCount    PIC 9(4) VALUE 0.
       01 RetiredCount  PIC 9(4) VALUE 0.
       01 BudTotal      PIC 9(11) VALUE 0.
       01 ActTotal      PIC 9(11) VALUE 0.
       01 VarTotal      PIC S9(11).
       01 BudFmt        PIC Z(10)9.
       01 ActFmt        PIC Z(10)9.
       01 VarFmt        PIC -(10)9.
       01 PctFmt        PIC -(6)9.9.
       01 TolFmt        PIC ZZ9.99.
       01 CountFmt      PIC Z(3)9.
       01 TotalFmt      PIC Z(3)9.
       01 VarFlag       PIC X(14).
       01 RetReason     PIC X(24).
       01 DateFmt       PIC 9(8).
       01 VarTrailCount PIC 9(9) VALUE 0.
       01 VarTrailSum   PIC 9(9) VALUE 0.
      * RetTable remembers the effective-dated versions the as-of
      * selection passed over, so a budget line for a module that is
      * not current can say whether it was retired (and when) or is
      * not yet in service.
       01 RetTable.
          02 RetCount PIC 9(4) VALUE 0.
          02 RetEntry OCCURS 9999 TIMES.
             03 RetId     PIC X(8).
             03 RetEffTo  PIC 9(8).
             03 RetFuture PIC 9(1).
       01 Rx            PIC 9(4).
       01 RetFound      PIC 9(4).
      * InputStatus catches a missing/misnamed "1.input" so that case
      * produces a clean message instead of a runtime abend.
       01 InputStatus   PIC X(2).
            COMPUTE AsOfDate = FUNCTION NUMVAL(
                FUNCTION CURRENT-DATE(1:8))
           END-IF.
           ACCEPT BudgetPath FROM ARGUMENT-VALUE.
           IF BudgetPath IS EQUAL TO SPACES
            OR BudgetPath IS EQUAL TO LOW-VALUES
            MOVE "1b" TO CtlProgram
            MOVE "BudgetPath" TO CtlParam
            PERFORM GetControlParam
            MOVE CtlValue TO BudgetPath
           END-IF.
           IF BudgetPath IS EQUAL TO LOW-VALUES
            MOVE SPACES TO BudgetPath
           END-IF.
           ACCEPT RunModeStr FROM ARGUMENT-VALUE.
           IF FUNCTION UPPER-CASE(RunModeStr) IS EQUAL TO "VARIANCE"
            MOVE 1 TO VarianceOnly
            IF BudgetPath IS EQUAL TO SPACES
             DISPLAY "VARIANCE needs a budget feed (argument 5 or "
                     "run.control 1b|BudgetPath)"
             MOVE 8 TO RETURN-CODE
             STOP RUN
            END-IF
           END-IF.
      * The ASSIGN TO data-name clauses resolve through the
      * environment under this dialect, so each chosen path (argument
      * or default) is exported here before its OPEN rather than
           DISPLAY MasterPath UPON ENVIRONMENT-VALUE.
           DISPLAY "ScenarioPath" UPON ENVIRONMENT-NAME.
           DISPLAY ScenarioPath UPON ENVIRONMENT-VALUE.
           DISPLAY "BudgetPath" UPON ENVIRONMENT-NAME.
           DISPLAY BudgetPath UPON ENVIRONMENT-VALUE.
           OPEN INPUT MasterFile.
           IF MasterStatus IS EQUAL TO "00"
            MOVE MasterPath TO FeedPath
            MOVE InputPath TO FeedPath
            PERFORM LoadInput
           END-IF.
           IF VarianceOnly IS EQUAL TO 1
            PERFORM RunBudget
            PERFORM SetBudgetRc
            STOP RUN
           END-IF.

           OPEN OUTPUT ReportFile.
      * Every report leads with its provenance: who made it,
            PERFORM RunScenarios
           END-IF.

           PERFORM RunBudget.

           MOVE "AdventOfCode2019-1b" TO AuditProgramId.
           MOVE FeedPath TO AuditInputPath.
           MOVE SPACES TO AuditArgs.
           MOVE "b" TO LedgerPart.
           MOVE TotalFuelFmt TO LedgerAnswer.
           PERFORM WriteLedger.
           PERFORM SetBudgetRc.
           STOP RUN.

      * Subroutine RunBudget.
      *
      * The budget variance pass, when a budget feed is named.
      *
      * Uses: BudgetPath -> BudTable, 1.variance.report
       RunBudget SECTION.
           IF BudgetPath IS EQUAL TO SPACES
            EXIT SECTION
           END-IF.
           OPEN INPUT BudgetFile.
           IF BudgetStatus IS EQUAL TO "00"
            PERFORM LoadBudget
            MOVE FeedPath TO ProvFeedPath
            PERFORM RunVariance
           ELSE
            DISPLAY "Budget file not found: "
                    FUNCTION TRIM(BudgetPath)
                    " - variance pass not run"
           END-IF.

      * Subroutine SetBudgetRc.
      *
      * RETURN-CODE 8 when the named budget feed is missing, 4 when
      * any module is out of tolerance.
      *
      * Uses: BudgetPath, BudgetStatus, OverCount -> RETURN-CODE
       SetBudgetRc SECTION.
           IF BudgetPath IS NOT EQUAL TO SPACES
            IF BudgetStatus IS NOT EQUAL TO "00"
             MOVE 8 TO RETURN-CODE
            ELSE
             IF OverCount IS GREATER THAN 0
              MOVE 4 TO RETURN-CODE
             END-IF
            END-IF
           END-IF.

      * Subroutine LoadMaster.
      *
      * Load ModTable from the already-open module master feed, one
              AND AsOfDate IS LESS THAN EffTo
              COMPUTE ModMass(ModCount) = FUNCTION NUMVAL(MassStr)
             ELSE
              PERFORM NoteRetired
              SUBTRACT 1 FROM ModCount
             END-IF
            ELSE
                    " module(s) as of " AsOfDate
           END-IF.

      * Subroutine NoteRetired.
      *
      * Remember a version record the as-of selection passed over:
      * one that ended on or before AsOfDate marks its module retired
      * (the latest end date kept), one that starts after AsOfDate
      * marks it not yet in service.
      *
      * Uses: ModId(ModCount), EffFrom, EffTo -> RetTable
       NoteRetired SECTION.
           MOVE 0 TO RetFound.
           PERFORM VARYING Rx FROM 1 UNTIL Rx IS GREATER THAN RetCount
            IF RetId(Rx) IS EQUAL TO ModId(ModCount)
             MOVE Rx TO RetFound
             EXIT PERFORM
            END-IF
           END-PERFORM.
           IF RetFound IS EQUAL TO 0
            IF RetCount IS EQUAL TO 9999
             EXIT SECTION
            END-IF
            ADD 1 TO RetCount
            MOVE RetCount TO RetFound
            MOVE ModId(ModCount) TO RetId(RetFound)
            MOVE 0 TO RetEffTo(RetFound)
            MOVE 1 TO RetFuture(RetFound)
           END-IF.
           IF EffFrom IS GREATER THAN AsOfDate
            EXIT SECTION
           END-IF.
           MOVE 0 TO RetFuture(RetFound).
           IF EffTo IS GREATER THAN RetEffTo(RetFound)
            MOVE EffTo TO RetEffTo(RetFound)
           END-IF.

      * Subroutine LoadInput.
      *
      * Fallback load of ModTable from the bare-mass "1.input" feed,
           END-PERFORM.
           CLOSE ScnReportFile.

      * Subroutine LoadBudget.
      *
      * Load BudTable from the already-open budget feed, one
      * "ModuleId|BudgetFuel|TolerancePct" record per module ("*"
      * records are comments). The budget must be a whole number of
      * fuel units and the tolerance a percentage (decimals allowed);
      * anything else is rejected with its record number rather than
      * read as zero.
      *
      * Uses: BudgetFile -> BudTable
       LoadBudget SECTION.
           MOVE SPACES TO BudgetRec.
           READ BudgetFile
               AT END SET EndOfBudget TO TRUE
           END-READ.
           PERFORM UNTIL EndOfBudget
            ADD 1 TO BudRecNum
            IF BudgetRec(1:1) IS NOT EQUAL TO "*"
             AND BudgetRec IS NOT EQUAL TO SPACES
             IF BudCount IS EQUAL TO 9999
              MOVE "Budget table full" TO AbendReason
              PERFORM BadBudgetAbend
             END-IF
             ADD 1 TO BudCount
             MOVE SPACES TO BudFuelStr
             MOVE SPACES TO BudTolStr
             UNSTRING BudgetRec DELIMITED BY "|"
              INTO BudId(BudCount) BudFuelStr BudTolStr
             END-UNSTRING
             IF BudId(BudCount) IS EQUAL TO SPACES
              MOVE "Budget line has no ModuleId" TO AbendReason
              PERFORM BadBudgetAbend
             END-IF
             IF FUNCTION TEST-NUMVAL(BudFuelStr) IS NOT EQUAL TO 0
              OR BudFuelStr IS EQUAL TO SPACES
              MOVE "Budget fuel is not a number" TO AbendReason
              PERFORM BadBudgetAbend
             END-IF
             IF FUNCTION TEST-NUMVAL(BudTolStr) IS NOT EQUAL TO 0
              OR BudTolStr IS EQUAL TO SPACES
              MOVE "Tolerance is not a number" TO AbendReason
              PERFORM BadBudgetAbend
             END-IF
             IF FUNCTION NUMVAL(BudFuelStr) IS LESS THAN 0
              OR FUNCTION NUMVAL(BudTolStr) IS LESS THAN 0
              MOVE "Budget or tolerance is negative" TO AbendReason
              PERFORM BadBudgetAbend
             END-IF
             COMPUTE BudFuel(BudCount) = FUNCTION NUMVAL(BudFuelStr)
              ON SIZE ERROR
               MOVE "Budget fuel exceeds nine digits" TO AbendReason
               PERFORM BadBudgetAbend
             END-COMPUTE
             COMPUTE BudTol(BudCount) = FUNCTION NUMVAL(BudTolStr)
              ON SIZE ERROR
               MOVE "Tolerance exceeds 999.99" TO AbendReason
               PERFORM BadBudgetAbend
             END-COMPUTE
             MOVE 0 TO BudMatched(BudCount)
            END-IF
            MOVE SPACES TO BudgetRec
            READ BudgetFile
              AT END SET EndOfBudget TO TRUE
            END-READ
           END-PERFORM.
           CLOSE BudgetFile.

      * Subroutine RunVariance.
      *
      * Match every module's fuel figure against its budget line and
      * write 1.variance.report: the per-module variance section
      * (variance = actual - budget, as a percentage of budget; a
      * zero budget with any actual fuel is out of tolerance), the
      * totals, the modules with no budget line, and the budget
      * lines for modules no longer on the master, under the
      * standard control trailer.
      *
      * Uses: ModTable, BudTable, RetTable -> VarReportFile, OverCount
       RunVariance SECTION.
           OPEN OUTPUT VarReportFile.
           MOVE SPACES TO ProvCtl.
           STRING "AsOfDate=" AsOfDate
                  " BudgetPath=" FUNCTION TRIM(BudgetPath)
            DELIMITED BY SIZE INTO ProvCtl
           END-STRING.
           PERFORM BuildProvenance.
           MOVE ProvRec TO VarReportRec.
           PERFORM WriteVarRec.
           MOVE SPACES TO VarReportRec.
           STRING "Fuel budget variance as of " AsOfDate
                  " - budget " FUNCTION TRIM(BudgetPath)
            DELIMITED BY SIZE INTO VarReportRec
           END-STRING.
           PERFORM WriteVarRec.
           MOVE SPACES TO VarReportRec.
           PERFORM WriteVarRec.
           MOVE SPACES TO VarReportRec.
           STRING "ModuleId  BudgetFuel ActualFuel    Variance"
                  "      Var%  Tol%"
            DELIMITED BY SIZE INTO VarReportRec
           END-STRING.
           PERFORM WriteVarRec.
           PERFORM VARYING Mx FROM 1 UNTIL Mx IS GREATER THAN ModCount
            MOVE 0 TO BudFound
            PERFORM VARYING Bx FROM 1 UNTIL Bx IS GREATER THAN
                    BudCount
             IF BudId(Bx) IS EQUAL TO ModId(Mx)
              MOVE Bx TO BudFound
              EXIT PERFORM
             END-IF
            END-PERFORM
            IF BudFound IS GREATER THAN 0
             MOVE 1 TO BudMatched(BudFound)
             MOVE ModMass(Mx) TO WorkMass
             PERFORM ComputeModuleFuel
             PERFORM WriteVarianceLine
            END-IF
           END-PERFORM.
           MOVE BudTotal TO BudFmt.
           MOVE ActTotal TO ActFmt.
           COMPUTE VarTotal = ActTotal - BudTotal.
           MOVE VarTotal TO VarFmt.
           MOVE SPACES TO VarReportRec.
           STRING "Total    " BudFmt ActFmt " " VarFmt
            DELIMITED BY SIZE INTO VarReportRec
           END-STRING.
           PERFORM WriteVarRec.
           MOVE MatchCount TO CountFmt.
           MOVE OverCount TO TotalFmt.
           MOVE SPACES TO VarReportRec.
           STRING FUNCTION TRIM(CountFmt) " module(s) budgeted, "
                  FUNCTION TRIM(TotalFmt) " out of tolerance"
            DELIMITED BY SIZE INTO VarReportRec
           END-STRING.
           PERFORM WriteVarRec.

           MOVE SPACES TO VarReportRec.
           PERFORM WriteVarRec.
           MOVE "Modules with no budget line:" TO VarReportRec.
           PERFORM WriteVarRec.
           PERFORM VARYING Mx FROM 1 UNTIL Mx IS GREATER THAN ModCount
            MOVE 0 TO BudFound
            PERFORM VARYING Bx FROM 1 UNTIL Bx IS GREATER THAN
                    BudCount
             IF BudId(Bx) IS EQUAL TO ModId(Mx)
              MOVE Bx TO BudFound
              EXIT PERFORM
             END-IF
            END-PERFORM
            IF BudFound IS EQUAL TO 0
             ADD 1 TO NoBudCount
             MOVE ModMass(Mx) TO WorkMass
             PERFORM ComputeModuleFuel
             MOVE ModuleFuel TO ActFmt
             MOVE SPACES TO VarReportRec
             STRING "  " ModId(Mx) "   actual fuel " ActFmt
              DELIMITED BY SIZE INTO VarReportRec
             END-STRING
             PERFORM WriteVarRec
            END-IF
           END-PERFORM.
           IF NoBudCount IS EQUAL TO 0
            MOVE "  (none)" TO VarReportRec
            PERFORM WriteVarRec
           END-IF.

           MOVE SPACES TO VarReportRec.
           PERFORM WriteVarRec.
           MOVE "Budget lines for retired modules:" TO VarReportRec.
           PERFORM WriteVarRec.
           PERFORM VARYING Bx FROM 1 UNTIL Bx IS GREATER THAN BudCount
            IF BudMatched(Bx) IS EQUAL TO 0
             ADD 1 TO RetiredCount
             PERFORM FindRetReason
             MOVE BudFuel(Bx) TO BudFmt
             MOVE SPACES TO VarReportRec
             STRING "  " BudId(Bx) "   budget " BudFmt "   "
                    FUNCTION TRIM(RetReason)
              DELIMITED BY SIZE INTO VarReportRec
             END-STRING
             PERFORM WriteVarRec
            END-IF
           END-PERFORM.
           IF RetiredCount IS EQUAL TO 0
            MOVE "  (none)" TO VarReportRec
            PERFORM WriteVarRec
           END-IF.
           MOVE SPACES TO VarReportRec.
           STRING "TRAILER|" VarTrailCount "|" VarTrailSum
            DELIMITED BY SIZE INTO VarReportRec
           END-STRING.
           WRITE VarReportRec.
           CLOSE VarReportFile.
           DISPLAY "Budget variance: " MatchCount " budgeted, "
                   OverCount " out of tolerance, " NoBudCount
                   " unbudgeted, " RetiredCount
                   " retired budget line(s) - see 1.variance.report".

      * Subroutine WriteVarianceLine.
      *
      * One budgeted module's variance line, flagged when the
      * variance percentage is outside the line's tolerance in
      * either direction, and folded into the totals.
      *
      * Uses: ModId(Mx), ModuleFuel, BudEntry(BudFound)
      *       -> VarReportFile, totals, OverCount
       WriteVarianceLine SECTION.
           ADD 1 TO MatchCount.
           ADD BudFuel(BudFound) TO BudTotal.
           ADD ModuleFuel TO ActTotal.
           COMPUTE VarFuel = ModuleFuel - BudFuel(BudFound).
           MOVE 0 TO OutOfTol.
           MOVE SPACES TO VarFlag.
           IF BudFuel(BudFound) IS EQUAL TO 0
            IF ModuleFuel IS GREATER THAN 0
             MOVE 1 TO OutOfTol
            END-IF
           ELSE
            COMPUTE VarPct ROUNDED = VarFuel * 100 / BudFuel(BudFound)
            IF VarPct IS GREATER THAN BudTol(BudFound)
             OR VarPct IS LESS THAN 0 - BudTol(BudFound)
             MOVE 1 TO OutOfTol
            END-IF
           END-IF.
           IF OutOfTol IS EQUAL TO 1
            ADD 1 TO OverCount
            MOVE "OUT OF TOL" TO VarFlag
           END-IF.
           MOVE BudFuel(BudFound) TO BudFmt.
           MOVE ModuleFuel TO ActFmt.
           MOVE VarFuel TO VarFmt.
           MOVE BudTol(BudFound) TO TolFmt.
           MOVE SPACES TO VarReportRec.
           IF BudFuel(BudFound) IS EQUAL TO 0
            STRING ModId(Mx) " " BudFmt ActFmt " " VarFmt
                   "       n/a" TolFmt "  " VarFlag
             DELIMITED BY SIZE INTO VarReportRec
            END-STRING
           ELSE
            MOVE VarPct TO PctFmt
            STRING ModId(Mx) " " BudFmt ActFmt " " VarFmt
                   " " PctFmt TolFmt "  " VarFlag
             DELIMITED BY SIZE INTO VarReportRec
            END-STRING
           END-IF.
           PERFORM WriteVarRec.

      * Subroutine FindRetReason.
      *
      * Why an unmatched budget line's module is not on the master
      * as of AsOfDate: retired (with its last end date) or not yet
      * in service on an effective-dated master, otherwise simply not
      * on the master at all.
      *
      * Uses: BudId(Bx), RetTable -> RetReason
       FindRetReason SECTION.
           MOVE "not on master" TO RetReason.
           PERFORM VARYING Rx FROM 1 UNTIL Rx IS GREATER THAN RetCount
            IF RetId(Rx) IS EQUAL TO BudId(Bx)
             IF RetFuture(Rx) IS EQUAL TO 1
              MOVE "not yet in service" TO RetReason
             ELSE
              MOVE RetEffTo(Rx) TO DateFmt
              MOVE SPACES TO RetReason
              STRING "retired " DateFmt
               DELIMITED BY SIZE INTO RetReason
              END-STRING
             END-IF
             EXIT PERFORM
            END-IF
           END-PERFORM.

      * Subroutine WriteVarRec.
      *
      * Write one variance report record and fold it into the
      * control totals.
      *
      * Uses: VarReportRec -> VarReportFile, VarTrailCount,
      *       VarTrailSum
       WriteVarRec SECTION.
           ADD 1 TO VarTrailCount.
           COMPUTE VarTrailSum = FUNCTION MOD(VarTrailSum
                 + FUNCTION ORD(VarReportRec(1:1)), 1000000000).
           WRITE VarReportRec.

      * Subroutine BadBudgetAbend.
      *
      * Abend on a malformed budget record with its record number,
      * per the shop convention (4 = data rejected).
      *
      * Uses: AbendReason, BudRecNum, BudgetRec
       BadBudgetAbend SECTION.
           MOVE SPACES TO AbendPosition.
           STRING "budget record " BudRecNum
            DELIMITED BY SIZE INTO AbendPosition
           END-STRING.
           MOVE BudgetRec TO AbendDetail.
           MOVE BudgetPath TO AbendInput.
           MOVE 4 TO AbendCode.
           PERFORM Abend.

      * Subroutine ComputeModuleFuel.
      *
      * Iterative fuel-for-the-fuel calculation for one module: each
