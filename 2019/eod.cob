      * Regress.report, FeedCheck.rejects and Reconcile.report one by
      * one. It carries every day/part run today with its answer and
      * the time it was recorded, the regression pass/fail status,
      * the open incidents and the open problems grouping them,
      * any feeds the validation pass rejected, and any ledger/audit
      * reconciliation exceptions. Sections whose source file is
      * absent say so rather than silently vanishing.
       SELECT MetricsFile ASSIGN TO "Eod.metrics"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "ResultsLedger.cpy".
       COPY "Generation.cpy".
       COPY "Problem.cpy".

       DATA DIVISION.
       FILE SECTION.
       88 EndOfSource  VALUE HIGH-VALUES.

       COPY "ResultsLedgerFD.cpy".
       COPY "GenerationFD.cpy".
       COPY "ProblemFD.cpy".

      * MetricsFile is the machine-readable snapshot the monitoring
      * poller scrapes: one fixed-layout keyed record per metric
       WORKING-STORAGE SECTION.
       COPY "PrintFields.cpy".
       COPY "ResultsLedgerFields.cpy".
       COPY "GenerationFields.cpy".
       COPY "ProblemFields.cpy".
       01 SourcePath   PIC X(30).
       01 SourceStatus PIC X(2).

       01 MetCount     PIC 9(9).
       01 MetSum       PIC 9(9).
       01 OpenIncCount PIC 9(4) VALUE 0.
       01 LinePtr      PIC 9(3).
      * CountPrefix/CountResult drive the companion-file line counts
      * behind the metrics snapshot: lines beginning CountPrefix are
      * counted (SPACES counts every non-blank line), a missing file

           PERFORM TodaysRuns.
           PERFORM RegressionStatus.
           PERFORM LoadProblems.
           PERFORM OpenIncidents.
           PERFORM OpenProblems.
           MOVE "FeedCheck.rejects" TO SourcePath.
           MOVE "--- Feed validation rejects ---" TO PickTag.
           PERFORM EchoWholeFile.
      *
      * Write the Eod.metrics snapshot for the monitoring poller:
      * today's run count, the drift exception count, the feed reject
      * count, the reconciliation orphan count, the open incident
      * count and the open problem count, one fixed-layout record
      * apiece under a control trailer.
      *
      * Uses: TodayRuns, companion report files -> MetricsFile
       WriteMetrics SECTION.
           MOVE "OPEN-INCIDENTS" TO MetName.
           MOVE OpenIncCount TO MetValue.
           PERFORM WriteOneMetric.
           MOVE "OPEN-PROBLEMS" TO MetName.
           MOVE PrbOpenCount TO MetValue.
           PERFORM WriteOneMetric.
           MOVE SPACES TO MetricsTrl.
           STRING "TRAILER|" MetCount "|" MetSum
            DELIMITED BY SIZE INTO MetricsTrl
      * Subroutine RegressionStatus.
      *
      * Pull the pass/fail roll-up line off the bottom of
      * Regress.report, and the previous run's from the report's
      * generation before (relative generation -1).
      *
      * Uses: SourceFile, GenCatFile -> ReportFile
       RegressionStatus SECTION.
           MOVE "--- Regression status ---" TO ReportRec.
           MOVE ReportRec TO PrtLine
           PERFORM PrtWriteLine.
           MOVE "Regress.report" TO SourcePath.
           PERFORM FindRegressSummary.
           IF SourceStatus IS NOT EQUAL TO "00"
            MOVE "    (no Regress.report - regression not run)"
              TO ReportRec
            PERFORM PrtWriteLine
            EXIT SECTION
           END-IF.
           MOVE SPACES TO ReportRec.
           IF LineJunk IS EQUAL TO SPACES
            MOVE "    (Regress.report has no summary line)"
           END-IF.
           MOVE ReportRec TO PrtLine
           PERFORM PrtWriteLine.
      * The run before, from the previous generation of the report,
      * so a change in the pass count stands out.
           MOVE "Regress.report" TO GenReport.
           MOVE -1 TO GenRelative.
           PERFORM ResolveGeneration.
           IF GenIsResolved
            MOVE GenPath TO SourcePath
            PERFORM FindRegressSummary
            IF SourceStatus IS EQUAL TO "00"
             AND LineJunk IS NOT EQUAL TO SPACES
             MOVE SPACES TO ReportRec
             STRING "    previous run (G" GenNumber "): "
                    FUNCTION TRIM(LineJunk)
              DELIMITED BY SIZE INTO ReportRec
             END-STRING
             MOVE ReportRec TO PrtLine
             PERFORM PrtWriteLine
            END-IF
           END-IF.
           MOVE SPACES TO ReportRec.
           MOVE ReportRec TO PrtLine
           PERFORM PrtWriteLine.

      * Subroutine FindRegressSummary.
      *
      * The "Regression pass:" roll-up line of the regression report
      * at SourcePath (SPACES when it has none); SourceStatus says
      * whether the file was there at all.
      *
      * Uses: SourcePath -> LineJunk, SourceStatus
       FindRegressSummary SECTION.
           MOVE SPACES TO LineJunk.
           OPEN INPUT SourceFile.
           IF SourceStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           READ SourceFile
            AT END SET EndOfSource TO TRUE
           END-READ.
           PERFORM UNTIL EndOfSource
            IF SourceRec(1:16) IS EQUAL TO "Regression pass:"
             MOVE SourceRec TO LineJunk
            END-IF
            READ SourceFile
             AT END SET EndOfSource TO TRUE
            END-READ
           END-PERFORM.
           CLOSE SourceFile.

      * Subroutine OpenIncidents.
      *
      * List every incident still OPEN in the register the batch
      * driver raises failures into (incidents.log, worked from
      * incident.cob) - the failures nobody must lose track of
      * between shifts - each with the problem it is linked to.
      *
      * Uses: SourceFile -> ReportFile
       OpenIncidents SECTION.
                     FUNCTION TRIM(IncFld8)
               DELIMITED BY SIZE INTO ReportRec
              END-STRING
              COMPUTE PrbWantInc = FUNCTION NUMVAL(IncFld2)
              PERFORM ProblemOfIncident
              IF PrbMatch IS GREATER THAN 0
               COMPUTE LinePtr = FUNCTION LENGTH(FUNCTION TRIM(
                   ReportRec TRAILING)) + 1
               STRING " [problem " PrbNo(PrbMatch) "]"
                DELIMITED BY SIZE INTO ReportRec
                WITH POINTER LinePtr
               END-STRING
              END-IF
              MOVE ReportRec TO PrtLine
              PERFORM PrtWriteLine
             END-IF
           MOVE ReportRec TO PrtLine
           PERFORM PrtWriteLine.

      * Subroutine OpenProblems.
      *
      * List every problem short of FIXED in the problem register
      * (problems.register, worked from problem.cob): the recurring
      * causes behind the incidents, with how many incidents each
      * has gathered and the workaround to apply meanwhile.
      *
      * Uses: PrbTable -> ReportFile
       OpenProblems SECTION.
           MOVE "--- Open problems ---" TO PrtLine.
           PERFORM PrtWriteLine.
           PERFORM VARYING PrbIx FROM 1 UNTIL PrbIx IS GREATER THAN
                   PrbCount
            IF NOT PrbIsFixed(PrbIx)
             MOVE SPACES TO PrtLine
             STRING "    " PrbNo(PrbIx) " " PrbState(PrbIx) " "
                    PrbProg(PrbIx) " " PrbFail(PrbIx) " "
                    PrbLinks(PrbIx) " incident(s) - "
                    FUNCTION TRIM(PrbTitle(PrbIx))
              DELIMITED BY SIZE INTO PrtLine
             END-STRING
             PERFORM PrtWriteLine
             IF PrbWork(PrbIx) IS NOT EQUAL TO SPACES
              MOVE SPACES TO PrtLine
              STRING "         workaround: "
                     FUNCTION TRIM(PrbWork(PrbIx))
               DELIMITED BY SIZE INTO PrtLine
              END-STRING
              PERFORM PrtWriteLine
             END-IF
            END-IF
           END-PERFORM.
           MOVE SPACES TO PrtLine.
           IF PrbOpenCount IS EQUAL TO 0
            MOVE "    (no open problems)" TO PrtLine
           ELSE
            STRING "    " PrbOpenCount " open problem(s) - work them "
                   "from the problem console"
             DELIMITED BY SIZE INTO PrtLine
            END-STRING
           END-IF.
           PERFORM PrtWriteLine.
           MOVE SPACES TO PrtLine.
           PERFORM PrtWriteLine.

      * Subroutine EchoWholeFile.
      *
      * Copy one companion report into the summary under its banner,
           WRITE ReportRec.

           COPY "PrintWrite.cpy".

           COPY "GenerationWrite.cpy".

           COPY "ProblemLoad.cpy".
