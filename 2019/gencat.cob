       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-GenCat.

      * Report generation catalog utility: the operator's and the
      * schedule's way into the generation service every report
      * shares (GenerationWrite.cpy). Reports are still written
      * under their plain names, the plain name always the newest
      * copy; each copy worth keeping becomes a numbered generation
      * ("10a.report.G0042") recorded in report.generations with the
      * program that created it, when it was kept and the run stamp
      * of its batch run, and generation.limits ("Report|Limit", "*"
      * for reports not listed) says how many generations of each
      * report stay on file before the oldest roll off.
      *
      * Arguments: Action [Report] [Relative|Program]
      *   SWEEP                    keep a generation of every report
      *                            listed in generation.limits that
      *                            changed since its newest one (the
      *                            end-of-batch step)
      *   NEW Report [Program]     keep a generation of one report
      *   LIST [Report]            the catalog, for one report or all
      *   RESOLVE Report Relative  the file holding a relative
      *                            generation (0 current, -1 the one
      *                            before, ...)
      *
      * RETURN-CODE 0 done, 4 nothing kept (NEW) or the generation
      * asked for is not on file (RESOLVE), 8 bad arguments.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "Generation.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "GenerationFD.cpy".

       WORKING-STORAGE SECTION.
       01 Action       PIC X(8).
       01 ArgReport    PIC X(40).
       01 ArgThird     PIC X(40).
       01 ListCount    PIC 9(4) VALUE 0.
       01 Gx           PIC 9(4).
       01 CountFmt     PIC Z(3)9.

       COPY "GenerationFields.cpy".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Action FROM ARGUMENT-VALUE.
           ACCEPT ArgReport FROM ARGUMENT-VALUE.
           ACCEPT ArgThird FROM ARGUMENT-VALUE.
           MOVE FUNCTION UPPER-CASE(Action) TO Action.
           INSPECT ArgReport REPLACING ALL LOW-VALUES BY SPACE.
           INSPECT ArgThird REPLACING ALL LOW-VALUES BY SPACE.
           EVALUATE Action
            WHEN "SWEEP"
             PERFORM SweepGenerations
             MOVE GenSx TO CountFmt
             DISPLAY FUNCTION TRIM(CountFmt)
                     " new generation(s) kept - see report.generations"
            WHEN "NEW"
             IF ArgReport IS EQUAL TO SPACES
              PERFORM ShowUsage
             END-IF
             MOVE ArgReport TO GenReport
             MOVE ArgThird TO GenProgram
             PERFORM NewGeneration
             IF GenWasMade
              DISPLAY "Kept " FUNCTION TRIM(GenPath)
              IF GenRollCount IS GREATER THAN 0
               MOVE GenRollCount TO CountFmt
               DISPLAY FUNCTION TRIM(CountFmt)
                       " old generation(s) rolled off"
              END-IF
             ELSE
              IF GenNewest IS GREATER THAN 0
               AND GenPath IS EQUAL TO SPACES
               AND GenSysRc IS EQUAL TO 0
               DISPLAY FUNCTION TRIM(GenReport)
                       " unchanged since generation G" GenNumber
              ELSE
               DISPLAY FUNCTION TRIM(GenReport) " not on file"
              END-IF
              MOVE 4 TO RETURN-CODE
             END-IF
            WHEN "LIST"
             PERFORM ListCatalog
            WHEN "RESOLVE"
             IF ArgReport IS EQUAL TO SPACES
              OR FUNCTION TEST-NUMVAL(ArgThird) IS NOT EQUAL TO 0
              PERFORM ShowUsage
             END-IF
             MOVE ArgReport TO GenReport
             COMPUTE GenRelative = FUNCTION NUMVAL(ArgThird)
             PERFORM ResolveGeneration
             IF GenIsResolved
              DISPLAY FUNCTION TRIM(GenPath)
             ELSE
              DISPLAY "Generation " FUNCTION TRIM(ArgThird) " of "
                      FUNCTION TRIM(GenReport) " is not on file"
              MOVE 4 TO RETURN-CODE
             END-IF
            WHEN OTHER
             PERFORM ShowUsage
           END-EVALUATE.
           STOP RUN.

      * Subroutine ShowUsage.
      *
      * Bad arguments end the run.
       ShowUsage SECTION.
           DISPLAY "Usage: SWEEP | NEW Report [Program] | "
                   "LIST [Report] | RESOLVE Report Relative".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      * Subroutine ListCatalog.
      *
      * Every generation on file, oldest first within each report,
      * for one report or the whole catalog.
      *
      * Uses: GenCatFile, ArgReport -> (console)
       ListCatalog SECTION.
           PERFORM GenLoadCatalog.
           PERFORM VARYING Gx FROM 1 UNTIL Gx IS GREATER THAN
                   GenCount
            IF ArgReport IS EQUAL TO SPACES
             OR GcReport(Gx) IS EQUAL TO ArgReport
             ADD 1 TO ListCount
             DISPLAY GcReport(Gx)(1:20) " G" GcNumber(Gx) " "
                     GcProgram(Gx)(1:28) " kept " GcCreated(Gx)
                     " run " GcRunStamp(Gx)
            END-IF
           END-PERFORM.
           MOVE ListCount TO CountFmt.
           DISPLAY FUNCTION TRIM(CountFmt) " generation(s) on file".

           COPY "GenerationWrite.cpy".
