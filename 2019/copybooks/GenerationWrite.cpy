      * GenerationWrite.cpy
      *
      * The report generation service (fields in
      * GenerationFields.cpy, files in Generation.cpy). A report is
      * still written under its plain name, which is always the
      * newest copy; NewGeneration then keeps that copy as the next
      * numbered generation ("10a.report.G0042"), records it in the
      * generation catalog (report.generations) with the program
      * that created it, the time it was kept and the run stamp of
      * the batch run it belongs to, and rolls off the oldest
      * generations beyond the report's limit in generation.limits.
      * A report unchanged since its newest generation is not kept
      * twice. ResolveGeneration turns a relative generation (0 the
      * current report, -1 the one before, ...) into a file name,
      * so readers never have to guess archive names.
       NewGeneration SECTION.
           MOVE 0 TO GenMade.
           MOVE 0 TO GenRollCount.
           MOVE SPACES TO GenPath.
           MOVE FUNCTION CURRENT-DATE(1:14) TO GenStamp.
           PERFORM GenLoadLimits.
           PERFORM GenLoadCatalog.
           PERFORM GenFindNewest.
           MOVE 0 TO GenNumber.
           IF GenNewest IS GREATER THAN 0
            MOVE GcNumber(GenNewest) TO GenNumber
            PERFORM GenSameAsNewest
            IF GenSysRc IS EQUAL TO 0
             EXIT SECTION
            END-IF
           END-IF.
           IF GenNumber IS EQUAL TO 9999
            MOVE 1 TO GenNumber
           ELSE
            ADD 1 TO GenNumber
           END-IF.
           MOVE SPACES TO GenPath.
           STRING FUNCTION TRIM(GenReport) ".G" GenNumber
            DELIMITED BY SIZE INTO GenPath
           END-STRING.
           MOVE SPACES TO GenCommand.
           STRING "cp " FUNCTION TRIM(GenReport) " "
                  FUNCTION TRIM(GenPath) " 2>/dev/null"
            DELIMITED BY SIZE INTO GenCommand
           END-STRING.
           CALL "SYSTEM" USING GenCommand.
           COMPUTE GenSysRc = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           IF GenSysRc IS NOT EQUAL TO 0
            MOVE SPACES TO GenPath
            EXIT SECTION
           END-IF.
           IF GenCount IS EQUAL TO 1000
            PERFORM GenDropOldest
           END-IF.
           PERFORM GenReadProv.
           ADD 1 TO GenCount.
           MOVE GenReport TO GcReport(GenCount).
           MOVE GenNumber TO GcNumber(GenCount).
           MOVE GenFld2 TO GcProgram(GenCount).
           MOVE GenStamp TO GcCreated(GenCount).
           MOVE GenRunStamp TO GcRunStamp(GenCount).
           MOVE 0 TO GcDropped(GenCount).
           MOVE 1 TO GenMade.
           PERFORM GenRollOff.
           PERFORM GenSaveCatalog.

      * Subroutine ResolveGeneration.
      *
      * The file holding relative generation GenRelative of
      * GenReport: 0 is the report under its plain name; -1 is the
      * generation before it - the newest kept generation, unless
      * that is the current report itself, in which case the one
      * before that - and so on back. GenPath is SPACES when that
      * generation is not on file.
      *
      * Uses: GenReport, GenRelative, GenCatFile -> GenPath,
      *       GenNumber, GenResolved
       ResolveGeneration SECTION.
           MOVE 0 TO GenResolved.
           MOVE 0 TO GenNumber.
           MOVE SPACES TO GenPath.
           IF GenRelative IS GREATER THAN 0
            EXIT SECTION
           END-IF.
           IF GenRelative IS EQUAL TO 0
            MOVE SPACES TO GenCommand
            STRING "test -f " FUNCTION TRIM(GenReport)
             DELIMITED BY SIZE INTO GenCommand
            END-STRING
            CALL "SYSTEM" USING GenCommand
            COMPUTE GenSysRc = RETURN-CODE / 256
            MOVE 0 TO RETURN-CODE
            IF GenSysRc IS EQUAL TO 0
             MOVE GenReport TO GenPath
             MOVE 1 TO GenResolved
            END-IF
            EXIT SECTION
           END-IF.
           COMPUTE GenWanted = 0 - GenRelative.
           PERFORM GenLoadCatalog.
           PERFORM GenFindNewest.
           IF GenNewest IS EQUAL TO 0
            EXIT SECTION
           END-IF.
           PERFORM GenSameAsNewest.
           IF GenSysRc IS EQUAL TO 0
            MOVE 0 TO GenKept
           ELSE
            MOVE 1 TO GenKept
           END-IF.
           PERFORM VARYING GenGx FROM GenNewest BY -1
                   UNTIL GenGx IS LESS THAN 1
            IF GcReport(GenGx) IS EQUAL TO GenReport
             IF GenKept IS EQUAL TO GenWanted
              MOVE GcNumber(GenGx) TO GenNumber
              STRING FUNCTION TRIM(GenReport) ".G" GenNumber
               DELIMITED BY SIZE INTO GenPath
              END-STRING
              MOVE 1 TO GenResolved
              EXIT PERFORM
             END-IF
             ADD 1 TO GenKept
            END-IF
           END-PERFORM.

      * Subroutine SweepGenerations.
      *
      * Keep a new generation of every report listed in
      * generation.limits whose current copy has not been kept yet -
      * the batch's end-of-run pass, so a report is preserved even
      * when the program that wrote it keeps no generations itself.
      *
      * Uses: GenLimits -> GenCatFile, GenSx (reports kept)
       SweepGenerations SECTION.
           PERFORM GenLoadLimits.
           MOVE 0 TO GenSx.
           PERFORM VARYING GenLy FROM 1 UNTIL GenLy IS GREATER THAN
                   GenLimitCount
            MOVE GlReport(GenLy) TO GenReport
            MOVE SPACES TO GenProgram
            PERFORM NewGeneration
            IF GenWasMade
             ADD 1 TO GenSx
            END-IF
           END-PERFORM.

      * Subroutine GenFindNewest.
      *
      * The newest catalog entry for GenReport (0 when none).
       GenFindNewest SECTION.
           MOVE 0 TO GenNewest.
           PERFORM VARYING GenGx FROM 1 UNTIL GenGx IS GREATER THAN
                   GenCount
            IF GcReport(GenGx) IS EQUAL TO GenReport
             MOVE GenGx TO GenNewest
            END-IF
           END-PERFORM.

      * Subroutine GenSameAsNewest.
      *
      * Compare the current report with its newest kept generation;
      * GenSysRc 0 means they are the same file content.
       GenSameAsNewest SECTION.
           MOVE SPACES TO GenCommand.
           STRING "cmp -s " FUNCTION TRIM(GenReport) " "
                  FUNCTION TRIM(GenReport) ".G" GcNumber(GenNewest)
            DELIMITED BY SIZE INTO GenCommand
           END-STRING.
           CALL "SYSTEM" USING GenCommand.
           COMPUTE GenSysRc = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.

      * Subroutine GenReadProv.
      *
      * The creating program and run stamp for a new generation: the
      * program from GenProgram, else off the report's provenance
      * record; the run stamp of the batch run in progress
      * (AocRunStamp, exported by the batch drivers), else the
      * provenance stamp, else the time the generation was kept.
      *
      * Uses: GenReport, GenProgram -> GenFld2, GenRunStamp
       GenReadProv SECTION.
           MOVE SPACES TO GenFld1 GenFld2 GenFld5.
           MOVE GenReport TO GenSourcePath.
           DISPLAY "GenSourcePath" UPON ENVIRONMENT-NAME.
           DISPLAY GenSourcePath UPON ENVIRONMENT-VALUE.
           OPEN INPUT GenSourceFile.
           IF GenSourceStatus IS EQUAL TO "00"
            MOVE SPACES TO GenSourceRec
            READ GenSourceFile
             AT END MOVE SPACES TO GenSourceRec
            END-READ
            IF GenSourceRec(1:5) IS EQUAL TO "PROV|"
             UNSTRING GenSourceRec DELIMITED BY "|"
              INTO GenFld1 GenFld2 GenFld5
             END-UNSTRING
            END-IF
            CLOSE GenSourceFile
           END-IF.
           IF GenProgram IS NOT EQUAL TO SPACES
            MOVE GenProgram TO GenFld2
           END-IF.
           IF GenFld2 IS EQUAL TO SPACES
            MOVE "unknown" TO GenFld2
           END-IF.
           MOVE SPACES TO GenRunStamp.
           DISPLAY "AocRunStamp" UPON ENVIRONMENT-NAME.
           ACCEPT GenRunStamp FROM ENVIRONMENT-VALUE.
           IF GenRunStamp IS EQUAL TO SPACES
            OR GenRunStamp IS EQUAL TO LOW-VALUES
            MOVE GenFld5 TO GenRunStamp
           END-IF.
           IF GenRunStamp IS EQUAL TO SPACES
            MOVE GenStamp TO GenRunStamp
           END-IF.

      * Subroutine GenRollOff.
      *
      * Delete the oldest generations of GenReport beyond its limit
      * and drop them from the catalog.
      *
      * Uses: GenReport, GenLimit, GenCatalog -> GenRollCount
       GenRollOff SECTION.
           MOVE 0 TO GenKept.
           PERFORM VARYING GenGx FROM 1 UNTIL GenGx IS GREATER THAN
                   GenCount
            IF GcReport(GenGx) IS EQUAL TO GenReport
             AND GcDropped(GenGx) IS EQUAL TO 0
             ADD 1 TO GenKept
            END-IF
           END-PERFORM.
           PERFORM VARYING GenGx FROM 1 UNTIL GenGx IS GREATER THAN
                   GenCount OR GenKept IS NOT GREATER THAN GenLimit
            IF GcReport(GenGx) IS EQUAL TO GenReport
             AND GcDropped(GenGx) IS EQUAL TO 0
             MOVE SPACES TO GenCommand
             STRING "rm -f " FUNCTION TRIM(GenReport) ".G"
                    GcNumber(GenGx)
              DELIMITED BY SIZE INTO GenCommand
             END-STRING
             CALL "SYSTEM" USING GenCommand
             MOVE 0 TO RETURN-CODE
             MOVE 1 TO GcDropped(GenGx)
             SUBTRACT 1 FROM GenKept
             ADD 1 TO GenRollCount
            END-IF
           END-PERFORM.

      * Subroutine GenDropOldest.
      *
      * A full catalog gives up its oldest entry (of any report) to
      * make room; the generation file itself is left for
      * housekeeping.
       GenDropOldest SECTION.
           PERFORM VARYING GenGx FROM 2 UNTIL GenGx IS GREATER THAN
                   GenCount
            MOVE GenEntry(GenGx) TO GenEntry(GenGx - 1)
           END-PERFORM.
           SUBTRACT 1 FROM GenCount.
           IF GenNewest IS GREATER THAN 0
            SUBTRACT 1 FROM GenNewest
           END-IF.

      * Subroutine GenLoadCatalog.
      *
      * Load the generation catalog whole; none on file is an empty
      * catalog.
       GenLoadCatalog SECTION.
           MOVE 0 TO GenCount.
           OPEN INPUT GenCatFile.
           IF GenCatStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO GenCatRec.
           READ GenCatFile
            AT END SET EndOfGenCat TO TRUE
           END-READ.
           PERFORM UNTIL EndOfGenCat
            IF GenCatRec(1:4) IS EQUAL TO "GEN|"
             AND GenCount IS LESS THAN 1000
             MOVE SPACES TO GenFld1 GenFld2 GenFld3 GenFld4 GenFld5
                            GenFld6
             UNSTRING GenCatRec DELIMITED BY "|"
              INTO GenFld1 GenFld2 GenFld3 GenFld4 GenFld5 GenFld6
             END-UNSTRING
             IF GenFld3(1:1) IS EQUAL TO "G"
              AND GenFld3(2:4) IS NUMERIC
              ADD 1 TO GenCount
              MOVE GenFld2 TO GcReport(GenCount)
              MOVE GenFld3(2:4) TO GcNumber(GenCount)
              MOVE GenFld4 TO GcProgram(GenCount)
              MOVE GenFld5 TO GcCreated(GenCount)
              MOVE GenFld6 TO GcRunStamp(GenCount)
              MOVE 0 TO GcDropped(GenCount)
             END-IF
            END-IF
            MOVE SPACES TO GenCatRec
            READ GenCatFile
             AT END SET EndOfGenCat TO TRUE
            END-READ
           END-PERFORM.
           CLOSE GenCatFile.

      * Subroutine GenSaveCatalog.
      *
      * Write the catalog back whole, less the rolled-off entries.
       GenSaveCatalog SECTION.
           OPEN OUTPUT GenCatFile.
           PERFORM VARYING GenGx FROM 1 UNTIL GenGx IS GREATER THAN
                   GenCount
            IF GcDropped(GenGx) IS EQUAL TO 0
             MOVE SPACES TO GenCatRec
             STRING "GEN|" FUNCTION TRIM(GcReport(GenGx)) "|G"
                    GcNumber(GenGx) "|"
                    FUNCTION TRIM(GcProgram(GenGx)) "|"
                    GcCreated(GenGx) "|" GcRunStamp(GenGx)
              DELIMITED BY SIZE INTO GenCatRec
             END-STRING
             WRITE GenCatRec
            END-IF
           END-PERFORM.
           CLOSE GenCatFile.

      * Subroutine GenLoadLimits.
      *
      * Load generation.limits once, then look GenReport up in it:
      * GenLimit is its limit, GenControlled whether it is listed by
      * name (rather than falling to the "*" default).
       GenLoadLimits SECTION.
           IF GenLimitsLoaded IS EQUAL TO 0
            MOVE 1 TO GenLimitsLoaded
            OPEN INPUT GenLimitFile
            IF GenLimitStatus IS EQUAL TO "00"
             MOVE SPACES TO GenLimitRec
             READ GenLimitFile
              AT END SET EndOfGenLimit TO TRUE
             END-READ
             PERFORM UNTIL EndOfGenLimit
              IF (GenLimitRec(1:1) IS NOT EQUAL TO "*"
                  OR GenLimitRec(2:1) IS EQUAL TO "|")
               AND GenLimitRec IS NOT EQUAL TO SPACES
               MOVE SPACES TO GenFld1 GenFld2
               UNSTRING GenLimitRec DELIMITED BY "|"
                INTO GenFld1 GenFld2
               END-UNSTRING
               IF GenFld1 IS EQUAL TO "*"
                COMPUTE GenDefaultLimit = FUNCTION NUMVAL(GenFld2)
               ELSE
                IF GenLimitCount IS LESS THAN 100
                 ADD 1 TO GenLimitCount
                 MOVE GenFld1 TO GlReport(GenLimitCount)
                 COMPUTE GlLimit(GenLimitCount) =
                         FUNCTION NUMVAL(GenFld2)
                END-IF
               END-IF
              END-IF
              MOVE SPACES TO GenLimitRec
              READ GenLimitFile
               AT END SET EndOfGenLimit TO TRUE
              END-READ
             END-PERFORM
             CLOSE GenLimitFile
            END-IF
           END-IF.
           MOVE GenDefaultLimit TO GenLimit.
           MOVE 0 TO GenControlled.
           PERFORM VARYING GenLx FROM 1 UNTIL GenLx IS GREATER THAN
                   GenLimitCount
            IF GlReport(GenLx) IS EQUAL TO GenReport
             MOVE GlLimit(GenLx) TO GenLimit
             MOVE 1 TO GenControlled
             EXIT PERFORM
            END-IF
           END-PERFORM.
           IF GenLimit IS EQUAL TO 0
            MOVE 1 TO GenLimit
           END-IF.
