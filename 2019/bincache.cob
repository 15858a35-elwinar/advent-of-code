       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-BinCache.

      * Compiled-binary cache maintenance. The launchers (runall,
      * regress, console, scheduler) keep every binary they compile
      * under bincache/, keyed by the checksum of its sources and
      * copybooks (BinCacheFetch.cpy), and reuse it while that
      * checksum still matches. This pass lists every cached binary
      * against the sources on disk now:
      *   CURRENT        the sources still checksum as built - the
      *                  next launch reuses it
      *   SOURCE CHANGED a source or copybook has been edited since;
      *                  nothing will fetch it again unless the edit
      *                  is backed out
      *   SOURCE GONE    a source or copybook it was built from is
      *                  no longer on disk
      *   BINARY GONE    the index lists it but the file is missing
      * with how often each was reused, and the hit/miss totals from
      * bincache.log. PURGE deletes every binary that is not
      * CURRENT, drops it from bincache.index and logs each purge to
      * bincache.log. A cache that is not trusted at all is bypassed
      * per launch with AocRebuild=Y rather than purged.
      *
      * Arguments: [Mode] - LIST (default) or PURGE
      *
      * Output: BinCache.report. RETURN-CODE 0 when every binary
      * listed is current (or PURGE removed the rest), 4 when LIST
      * finds binaries a PURGE would remove, 8 for an unknown mode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "BuildRegistry.cpy".
       COPY "BinCache.cpy".
       SELECT ReportFile ASSIGN TO "BinCache.report"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "BuildRegistryFD.cpy".

       COPY "BinCacheFD.cpy".

       FD ReportFile.
       01 ReportRec PIC X(133).

       WORKING-STORAGE SECTION.
       COPY "BuildRegistryFields.cpy".
       COPY "BinCacheFields.cpy".
       COPY "PrintFields.cpy".
       01 CacheMode      PIC X(8).
       01 CommandLine    PIC X(200).

      * Every binary bincache.index lists, with its state now and
      * how often bincache.log shows it reused.
       01 Bins.
          02 BinCount PIC 9(3) VALUE 0.
          02 BinEntry OCCURS 500 TIMES.
             03 BinProg     PIC X(12).
             03 BinSum      PIC X(18).
             03 BinFile     PIC X(60).
             03 BinCached   PIC X(14).
             03 BinSources  PIC X(120).
             03 BinState    PIC X(14).
             03 BinReused   PIC 9(5).
       01 Bx             PIC 9(3).
       01 StaleCount     PIC 9(3) VALUE 0.
       01 CurrentCount   PIC 9(3) VALUE 0.
       01 PurgeCount     PIC 9(3) VALUE 0.
       01 LogHits        PIC 9(6) VALUE 0.
       01 LogMisses      PIC 9(6) VALUE 0.
       01 LogForced      PIC 9(6) VALUE 0.
       01 ReusedFmt      PIC Z(4)9.

       PROCEDURE DIVISION.
       Begin.
           MOVE SPACES TO CacheMode.
           ACCEPT CacheMode FROM ARGUMENT-VALUE.
           MOVE FUNCTION UPPER-CASE(CacheMode) TO CacheMode.
           IF CacheMode IS EQUAL TO SPACES
            MOVE "LIST" TO CacheMode
           END-IF.
           IF CacheMode IS NOT EQUAL TO "LIST"
            AND CacheMode IS NOT EQUAL TO "PURGE"
            DISPLAY "Unknown mode " FUNCTION TRIM(CacheMode)
                    " - LIST or PURGE"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.

           PERFORM LoadBinIndex.
           PERFORM ScanBinLog.
           PERFORM VARYING Bx FROM 1 UNTIL Bx IS GREATER THAN BinCount
            PERFORM CheckBinary
            IF BinState(Bx) IS EQUAL TO "CURRENT"
             ADD 1 TO CurrentCount
            ELSE
             ADD 1 TO StaleCount
            END-IF
           END-PERFORM.
           IF CacheMode IS EQUAL TO "PURGE"
            AND StaleCount IS GREATER THAN 0
            PERFORM PurgeBinaries
           END-IF.
           PERFORM WriteReport.

           IF CacheMode IS EQUAL TO "PURGE"
            DISPLAY BinCount " cached binary(s), " PurgeCount
                    " purged - see BinCache.report"
           ELSE
            DISPLAY BinCount " cached binary(s), " CurrentCount
                    " current, " StaleCount " to purge - see "
                    "BinCache.report"
            IF StaleCount IS GREATER THAN 0
             MOVE 4 TO RETURN-CODE
            END-IF
           END-IF.
           STOP RUN.

      * Subroutine LoadBinIndex.
      *
      * Every BIN record in bincache.index into Bins.
      *
      * Uses: bincache.index -> Bins
       LoadBinIndex SECTION.
           OPEN INPUT BinIndexFile.
           IF BinIndexStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO BinIndexRec.
           READ BinIndexFile
            AT END SET EndOfBinIndex TO TRUE
           END-READ.
           PERFORM UNTIL EndOfBinIndex
            IF BinIndexRec(1:4) IS EQUAL TO "BIN|"
             AND BinCount IS LESS THAN 500
             MOVE SPACES TO BinFld1 BinFld2 BinFld3 BinFld4 BinFld5
                            BinFld6
             UNSTRING BinIndexRec DELIMITED BY "|"
              INTO BinFld1 BinFld2 BinFld3 BinFld4 BinFld5 BinFld6
             END-UNSTRING
             ADD 1 TO BinCount
             MOVE BinFld2 TO BinProg(BinCount)
             MOVE BinFld3 TO BinSum(BinCount)
             MOVE BinFld4 TO BinFile(BinCount)
             MOVE BinFld5 TO BinCached(BinCount)
             MOVE BinFld6 TO BinSources(BinCount)
             MOVE SPACES TO BinState(BinCount)
             MOVE 0 TO BinReused(BinCount)
            END-IF
            MOVE SPACES TO BinIndexRec
            READ BinIndexFile
             AT END SET EndOfBinIndex TO TRUE
            END-READ
           END-PERFORM.
           CLOSE BinIndexFile.

      * Subroutine ScanBinLog.
      *
      * Total the hits, misses and forced rebuilds in bincache.log,
      * crediting each hit to the binary it reused.
      *
      * Uses: bincache.log, Bins -> LogHits, LogMisses, LogForced,
      *       BinReused
       ScanBinLog SECTION.
           OPEN INPUT BinLogFile.
           IF BinLogStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO BinLogRec.
           READ BinLogFile
            AT END SET EndOfBinLog TO TRUE
           END-READ.
           PERFORM UNTIL EndOfBinLog
            MOVE SPACES TO BinFld1 BinFld2 BinFld3 BinFld4 BinFld5
            UNSTRING BinLogRec DELIMITED BY "|"
             INTO BinFld1 BinFld2 BinFld3 BinFld4 BinFld5
            END-UNSTRING
            EVALUATE BinFld1
             WHEN "HIT"
              ADD 1 TO LogHits
              PERFORM VARYING Bx FROM 1 UNTIL Bx IS GREATER THAN
                      BinCount
               IF BinProg(Bx) IS EQUAL TO BinFld4
                AND BinSum(Bx) IS EQUAL TO BinFld5
                ADD 1 TO BinReused(Bx)
               END-IF
              END-PERFORM
             WHEN "MISS"
              ADD 1 TO LogMisses
             WHEN "FORCED"
              ADD 1 TO LogForced
            END-EVALUATE
            MOVE SPACES TO BinLogRec
            READ BinLogFile
             AT END SET EndOfBinLog TO TRUE
            END-READ
           END-PERFORM.
           CLOSE BinLogFile.

      * Subroutine CheckBinary.
      *
      * State of binary Bx: its file must still be there, every
      * member it was built from must still be readable, and they
      * must still checksum as they did when it was built.
      *
      * Uses: Bins(Bx) -> BinState(Bx)
       CheckBinary SECTION.
           MOVE SPACES TO CommandLine.
           STRING "test -f " FUNCTION TRIM(BinFile(Bx))
            DELIMITED BY SIZE INTO CommandLine
           END-STRING.
           CALL "SYSTEM" USING CommandLine.
           IF RETURN-CODE IS NOT EQUAL TO 0
            MOVE 0 TO RETURN-CODE
            MOVE "BINARY GONE" TO BinState(Bx)
            EXIT SECTION
           END-IF.
           MOVE BinSources(Bx) TO BldSources.
           PERFORM ChecksumBuild.
           EVALUATE TRUE
            WHEN BldMissCount IS GREATER THAN 0
             MOVE "SOURCE GONE" TO BinState(Bx)
            WHEN BldChecksum IS NOT EQUAL TO BinSum(Bx)
             MOVE "SOURCE CHANGED" TO BinState(Bx)
            WHEN OTHER
             MOVE "CURRENT" TO BinState(Bx)
           END-EVALUATE.

      * Subroutine PurgeBinaries.
      *
      * Delete every binary that is not current, log each one, and
      * rewrite bincache.index with the current binaries only.
      *
      * Uses: Bins -> bincache/, bincache.index, bincache.log,
      *       PurgeCount
       PurgeBinaries SECTION.
           PERFORM VARYING Bx FROM 1 UNTIL Bx IS GREATER THAN BinCount
            IF BinState(Bx) IS NOT EQUAL TO "CURRENT"
             MOVE SPACES TO CommandLine
             STRING "rm -f " FUNCTION TRIM(BinFile(Bx))
              DELIMITED BY SIZE INTO CommandLine
             END-STRING
             CALL "SYSTEM" USING CommandLine
             MOVE 0 TO RETURN-CODE
             ADD 1 TO PurgeCount
             MOVE FUNCTION CURRENT-DATE(1:14) TO BinStamp
             MOVE SPACES TO BinLogRec
             STRING "PURGE|" BinStamp "|" FUNCTION TRIM(BinProg(Bx))
                    "|" BinSum(Bx) "|" FUNCTION TRIM(BinFile(Bx))
                    "|" FUNCTION TRIM(BinState(Bx))
              DELIMITED BY SIZE INTO BinLogRec
             END-STRING
             PERFORM AppendBinLog
            END-IF
           END-PERFORM.

           OPEN OUTPUT BinIndexFile.
           PERFORM VARYING Bx FROM 1 UNTIL Bx IS GREATER THAN BinCount
            IF BinState(Bx) IS EQUAL TO "CURRENT"
             MOVE SPACES TO BinIndexRec
             STRING "BIN|" FUNCTION TRIM(BinProg(Bx)) "|" BinSum(Bx)
                    "|" FUNCTION TRIM(BinFile(Bx)) "|" BinCached(Bx)
                    "|" FUNCTION TRIM(BinSources(Bx))
              DELIMITED BY SIZE INTO BinIndexRec
             END-STRING
             WRITE BinIndexRec
            END-IF
           END-PERFORM.
           CLOSE BinIndexFile.

      * Subroutine WriteReport.
      *
      * One line per cached binary, then the totals and the log's
      * hit/miss counts.
      *
      * Uses: Bins, LogHits, LogMisses, LogForced -> ReportFile
       WriteReport SECTION.
           OPEN OUTPUT ReportFile.
           MOVE "Compiled-binary cache" TO PrtTitle.
           MOVE SPACES TO PrtHeading.
           STRING "Program      Checksum            Cached          "
                  "Reused  State           Sources"
            DELIMITED BY SIZE INTO PrtHeading
           END-STRING.
           PERFORM PrtOpenReport.
           PERFORM PrtNewPage.
           PERFORM VARYING Bx FROM 1 UNTIL Bx IS GREATER THAN BinCount
            MOVE BinReused(Bx) TO ReusedFmt
            MOVE SPACES TO PrtLine
            STRING BinProg(Bx) " " BinSum(Bx) "  " BinCached(Bx)
                   "  " ReusedFmt "  " BinState(Bx) "  "
                   FUNCTION TRIM(BinSources(Bx))
             DELIMITED BY SIZE INTO PrtLine
            END-STRING
            PERFORM PrtWriteLine
           END-PERFORM.
           IF BinCount IS EQUAL TO 0
            MOVE "    (the cache holds no binaries)" TO PrtLine
            PERFORM PrtWriteLine
           END-IF.
           MOVE SPACES TO PrtLine.
           PERFORM PrtWriteLine.
           MOVE SPACES TO PrtLine.
           IF CacheMode IS EQUAL TO "PURGE"
            STRING BinCount " cached binary(s): " PurgeCount
                   " purged, " CurrentCount " kept"
             DELIMITED BY SIZE INTO PrtLine
            END-STRING
           ELSE
            STRING BinCount " cached binary(s): " CurrentCount
                   " current, " StaleCount " to purge"
             DELIMITED BY SIZE INTO PrtLine
            END-STRING
           END-IF.
           PERFORM PrtWriteLine.
           MOVE SPACES TO PrtLine.
           STRING "Launches logged: " LogHits " reused, " LogMisses
                  " compiled, " LogForced " forced rebuild(s)"
            DELIMITED BY SIZE INTO PrtLine
           END-STRING.
           PERFORM PrtWriteLine.
           PERFORM PrtEndReport.
           CLOSE ReportFile.

      * Subroutine PrtPut.
      *
      * The print service's per-program output hook: one physical
      * print record to the cache report.
       PrtPut SECTION.
           MOVE PrtOut TO ReportRec.
           WRITE ReportRec.

           COPY "PrintWrite.cpy".

           COPY "BuildRegistryWrite.cpy".

           COPY "BinCacheFetch.cpy".
