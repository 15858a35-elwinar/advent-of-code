      * BinCacheFetch.cpy
      *
      * Puts a binary for BldProgram/BldSources at BinTarget (see
      * BinCacheFields.cpy): copied out of the cache when a binary
      * built from the same member checksum is there, compiled with
      * BinCompileCmd (and recorded in build.registry and the cache)
      * when it is not, or when AocRebuild forces it. Either way the
      * outcome is logged to bincache.log and BldNumber is the
      * build the binary belongs to; a cached binary whose build the
      * registry has lost is recorded there again as CACHED.
      *
      * Uses: BldProgram, BldSources, BldLauncher, BinCompileCmd,
      *       BinTarget -> BinTarget, BinHit, BldNumber, BldResult,
      *       build.registry, bincache/, bincache.index, bincache.log
       FetchBinary SECTION.
           PERFORM ChecksumBuild.
           MOVE SPACES TO BinPath.
           STRING "bincache/" FUNCTION TRIM(BldProgram) "."
                  BldChecksum
            DELIMITED BY SIZE INTO BinPath
           END-STRING.
           MOVE 0 TO BinHit.
           MOVE 0 TO BinCompileRc.
           MOVE "MISS" TO BinOutcome.
           MOVE SPACES TO BinForce.
           DISPLAY "AocRebuild" UPON ENVIRONMENT-NAME.
           ACCEPT BinForce FROM ENVIRONMENT-VALUE.
           IF BinForce(1:1) IS EQUAL TO "Y"
            OR BinForce(1:1) IS EQUAL TO "y"
            MOVE "FORCED" TO BinOutcome
           ELSE
            MOVE SPACES TO BinCommand
            STRING "cp -p " FUNCTION TRIM(BinPath) " "
                   FUNCTION TRIM(BinTarget) " 2>/dev/null"
             DELIMITED BY SIZE INTO BinCommand
            END-STRING
            CALL "SYSTEM" USING BinCommand
            IF RETURN-CODE IS EQUAL TO 0
             MOVE 1 TO BinHit
             MOVE "HIT" TO BinOutcome
            END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.

           IF BinWasHit
            ADD 1 TO BinHits
            MOVE "CACHED" TO BldResult
            PERFORM AssignBuildNumber
            IF BldKnown IS EQUAL TO 0
             PERFORM RecordBuild
            END-IF
           ELSE
            ADD 1 TO BinMisses
            CALL "SYSTEM" USING BinCompileCmd
            COMPUTE BinCompileRc = RETURN-CODE / 256
            MOVE "OK" TO BldResult
            IF RETURN-CODE IS NOT EQUAL TO 0
             MOVE "FAILED" TO BldResult
            END-IF
            MOVE 0 TO RETURN-CODE
            PERFORM RecordBuild
            IF BldResult IS EQUAL TO "OK"
             PERFORM CacheBinary
            END-IF
           END-IF.
           PERFORM WriteBinLog.

      * Subroutine CacheBinary.
      *
      * Keep the freshly compiled binary in the cache under its
      * checksum and list it in bincache.index (once).
      *
      * Uses: BinTarget, BinPath, BldProgram, BldChecksum,
      *       BldSources -> bincache/, bincache.index
       CacheBinary SECTION.
           MOVE SPACES TO BinCommand.
           STRING "mkdir -p bincache && cp -p "
                  FUNCTION TRIM(BinTarget) " "
                  FUNCTION TRIM(BinPath) " 2>/dev/null"
            DELIMITED BY SIZE INTO BinCommand
           END-STRING.
           CALL "SYSTEM" USING BinCommand.
           IF RETURN-CODE IS NOT EQUAL TO 0
            MOVE 0 TO RETURN-CODE
            EXIT SECTION
           END-IF.

           MOVE 0 TO BinListed.
           OPEN INPUT BinIndexFile.
           IF BinIndexStatus IS EQUAL TO "00"
            MOVE SPACES TO BinIndexRec
            READ BinIndexFile
             AT END SET EndOfBinIndex TO TRUE
            END-READ
            PERFORM UNTIL EndOfBinIndex
             MOVE SPACES TO BinFld1 BinFld2 BinFld3 BinFld4
             UNSTRING BinIndexRec DELIMITED BY "|"
              INTO BinFld1 BinFld2 BinFld3 BinFld4
             END-UNSTRING
             IF BinFld4 IS EQUAL TO BinPath
              MOVE 1 TO BinListed
              SET EndOfBinIndex TO TRUE
             ELSE
              MOVE SPACES TO BinIndexRec
              READ BinIndexFile
               AT END SET EndOfBinIndex TO TRUE
              END-READ
             END-IF
            END-PERFORM
            CLOSE BinIndexFile
           END-IF.
           IF BinListed IS EQUAL TO 1
            EXIT SECTION
           END-IF.
           OPEN EXTEND BinIndexFile.
           IF BinIndexStatus IS EQUAL TO "35"
            OPEN OUTPUT BinIndexFile
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BinStamp.
           MOVE SPACES TO BinIndexRec.
           STRING "BIN|" FUNCTION TRIM(BldProgram) "|" BldChecksum
                  "|" FUNCTION TRIM(BinPath) "|" BinStamp "|"
                  FUNCTION TRIM(BldSources)
            DELIMITED BY SIZE INTO BinIndexRec
           END-STRING.
           WRITE BinIndexRec.
           CLOSE BinIndexFile.

      * Subroutine WriteBinLog.
      *
      * Append this fetch's outcome to bincache.log.
      *
      * Uses: BinOutcome, BldLauncher, BldProgram, BldChecksum,
      *       BldNumber, BldResult -> bincache.log
       WriteBinLog SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BinStamp.
           MOVE SPACES TO BinLogRec.
           IF BinWasHit
            STRING FUNCTION TRIM(BinOutcome) "|" BinStamp "|"
                   FUNCTION TRIM(BldLauncher) "|"
                   FUNCTION TRIM(BldProgram) "|" BldChecksum "|"
                   BldNumber
             DELIMITED BY SIZE INTO BinLogRec
            END-STRING
           ELSE
            STRING FUNCTION TRIM(BinOutcome) "|" BinStamp "|"
                   FUNCTION TRIM(BldLauncher) "|"
                   FUNCTION TRIM(BldProgram) "|" BldChecksum "|"
                   BldNumber "|" FUNCTION TRIM(BldResult)
             DELIMITED BY SIZE INTO BinLogRec
            END-STRING
           END-IF.
           PERFORM AppendBinLog.

      * Subroutine AppendBinLog.
      *
      * Append BinLogRec to bincache.log, creating the log on first
      * use.
      *
      * Uses: BinLogRec -> bincache.log
       AppendBinLog SECTION.
           OPEN EXTEND BinLogFile.
           IF BinLogStatus IS EQUAL TO "35"
            OPEN OUTPUT BinLogFile
           END-IF.
           WRITE BinLogRec.
           CLOSE BinLogFile.
