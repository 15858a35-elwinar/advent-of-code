      * BuildRegistryWrite.cpy
      *
      * Records one compile in build.registry (BuildRegistry.cpy):
      * the checksum of every member the compile took in, and the
      * build number it runs under - the number the same program
      * last had with the same checksum, else the next number on
      * the registry. A launcher PERFORMs RegisterBuild right after
      * its compile and hands BldNumber on to the run as AocBuild.
      *
      * Uses: BldProgram, BldSources, BldLauncher, BldResult ->
      *       BldNumber, BldChecksum, BldStamp, build.registry
       RegisterBuild SECTION.
           PERFORM ChecksumBuild.
           PERFORM RecordBuild.

      * Subroutine RecordBuild.
      *
      * Append the registry record for a build whose checksum is
      * already in BldChecksum, under the number AssignBuildNumber
      * gives it.
      *
      * Uses: BldProgram, BldChecksum, BldSources, BldLauncher,
      *       BldResult -> BldNumber, BldStamp, build.registry
       RecordBuild SECTION.
           PERFORM AssignBuildNumber.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BldStamp.
           IF BldResult IS EQUAL TO SPACES
            MOVE "OK" TO BldResult
           END-IF.
           OPEN EXTEND BuildRegFile.
           IF BuildRegStatus IS EQUAL TO "35"
            OPEN OUTPUT BuildRegFile
           END-IF.
           MOVE BldMemCount TO BldMemFmt.
           MOVE SPACES TO BuildRegRec.
           STRING "BUILD|" BldNumber "|" FUNCTION TRIM(BldProgram)
                  "|" BldChecksum "|" BldStamp "|"
                  FUNCTION TRIM(BldLauncher) "|"
                  FUNCTION TRIM(BldResult) "|"
                  FUNCTION TRIM(BldMemFmt) "|"
                  FUNCTION TRIM(BldSources)
            DELIMITED BY SIZE INTO BuildRegRec
           END-STRING.
           WRITE BuildRegRec.
           CLOSE BuildRegFile.

      * Subroutine AssignBuildNumber.
      *
      * The number the program last had with this checksum
      * (BldKnown 1), else the next number on the registry
      * (BldKnown 0).
      *
      * Uses: BldProgram, BldChecksum, build.registry -> BldNumber,
      *       BldKnown
       AssignBuildNumber SECTION.
           MOVE 0 TO BldHighest.
           MOVE 0 TO BldNumber.
           MOVE 0 TO BldKnown.
           OPEN INPUT BuildRegFile.
           IF BuildRegStatus IS EQUAL TO "00"
            MOVE SPACES TO BuildRegRec
            READ BuildRegFile
             AT END SET EndOfBuildReg TO TRUE
            END-READ
            PERFORM UNTIL EndOfBuildReg
             IF BuildRegRec(1:6) IS EQUAL TO "BUILD|"
              MOVE SPACES TO BldFld1 BldFld2 BldFld3 BldFld4
              UNSTRING BuildRegRec DELIMITED BY "|"
               INTO BldFld1 BldFld2 BldFld3 BldFld4
              END-UNSTRING
              IF BldFld2(1:6) IS NUMERIC
               IF BldFld2(1:6) IS GREATER THAN BldHighest
                MOVE BldFld2(1:6) TO BldHighest
               END-IF
               IF BldFld3 IS EQUAL TO BldProgram
                AND BldFld4 IS EQUAL TO BldChecksum
                MOVE BldFld2(1:6) TO BldNumber
                MOVE 1 TO BldKnown
               END-IF
              END-IF
             END-IF
             MOVE SPACES TO BuildRegRec
             READ BuildRegFile
              AT END SET EndOfBuildReg TO TRUE
             END-READ
            END-PERFORM
            CLOSE BuildRegFile
           END-IF.
           IF BldNumber IS EQUAL TO 0
            COMPUTE BldNumber = BldHighest + 1
           END-IF.

      * Subroutine ChecksumBuild.
      *
      * Fold every member of the build into one checksum: the named
      * sources first, then each copybook a member COPYs (copybooks
      * pulling in copybooks included), each member once. A member
      * that cannot be read folds in as missing, so a build short of
      * a file never checksums like a whole one, and is counted in
      * BldMissCount.
      *
      * Uses: BldSources -> BldChecksum, BldMembers, BldMissCount
       ChecksumBuild SECTION.
           MOVE 0 TO BldSumA.
           MOVE 0 TO BldSumB.
           MOVE 0 TO BldMemCount.
           MOVE 0 TO BldMissCount.
           MOVE 1 TO BldPtr.
           PERFORM UNTIL BldPtr IS GREATER THAN 120
            MOVE SPACES TO BldWord
            UNSTRING BldSources DELIMITED BY ALL SPACE
             INTO BldWord
             WITH POINTER BldPtr
            END-UNSTRING
            IF BldWord IS NOT EQUAL TO SPACES
             PERFORM AddBuildMember
            END-IF
           END-PERFORM.
           MOVE 1 TO BldMx.
           PERFORM UNTIL BldMx IS GREATER THAN BldMemCount
            PERFORM FoldBuildMember
            ADD 1 TO BldMx
           END-PERFORM.

      * Subroutine AddBuildMember.
      *
      * Add BldWord to the member list unless it is already there.
      *
      * Uses: BldWord -> BldMembers
       AddBuildMember SECTION.
           PERFORM VARYING BldDx FROM 1 UNTIL BldDx IS GREATER THAN
                   BldMemCount
            IF BldMember(BldDx) IS EQUAL TO BldWord
             EXIT SECTION
            END-IF
           END-PERFORM.
           IF BldMemCount IS LESS THAN 80
            ADD 1 TO BldMemCount
            MOVE BldWord TO BldMember(BldMemCount)
           END-IF.

      * Subroutine FoldBuildMember.
      *
      * Fold member BldMx - its name, then each of its lines - into
      * the checksum, listing every copybook its code lines COPY as
      * a further member.
      *
      * Uses: BldMember(BldMx) -> BldChecksum, BldMembers
       FoldBuildMember SECTION.
           MOVE BldMember(BldMx) TO BldSrcPath.
           MOVE SPACES TO BldJunk.
           MOVE BldSrcPath TO BldJunk.
           PERFORM FoldBuildLine.
           DISPLAY "BldSrcPath" UPON ENVIRONMENT-NAME.
           DISPLAY BldSrcPath UPON ENVIRONMENT-VALUE.
           OPEN INPUT BuildSrcFile.
           IF BuildSrcStatus IS NOT EQUAL TO "00"
            MOVE SPACES TO BldJunk
            STRING "MISSING " FUNCTION TRIM(BldSrcPath)
             DELIMITED BY SIZE INTO BldJunk
            END-STRING
            PERFORM FoldBuildLine
            ADD 1 TO BldMissCount
            EXIT SECTION
           END-IF.
           MOVE SPACES TO BuildSrcRec.
           READ BuildSrcFile
            AT END SET EndOfBuildSrc TO TRUE
           END-READ.
           PERFORM UNTIL EndOfBuildSrc
            IF BuildSrcRec(7:1) IS NOT EQUAL TO "*"
             MOVE 0 TO BldCopyTally
             INSPECT BuildSrcRec TALLYING BldCopyTally
              FOR ALL "COPY """
             IF BldCopyTally IS GREATER THAN 0
              PERFORM NoteCopyMember
             END-IF
            END-IF
            MOVE BuildSrcRec TO BldJunk
            PERFORM FoldBuildLine
            MOVE SPACES TO BuildSrcRec
            READ BuildSrcFile
             AT END SET EndOfBuildSrc TO TRUE
            END-READ
           END-PERFORM.
           CLOSE BuildSrcFile.

      * Subroutine NoteCopyMember.
      *
      * Take the copybook name out of a COPY "name" line and list it
      * as a member, found under copybooks/ the way the compile's
      * -I finds it.
      *
      * Uses: BuildSrcRec -> BldMembers
       NoteCopyMember SECTION.
           MOVE SPACES TO BldCopyName.
           UNSTRING BuildSrcRec DELIMITED BY "COPY """
            INTO BldJunk BldCopyName
           END-UNSTRING.
           MOVE SPACES TO BldWord.
           UNSTRING BldCopyName DELIMITED BY """"
            INTO BldWord
           END-UNSTRING.
           IF BldWord IS EQUAL TO SPACES
            EXIT SECTION
           END-IF.
           MOVE BldWord TO BldCopyName.
           MOVE SPACES TO BldWord.
           STRING "copybooks/" FUNCTION TRIM(BldCopyName)
            DELIMITED BY SIZE INTO BldWord
           END-STRING.
           PERFORM AddBuildMember.

      * Subroutine FoldBuildLine.
      *
      * Fold one line (trailing spaces aside) into each half of the
      * checksum under different multipliers and primes, then its
      * length, so lines moved across a boundary still tell.
      *
      * Uses: BldJunk, BldChecksum -> BldChecksum
       FoldBuildLine SECTION.
           PERFORM VARYING BldLen FROM 200 BY -1
                   UNTIL BldLen IS EQUAL TO 0
                   OR BldJunk(BldLen:1) IS NOT EQUAL TO SPACE
            CONTINUE
           END-PERFORM.
           PERFORM VARYING BldCx FROM 1 UNTIL BldCx IS GREATER THAN
                   BldLen
            COMPUTE BldSumA = FUNCTION MOD(BldSumA * 257
                  + FUNCTION ORD(BldJunk(BldCx:1)), 999999937)
            COMPUTE BldSumB = FUNCTION MOD(BldSumB * 263
                  + FUNCTION ORD(BldJunk(BldCx:1)), 999999929)
           END-PERFORM.
           COMPUTE BldSumA = FUNCTION MOD(BldSumA * 257 + BldLen,
                 999999937).

      * Subroutine LoadBuildRegistry.
      *
      * Load build.registry into BldTable, one entry per build
      * number carrying its newest compile; a missing registry just
      * leaves the table empty.
      *
      * Uses: build.registry -> BldTable
       LoadBuildRegistry SECTION.
           MOVE 0 TO BldCount.
           OPEN INPUT BuildRegFile.
           IF BuildRegStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO BuildRegRec.
           READ BuildRegFile
            AT END SET EndOfBuildReg TO TRUE
           END-READ.
           PERFORM UNTIL EndOfBuildReg
            IF BuildRegRec(1:6) IS EQUAL TO "BUILD|"
             MOVE SPACES TO BldFld1 BldFld2 BldFld3 BldFld4 BldFld5
                            BldFld6 BldFld7 BldFld8 BldFld9
             UNSTRING BuildRegRec DELIMITED BY "|"
              INTO BldFld1 BldFld2 BldFld3 BldFld4 BldFld5 BldFld6
                   BldFld7 BldFld8 BldFld9
             END-UNSTRING
             IF BldFld2(1:6) IS NUMERIC
              MOVE BldFld2(1:6) TO BldWantNumber
              PERFORM FindBuild
              IF BldIx IS EQUAL TO 0 AND BldCount IS LESS THAN 500
               ADD 1 TO BldCount
               MOVE BldCount TO BldIx
              END-IF
              IF BldIx IS GREATER THAN 0
               MOVE BldWantNumber TO BldTNumber(BldIx)
               MOVE BldFld3 TO BldTProg(BldIx)
               MOVE BldFld4 TO BldTSum(BldIx)
               MOVE BldFld5 TO BldTStamp(BldIx)
               MOVE BldFld9 TO BldTSources(BldIx)
              END-IF
             END-IF
            END-IF
            MOVE SPACES TO BuildRegRec
            READ BuildRegFile
             AT END SET EndOfBuildReg TO TRUE
            END-READ
           END-PERFORM.
           CLOSE BuildRegFile.

      * Subroutine FindBuild.
      *
      * Look build BldWantNumber up in BldTable.
      *
      * Uses: BldWantNumber, BldTable -> BldIx
       FindBuild SECTION.
           MOVE 0 TO BldIx.
           PERFORM VARYING BldDx FROM 1 UNTIL BldDx IS GREATER THAN
                   BldCount
            IF BldTNumber(BldDx) IS EQUAL TO BldWantNumber
             MOVE BldDx TO BldIx
             EXIT PERFORM
            END-IF
           END-PERFORM.
