      * ArchiveSliceRead.cpy
      *
      * Subroutine FingerprintSlice.
      *
      * Fingerprint one archive slice: its record count plus a
      * checksum folded over every record's characters, weighted by
      * position so a reordered or edited line shows as well as a
      * truncated one. A slice not on disk comes back SlcFound 0.
      *
      * Uses: SlcPath -> SlcFound, SlcRecs, SlcChecksum
       FingerprintSlice SECTION.
           MOVE 0 TO SlcFound.
           MOVE 0 TO SlcRecs.
           MOVE 0 TO SlcChecksum.
           OPEN INPUT SliceFile.
           IF SlcStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE 1 TO SlcFound.
           MOVE SPACES TO SliceRec.
           READ SliceFile
            AT END SET EndOfSlice TO TRUE
           END-READ.
           PERFORM UNTIL EndOfSlice
            ADD 1 TO SlcRecs
            MOVE 0 TO SlcRecSum
            PERFORM VARYING SlcCx FROM 1 UNTIL SlcCx IS GREATER THAN
                    SlcLen
             COMPUTE SlcRecSum = FUNCTION MOD(SlcRecSum
                   + FUNCTION ORD(SliceRec(SlcCx:1)) * SlcCx,
                   1000000000)
            END-PERFORM
            COMPUTE SlcChecksum = FUNCTION MOD(SlcChecksum * 31
                  + SlcRecSum + SlcLen, 1000000000)
            MOVE SPACES TO SliceRec
            READ SliceFile
             AT END SET EndOfSlice TO TRUE
            END-READ
           END-PERFORM.
           CLOSE SliceFile.
