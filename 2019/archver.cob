       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-ArchVerify.

      * Archive verification pass. Housekeep.manifest records what
      * housekeeping moved and clipped into the archive, and
      * recover.cob replays it when disaster strikes - but nothing
      * looked at the archive folder until the day it was needed,
      * so a truncated or edited slice would only have shown up
      * mid-recovery. Housekeeping seals every slice it writes with
      * a fingerprint line in the manifest (ArchiveSliceRead.cpy);
      * this pass takes every slice's fingerprint again and reports
      * each one as
      *   OK        on disk, fingerprint as sealed
      *   ALTERED   on disk, but its records or checksum differ from
      *             the fingerprint last sealed for it
      *   MISSING   named in the manifest but not on disk
      *   UNLISTED  in the archive folder but nowhere in the
      *             manifest
      *   UNSEALED  on disk, archived before slices were sealed -
      *             nothing to check it against
      * Every ALTERED, MISSING or UNLISTED slice opens an incident
      * in incidents.log (program "archver", status ARC-ALTERED,
      * ARC-MISSING or ARC-UNLISTED) while the originals may still
      * be recoverable - unless an open incident already stands for
      * the same slice and failure. Season archives rollover.cob
      * files in sub-folders of the archive are not housekeeping
      * slices and are left alone.
      *
      * Arguments: none
      *
      * Output: ArchVerify.report, incidents.log. RETURN-CODE 0 when
      * every slice verifies, 4 when any is altered, missing or
      * unlisted, 8 when Housekeep.manifest is missing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "ArchiveSlice.cpy".
       SELECT PolicyFile ASSIGN TO "retention.policy"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PolicyStatus.
       SELECT ManifestFile ASSIGN TO "Housekeep.manifest"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ManifestStatus.
       SELECT ListFile ASSIGN TO "/tmp/aoc_archver.list"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ListStatus.
       SELECT IncidentFile ASSIGN TO "incidents.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS IncidentStatus.
       SELECT ReportFile ASSIGN TO "ArchVerify.report"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ArchiveSliceFD.cpy".

       FD PolicyFile RECORD CONTAINS 60 CHARACTERS.
       01 PolicyRec    PIC X(60).
       88 EndOfPolicy  VALUE HIGH-VALUES.

       FD ManifestFile.
       01 ManifestRec    PIC X(120).
       88 EndOfManifest  VALUE HIGH-VALUES.

       FD ListFile.
       01 ListRec    PIC X(60).
       88 EndOfList  VALUE HIGH-VALUES.

       FD IncidentFile.
       01 IncidentRec    PIC X(250).
       88 EndOfIncidents VALUE HIGH-VALUES.

       FD ReportFile.
       01 ReportRec PIC X(133).

       WORKING-STORAGE SECTION.
       COPY "ArchiveSliceFields.cpy".
       COPY "PrintFields.cpy".
       01 PolicyStatus   PIC X(2).
       01 ManifestStatus PIC X(2).
       01 ListStatus     PIC X(2).
       01 IncidentStatus PIC X(2).

       01 ArchiveDir     PIC X(20) VALUE "archive".

      * Every slice the manifest names, with the fingerprint last
      * sealed for it (SliceSealed 0 when it never was).
       01 SliceTable.
          02 SliceCount PIC 9(3) VALUE 0.
          02 SliceEntry OCCURS 300 TIMES.
             03 SlicePath     PIC X(60).
             03 SliceSealed   PIC 9(1).
             03 SliceRecs     PIC 9(7).
             03 SliceChecksum PIC 9(9).
       01 Sx             PIC 9(3).
       01 FoundIdx       PIC 9(3).

       01 CheckPath      PIC X(60).
       01 CheckState     PIC X(10).
       01 CheckDetail    PIC X(80).
       01 OkCount        PIC 9(3) VALUE 0.
       01 AlteredCount   PIC 9(3) VALUE 0.
       01 MissingCount   PIC 9(3) VALUE 0.
       01 UnlistedCount  PIC 9(3) VALUE 0.
       01 UnsealedCount  PIC 9(3) VALUE 0.
       01 RaisedCount    PIC 9(3) VALUE 0.

       01 IncNumber      PIC 9(4).
       01 IncStamp       PIC X(14).
       01 IncCode        PIC X(12).
       01 IncStanding    PIC 9(1).
       01 IncNotePath    PIC X(60).

       01 CommandLine    PIC X(200).
       01 PolFld1        PIC X(12).
       01 PolFld2        PIC X(40).
       01 Fld1           PIC X(20).
       01 Fld2           PIC X(20).
       01 Fld3           PIC X(20).
       01 Fld4           PIC X(20).
       01 Fld5           PIC X(20).
       01 Fld6           PIC X(20).
       01 Fld7           PIC X(20).
       01 Fld8           PIC X(150).
       01 LineJunk       PIC X(120).
       01 LineRest       PIC X(120).
       01 RecsPart       PIC X(20).
       01 SumPart        PIC X(20).

       PROCEDURE DIVISION.
       Begin.
           PERFORM LoadPolicy.
           OPEN INPUT ManifestFile.
           IF ManifestStatus IS NOT EQUAL TO "00"
            DISPLAY "Housekeep.manifest is missing - nothing to "
                    "verify the archive against"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           PERFORM CollectSlices.
           CLOSE ManifestFile.

           OPEN OUTPUT ReportFile.
           MOVE "Archive slice verification" TO PrtTitle.
           MOVE SPACES TO PrtHeading.
           STRING "Slice                                        "
                  "State      Detail"
            DELIMITED BY SIZE INTO PrtHeading
           END-STRING.
           PERFORM PrtOpenReport.
           PERFORM PrtNewPage.

           PERFORM VARYING Sx FROM 1 UNTIL Sx IS GREATER THAN
                   SliceCount
            PERFORM VerifySlice
           END-PERFORM.
           PERFORM FindUnlisted.

           MOVE SPACES TO PrtLine.
           PERFORM PrtWriteLine.
           MOVE SPACES TO PrtLine.
           STRING SliceCount " slice(s) in the manifest: " OkCount
                  " verified, " AlteredCount " altered, "
                  MissingCount " missing, " UnsealedCount
                  " unsealed; " UnlistedCount " unlisted in "
                  FUNCTION TRIM(ArchiveDir) "/"
            DELIMITED BY SIZE INTO PrtLine
           END-STRING.
           PERFORM PrtWriteLine.
           MOVE SPACES TO PrtLine.
           STRING RaisedCount " incident(s) opened"
            DELIMITED BY SIZE INTO PrtLine
           END-STRING.
           PERFORM PrtWriteLine.
           PERFORM PrtEndReport.
           CLOSE ReportFile.

           DISPLAY SliceCount " slice(s) checked, " AlteredCount
                   " altered, " MissingCount " missing, "
                   UnlistedCount " unlisted - see ArchVerify.report".
           IF AlteredCount IS GREATER THAN 0
            OR MissingCount IS GREATER THAN 0
            OR UnlistedCount IS GREATER THAN 0
            MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Subroutine LoadPolicy.
      *
      * The archive folder housekeeping writes to, from the
      * retention policy (housekeep.cob owns the rest of the file).
      *
      * Uses: PolicyFile -> ArchiveDir
       LoadPolicy SECTION.
           OPEN INPUT PolicyFile.
           IF PolicyStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           READ PolicyFile
            AT END SET EndOfPolicy TO TRUE
           END-READ.
           PERFORM UNTIL EndOfPolicy
            MOVE SPACES TO PolFld1
            MOVE SPACES TO PolFld2
            UNSTRING PolicyRec DELIMITED BY "|"
             INTO PolFld1 PolFld2
            END-UNSTRING
            IF FUNCTION UPPER-CASE(PolFld1) IS EQUAL TO "ARCHIVEDIR"
             MOVE PolFld2 TO ArchiveDir
            END-IF
            READ PolicyFile
             AT END SET EndOfPolicy TO TRUE
            END-READ
           END-PERFORM.
           CLOSE PolicyFile.

      * Subroutine CollectSlices.
      *
      * Every slice the manifest names - "moved <report> -> <path>",
      * "<log>: kept n, clipped m to <path>" - and the fingerprint
      * last sealed for each ("fingerprint <path> records <n>
      * checksum <c>").
      *
      * Uses: ManifestFile -> SliceTable
       CollectSlices SECTION.
           MOVE SPACES TO ManifestRec.
           READ ManifestFile
            AT END SET EndOfManifest TO TRUE
           END-READ.
           PERFORM UNTIL EndOfManifest
            MOVE SPACES TO CheckPath
            EVALUATE TRUE
             WHEN ManifestRec(1:6) IS EQUAL TO "moved "
              UNSTRING ManifestRec DELIMITED BY " -> "
               INTO LineJunk CheckPath
              END-UNSTRING
              PERFORM AddSlice
             WHEN ManifestRec(1:15) IS EQUAL TO "results.ledger:"
              OR ManifestRec(1:10) IS EQUAL TO "audit.log:"
              UNSTRING ManifestRec DELIMITED BY " to "
               INTO LineJunk CheckPath
              END-UNSTRING
              PERFORM AddSlice
             WHEN ManifestRec(1:12) IS EQUAL TO "fingerprint "
              MOVE SPACES TO LineRest RecsPart SumPart
              UNSTRING ManifestRec(13:) DELIMITED BY " records "
               INTO CheckPath LineRest
              END-UNSTRING
              UNSTRING LineRest DELIMITED BY " checksum "
               INTO RecsPart SumPart
              END-UNSTRING
              PERFORM AddSlice
              IF FoundIdx IS GREATER THAN 0
               AND RecsPart IS NOT EQUAL TO SPACES
               MOVE 1 TO SliceSealed(FoundIdx)
               COMPUTE SliceRecs(FoundIdx) = FUNCTION NUMVAL(RecsPart)
               COMPUTE SliceChecksum(FoundIdx) =
                       FUNCTION NUMVAL(SumPart)
              END-IF
            END-EVALUATE
            MOVE SPACES TO ManifestRec
            READ ManifestFile
             AT END SET EndOfManifest TO TRUE
            END-READ
           END-PERFORM.

      * Subroutine AddSlice.
      *
      * Find CheckPath in the slice table, adding it (unsealed) when
      * it is not there yet.
      *
      * Uses: CheckPath -> SliceTable, FoundIdx
       AddSlice SECTION.
           PERFORM FindSlice.
           IF FoundIdx IS GREATER THAN 0
            OR CheckPath IS EQUAL TO SPACES
            EXIT SECTION
           END-IF.
           IF SliceCount IS EQUAL TO 300
            DISPLAY "More than 300 archive slices - "
                    FUNCTION TRIM(CheckPath) " not verified"
            EXIT SECTION
           END-IF.
           ADD 1 TO SliceCount.
           MOVE CheckPath TO SlicePath(SliceCount).
           MOVE 0 TO SliceSealed(SliceCount).
           MOVE 0 TO SliceRecs(SliceCount).
           MOVE 0 TO SliceChecksum(SliceCount).
           MOVE SliceCount TO FoundIdx.

      * Subroutine FindSlice.
      *
      * Uses: CheckPath, SliceTable -> FoundIdx (0 when not listed)
       FindSlice SECTION.
           MOVE 0 TO FoundIdx.
           PERFORM VARYING Sx FROM 1 UNTIL Sx IS GREATER THAN
                   SliceCount OR FoundIdx IS GREATER THAN 0
            IF SlicePath(Sx) IS EQUAL TO CheckPath
             MOVE Sx TO FoundIdx
            END-IF
           END-PERFORM.

      * Subroutine VerifySlice.
      *
      * Fingerprint one manifest slice again and compare it with the
      * fingerprint last sealed for it.
      *
      * Uses: SliceEntry(Sx) -> report line, counts, incidents
       VerifySlice SECTION.
           MOVE SlicePath(Sx) TO SlcPath.
           MOVE SlicePath(Sx) TO CheckPath.
           PERFORM FingerprintSlice.
           MOVE SPACES TO CheckDetail.
           EVALUATE TRUE
            WHEN SlcFound IS EQUAL TO 0
             MOVE "MISSING" TO CheckState
             MOVE "named in Housekeep.manifest, not on disk"
               TO CheckDetail
             ADD 1 TO MissingCount
            WHEN SliceSealed(Sx) IS EQUAL TO 0
             MOVE "UNSEALED" TO CheckState
             STRING "no fingerprint recorded - now " SlcRecs
                    " record(s), checksum " SlcChecksum
              DELIMITED BY SIZE INTO CheckDetail
             END-STRING
             ADD 1 TO UnsealedCount
            WHEN SlcRecs IS NOT EQUAL TO SliceRecs(Sx)
             OR SlcChecksum IS NOT EQUAL TO SliceChecksum(Sx)
             MOVE "ALTERED" TO CheckState
             STRING "sealed " SliceRecs(Sx) "/" SliceChecksum(Sx)
                    ", now " SlcRecs "/" SlcChecksum
              DELIMITED BY SIZE INTO CheckDetail
             END-STRING
             ADD 1 TO AlteredCount
            WHEN OTHER
             MOVE "OK" TO CheckState
             STRING SlcRecs " record(s), checksum " SlcChecksum
              DELIMITED BY SIZE INTO CheckDetail
             END-STRING
             ADD 1 TO OkCount
           END-EVALUATE.
           PERFORM ReportSlice.

      * Subroutine FindUnlisted.
      *
      * Every file directly in the archive folder the manifest does
      * not name.
      *
      * Uses: ArchiveDir, SliceTable -> report lines, counts,
      *       incidents
       FindUnlisted SECTION.
           MOVE SPACES TO CommandLine.
           STRING "ls -1p " FUNCTION TRIM(ArchiveDir)
                  " 2>/dev/null | grep -v / > /tmp/aoc_archver.list"
            DELIMITED BY SIZE INTO CommandLine
           END-STRING.
           CALL "SYSTEM" USING CommandLine.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT ListFile.
           IF ListStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO ListRec.
           READ ListFile
            AT END SET EndOfList TO TRUE
           END-READ.
           PERFORM UNTIL EndOfList
            IF ListRec IS NOT EQUAL TO SPACES
             MOVE SPACES TO CheckPath
             STRING FUNCTION TRIM(ArchiveDir) "/"
                    FUNCTION TRIM(ListRec)
              DELIMITED BY SIZE INTO CheckPath
             END-STRING
             PERFORM FindSlice
             IF FoundIdx IS EQUAL TO 0
              MOVE "UNLISTED" TO CheckState
              MOVE "in the archive, not in Housekeep.manifest"
                TO CheckDetail
              ADD 1 TO UnlistedCount
              PERFORM ReportSlice
             END-IF
            END-IF
            MOVE SPACES TO ListRec
            READ ListFile
             AT END SET EndOfList TO TRUE
            END-READ
           END-PERFORM.
           CLOSE ListFile.

      * Subroutine ReportSlice.
      *
      * One report line for the slice just checked; a failed slice
      * also opens an incident.
      *
      * Uses: CheckPath, CheckState, CheckDetail -> ReportFile
       ReportSlice SECTION.
           MOVE SPACES TO PrtLine.
           STRING CheckPath(1:44) " " CheckState " "
                  FUNCTION TRIM(CheckDetail)
            DELIMITED BY SIZE INTO PrtLine
           END-STRING.
           PERFORM PrtWriteLine.
           IF CheckState IS EQUAL TO "ALTERED"
            OR CheckState IS EQUAL TO "MISSING"
            OR CheckState IS EQUAL TO "UNLISTED"
            DISPLAY FUNCTION TRIM(PrtLine)
            PERFORM RaiseIncident
           END-IF.

      * Subroutine RaiseIncident.
      *
      * Open a numbered incident for a failed slice, the way the
      * batch driver does for a failed day, so it is worked from the
      * incident console (incident.cob) and carried at end of day.
      * An incident still OPEN for the same slice and failure is
      * left to stand rather than opened again every night.
      *
      * Uses: CheckPath, CheckState, CheckDetail -> IncidentFile
       RaiseIncident SECTION.
           MOVE SPACES TO IncCode.
           STRING "ARC-" CheckState
            DELIMITED BY SPACE INTO IncCode
           END-STRING.
      * The next incident number is one past the highest already on
      * file; a missing register starts the numbering at 1.
           MOVE 0 TO IncNumber.
           MOVE 0 TO IncStanding.
           OPEN INPUT IncidentFile.
           IF IncidentStatus IS EQUAL TO "00"
            MOVE SPACES TO IncidentRec
            READ IncidentFile
             AT END SET EndOfIncidents TO TRUE
            END-READ
            PERFORM UNTIL EndOfIncidents
             IF IncidentRec(1:4) IS EQUAL TO "INC|"
              MOVE SPACES TO Fld1 Fld2 Fld3 Fld4 Fld5 Fld6 Fld7
                             Fld8
              UNSTRING IncidentRec DELIMITED BY "|"
               INTO Fld1 Fld2 Fld3 Fld4 Fld5 Fld6 Fld7 Fld8
              END-UNSTRING
              IF FUNCTION NUMVAL(Fld2) IS GREATER THAN IncNumber
               COMPUTE IncNumber = FUNCTION NUMVAL(Fld2)
              END-IF
              IF Fld3 IS EQUAL TO "archver"
               AND Fld5 IS EQUAL TO IncCode
               AND Fld7 IS EQUAL TO "OPEN"
               MOVE SPACES TO IncNotePath
               UNSTRING Fld8 DELIMITED BY " "
                INTO LineJunk IncNotePath
               END-UNSTRING
               IF IncNotePath IS EQUAL TO CheckPath
                MOVE 1 TO IncStanding
               END-IF
              END-IF
             END-IF
             MOVE SPACES TO IncidentRec
             READ IncidentFile
              AT END SET EndOfIncidents TO TRUE
             END-READ
            END-PERFORM
            CLOSE IncidentFile
           END-IF.
           IF IncStanding IS EQUAL TO 1
            EXIT SECTION
           END-IF.
           ADD 1 TO IncNumber.

           MOVE FUNCTION CURRENT-DATE(1:14) TO IncStamp.
           OPEN EXTEND IncidentFile.
           IF IncidentStatus IS EQUAL TO "35"
            OPEN OUTPUT IncidentFile
           END-IF.
           MOVE SPACES TO IncidentRec.
           STRING "INC|" IncNumber "|archver|"
                  FUNCTION TRIM(ArchiveDir) "|"
                  FUNCTION TRIM(IncCode) "|"
                  IncStamp "|OPEN|slice " FUNCTION TRIM(CheckPath)
                  " " FUNCTION TRIM(CheckDetail)
            DELIMITED BY SIZE INTO IncidentRec
           END-STRING.
           WRITE IncidentRec.
           CLOSE IncidentFile.
           ADD 1 TO RaisedCount.

      * Subroutine PrtPut.
      *
      * The print service's per-program output hook: one physical
      * print record to the verification report.
       PrtPut SECTION.
           MOVE PrtOut TO ReportRec.
           WRITE ReportRec.

           COPY "PrintWrite.cpy".

           COPY "ArchiveSliceRead.cpy".
