      *
      * Every run of a day program overwrites its report in place, so
      * archiving first preserves yesterday's copy for comparison.
      * Reports kept in numbered generations (listed in
      * generation.limits) are not moved: their current copy is kept
      * as a generation instead, and the generation limit retires
      * the old ones.
      * Everything moved or clipped is recorded in the
      * Housekeep.manifest, which is append-only across runs.
      * Ledger and audit records are hash-chained (AuditTrail.cpy),
      * so clipping takes only the leading run of old records: the
      * archive slice then ends exactly where the live file's chain
      * picks up, and the link it ends on is carried forward in the
      * manifest for chainver.cob to check the join against.
      * Every slice written - a moved report, or a clipped slice
      * after each append to it - is sealed with a fingerprint line
      * in the manifest (ArchiveSliceRead.cpy), which the archive
      * verification pass (archver.cob) checks the slices against.
      * Before a clipped slice is appended to it is held to the seal
      * last recorded for it: a slice edited, truncated or removed
      * since the last run is not grown and sealed over the change -
      * it is left as it stands, its log goes unclipped, and an
      * incident is opened (program "housekeep", ARC-ALTERED or
      * ARC-MISSING) for the archive to be put right.
      *
      * Arguments: [REPORTS] - archive the reports only, leaving the
      * ledger and audit trail unclipped. With no argument the full
      * pass (action CLIP) runs. Either action is checked against
      * auth.matrix for the acting operator first (AuthorizeCheck.cpy);
      * a refusal is logged to security.log and ends the run with
      * RETURN-CODE 4 before anything is moved. A clipped slice that
      * no longer matches its seal ends the run RETURN-CODE 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE STATUS IS ClipStatus.
       SELECT TrlFile ASSIGN TO "results.ledger.trl"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT IncidentFile ASSIGN TO "incidents.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS IncidentStatus.
       COPY "Authorize.cpy".
       COPY "Generation.cpy".
       COPY "ArchiveSlice.cpy".

       DATA DIVISION.
       FILE SECTION.
       88 EndOfPolicy  VALUE HIGH-VALUES.

       FD ManifestFile.
       01 ManifestRec PIC X(120).
       88 EndOfManifest VALUE HIGH-VALUES.

       FD OldFile RECORD IS VARYING IN SIZE FROM 1 TO 500 CHARACTERS.
       01 OldRec    PIC X(500).
       FD TrlFile.
       01 TrlRec PIC X(30).

       FD IncidentFile.
       01 IncidentRec    PIC X(250).
       88 EndOfIncidents VALUE HIGH-VALUES.

       COPY "AuthorizeFD.cpy".
       COPY "GenerationFD.cpy".

       COPY "ArchiveSliceFD.cpy".

       WORKING-STORAGE SECTION.
       01 PolicyStatus   PIC X(2).
       01 ManifestStatus PIC X(2).
      * wants archived.
       01 ReportList.
          02 ReportCount PIC 9(2) VALUE 0.
          02 ReportName PIC X(20) OCCURS 60 TIMES.
       01 PolicyReports  PIC 9(1) VALUE 0.
       01 Rdx            PIC 9(2).

       01 KeptCount      PIC 9(6).
       01 TotalLines     PIC 9(6).
       01 Ldx            PIC 9(6).
       01 RunAction      PIC X(10).
      * Clipping stops at the first record that stays (ClipOpen 0),
      * and ClipLink keeps the chain link of the last one clipped.
       01 ClipOpen       PIC 9(1).
       01 ClipLink       PIC X(18).
       01 ClipLen        PIC 9(3).
       01 LogName        PIC X(20).

      * The seal the manifest last recorded for each clipped slice
      * (1 the ledger's, 2 the audit trail's), read before this run
      * appends to it; SealKnown 0 when the slice was never sealed.
       01 SealTable.
          02 SealEntry OCCURS 2 TIMES.
             03 SealPath     PIC X(60).
             03 SealKnown    PIC 9(1).
             03 SealRecs     PIC 9(7).
             03 SealChecksum PIC 9(9).
       01 Sdx            PIC 9(1).
       01 SealPathPart   PIC X(60).
       01 SealRest       PIC X(120).
       01 SealRecsPart   PIC X(20).
       01 SealSumPart    PIC X(20).
       01 SliceBroken    PIC 9(1).
       01 SealRc         PIC 9(1) VALUE 0.

       01 IncidentStatus PIC X(2).
       01 IncNumber      PIC 9(4).
       01 IncStamp       PIC X(14).
       01 IncCode        PIC X(12).
       01 IncDetail      PIC X(90).
       01 IncStanding    PIC 9(1).
       01 IncNotePath    PIC X(60).
       01 Fld1           PIC X(20).
       01 Fld2           PIC X(20).
       01 Fld3           PIC X(20).
       01 Fld4           PIC X(20).
       01 Fld5           PIC X(20).
       01 Fld6           PIC X(20).
       01 Fld7           PIC X(20).
       01 Fld8           PIC X(150).

       COPY "AuthorizeFields.cpy".
       COPY "GenerationFields.cpy".
       COPY "ArchiveSliceFields.cpy".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT RunAction FROM ARGUMENT-VALUE.
           MOVE FUNCTION UPPER-CASE(RunAction) TO RunAction.
           IF RunAction IS NOT EQUAL TO "REPORTS"
            MOVE "CLIP" TO RunAction
           END-IF.
           MOVE "housekeep" TO AuthProgram.
           MOVE RunAction TO AuthAction.
           MOVE SPACES TO AuthOperator.
           PERFORM CheckAuthorization.
           IF NOT AuthIsGranted
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO Stamp.
           COMPUTE Today = FUNCTION NUMVAL(Stamp(1:8)).

           END-STRING.
           CALL "SYSTEM" USING CommandLine.

           PERFORM LoadSeals.
           OPEN EXTEND ManifestFile.
           IF ManifestStatus IS EQUAL TO "35"
            OPEN OUTPUT ManifestFile
           END-IF.
           MOVE SPACES TO ManifestRec.
           STRING "=== Housekeeping run " Stamp " cutoff "
                  CutoffDate " " FUNCTION TRIM(RunAction) " by "
                  FUNCTION TRIM(AuthOperator) " ==="
            DELIMITED BY SIZE INTO ManifestRec
           END-STRING.
           WRITE ManifestRec.
            PERFORM ArchiveReport
           END-PERFORM.

           IF RunAction IS EQUAL TO "CLIP"
            PERFORM TrimLedger
            PERFORM TrimAudit
           END-IF.

           MOVE SPACES TO ManifestRec.
           STRING MovedCount " report(s) archived"
           CLOSE ManifestFile.
           DISPLAY MovedCount " report(s) archived - see "
                   "Housekeep.manifest".
           MOVE SealRc TO RETURN-CODE.
           STOP RUN.

      * Subroutine LoadPolicy.
           ADD 1 TO ReportCount.
           MOVE "6b.itinerary" TO ReportName(ReportCount).
           ADD 1 TO ReportCount.
           MOVE "7a.report" TO ReportName(ReportCount).
           ADD 1 TO ReportCount.
           MOVE "8a.report" TO ReportName(ReportCount).
           ADD 1 TO ReportCount.
           MOVE "8b.report" TO ReportName(ReportCount).
           ADD 1 TO ReportCount.
           MOVE "15b.report" TO ReportName(ReportCount).
           ADD 1 TO ReportCount.
           MOVE "16a.report" TO ReportName(ReportCount).
           ADD 1 TO ReportCount.
           MOVE "16b.report" TO ReportName(ReportCount).
           ADD 1 TO ReportCount.
           MOVE "17a.report" TO ReportName(ReportCount).
           ADD 1 TO ReportCount.
           MOVE "17b.report" TO ReportName(ReportCount).
           ADD 1 TO ReportCount.
           MOVE "19a.report" TO ReportName(ReportCount).
           ADD 1 TO ReportCount.
           MOVE "19b.report" TO ReportName(ReportCount).
           ADD 1 TO ReportCount.
           MOVE "22a.report" TO ReportName(ReportCount).
           ADD 1 TO ReportCount.
           MOVE "22b.report" TO ReportName(ReportCount).
           ADD 1 TO ReportCount.
           MOVE "23a.report" TO ReportName(ReportCount).
           ADD 1 TO ReportCount.
           MOVE "23a.packets" TO ReportName(ReportCount).
           ADD 1 TO ReportCount.
           MOVE "23b.packets" TO ReportName(ReportCount).
           ADD 1 TO ReportCount.
           MOVE "23b.report" TO ReportName(ReportCount).
           ADD 1 TO ReportCount.
           MOVE "24a.report" TO ReportName(ReportCount).
           ADD 1 TO ReportCount.
           MOVE "24b.report" TO ReportName(ReportCount).
           ADD 1 TO ReportCount.
           MOVE "RunAll.report" TO ReportName(ReportCount).
           ADD 1 TO ReportCount.
           MOVE "Regress.report" TO ReportName(ReportCount).
      *
      * Date-stamp one report file into the archive directory (mv
      * keeps the shell's exit status: 0 means the file existed and
      * moved). Each move is recorded in the manifest. A report kept
      * in numbered generations (listed in generation.limits) stays
      * where it is - its plain name is the newest generation - and
      * is kept as a generation instead.
      *
      * Uses: ReportName(Rdx), ArchiveDir, Stamp -> ManifestFile
       ArchiveReport SECTION.
           MOVE ReportName(Rdx) TO GenReport.
           PERFORM GenLoadLimits.
           IF GenIsControlled
            PERFORM KeepGeneration
            EXIT SECTION
           END-IF.
           MOVE SPACES TO CommandLine.
           STRING "mv " FUNCTION TRIM(ReportName(Rdx)) " "
                  FUNCTION TRIM(ArchiveDir) "/"
             DELIMITED BY SIZE INTO ManifestRec
            END-STRING
            WRITE ManifestRec
            MOVE SPACES TO SlcPath
            STRING FUNCTION TRIM(ArchiveDir) "/"
                   FUNCTION TRIM(ReportName(Rdx)) "." Stamp
             DELIMITED BY SIZE INTO SlcPath
            END-STRING
            PERFORM SealSlice
           END-IF.

      * Subroutine KeepGeneration.
      *
      * Keep a report under generation control as its next
      * generation (if it changed since the last one), recording the
      * generation and any roll-off in the manifest.
      *
      * Uses: ReportName(Rdx) -> GenCatFile, ManifestFile
       KeepGeneration SECTION.
           MOVE SPACES TO GenProgram.
           PERFORM NewGeneration.
           IF NOT GenWasMade
            EXIT SECTION
           END-IF.
           MOVE SPACES TO ManifestRec.
           STRING "kept " FUNCTION TRIM(ReportName(Rdx))
                  " as generation " FUNCTION TRIM(GenPath)
                  ", " GenRollCount " rolled off"
            DELIMITED BY SIZE INTO ManifestRec
           END-STRING.
           WRITE ManifestRec.

      * Subroutine TrimLedger.
      *
      * Clip the leading run of results.ledger lines recorded before
      * the cutoff date into the archive, rewrite the ledger with the
      * rest, and record the counts - and the chain link carried
      * forward - in the manifest.
      *
      * Uses: CutoffDate, ArchiveDir -> results.ledger, ManifestFile
       TrimLedger SECTION.
           IF OldStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SealPath(1) TO ClipPath.
           MOVE 1 TO Sdx.
           PERFORM CheckSeal.
           IF SliceBroken IS EQUAL TO 1
            CLOSE OldFile
            EXIT SECTION
           END-IF.
           MOVE "results.ledger.new" TO NewPath.
           OPEN OUTPUT NewFile.
           OPEN EXTEND ClipFile.
           IF ClipStatus IS EQUAL TO "35"
            OPEN OUTPUT ClipFile

           MOVE 0 TO ClippedCount.
           MOVE 0 TO KeptCount.
           MOVE 1 TO ClipOpen.
           MOVE SPACES TO ClipLink.
           READ OldFile
            AT END SET EndOfOld TO TRUE
           END-READ.
            IF DatePart(1:8) IS NUMERIC
             COMPUTE LineDate = FUNCTION NUMVAL(DatePart(1:8))
            END-IF
            IF LineDate IS EQUAL TO 0
             OR LineDate IS NOT LESS THAN CutoffDate
             MOVE 0 TO ClipOpen
            END-IF
            IF ClipOpen IS EQUAL TO 1
             MOVE OldRec TO ClipRec
             WRITE ClipRec
             ADD 1 TO ClippedCount
             PERFORM NoteClipLink
            ELSE
             MOVE OldRec TO NewRec
             WRITE NewRec
            DELIMITED BY SIZE INTO ManifestRec
           END-STRING.
           WRITE ManifestRec.
           MOVE ClipPath TO SlcPath.
           PERFORM SealSlice.
           MOVE "results.ledger" TO LogName.
           PERFORM WriteCarryLink.

      * Subroutine TrimAudit.
      *
      * converts a log from before the standard), so the trail
      * retires by age exactly like the ledger: entries stamped
      * before the cutoff date - and any stragglers still carrying
      * no stamp at all - are clipped into the archive, up to the
      * first entry that stays, and the log rewritten with the
      * remainder.
      *
      * Uses: CutoffDate, ArchiveDir -> audit.log, ManifestFile
       TrimAudit SECTION.
           IF OldStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SealPath(2) TO ClipPath.
           MOVE 2 TO Sdx.
           PERFORM CheckSeal.
           IF SliceBroken IS EQUAL TO 1
            CLOSE OldFile
            EXIT SECTION
           END-IF.
           MOVE "audit.log.new" TO NewPath.
           OPEN OUTPUT NewFile.
           OPEN EXTEND ClipFile.
           IF ClipStatus IS EQUAL TO "35"
            OPEN OUTPUT ClipFile

           MOVE 0 TO ClippedCount.
           MOVE 0 TO KeptCount.
           MOVE 1 TO ClipOpen.
           MOVE SPACES TO ClipLink.
           READ OldFile
            AT END SET EndOfOld TO TRUE
           END-READ.
            IF DatePart(1:8) IS NUMERIC
             COMPUTE LineDate = FUNCTION NUMVAL(DatePart(1:8))
            END-IF
            IF LineDate IS NOT LESS THAN CutoffDate
             MOVE 0 TO ClipOpen
            END-IF
            IF ClipOpen IS EQUAL TO 1
             MOVE OldRec TO ClipRec
             WRITE ClipRec
             ADD 1 TO ClippedCount
             PERFORM NoteClipLink
            ELSE
             MOVE OldRec TO NewRec
             WRITE NewRec
            DELIMITED BY SIZE INTO ManifestRec
           END-STRING.
           WRITE ManifestRec.
           MOVE ClipPath TO SlcPath.
           PERFORM SealSlice.
           MOVE "audit.log" TO LogName.
           PERFORM WriteCarryLink.

      * Subroutine NoteClipLink.
      *
      * Keep the chain link the record just clipped ends in, if it
      * carries one.
      *
      * Uses: OldRec -> ClipLink
       NoteClipLink SECTION.
           PERFORM VARYING ClipLen FROM 300 BY -1
                   UNTIL ClipLen IS EQUAL TO 0
                   OR OldRec(ClipLen:1) IS NOT EQUAL TO SPACE
            CONTINUE
           END-PERFORM.
           IF ClipLen IS GREATER THAN 25
            IF OldRec(ClipLen - 24:7) IS EQUAL TO " chain="
             AND OldRec(ClipLen - 17:18) IS NUMERIC
             MOVE OldRec(ClipLen - 17:18) TO ClipLink
            END-IF
           END-IF.

      * Subroutine WriteCarryLink.
      *
      * Record in the manifest the link the clipped slice of LogName
      * ends on - the link the live file's first record chains from.
      *
      * Uses: LogName, ClipLink, ClipPath -> ManifestFile
       WriteCarryLink SECTION.
           IF ClipLink IS EQUAL TO SPACES
            EXIT SECTION
           END-IF.
           MOVE SPACES TO ManifestRec.
           STRING FUNCTION TRIM(LogName) " chain: slice "
                  FUNCTION TRIM(ClipPath) " carries link " ClipLink
            DELIMITED BY SIZE INTO ManifestRec
           END-STRING.
           WRITE ManifestRec.

      * Subroutine LoadSeals.
      *
      * Read back from the manifest the seal last recorded for each
      * clipped slice, before this run's entries are appended to it.
      *
      * Uses: ArchiveDir, ManifestFile -> SealTable
       LoadSeals SECTION.
           INITIALIZE SealTable.
           STRING FUNCTION TRIM(ArchiveDir) "/results.ledger.clipped"
            DELIMITED BY SIZE INTO SealPath(1)
           END-STRING.
           STRING FUNCTION TRIM(ArchiveDir) "/audit.log.clipped"
            DELIMITED BY SIZE INTO SealPath(2)
           END-STRING.
           OPEN INPUT ManifestFile.
           IF ManifestStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO ManifestRec.
           READ ManifestFile
            AT END SET EndOfManifest TO TRUE
           END-READ.
           PERFORM UNTIL EndOfManifest
            IF ManifestRec(1:12) IS EQUAL TO "fingerprint "
             MOVE SPACES TO SealPathPart SealRest SealRecsPart
                            SealSumPart
             UNSTRING ManifestRec(13:) DELIMITED BY " records "
              INTO SealPathPart SealRest
             END-UNSTRING
             UNSTRING SealRest DELIMITED BY " checksum "
              INTO SealRecsPart SealSumPart
             END-UNSTRING
             PERFORM VARYING Sdx FROM 1 UNTIL Sdx IS GREATER THAN 2
              IF SealPathPart IS EQUAL TO SealPath(Sdx)
               AND SealRecsPart IS NOT EQUAL TO SPACES
               MOVE 1 TO SealKnown(Sdx)
               COMPUTE SealRecs(Sdx) = FUNCTION NUMVAL(SealRecsPart)
               COMPUTE SealChecksum(Sdx) =
                       FUNCTION NUMVAL(SealSumPart)
              END-IF
             END-PERFORM
            END-IF
            MOVE SPACES TO ManifestRec
            READ ManifestFile
             AT END SET EndOfManifest TO TRUE
            END-READ
           END-PERFORM.
           CLOSE ManifestFile.

      * Subroutine CheckSeal.
      *
      * Hold clipped slice Sdx to its last seal before it is
      * appended to. A slice that no longer matches - or is gone - is
      * left as it stands: the mismatch goes to the manifest, an
      * incident is opened, the run is marked RETURN-CODE 8, and
      * SliceBroken tells the caller not to clip this run. A slice
      * never sealed has nothing to be held to and passes.
      *
      * Uses: ClipPath, SealTable(Sdx) -> SliceBroken, SealRc,
      *       ManifestFile, IncidentFile
       CheckSeal SECTION.
           MOVE 0 TO SliceBroken.
           IF SealKnown(Sdx) IS EQUAL TO 0
            EXIT SECTION
           END-IF.
           MOVE ClipPath TO SlcPath.
           PERFORM FingerprintSlice.
           IF SlcFound IS EQUAL TO 1
            AND SlcRecs IS EQUAL TO SealRecs(Sdx)
            AND SlcChecksum IS EQUAL TO SealChecksum(Sdx)
            EXIT SECTION
           END-IF.
           MOVE 1 TO SliceBroken.
           MOVE 8 TO SealRc.
           MOVE SPACES TO IncDetail.
           IF SlcFound IS EQUAL TO 0
            MOVE "ARC-MISSING" TO IncCode
            STRING "not on disk, sealed at records " SealRecs(Sdx)
                   " checksum " SealChecksum(Sdx)
             DELIMITED BY SIZE INTO IncDetail
            END-STRING
           ELSE
            MOVE "ARC-ALTERED" TO IncCode
            STRING "records " SlcRecs " checksum " SlcChecksum
                   ", sealed at " SealRecs(Sdx) " checksum "
                   SealChecksum(Sdx)
             DELIMITED BY SIZE INTO IncDetail
            END-STRING
           END-IF.
           MOVE SPACES TO ManifestRec.
           STRING FUNCTION TRIM(ClipPath) " does not match its seal ("
                  FUNCTION TRIM(IncCode) ") - not clipped this run"
            DELIMITED BY SIZE INTO ManifestRec
           END-STRING.
           WRITE ManifestRec.
           DISPLAY FUNCTION TRIM(ManifestRec) ": "
                   FUNCTION TRIM(IncDetail).
           PERFORM RaiseIncident.

      * Subroutine RaiseIncident.
      *
      * Open a numbered incident for a clipped slice that broke its
      * seal, numbered and laid out as the archive verification
      * pass opens its own; one still OPEN for the same slice and
      * failure is left to stand rather than opened again.
      *
      * Uses: ClipPath, IncCode, IncDetail -> IncidentFile
       RaiseIncident SECTION.
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
              IF Fld3 IS EQUAL TO "housekeep"
               AND Fld5 IS EQUAL TO IncCode
               AND Fld7 IS EQUAL TO "OPEN"
               MOVE SPACES TO IncNotePath
               UNSTRING Fld8 DELIMITED BY " "
                INTO LineJunk IncNotePath
               END-UNSTRING
               IF IncNotePath IS EQUAL TO ClipPath
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
           STRING "INC|" IncNumber "|housekeep|"
                  FUNCTION TRIM(ArchiveDir) "|"
                  FUNCTION TRIM(IncCode) "|"
                  IncStamp "|OPEN|slice " FUNCTION TRIM(ClipPath)
                  " " FUNCTION TRIM(IncDetail)
            DELIMITED BY SIZE INTO IncidentRec
           END-STRING.
           WRITE IncidentRec.
           CLOSE IncidentFile.

      * Subroutine SealSlice.
      *
      * Record in the manifest the fingerprint of the archive slice
      * just written, for the verification pass to check it against.
      *
      * Uses: SlcPath -> ManifestFile
       SealSlice SECTION.
           PERFORM FingerprintSlice.
           IF SlcFound IS EQUAL TO 0
            EXIT SECTION
           END-IF.
           MOVE SPACES TO ManifestRec.
           STRING "fingerprint " FUNCTION TRIM(SlcPath) " records "
                  SlcRecs " checksum " SlcChecksum
            DELIMITED BY SIZE INTO ManifestRec
           END-STRING.
           WRITE ManifestRec.

           COPY "AuthorizeCheck.cpy".

           COPY "GenerationWrite.cpy".

           COPY "ArchiveSliceRead.cpy".
