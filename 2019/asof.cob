       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-AsOf.

      * Point-in-time reconstruction of the results master: when head
      * office disputes a figure, the question is what our book said
      * at the moment they took the feed, not what one day/part's
      * timeline looks like (histquery.cob). This job rebuilds the
      * whole season-by-day-by-part picture as it stood at a given
      * moment - each answer, the time it was recorded and its
      * certification standing as of then - from every answer line
      * we still hold: the live ledger, the results.history
      * companion and every archive slice Housekeep.manifest records.
      *
      * The answer as of the moment is the newest line recorded at
      * or before it. Its certification as of then is SUSPECT when
      * that line carries the reasonability edit's suspect tag;
      * OFFICIAL when a sign-off of that same answer was made at or
      * before the moment and after the last line that changed the
      * answer or was tagged suspect (the ledger conversion's rule
      * for when a sign-off stands) - sign-offs come from
      * signoff.log, and for those made before that log was kept,
      * from the current master's sign-off of the same answer;
      * UNVERIFIED otherwise.
      *
      * Arguments: AsOf [Season]
      *   AsOf    CCYYMMDD (the end of that day) or CCYYMMDDhhmmss
      *   Season  one season only; every season by default
      *
      * Output: AsOf.report, and "results.master.asof" - the picture
      * in results.master's own keyed layout (lock fields blank), so
      * the extract and the close-out book can be run against it by
      * pointing AocMasterPath at it. RETURN-CODE 8 for a missing or
      * malformed AsOf, 4 when nothing was on file by then or when
      * the picture filled up (300 day/parts) and later day/parts had
      * to be left out of it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "ResultsMaster.cpy".
       COPY "ResultsMaster.cpy" REPLACING
            =="results.master"== BY =="results.master.asof"==
            ==MasterFile== BY ==AsOfFile==
            ==MasterKey== BY ==AsOfKey==
            ==MasterStatus== BY ==AsOfStatus==.
       SELECT SourceFile ASSIGN USING SourcePath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SourceStatus.
       SELECT ManifestFile ASSIGN TO "Housekeep.manifest"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ManifestStatus.
       SELECT SignLogFile ASSIGN TO "signoff.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SignLogStatus.
       SELECT ReportFile ASSIGN TO "AsOf.report"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ResultsMasterFD.cpy".
       COPY "ResultsMasterFD.cpy" REPLACING LEADING ==Master== BY
            ==AsOf==.

       FD SourceFile RECORD IS VARYING IN SIZE FROM 1 TO 300
          CHARACTERS.
       01 SourceRec    PIC X(300).
       88 EndOfSource  VALUE HIGH-VALUES.

       FD ManifestFile.
       01 ManifestRec    PIC X(100).
       88 EndOfManifest  VALUE HIGH-VALUES.

       FD SignLogFile.
       01 SignLogRec     PIC X(120).
       88 EndOfSignLog   VALUE HIGH-VALUES.

       FD ReportFile.
       01 ReportRec PIC X(133).

       WORKING-STORAGE SECTION.
       01 MasterStatus   PIC X(2).
       01 AsOfStatus     PIC X(2).
       01 SourcePath     PIC X(60).
       01 SourceStatus   PIC X(2).
       01 ManifestStatus PIC X(2).
       01 SignLogStatus  PIC X(2).

       01 AsOfArg    PIC X(16).
       01 AsOfStamp  PIC X(14).
       01 Season     PIC X(4).

      * The files to walk: the live ledger and its history companion
      * first, then every distinct archive slice the manifest names.
       01 FileList.
          02 FileCount PIC 9(2) VALUE 0.
          02 FilePath PIC X(60) OCCURS 30 TIMES.
       01 Fx        PIC 9(2).
       01 Gx        PIC 9(2).
       01 PathDup   PIC 9(1).
       01 ClipPath  PIC X(60).
       01 ManJunk   PIC X(100).

      * The picture, one entry per season/day/part, kept in season,
      * numeric day and part order. PicBreak is the time of the
      * newest line (at or before the moment) that either gave a
      * different answer or was tagged suspect - a sign-off only
      * stands when it came after it.
       01 AsOfPicture.
          02 PicCount PIC 9(3) VALUE 0.
          02 PicEntry OCCURS 300 TIMES.
             03 PicSeason  PIC X(4).
             03 PicDayNum  PIC 9(4).
             03 PicDay     PIC X(4).
             03 PicPart    PIC X(1).
             03 PicAnswer  PIC X(30).
             03 PicAt      PIC X(26).
             03 PicProg    PIC X(30).
             03 PicSuspect PIC 9(1).
             03 PicBreak   PIC X(14).
             03 PicCert    PIC X(10).
             03 PicCertBy  PIC X(8).
             03 PicCertAt  PIC X(14).
             03 PicSource  PIC X(40).
       01 Px        PIC 9(3).
       01 Jx        PIC 9(3).
       01 InsertAt  PIC 9(3).
       01 PicHit    PIC 9(3).
      * Answer lines for day/parts that found the picture full.
       01 PicDropped PIC 9(6) VALUE 0.
       01 DayNum    PIC 9(4).

      * ScanPass 1 settles each day/part's answer as of the moment;
      * pass 2 finds the last break in each answer's standing.
       01 ScanPass  PIC 9(1).
       01 LineJunk  PIC X(300).
       01 CurDay    PIC X(4).
       01 CurPart   PIC X(4).
       01 CurProg   PIC X(40).
       01 CurAnswer PIC X(30).
       01 CurTime   PIC X(26).
       01 CurSeason PIC X(4).
       01 SuspectTally PIC 9(2).

       01 SgFld1    PIC X(8).
       01 SgFld2    PIC X(14).
       01 SgFld3    PIC X(8).
       01 SgFld4    PIC X(4).
       01 SgFld5    PIC X(4).
       01 SgFld6    PIC X(1).
       01 SgFld7    PIC X(30).

       01 LineCount     PIC 9(7) VALUE 0.
       01 LaterCount    PIC 9(7) VALUE 0.
       01 OfficialCount PIC 9(3) VALUE 0.
       01 UnverCount    PIC 9(3) VALUE 0.
       01 SuspectCount  PIC 9(3) VALUE 0.
       01 DayFmt        PIC Z(3)9.
       01 CountFmt      PIC Z(6)9.
       01 BodyLine      PIC X(132).

       COPY "PrintFields.cpy".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT AsOfArg FROM ARGUMENT-VALUE.
           INSPECT AsOfArg REPLACING ALL LOW-VALUES BY SPACE.
           ACCEPT Season FROM ARGUMENT-VALUE.
           IF Season IS EQUAL TO LOW-VALUES
            MOVE SPACES TO Season
           END-IF.
           EVALUATE TRUE
            WHEN AsOfArg(1:8) IS NUMERIC
             AND AsOfArg(9:8) IS EQUAL TO SPACES
             STRING AsOfArg(1:8) "235959"
              DELIMITED BY SIZE INTO AsOfStamp
             END-STRING
            WHEN AsOfArg(1:14) IS NUMERIC
             AND AsOfArg(15:2) IS EQUAL TO SPACES
             MOVE AsOfArg(1:14) TO AsOfStamp
            WHEN OTHER
             DISPLAY "Usage: AsOf (CCYYMMDD or CCYYMMDDhhmmss) "
                     "[Season]"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-EVALUATE.

           ADD 1 TO FileCount.
           MOVE "results.ledger" TO FilePath(FileCount).
           ADD 1 TO FileCount.
           MOVE "results.history" TO FilePath(FileCount).
           PERFORM CollectArchiveSlices.

           MOVE 1 TO ScanPass.
           PERFORM VARYING Fx FROM 1 UNTIL Fx IS GREATER THAN
                   FileCount
            MOVE FilePath(Fx) TO SourcePath
            PERFORM ScanSource
           END-PERFORM.
           MOVE 2 TO ScanPass.
           PERFORM VARYING Fx FROM 1 UNTIL Fx IS GREATER THAN
                   FileCount
            MOVE FilePath(Fx) TO SourcePath
            PERFORM ScanSource
           END-PERFORM.

           PERFORM VARYING Px FROM 1 UNTIL Px IS GREATER THAN
                   PicCount
            IF PicSuspect(Px) IS EQUAL TO 1
             MOVE "SUSPECT" TO PicCert(Px)
            ELSE
             MOVE "UNVERIFIED" TO PicCert(Px)
            END-IF
            MOVE SPACES TO PicCertBy(Px)
            MOVE SPACES TO PicCertAt(Px)
           END-PERFORM.
           PERFORM ApplySignLog.
           PERFORM ApplyMasterSignOffs.

           PERFORM WriteReport.
           PERFORM WriteAsOfMaster.

           DISPLAY PicCount " day/part(s) as of " AsOfStamp ": "
                   OfficialCount " OFFICIAL, " UnverCount
                   " UNVERIFIED, " SuspectCount " SUSPECT - see "
                   "AsOf.report and results.master.asof".
           IF PicDropped IS GREATER THAN 0
            DISPLAY PicDropped " answer line(s) left out - the "
                    "picture holds 300 day/parts"
           END-IF.
           IF PicCount IS EQUAL TO 0 OR PicDropped IS GREATER THAN 0
            MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Subroutine CollectArchiveSlices.
      *
      * Pull every distinct archive slice path off the housekeeping
      * manifest's "results.ledger: ... to <path>" lines; a missing
      * manifest just means nothing was ever clipped.
      *
      * Uses: ManifestFile -> FileList
       CollectArchiveSlices SECTION.
           OPEN INPUT ManifestFile.
           IF ManifestStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           READ ManifestFile
            AT END SET EndOfManifest TO TRUE
           END-READ.
           PERFORM UNTIL EndOfManifest
            IF ManifestRec(1:15) IS EQUAL TO "results.ledger:"
             MOVE SPACES TO ClipPath
             UNSTRING ManifestRec DELIMITED BY " to "
              INTO ManJunk ClipPath
             END-UNSTRING
             IF FUNCTION TRIM(ClipPath) IS NOT EQUAL TO SPACES
              MOVE 0 TO PathDup
              PERFORM VARYING Gx FROM 1 UNTIL Gx IS GREATER THAN
                      FileCount
               IF FilePath(Gx) IS EQUAL TO ClipPath
                MOVE 1 TO PathDup
                EXIT PERFORM
               END-IF
              END-PERFORM
              IF PathDup IS EQUAL TO 0
               AND FileCount IS LESS THAN 30
               ADD 1 TO FileCount
               MOVE ClipPath TO FilePath(FileCount)
              END-IF
             END-IF
            END-IF
            READ ManifestFile
             AT END SET EndOfManifest TO TRUE
            END-READ
           END-PERFORM.
           CLOSE ManifestFile.

      * Subroutine ScanSource.
      *
      * Walk one source file's answer lines; a missing source (the
      * history companion before the first conversion, say) is
      * simply skipped.
      *
      * Uses: SourcePath, ScanPass -> AsOfPicture
       ScanSource SECTION.
           OPEN INPUT SourceFile.
           IF SourceStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO SourceRec.
           READ SourceFile
            AT END SET EndOfSource TO TRUE
           END-READ.
           PERFORM UNTIL EndOfSource
            IF SourceRec(1:4) IS EQUAL TO "day="
             PERFORM ParseLine
             IF CurTime(1:14) IS GREATER THAN AsOfStamp
              IF ScanPass IS EQUAL TO 1
               ADD 1 TO LaterCount
              END-IF
             ELSE
              IF Season IS EQUAL TO SPACES
               OR CurSeason IS EQUAL TO Season
               IF ScanPass IS EQUAL TO 1
                ADD 1 TO LineCount
                PERFORM MergeLine
               ELSE
                PERFORM MarkBreak
               END-IF
              END-IF
             END-IF
            END-IF
            MOVE SPACES TO SourceRec
            READ SourceFile
             AT END SET EndOfSource TO TRUE
            END-READ
           END-PERFORM.
           CLOSE SourceFile.

      * Subroutine ParseLine.
      *
      * Take one ledger-format line apart; lines written before the
      * season tag read as 2019.
      *
      * Uses: SourceRec -> CurDay, CurPart, CurProg, CurAnswer,
      *       CurTime, CurSeason, SuspectTally
       ParseLine SECTION.
           MOVE SPACES TO CurDay.
           MOVE SPACES TO CurPart.
           MOVE SPACES TO CurProg.
           MOVE SPACES TO CurAnswer.
           MOVE SPACES TO CurTime.
           UNSTRING SourceRec
            DELIMITED BY "day=" OR " part=" OR " program="
             OR " answer=" OR " at="
            INTO LineJunk CurDay CurPart CurProg CurAnswer CurTime
           END-UNSTRING.
           MOVE SPACES TO CurSeason.
           UNSTRING SourceRec DELIMITED BY "season="
            INTO LineJunk CurSeason
           END-UNSTRING.
           IF FUNCTION TRIM(CurSeason) IS EQUAL TO SPACES
            MOVE "2019" TO CurSeason
           END-IF.
           MOVE 0 TO SuspectTally.
           INSPECT SourceRec TALLYING SuspectTally FOR ALL " suspect=".

      * Subroutine FindEntry.
      *
      * Look the parsed line's season/day/part up in the picture;
      * PicHit comes back 0 when it has no entry yet.
      *
      * Uses: CurSeason, CurDay, CurPart, AsOfPicture -> PicHit
       FindEntry SECTION.
           MOVE 0 TO PicHit.
           PERFORM VARYING Px FROM 1 UNTIL Px IS GREATER THAN
                   PicCount
            IF PicSeason(Px) IS EQUAL TO CurSeason
             AND PicDay(Px) IS EQUAL TO CurDay
             AND PicPart(Px) IS EQUAL TO CurPart(1:1)
             MOVE Px TO PicHit
             EXIT PERFORM
            END-IF
           END-PERFORM.

      * Subroutine MergeLine.
      *
      * Pass 1: a day/part not yet pictured gets an entry, slotted
      * into season/day/part order; one already pictured takes the
      * line when it is newer than what it holds (the same line seen
      * again in another source changes nothing).
      *
      * Uses: parsed line, SourcePath -> AsOfPicture
       MergeLine SECTION.
           PERFORM FindEntry.
           IF PicHit IS GREATER THAN 0
            IF CurTime IS GREATER THAN PicAt(PicHit)
             PERFORM FillEntry
            END-IF
            EXIT SECTION
           END-IF.
           IF PicCount IS EQUAL TO 300
            IF PicDropped IS EQUAL TO 0
             DISPLAY "AsOf picture full at 300 day/parts - "
                     CurSeason " day " FUNCTION TRIM(CurDay)
                     " part " FUNCTION TRIM(CurPart)
                     " and later day/parts left out"
            END-IF
            ADD 1 TO PicDropped
            EXIT SECTION
           END-IF.
           MOVE 0 TO DayNum.
           IF FUNCTION TRIM(CurDay) IS NOT EQUAL TO SPACES
            COMPUTE DayNum = FUNCTION NUMVAL(CurDay)
           END-IF.
           COMPUTE InsertAt = PicCount + 1.
           PERFORM VARYING Px FROM 1 UNTIL Px IS GREATER THAN
                   PicCount
            IF PicSeason(Px) IS GREATER THAN CurSeason
             OR (PicSeason(Px) IS EQUAL TO CurSeason
              AND (PicDayNum(Px) IS GREATER THAN DayNum
               OR (PicDayNum(Px) IS EQUAL TO DayNum
                AND PicPart(Px) IS GREATER THAN CurPart(1:1))))
             MOVE Px TO InsertAt
             EXIT PERFORM
            END-IF
           END-PERFORM.
           PERFORM VARYING Jx FROM PicCount BY -1
            UNTIL Jx IS LESS THAN InsertAt
            MOVE PicEntry(Jx) TO PicEntry(Jx + 1)
           END-PERFORM.
           ADD 1 TO PicCount.
           MOVE InsertAt TO PicHit.
           MOVE CurSeason TO PicSeason(PicHit).
           MOVE DayNum TO PicDayNum(PicHit).
           MOVE CurDay TO PicDay(PicHit).
           MOVE CurPart(1:1) TO PicPart(PicHit).
           MOVE SPACES TO PicBreak(PicHit).
           PERFORM FillEntry.

      * Subroutine FillEntry.
      *
      * The parsed line becomes entry PicHit's answer.
      *
      * Uses: parsed line, SourcePath -> PicEntry(PicHit)
       FillEntry SECTION.
           MOVE CurAnswer TO PicAnswer(PicHit).
           MOVE CurTime TO PicAt(PicHit).
           MOVE CurProg(1:30) TO PicProg(PicHit).
           MOVE SourcePath(1:40) TO PicSource(PicHit).
           IF SuspectTally IS GREATER THAN 0
            MOVE 1 TO PicSuspect(PicHit)
           ELSE
            MOVE 0 TO PicSuspect(PicHit)
           END-IF.

      * Subroutine MarkBreak.
      *
      * Pass 2: a line that gave a different answer, or was tagged
      * suspect, breaks the standing of any sign-off made before it.
      *
      * Uses: parsed line, AsOfPicture -> PicBreak
       MarkBreak SECTION.
           PERFORM FindEntry.
           IF PicHit IS EQUAL TO 0
            EXIT SECTION
           END-IF.
           IF CurAnswer IS NOT EQUAL TO PicAnswer(PicHit)
            OR SuspectTally IS GREATER THAN 0
            IF CurTime(1:14) IS GREATER THAN PicBreak(PicHit)
             MOVE CurTime(1:14) TO PicBreak(PicHit)
            END-IF
           END-IF.

      * Subroutine ApplySignLog.
      *
      * Each "SIGNOFF|stamp|operator|season|day|part|answer" record
      * made by the moment makes its day/part OFFICIAL when it signed
      * the pictured answer after that answer's last break.
      *
      * Uses: SignLogFile, AsOfPicture -> PicCert, PicCertBy, PicCertAt
       ApplySignLog SECTION.
           OPEN INPUT SignLogFile.
           IF SignLogStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           READ SignLogFile
            AT END SET EndOfSignLog TO TRUE
           END-READ.
           PERFORM UNTIL EndOfSignLog
            IF SignLogRec(1:8) IS EQUAL TO "SIGNOFF|"
             MOVE SPACES TO SgFld1 SgFld2 SgFld3 SgFld4 SgFld5 SgFld6
                            SgFld7
             UNSTRING SignLogRec DELIMITED BY "|"
              INTO SgFld1 SgFld2 SgFld3 SgFld4 SgFld5 SgFld6 SgFld7
             END-UNSTRING
             MOVE SgFld4 TO CurSeason
             MOVE SgFld5 TO CurDay
             MOVE SgFld6 TO CurPart
             PERFORM FindEntry
             IF PicHit IS GREATER THAN 0
              AND SgFld2 IS NOT GREATER THAN AsOfStamp
              MOVE SgFld7 TO CurAnswer
              PERFORM TakeSignOff
             END-IF
            END-IF
            READ SignLogFile
             AT END SET EndOfSignLog TO TRUE
            END-READ
           END-PERFORM.
           CLOSE SignLogFile.

      * Subroutine ApplyMasterSignOffs.
      *
      * Sign-offs made before signoff.log was kept survive only on
      * the current master: one of the pictured answer, made by the
      * moment and after the answer's last break, stands as well. No
      * master just means no such sign-offs.
      *
      * Uses: MasterFile, AsOfPicture -> PicCert, PicCertBy, PicCertAt
       ApplyMasterSignOffs SECTION.
           OPEN INPUT MasterFile.
           IF MasterStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           PERFORM VARYING Px FROM 1 UNTIL Px IS GREATER THAN
                   PicCount
            IF PicCert(Px) IS NOT EQUAL TO "OFFICIAL"
             MOVE PicSeason(Px) TO MasterSeason
             MOVE PicDay(Px) TO MasterDay
             MOVE PicPart(Px) TO MasterPart
             READ MasterFile
              INVALID KEY CONTINUE
              NOT INVALID KEY
               IF MasterCert IS EQUAL TO "OFFICIAL"
                AND MasterCertAt IS NOT GREATER THAN AsOfStamp
                MOVE Px TO PicHit
                MOVE MasterAnswer TO CurAnswer
                MOVE MasterCertAt TO SgFld2
                MOVE MasterCertBy TO SgFld3
                PERFORM TakeSignOff
               END-IF
             END-READ
            END-IF
           END-PERFORM.
           CLOSE MasterFile.

      * Subroutine TakeSignOff.
      *
      * A sign-off of answer CurAnswer at SgFld2 by SgFld3 stands for
      * entry PicHit when it signed the pictured answer, after its
      * last break, and the answer is not SUSPECT as of the moment.
      *
      * Uses: CurAnswer, SgFld2, SgFld3, PicHit -> PicEntry(PicHit)
       TakeSignOff SECTION.
           IF CurAnswer IS EQUAL TO PicAnswer(PicHit)
            AND SgFld2 IS GREATER THAN PicBreak(PicHit)
            AND PicSuspect(PicHit) IS EQUAL TO 0
            MOVE "OFFICIAL" TO PicCert(PicHit)
            MOVE SgFld3 TO PicCertBy(PicHit)
            MOVE SgFld2 TO PicCertAt(PicHit)
           END-IF.

      * Subroutine WriteReport.
      *
      * The as-of book: one line per season/day/part in order, then
      * the standing counts and what the picture was drawn from.
      *
      * Uses: AsOfPicture -> ReportFile, status counts
       WriteReport SECTION.
           OPEN OUTPUT ReportFile.
           MOVE SPACES TO PrtTitle.
           STRING "Results as of " AsOfStamp
            DELIMITED BY SIZE INTO PrtTitle
           END-STRING.
           MOVE Season TO PrtSeason.
           MOVE SPACES TO PrtHeading.
           STRING "Season  Day Part  Answer                        "
                  "  Recorded        Certification "
                  "Signed off            Source"
            DELIMITED BY SIZE INTO PrtHeading
           END-STRING.
           PERFORM PrtOpenReport.
           PERFORM PrtNewPage.
           PERFORM VARYING Px FROM 1 UNTIL Px IS GREATER THAN
                   PicCount
            EVALUATE PicCert(Px)
             WHEN "OFFICIAL"
              ADD 1 TO OfficialCount
             WHEN "SUSPECT"
              ADD 1 TO SuspectCount
             WHEN OTHER
              ADD 1 TO UnverCount
            END-EVALUATE
            MOVE PicDayNum(Px) TO DayFmt
            MOVE SPACES TO BodyLine
            STRING PicSeason(Px) "   " DayFmt "  " PicPart(Px) "    "
                   PicAnswer(Px) "  " PicAt(Px)(1:14) "  "
                   PicCert(Px) "    " PicCertBy(Px) " "
                   PicCertAt(Px) "  " FUNCTION TRIM(PicSource(Px))
             DELIMITED BY SIZE INTO BodyLine
            END-STRING
            MOVE BodyLine TO PrtLine
            PERFORM PrtWriteLine
           END-PERFORM.
           IF PicCount IS EQUAL TO 0
            MOVE "    (no answers on file by then)" TO PrtLine
            PERFORM PrtWriteLine
           END-IF.
           IF PicDropped IS GREATER THAN 0
            MOVE SPACES TO BodyLine
            STRING "    ** picture full at 300 day/parts - "
                   PicDropped " answer line(s) left out **"
             DELIMITED BY SIZE INTO BodyLine
            END-STRING
            MOVE BodyLine TO PrtLine
            PERFORM PrtWriteLine
           END-IF.
           MOVE SPACES TO PrtLine.
           PERFORM PrtWriteLine.
           MOVE SPACES TO BodyLine.
           STRING "    " PicCount " day/part(s): " OfficialCount
                  " OFFICIAL, " UnverCount " UNVERIFIED, "
                  SuspectCount " SUSPECT"
            DELIMITED BY SIZE INTO BodyLine
           END-STRING.
           MOVE BodyLine TO PrtLine.
           PERFORM PrtWriteLine.
           MOVE LineCount TO CountFmt.
           MOVE SPACES TO BodyLine.
           STRING "    " FUNCTION TRIM(CountFmt)
                  " answer line(s) at or before the moment, from "
                  FileCount " source file(s):"
            DELIMITED BY SIZE INTO BodyLine
           END-STRING.
           MOVE BodyLine TO PrtLine.
           PERFORM PrtWriteLine.
           PERFORM VARYING Fx FROM 1 UNTIL Fx IS GREATER THAN
                   FileCount
            MOVE SPACES TO BodyLine
            STRING "      " FilePath(Fx)
             DELIMITED BY SIZE INTO BodyLine
            END-STRING
            MOVE BodyLine TO PrtLine
            PERFORM PrtWriteLine
           END-PERFORM.
           MOVE LaterCount TO CountFmt.
           MOVE SPACES TO BodyLine.
           STRING "    " FUNCTION TRIM(CountFmt)
                  " later answer line(s) left out"
            DELIMITED BY SIZE INTO BodyLine
           END-STRING.
           MOVE BodyLine TO PrtLine.
           PERFORM PrtWriteLine.
           PERFORM PrtEndReport.
           CLOSE ReportFile.

      * Subroutine WriteAsOfMaster.
      *
      * Write the picture as a keyed file in results.master's own
      * layout, rebuilt from scratch each run.
      *
      * Uses: AsOfPicture -> AsOfFile
       WriteAsOfMaster SECTION.
           OPEN OUTPUT AsOfFile.
           IF AsOfStatus IS NOT EQUAL TO "00"
            DISPLAY "Cannot create results.master.asof (status "
                    AsOfStatus ")"
            MOVE 8 TO RETURN-CODE
            EXIT SECTION
           END-IF.
           PERFORM VARYING Px FROM 1 UNTIL Px IS GREATER THAN
                   PicCount
            MOVE SPACES TO AsOfRec
            MOVE PicSeason(Px) TO AsOfSeason
            MOVE PicDay(Px) TO AsOfDay
            MOVE PicPart(Px) TO AsOfPart
            MOVE PicProg(Px) TO AsOfProgram
            MOVE PicAnswer(Px) TO AsOfAnswer
            MOVE PicAt(Px) TO AsOfAt
            MOVE PicCert(Px) TO AsOfCert
            MOVE PicCertBy(Px) TO AsOfCertBy
            MOVE PicCertAt(Px) TO AsOfCertAt
            WRITE AsOfRec
             INVALID KEY
              DISPLAY "Duplicate key in the picture: " AsOfKey
            END-WRITE
           END-PERFORM.
           CLOSE AsOfFile.

      * Subroutine PrtPut.
      *
      * The print service's per-program output hook: one physical
      * print record to the as-of report.
       PrtPut SECTION.
           MOVE PrtOut TO ReportRec.
           WRITE ReportRec.

           COPY "PrintWrite.cpy".
