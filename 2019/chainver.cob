       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-ChainVer.

      * Chain verification for the certification story: the ledger
      * trailer only checks a count and a checksum, and both can be
      * rebuilt after a middle line of audit.log or results.ledger is
      * edited. Every record of those two files now carries a chained
      * link (AuditTrail.cpy) - a hash of its own content seeded with
      * the previous record's link - so this program walks each
      * file's whole history, the archived slices housekeeping
      * clipped off it first in Housekeep.manifest order and then the
      * live file, recomputes every link and reports the first one
      * that does not follow from the record before it.
      *
      * Records written before the chain began carry no link and are
      * counted, not checked; the first linked record either chains
      * from zero (the chain is whole from its start) or, where its
      * predecessors have been retired, is taken as the anchor. The
      * manifest's carried links must each turn up in the walk (a
      * slice cut short or rewritten loses its join), and the live
      * file must end on the link its head file holds (a record
      * dropped off the end, or appended outside WriteAuditTrail or
      * WriteLedger, leaves them apart).
      *
      * Arguments: [AUDIT|LEDGER] - one file; both when omitted.
      *
      * Output: Chain.report. RETURN-CODE 0 every chain intact, 4 a
      * broken link, a missing slice or a head that disagrees, 8 bad
      * arguments.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ManifestFile ASSIGN TO "Housekeep.manifest"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ManifestStatus.
       SELECT WalkFile ASSIGN USING WalkPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WalkStatus.
       SELECT ReportFile ASSIGN TO "Chain.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "ResultsLedger.cpy".
       COPY "AuditTrail.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD ManifestFile.
       01 ManifestRec    PIC X(120).
       88 EndOfManifest  VALUE HIGH-VALUES.

       FD WalkFile RECORD IS VARYING IN SIZE FROM 1 TO 300
          CHARACTERS.
       01 WalkRec        PIC X(300).
       88 EndOfWalk      VALUE HIGH-VALUES.

       FD ReportFile.
       01 ReportRec      PIC X(132).

       COPY "ResultsLedgerFD.cpy".
       COPY "AuditTrailFD.cpy".

       WORKING-STORAGE SECTION.
       01 LogArg         PIC X(8).
       01 ManifestStatus PIC X(2).
       01 WalkStatus     PIC X(2).
       01 WalkPath       PIC X(60).

      * The file being verified: its name as the manifest records it
      * and the head file holding its newest link.
       01 LogName        PIC X(20).
       01 LogPrefix      PIC X(30).
       01 PrefixLen      PIC 9(2).
       01 HeadPath       PIC X(60).

      * The archive slices the manifest names for LogName, in the
      * order it first names them, and the links it says each
      * clipping carried forward.
       01 SliceList.
          02 SliceCount  PIC 9(2) VALUE 0.
          02 SlicePath   PIC X(60) OCCURS 30 TIMES.
       01 CarryList.
          02 CarryCount  PIC 9(3) VALUE 0.
          02 CarryLink   PIC X(18) OCCURS 200 TIMES.
       01 Cx             PIC 9(3).
       01 Sx             PIC 9(2).
       01 PathDup        PIC 9(1).
       01 ManPath        PIC X(60).
       01 ManLink        PIC X(18).
       01 ManJunk        PIC X(120).

      * Walk state for one file's chain.
       01 ChainStarted   PIC 9(1).
       01 BreakFound     PIC 9(1).
       88 ChainIsBroken  VALUE 1.
       01 BreakCount     PIC 9(3) VALUE 0.
       01 StoredLink     PIC X(18).
       01 LastLink       PIC X(18).
       01 WalkLine       PIC 9(7).
       01 RecCount       PIC 9(7).
       01 LinkedCount    PIC 9(7).
       01 LegacyCount    PIC 9(7).
       01 AnchorNote     PIC X(100).
       01 CountFmt       PIC Z(6)9.
       01 LineFmt        PIC Z(6)9.

       COPY "ResultsLedgerFields.cpy".
       COPY "AuditTrailFields.cpy".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT LogArg FROM ARGUMENT-VALUE.
           INSPECT LogArg REPLACING ALL LOW-VALUES BY SPACE.
           MOVE FUNCTION UPPER-CASE(LogArg) TO LogArg.
           IF LogArg IS NOT EQUAL TO SPACES
              AND LogArg IS NOT EQUAL TO "AUDIT"
              AND LogArg IS NOT EQUAL TO "LEDGER"
            DISPLAY "Usage: [AUDIT|LEDGER]"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.

           OPEN OUTPUT ReportFile.
           MOVE SPACES TO ReportRec.
           STRING "Chain verification " FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.

           IF LogArg IS NOT EQUAL TO "AUDIT"
            MOVE "results.ledger" TO LogName
            MOVE "results.ledger.link" TO HeadPath
            PERFORM VerifyChain
           END-IF.
           IF LogArg IS NOT EQUAL TO "LEDGER"
            MOVE "audit.log" TO LogName
            MOVE "audit.log.link" TO HeadPath
            PERFORM VerifyChain
           END-IF.

           MOVE SPACES TO ReportRec.
           IF BreakCount IS EQUAL TO 0
            MOVE "CERTIFIED: every chain verified intact" TO ReportRec
           ELSE
            MOVE BreakCount TO CountFmt
            STRING FUNCTION TRIM(CountFmt)
                   " chain(s) broken - see above"
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE ReportRec.
           CLOSE ReportFile.
           DISPLAY FUNCTION TRIM(ReportRec).
           STOP RUN.

      * Subroutine VerifyChain.
      *
      * Walk one file's chain end to end - its archive slices in
      * manifest order, then the live file - and report how it
      * stands: the first broken link if there is one, otherwise the
      * record counts, the anchor, and the checks of the manifest's
      * carried links and the head file.
      *
      * Uses: LogName, HeadPath -> ReportFile, BreakCount
       VerifyChain SECTION.
           MOVE 0 TO ChainStarted.
           MOVE 0 TO BreakFound.
           MOVE 0 TO RecCount.
           MOVE 0 TO LinkedCount.
           MOVE 0 TO LegacyCount.
           MOVE SPACES TO LastLink.
           MOVE SPACES TO AnchorNote.
           MOVE 0 TO ChainPrevA.
           MOVE 0 TO ChainPrevB.
           PERFORM CollectSlices.
           MOVE 1 TO Cx.

           PERFORM VARYING Sx FROM 1 UNTIL Sx IS GREATER THAN
                   SliceCount OR ChainIsBroken
            MOVE SlicePath(Sx) TO WalkPath
            PERFORM WalkOneFile
           END-PERFORM.
           IF NOT ChainIsBroken
            MOVE LogName TO WalkPath
            PERFORM WalkOneFile
           END-IF.
           IF NOT ChainIsBroken
            PERFORM CheckCarriedLinks
           END-IF.
           IF NOT ChainIsBroken
            PERFORM CheckHead
           END-IF.

           MOVE SPACES TO ReportRec.
           MOVE RecCount TO CountFmt.
           MOVE LinkedCount TO LineFmt.
           STRING FUNCTION TRIM(LogName) ": "
                  FUNCTION TRIM(CountFmt) " record(s) walked, "
                  FUNCTION TRIM(LineFmt) " linked"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           IF LegacyCount IS GREATER THAN 0
            MOVE SPACES TO ReportRec
            MOVE LegacyCount TO CountFmt
            STRING "  " FUNCTION TRIM(CountFmt)
                   " record(s) from before the chain began"
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            WRITE ReportRec
           END-IF.
           IF AnchorNote IS NOT EQUAL TO SPACES
            MOVE SPACES TO ReportRec
            STRING "  " AnchorNote DELIMITED BY SIZE INTO ReportRec
            END-STRING
            WRITE ReportRec
           END-IF.
           IF ChainIsBroken
            ADD 1 TO BreakCount
           ELSE
            MOVE SPACES TO ReportRec
            STRING "  chain intact" DELIMITED BY SIZE INTO ReportRec
            END-STRING
            WRITE ReportRec
           END-IF.

      * Subroutine WalkOneFile.
      *
      * Recompute the link of every record in WalkPath against the
      * link before it, stopping at the first that does not follow.
      * A slice the manifest names but that is no longer on file is
      * itself an exception: the chain cannot be followed across it.
      *
      * Uses: WalkPath, ChainPrev -> ChainPrev, LastLink, counts,
      *       BreakFound
       WalkOneFile SECTION.
           DISPLAY "WalkPath" UPON ENVIRONMENT-NAME.
           DISPLAY WalkPath UPON ENVIRONMENT-VALUE.
           OPEN INPUT WalkFile.
           IF WalkStatus IS NOT EQUAL TO "00"
            IF WalkPath IS NOT EQUAL TO LogName
             MOVE 1 TO BreakFound
             MOVE SPACES TO ReportRec
             STRING FUNCTION TRIM(LogName) ": BROKEN - archive slice "
                    FUNCTION TRIM(WalkPath) " is not on file"
              DELIMITED BY SIZE INTO ReportRec
             END-STRING
             WRITE ReportRec
             DISPLAY FUNCTION TRIM(ReportRec)
            END-IF
            EXIT SECTION
           END-IF.
           MOVE 0 TO WalkLine.
           MOVE SPACES TO WalkRec.
           READ WalkFile
            AT END SET EndOfWalk TO TRUE
           END-READ.
           PERFORM UNTIL EndOfWalk OR ChainIsBroken
            ADD 1 TO WalkLine
            ADD 1 TO RecCount
            PERFORM CheckRecord
            MOVE SPACES TO WalkRec
            READ WalkFile
             AT END SET EndOfWalk TO TRUE
            END-READ
           END-PERFORM.
           CLOSE WalkFile.

      * Subroutine CheckRecord.
      *
      * One record of the walk. Unlinked records are allowed only
      * ahead of the chain's first link; a linked one must carry
      * exactly the link its content and its predecessor's link
      * produce.
      *
      * Uses: WalkRec, ChainPrev -> ChainPrev, LastLink, BreakFound
       CheckRecord SECTION.
           MOVE WalkRec TO ChainText.
           PERFORM SplitChainLink.
           IF NOT ChainIsTagged
            IF ChainStarted IS EQUAL TO 0
             ADD 1 TO LegacyCount
            ELSE
             MOVE "carries no link" TO ManJunk
             PERFORM ReportBreak
            END-IF
            EXIT SECTION
           END-IF.
           ADD 1 TO LinkedCount.
           MOVE ChainLink TO StoredLink.
           PERFORM ComputeChainLink.
           IF ChainStarted IS EQUAL TO 0
            MOVE 1 TO ChainStarted
            MOVE WalkLine TO LineFmt
            MOVE SPACES TO AnchorNote
            IF ChainLink IS EQUAL TO StoredLink
             STRING "chain whole from its first link ("
                    FUNCTION TRIM(WalkPath) " line "
                    FUNCTION TRIM(LineFmt) ")"
              DELIMITED BY SIZE INTO AnchorNote
             END-STRING
            ELSE
             STRING "anchored at " FUNCTION TRIM(WalkPath) " line "
                    FUNCTION TRIM(LineFmt)
                    " (earlier links retired)"
              DELIMITED BY SIZE INTO AnchorNote
             END-STRING
            END-IF
           ELSE
            IF ChainLink IS NOT EQUAL TO StoredLink
             MOVE "does not follow from the record before it"
               TO ManJunk
             PERFORM ReportBreak
             EXIT SECTION
            END-IF
           END-IF.
           MOVE StoredLink TO ChainPrev.
           MOVE StoredLink TO LastLink.
           IF Cx IS NOT GREATER THAN CarryCount
            IF StoredLink IS EQUAL TO CarryLink(Cx)
             ADD 1 TO Cx
            END-IF
           END-IF.

      * Subroutine ReportBreak.
      *
      * Report the first broken link of the current file: where it
      * is, what is wrong with it, and the record itself.
      *
      * Uses: LogName, WalkPath, WalkLine, WalkRec, ManJunk ->
      *       ReportFile, BreakFound
       ReportBreak SECTION.
           MOVE 1 TO BreakFound.
           MOVE WalkLine TO LineFmt.
           MOVE SPACES TO ReportRec.
           STRING FUNCTION TRIM(LogName) ": BROKEN at "
                  FUNCTION TRIM(WalkPath) " line "
                  FUNCTION TRIM(LineFmt) " - the record "
                  FUNCTION TRIM(ManJunk)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           DISPLAY FUNCTION TRIM(ReportRec).
           MOVE SPACES TO ReportRec.
           STRING "  " WalkRec(1:128) DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.

      * Subroutine CheckCarriedLinks.
      *
      * Every link the manifest says a clipping carried forward must
      * have turned up in the walk, in order.
      *
      * Uses: Cx, CarryList -> ReportFile, BreakFound
       CheckCarriedLinks SECTION.
           IF Cx IS GREATER THAN CarryCount
            EXIT SECTION
           END-IF.
           MOVE 1 TO BreakFound.
           MOVE SPACES TO ReportRec.
           STRING FUNCTION TRIM(LogName) ": BROKEN - link "
                  CarryLink(Cx) " carried forward in the manifest"
                  " is not in the chain (a slice cut short or"
                  " rewritten)"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           DISPLAY FUNCTION TRIM(ReportRec).

      * Subroutine CheckHead.
      *
      * The live file must end on the link its head file holds.
      *
      * Uses: HeadPath, LastLink -> ReportFile, BreakFound
       CheckHead SECTION.
           MOVE HeadPath TO ChainHeadPath.
           PERFORM ReadChainHead.
           IF ChainHeadStatus IS NOT EQUAL TO "00"
            IF LinkedCount IS GREATER THAN 0
             MOVE 1 TO BreakFound
             MOVE SPACES TO ReportRec
             STRING FUNCTION TRIM(LogName) ": BROKEN - "
                    FUNCTION TRIM(HeadPath) " is missing"
              DELIMITED BY SIZE INTO ReportRec
             END-STRING
             WRITE ReportRec
             DISPLAY FUNCTION TRIM(ReportRec)
            END-IF
            EXIT SECTION
           END-IF.
           IF ChainPrev IS NOT EQUAL TO LastLink
            MOVE 1 TO BreakFound
            MOVE SPACES TO ReportRec
            STRING FUNCTION TRIM(LogName) ": BROKEN - the file ends "
                   "on link " LastLink " but the newest link on file"
                   " is " ChainPrev
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            WRITE ReportRec
            DISPLAY FUNCTION TRIM(ReportRec)
           END-IF.

      * Subroutine CollectSlices.
      *
      * Pull LogName's archive slices off the manifest's
      * "<log>: kept n, clipped m to <path>" lines, each distinct
      * path once in the order first named, and the links its
      * "<log> chain: slice <path> carries link <link>" lines
      * carried forward.
      *
      * Uses: ManifestFile, LogName -> SliceList, CarryList
       CollectSlices SECTION.
           MOVE 0 TO SliceCount.
           MOVE 0 TO CarryCount.
           OPEN INPUT ManifestFile.
           IF ManifestStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           READ ManifestFile
            AT END SET EndOfManifest TO TRUE
           END-READ.
           PERFORM UNTIL EndOfManifest
            MOVE SPACES TO LogPrefix
            STRING FUNCTION TRIM(LogName) ": kept "
             DELIMITED BY SIZE INTO LogPrefix
            END-STRING
            COMPUTE PrefixLen = FUNCTION LENGTH(FUNCTION TRIM(LogName))
                              + 7
            IF ManifestRec(1:PrefixLen) IS EQUAL TO
               LogPrefix(1:PrefixLen)
             MOVE SPACES TO ManPath
             UNSTRING ManifestRec DELIMITED BY " to "
              INTO ManJunk ManPath
             END-UNSTRING
             PERFORM AddSlice
            END-IF
            MOVE SPACES TO LogPrefix
            STRING FUNCTION TRIM(LogName) " chain: slice "
             DELIMITED BY SIZE INTO LogPrefix
            END-STRING
            COMPUTE PrefixLen = FUNCTION LENGTH(FUNCTION TRIM(LogName))
                              + 14
            IF ManifestRec(1:PrefixLen) IS EQUAL TO
               LogPrefix(1:PrefixLen)
             AND CarryCount IS LESS THAN 200
             MOVE SPACES TO ManLink
             UNSTRING ManifestRec DELIMITED BY " carries link "
              INTO ManJunk ManLink
             END-UNSTRING
             IF ManLink IS NUMERIC
              ADD 1 TO CarryCount
              MOVE ManLink TO CarryLink(CarryCount)
             END-IF
            END-IF
            READ ManifestFile
             AT END SET EndOfManifest TO TRUE
            END-READ
           END-PERFORM.
           CLOSE ManifestFile.

      * Subroutine AddSlice.
      *
      * Add ManPath to the slice list unless it is already there.
      *
      * Uses: ManPath -> SliceList
       AddSlice SECTION.
           IF ManPath IS EQUAL TO SPACES
            EXIT SECTION
           END-IF.
           MOVE 0 TO PathDup.
           PERFORM VARYING Sx FROM 1 UNTIL Sx IS GREATER THAN
                   SliceCount
            IF SlicePath(Sx) IS EQUAL TO ManPath
             MOVE 1 TO PathDup
            END-IF
           END-PERFORM.
           IF PathDup IS EQUAL TO 0 AND SliceCount IS LESS THAN 30
            ADD 1 TO SliceCount
            MOVE ManPath TO SlicePath(SliceCount)
           END-IF.

           COPY "AuditTrailWrite.cpy".
