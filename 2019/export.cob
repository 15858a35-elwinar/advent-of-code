       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-Export.

      * Spreadsheet exports of the day reports. Planning and the
      * electrical shop were re-keying 1.report, 14a.report,
      * 10b.manifest, 3a.clearance and 6a.report into spreadsheets by
      * hand; this program turns each into <report>.csv - a header
      * row naming the columns, then one comma-separated row per
      * detail line. Provenance records, control trailers, page
      * headers, column headings and summary lines are left out.
      *
      * Every export is proved against the report's own control
      * trailer before it is released: the records the trailer
      * counts are counted and folded the same way the writing
      * program folded them, and any difference - or a line the
      * export does not recognise - withdraws the CSV (including an
      * older copy) and raises an alert, so a spreadsheet never
      * quietly carries fewer rows than the report.
      *
      * Arguments: [ReportName]   (one of the five reports above;
      *                            omitted, all five are exported)
      *
      * Columns:
      *   1.report      ModuleId,ModuleMass,ModuleFuel
      *   14a.report    Item,Value
      *   10b.manifest  Hit,Revolution,Col,Row,Angle
      *   3a.clearance  Wire1,Abs1From,Ord1From,Abs1To,Ord1To,
      *                 Wire2,Abs2From,Ord2From,Abs2To,Ord2To,Gap
      *   6a.report     Object,Orbits
      * A value holding a comma or a double quote is quoted, with
      * its quotes doubled.
      *
      * RETURN-CODE 0 every report on file exported, 4 a report
      * failed its control check (alert raised, its CSV withdrawn),
      * 8 unknown report name or the named report is not on file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SrcFile ASSIGN USING SrcPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SrcStatus.
       SELECT CsvFile ASSIGN USING PartPath
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "Alert.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD SrcFile RECORD IS VARYING IN SIZE FROM 1 TO 400
          CHARACTERS.
       01 SrcRec PIC X(400).

       FD CsvFile.
       01 CsvRec PIC X(400).

       COPY "AlertFD.cpy".

       WORKING-STORAGE SECTION.
       01 ReportArg   PIC X(20).
       01 SrcPath     PIC X(20).
       01 SrcStatus   PIC X(2).
       01 CsvPath     PIC X(30).
       01 PartPath    PIC X(30).
       01 CommandLine PIC X(100).
       01 EndOfSrc    PIC 9(1).
       01 Exported    PIC 9(2) VALUE 0.
       01 Withdrawn   PIC 9(2) VALUE 0.
       01 NotOnFile   PIC 9(2) VALUE 0.

      * The reports that can be exported and the layout each uses:
      * M modules (1.report), S summary (14a.report), V vaporization
      * manifest (10b.manifest), C clearance pairs (3a.clearance),
      * O orbit levels (6a.report).
       01 ExportList.
          02 FILLER PIC X(17) VALUE "1.report        M".
          02 FILLER PIC X(17) VALUE "14a.report      S".
          02 FILLER PIC X(17) VALUE "10b.manifest    V".
          02 FILLER PIC X(17) VALUE "3a.clearance    C".
          02 FILLER PIC X(17) VALUE "6a.report       O".
       01 ExportTable REDEFINES ExportList.
          02 ExportEntry OCCURS 5 TIMES.
             03 ExportName PIC X(16).
             03 ExportKind PIC X(1).
       01 Ex          PIC 9(1).
       01 Kind        PIC X(1).

      * Control check for the report being exported. ChkCount and
      * ChkSum are rebuilt from the records the trailer covers, in
      * the way the writing program built them: for the modules,
      * clearance and orbit reports the detail lines and the sum of
      * their fuel, gap or orbit level; for the summary and manifest
      * the body records and the fold of their first characters
      * (14a counts its provenance record too, 10b does not).
       01 HaveTrailer PIC 9(1).
       01 TrlCountX   PIC X(12).
       01 TrlSumX     PIC X(12).
       01 TrlTag      PIC X(12).
       01 TrlCount    PIC 9(9).
       01 TrlSum      PIC 9(9).
       01 ChkCount    PIC 9(9).
       01 ChkSum      PIC 9(9).
       01 RowCount    PIC 9(9).
       01 RecNo       PIC 9(9).
       01 RecNoFmt    PIC Z(8)9.
       01 RowFmt      PIC Z(8)9.
       01 FailWhy     PIC X(40).

      * Working fields for pulling a detail line apart.
       01 Piece       PIC X(40) OCCURS 11 TIMES.
       01 Px          PIC 9(2).
       01 PieceCount  PIC 9(2).
       01 HitTally    PIC 9(2).
       01 NumText     PIC X(18).
       01 NumJust     PIC X(18) JUSTIFIED RIGHT.
       01 NumValue    PIC 9(18).
       01 NumOk       PIC 9(1).

      * One CSV row under construction.
       01 CsvField    PIC X(200).
       01 CsvPtr      PIC 9(3).
       01 FieldLen    PIC 9(3).
       01 Cx          PIC 9(3).
       01 SpecialCount PIC 9(3).

       COPY "AlertFields.cpy".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT ReportArg FROM ARGUMENT-VALUE.
           INSPECT ReportArg REPLACING ALL LOW-VALUES BY SPACE.
           IF ReportArg IS EQUAL TO SPACES
            PERFORM VARYING Ex FROM 1 UNTIL Ex IS GREATER THAN 5
             PERFORM ExportReport
            END-PERFORM
           ELSE
            PERFORM VARYING Ex FROM 1 UNTIL Ex IS GREATER THAN 5
                    OR ExportName(Ex) IS EQUAL TO ReportArg
             CONTINUE
            END-PERFORM
            IF Ex IS GREATER THAN 5
             DISPLAY "Unknown report " FUNCTION TRIM(ReportArg)
                     " - exports are 1.report 14a.report"
                     " 10b.manifest 3a.clearance 6a.report"
             MOVE 8 TO RETURN-CODE
             STOP RUN
            END-IF
            PERFORM ExportReport
           END-IF.

           DISPLAY Exported " exported, " Withdrawn " withdrawn, "
                   NotOnFile " not on file".
           EVALUATE TRUE
            WHEN Withdrawn IS GREATER THAN 0
             MOVE 4 TO RETURN-CODE
            WHEN ReportArg IS NOT EQUAL TO SPACES
                 AND NotOnFile IS GREATER THAN 0
             MOVE 8 TO RETURN-CODE
            WHEN OTHER
             MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      * Subroutine ExportReport.
      *
      * Export one report: write its CSV under a .part name, prove
      * it against the control trailer, then release it as
      * <report>.csv or withdraw it.
      *
      * Uses: Ex, SrcFile -> CsvFile, Exported, Withdrawn, NotOnFile
       ExportReport SECTION.
           MOVE ExportName(Ex) TO SrcPath.
           MOVE ExportKind(Ex) TO Kind.
           MOVE SPACES TO CsvPath PartPath.
           STRING FUNCTION TRIM(SrcPath) ".csv"
            DELIMITED BY SIZE INTO CsvPath
           END-STRING.
           STRING FUNCTION TRIM(CsvPath) ".part"
            DELIMITED BY SIZE INTO PartPath
           END-STRING.
           OPEN INPUT SrcFile.
           IF SrcStatus IS NOT EQUAL TO "00"
            DISPLAY FUNCTION TRIM(SrcPath) ": not on file"
            ADD 1 TO NotOnFile
            EXIT SECTION
           END-IF.

           MOVE 0 TO HaveTrailer ChkCount ChkSum RowCount RecNo.
           MOVE 0 TO TrlCount TrlSum.
           MOVE SPACES TO FailWhy.
           OPEN OUTPUT CsvFile.
           PERFORM WriteHeaderRow.
           MOVE 0 TO EndOfSrc.
           PERFORM UNTIL EndOfSrc IS EQUAL TO 1
                      OR FailWhy IS NOT EQUAL TO SPACES
            MOVE SPACES TO SrcRec
            READ SrcFile
             AT END MOVE 1 TO EndOfSrc
             NOT AT END PERFORM ExportRecord
            END-READ
           END-PERFORM.
           CLOSE SrcFile.
           CLOSE CsvFile.

           IF FailWhy IS EQUAL TO SPACES
            EVALUATE TRUE
             WHEN HaveTrailer IS EQUAL TO 0
              MOVE "NO CONTROL TRAILER" TO FailWhy
             WHEN ChkCount IS NOT EQUAL TO TrlCount
              MOVE "TRAILER COUNT MISMATCH" TO FailWhy
             WHEN ChkSum IS NOT EQUAL TO TrlSum
              MOVE "TRAILER CHECKSUM MISMATCH" TO FailWhy
            END-EVALUATE
           END-IF.

           MOVE RowCount TO RowFmt.
           MOVE SPACES TO CommandLine.
           IF FailWhy IS EQUAL TO SPACES
            STRING "mv " FUNCTION TRIM(PartPath) " "
                   FUNCTION TRIM(CsvPath)
             DELIMITED BY SIZE INTO CommandLine
            END-STRING
            CALL "SYSTEM" USING CommandLine
            ADD 1 TO Exported
            DISPLAY FUNCTION TRIM(SrcPath) ": "
                    FUNCTION TRIM(RowFmt) " row(s) to "
                    FUNCTION TRIM(CsvPath) ", trailer agrees"
           ELSE
            STRING "rm -f " FUNCTION TRIM(PartPath) " "
                   FUNCTION TRIM(CsvPath)
             DELIMITED BY SIZE INTO CommandLine
            END-STRING
            CALL "SYSTEM" USING CommandLine
            ADD 1 TO Withdrawn
            DISPLAY FUNCTION TRIM(SrcPath) ": "
                    FUNCTION TRIM(FailWhy) " - "
                    FUNCTION TRIM(CsvPath) " withdrawn"
            MOVE "WARNING" TO AlertSeverity
            MOVE "export" TO AlertSource
            MOVE "EXPORT-CTL" TO AlertCode
            MOVE "-" TO AlertDayPart
            MOVE SPACES TO AlertText
            STRING FUNCTION TRIM(SrcPath) " not exported: "
                   FUNCTION TRIM(FailWhy)
             DELIMITED BY SIZE INTO AlertText
            END-STRING
            PERFORM RaiseAlert
           END-IF.
           MOVE 0 TO RETURN-CODE.

      * Subroutine WriteHeaderRow.
      *
      * The first CSV row names the columns of the report's layout.
      *
      * Uses: Kind -> CsvFile
       WriteHeaderRow SECTION.
           EVALUATE Kind
            WHEN "M"
             MOVE "ModuleId,ModuleMass,ModuleFuel" TO CsvRec
            WHEN "S"
             MOVE "Item,Value" TO CsvRec
            WHEN "V"
             MOVE "Hit,Revolution,Col,Row,Angle" TO CsvRec
            WHEN "C"
             MOVE SPACES TO CsvRec
             STRING "Wire1,Abs1From,Ord1From,Abs1To,Ord1To,"
                    "Wire2,Abs2From,Ord2From,Abs2To,Ord2To,Gap"
              DELIMITED BY SIZE INTO CsvRec
             END-STRING
            WHEN "O"
             MOVE "Object,Orbits" TO CsvRec
           END-EVALUATE.
           WRITE CsvRec.

      * Subroutine ExportRecord.
      *
      * Place one report record: the trailer is kept for the check,
      * provenance and page headers are dropped, and everything else
      * goes to the layout's own section.
      *
      * Uses: SrcRec, Kind -> HaveTrailer, TrlCount, TrlSum,
      *       ChkCount, ChkSum, FailWhy
       ExportRecord SECTION.
           ADD 1 TO RecNo.
           IF HaveTrailer IS EQUAL TO 1
            MOVE "RECORDS AFTER TRAILER" TO FailWhy
            EXIT SECTION
           END-IF.
           IF SrcRec(1:8) IS EQUAL TO "TRAILER|"
            MOVE SPACES TO TrlTag TrlCountX TrlSumX
            UNSTRING SrcRec DELIMITED BY "|"
             INTO TrlTag TrlCountX TrlSumX
            END-UNSTRING
            MOVE TrlCountX TO NumText
            PERFORM ToNumber
            MOVE NumValue TO TrlCount
            IF NumOk IS EQUAL TO 1
             MOVE TrlSumX TO NumText
             PERFORM ToNumber
             MOVE NumValue TO TrlSum
            END-IF
            IF NumOk IS EQUAL TO 0
             MOVE "TRAILER TOTALS NOT NUMERIC" TO FailWhy
            END-IF
            MOVE 1 TO HaveTrailer
            EXIT SECTION
           END-IF.
           IF SrcRec(1:5) IS EQUAL TO "PROV|"
            IF Kind IS EQUAL TO "S"
             PERFORM FoldBodyRecord
            END-IF
            EXIT SECTION
           END-IF.
           MOVE 0 TO HitTally.
           INSPECT SrcRec TALLYING HitTally FOR ALL "   page ".
           IF SrcRec(1:1) IS EQUAL TO "1" AND HitTally IS GREATER
              THAN 0
            EXIT SECTION
           END-IF.

           EVALUATE Kind
            WHEN "M"
             PERFORM ExportModuleLine
            WHEN "S"
             PERFORM ExportSummaryLine
            WHEN "V"
             PERFORM ExportManifestLine
            WHEN "C"
             PERFORM ExportClearanceLine
            WHEN "O"
             PERFORM ExportOrbitLine
           END-EVALUATE.

      * Subroutine ExportModuleLine.
      *
      * 1.report: ModuleId in columns 1-8, mass in 10-18, fuel in
      * 22-30. The heading, the blank spacer and the Total line are
      * not rows; the trailer counts the modules and sums the fuel.
      *
      * Uses: SrcRec -> CsvFile, ChkCount, ChkSum, RowCount
       ExportModuleLine SECTION.
           IF SrcRec IS EQUAL TO SPACES
            OR SrcRec(1:8) IS EQUAL TO "ModuleId"
            OR SrcRec(1:6) IS EQUAL TO "Total:"
            EXIT SECTION
           END-IF.
           MOVE SrcRec(10:9) TO NumText.
           PERFORM ToNumber.
           IF NumOk IS EQUAL TO 1
            MOVE SrcRec(22:9) TO NumText
            PERFORM ToNumber
           END-IF.
           IF NumOk IS EQUAL TO 0 OR SrcRec(10:9) IS EQUAL TO SPACES
            OR SrcRec(22:9) IS EQUAL TO SPACES
            PERFORM Unrecognised
            EXIT SECTION
           END-IF.
           ADD 1 TO ChkCount.
           COMPUTE ChkSum = FUNCTION MOD(ChkSum + NumValue,
                                         1000000000).
           MOVE SPACES TO CsvRec.
           MOVE 1 TO CsvPtr.
           MOVE SrcRec(1:8) TO CsvField.
           PERFORM AddField.
           MOVE SrcRec(10:9) TO CsvField.
           PERFORM AddField.
           MOVE SrcRec(22:9) TO CsvField.
           PERFORM AddField.
           PERFORM WriteRow.

      * Subroutine ExportSummaryLine.
      *
      * 14a.report: "<item>: <value>" lines, each a row. Every body
      * record is under the trailer.
      *
      * Uses: SrcRec -> CsvFile, ChkCount, ChkSum, RowCount
       ExportSummaryLine SECTION.
           PERFORM FoldBodyRecord.
           MOVE 0 TO HitTally.
           INSPECT SrcRec TALLYING HitTally FOR ALL ": ".
           IF HitTally IS EQUAL TO 0
            PERFORM Unrecognised
            EXIT SECTION
           END-IF.
           MOVE SPACES TO Piece(1) Piece(2).
           UNSTRING SrcRec DELIMITED BY ": "
            INTO Piece(1) Piece(2)
           END-UNSTRING.
           MOVE SPACES TO CsvRec.
           MOVE 1 TO CsvPtr.
           MOVE Piece(1) TO CsvField.
           PERFORM AddField.
           MOVE Piece(2) TO CsvField.
           PERFORM AddField.
           PERFORM WriteRow.

      * Subroutine ExportManifestLine.
      *
      * 10b.manifest: "hit N rev R col=C row=W angle=A" lines, each a
      * row, under a title line that is not. Every body record is
      * under the trailer.
      *
      * Uses: SrcRec -> CsvFile, ChkCount, ChkSum, RowCount
       ExportManifestLine SECTION.
           PERFORM FoldBodyRecord.
           IF SrcRec(1:22) IS EQUAL TO "Vaporization manifest,"
            EXIT SECTION
           END-IF.
           IF SrcRec(1:4) IS NOT EQUAL TO "hit "
            PERFORM Unrecognised
            EXIT SECTION
           END-IF.
           PERFORM VARYING Px FROM 1 UNTIL Px IS GREATER THAN 6
            MOVE SPACES TO Piece(Px)
           END-PERFORM.
           MOVE 0 TO PieceCount.
           UNSTRING SrcRec DELIMITED BY "hit " OR " rev " OR " col="
                    OR " row=" OR " angle="
            INTO Piece(1) Piece(2) Piece(3) Piece(4) Piece(5) Piece(6)
            TALLYING IN PieceCount
           END-UNSTRING.
           IF PieceCount IS NOT EQUAL TO 6
            PERFORM Unrecognised
            EXIT SECTION
           END-IF.
           MOVE SPACES TO CsvRec.
           MOVE 1 TO CsvPtr.
           PERFORM VARYING Px FROM 2 UNTIL Px IS GREATER THAN 6
            MOVE Piece(Px) TO CsvField
            PERFORM AddField
           END-PERFORM.
           PERFORM WriteRow.

      * Subroutine ExportClearanceLine.
      *
      * 3a.clearance: "<wire> (a,o)-(a,o) vs <wire> (a,o)-(a,o)
      * gap=N" pair lines, each a row, between a title line and a
      * summary line that are not. The trailer counts the pairs and
      * sums the gaps.
      *
      * Uses: SrcRec -> CsvFile, ChkCount, ChkSum, RowCount
       ExportClearanceLine SECTION.
           IF SrcRec(1:21) IS EQUAL TO "Clearance report for "
            EXIT SECTION
           END-IF.
           MOVE 0 TO HitTally.
           INSPECT SrcRec TALLYING HitTally
            FOR ALL " near-miss pair(s) within ".
           IF HitTally IS GREATER THAN 0
            EXIT SECTION
           END-IF.
           PERFORM VARYING Px FROM 1 UNTIL Px IS GREATER THAN 11
            MOVE SPACES TO Piece(Px)
           END-PERFORM.
           MOVE 0 TO PieceCount.
           UNSTRING SrcRec DELIMITED BY " (" OR ")-(" OR ") vs "
                    OR ") gap=" OR ","
            INTO Piece(1) Piece(2) Piece(3) Piece(4) Piece(5)
                 Piece(6) Piece(7) Piece(8) Piece(9) Piece(10)
                 Piece(11)
            TALLYING IN PieceCount
           END-UNSTRING.
           MOVE Piece(11) TO NumText.
           PERFORM ToNumber.
           IF PieceCount IS NOT EQUAL TO 11 OR NumOk IS EQUAL TO 0
            OR Piece(11) IS EQUAL TO SPACES
            PERFORM Unrecognised
            EXIT SECTION
           END-IF.
           ADD 1 TO ChkCount.
           COMPUTE ChkSum = FUNCTION MOD(ChkSum + NumValue,
                                         1000000000).
           MOVE SPACES TO CsvRec.
           MOVE 1 TO CsvPtr.
           PERFORM VARYING Px FROM 1 UNTIL Px IS GREATER THAN 11
            MOVE Piece(Px) TO CsvField
            PERFORM AddField
           END-PERFORM.
           PERFORM WriteRow.

      * Subroutine ExportOrbitLine.
      *
      * 6a.report: the object in columns 1-3, its orbit count in
      * 9-12 (blank for the centre of mass, which orbits nothing).
      * The trailer counts the objects and sums the orbits.
      *
      * Uses: SrcRec -> CsvFile, ChkCount, ChkSum, RowCount
       ExportOrbitLine SECTION.
           IF SrcRec(1:14) IS EQUAL TO "Object  Orbits"
            EXIT SECTION
           END-IF.
           MOVE SrcRec(9:4) TO NumText.
           PERFORM ToNumber.
           IF NumOk IS EQUAL TO 0 OR SrcRec(1:3) IS EQUAL TO SPACES
            OR SrcRec(13:388) IS NOT EQUAL TO SPACES
            PERFORM Unrecognised
            EXIT SECTION
           END-IF.
           ADD 1 TO ChkCount.
           COMPUTE ChkSum = FUNCTION MOD(ChkSum + NumValue,
                                         1000000000).
           MOVE SPACES TO CsvRec.
           MOVE 1 TO CsvPtr.
           MOVE SrcRec(1:3) TO CsvField.
           PERFORM AddField.
           MOVE NumValue TO RowFmt.
           MOVE RowFmt TO CsvField.
           PERFORM AddField.
           PERFORM WriteRow.

      * Subroutine FoldBodyRecord.
      *
      * Count a body record and fold its first character into the
      * checksum, as the summary and manifest writers do.
      *
      * Uses: SrcRec -> ChkCount, ChkSum
       FoldBodyRecord SECTION.
           ADD 1 TO ChkCount.
           COMPUTE ChkSum = FUNCTION MOD(ChkSum
                 + FUNCTION ORD(SrcRec(1:1)), 1000000000).

      * Subroutine Unrecognised.
      *
      * A line the layout does not account for stops the export: it
      * may be a row the CSV would otherwise lose.
      *
      * Uses: RecNo -> FailWhy
       Unrecognised SECTION.
           MOVE RecNo TO RecNoFmt.
           MOVE SPACES TO FailWhy.
           STRING "UNRECOGNISED LINE " FUNCTION TRIM(RecNoFmt)
            DELIMITED BY SIZE INTO FailWhy
           END-STRING.

      * Subroutine ToNumber.
      *
      * Read an unsigned whole number, blank for zero, from NumText.
      *
      * Uses: NumText -> NumValue, NumOk
       ToNumber SECTION.
           MOVE 0 TO NumValue.
           MOVE 1 TO NumOk.
           IF NumText IS EQUAL TO SPACES
            EXIT SECTION
           END-IF.
           MOVE FUNCTION TRIM(NumText) TO NumJust.
           INSPECT NumJust REPLACING LEADING SPACE BY "0".
           IF NumJust IS NUMERIC
            MOVE NumJust TO NumValue
           ELSE
            MOVE 0 TO NumOk
           END-IF.

      * Subroutine AddField.
      *
      * Append CsvField to the row, trimmed, after a comma unless it
      * is the first; a value holding a comma or a double quote is
      * quoted with its quotes doubled.
      *
      * Uses: CsvField, CsvPtr -> CsvRec, CsvPtr
       AddField SECTION.
           IF CsvPtr IS GREATER THAN 1
            STRING "," DELIMITED BY SIZE INTO CsvRec
             WITH POINTER CsvPtr
            END-STRING
           END-IF.
           IF CsvField IS EQUAL TO SPACES
            EXIT SECTION
           END-IF.
           MOVE FUNCTION TRIM(CsvField) TO CsvField.
           MOVE 0 TO SpecialCount.
           INSPECT CsvField TALLYING SpecialCount
            FOR ALL "," ALL QUOTE.
           IF SpecialCount IS EQUAL TO 0
            STRING FUNCTION TRIM(CsvField) DELIMITED BY SIZE
             INTO CsvRec WITH POINTER CsvPtr
            END-STRING
            EXIT SECTION
           END-IF.
           MOVE 200 TO FieldLen.
           PERFORM UNTIL FieldLen IS EQUAL TO 1
                      OR CsvField(FieldLen:1) IS NOT EQUAL TO SPACE
            SUBTRACT 1 FROM FieldLen
           END-PERFORM.
           STRING QUOTE DELIMITED BY SIZE INTO CsvRec
            WITH POINTER CsvPtr
           END-STRING.
           PERFORM VARYING Cx FROM 1 UNTIL Cx IS GREATER THAN FieldLen
            IF CsvField(Cx:1) IS EQUAL TO QUOTE
             STRING QUOTE DELIMITED BY SIZE INTO CsvRec
              WITH POINTER CsvPtr
             END-STRING
            END-IF
            STRING CsvField(Cx:1) DELIMITED BY SIZE INTO CsvRec
             WITH POINTER CsvPtr
            END-STRING
           END-PERFORM.
           STRING QUOTE DELIMITED BY SIZE INTO CsvRec
            WITH POINTER CsvPtr
           END-STRING.

      * Subroutine WriteRow.
      *
      * Write the finished row.
      *
      * Uses: CsvRec -> CsvFile, RowCount
       WriteRow SECTION.
           WRITE CsvRec.
           ADD 1 TO RowCount.

           COPY "AlertWrite.cpy".
