       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-Reprint.

      * Report reprint from the archive: an auditor's request for
      * "page 3 of last Tuesday's Eod.report" used to mean searching
      * the archive folder by hand and printing the whole report
      * again. This program finds the copy of the named report that
      * was produced on the given date - the live report, one of
      * its numbered generations (report.generations), or a slice
      * housekeeping archived (Housekeep.manifest) - pulls only the
      * requested pages, and writes them to Reprint.report behind a
      * REPRINT banner page carrying the original's provenance
      * record. When more than one copy carries the date, the
      * newest is taken.
      *
      * A copy is dated by its provenance stamp; a report without
      * one by the date in its first page header (PrintWrite.cpy);
      * failing both, by the date of the file itself (a generation
      * by the batch run it was kept from). Pages are those the
      * print service's top-of-form page headers mark out; a report
      * written without carriage control is one page.
      *
      * Arguments: ReportName Date [Pages]   (e.g. Eod.report
      *   20261013 3, or 2-4; all pages when omitted)
      *
      * Every request, printed or not, is appended to Reprint.log
      * with the requesting operator (AocOperator, BATCH when
      * unattended) for the audit file.
      *
      * RETURN-CODE 0 reprinted, 4 no copy for that date or the
      * pages are not in it, 8 bad arguments.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CopyFile ASSIGN USING CopyPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CopyStatus.
       SELECT PrintFile ASSIGN TO "Reprint.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ManifestFile ASSIGN TO "Housekeep.manifest"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ManifestStatus.
       SELECT LogFile ASSIGN TO "Reprint.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LogStatus.
       SELECT DateFile ASSIGN TO "/tmp/aoc_reprint.date"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateStatus.
       COPY "Generation.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD CopyFile RECORD IS VARYING IN SIZE FROM 1 TO 250
          CHARACTERS DEPENDING ON CopyLen.
       01 CopyRec PIC X(250).

       FD PrintFile.
       01 PrintRec.
          02 PrintCtl  PIC X(1).
          02 PrintText PIC X(249).

       FD ManifestFile.
       01 ManifestRec PIC X(120).
       88 EndOfManifest VALUE HIGH-VALUES.

       FD LogFile.
       01 LogRec PIC X(200).

       FD DateFile.
       01 DateRec PIC X(20).

       COPY "GenerationFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "GenerationFields.cpy".
       01 ReportName   PIC X(40).
       01 WantDate     PIC X(8).
       01 PageArg      PIC X(12).
       01 PageFrom     PIC X(6).
       01 PageTo       PIC X(6).
       01 PageTxt      PIC X(4) JUSTIFIED RIGHT.
       01 FirstPage    PIC 9(4).
       01 LastPage     PIC 9(4).
       01 TotalPages   PIC 9(4).
       01 PageNo       PIC 9(4).
       01 PrintedPages PIC 9(4) VALUE 0.
       01 PrintedLines PIC 9(6) VALUE 0.
       01 Operator     PIC X(12).
       01 Stamp        PIC X(14).
       01 ReprintWhat  PIC X(12).

       01 CopyPath       PIC X(60).
       01 CopyStatus     PIC X(2).
       01 CopyLen        PIC 9(3).
       01 ManifestStatus PIC X(2).
       01 LogStatus      PIC X(2).
       01 DateStatus     PIC X(2).
       01 EndOfCopy      PIC 9(1).
       01 CommandLine    PIC X(200).
       01 LineJunk       PIC X(120).
       01 MovedName      PIC X(60).
       01 MovedPath      PIC X(60).
       01 HdrCount       PIC 9(2).
       01 HdrPos         PIC 9(3).
       01 ProvFld1       PIC X(10).
       01 ProvFld2       PIC X(40).
       01 ProvFld3       PIC X(14).
       01 CopyDate       PIC X(8).
       01 HaveCtl        PIC 9(1).
       01 FirstBody      PIC 9(1).
       01 OrigProv       PIC X(200).
       01 PageFmt        PIC Z(3)9.
       01 TotalFmt       PIC Z(3)9.

      * Every copy of the report on file, oldest first: archived
      * slices, then numbered generations, then the live report.
       01 CandTable.
          02 CandCount PIC 9(3) VALUE 0.
          02 CandEntry OCCURS 300 TIMES.
             03 CandPath  PIC X(60).
             03 CandKind  PIC X(20).
             03 CandFiled PIC X(8).
       01 Cx          PIC 9(3).
       01 Chosen      PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT ReportName FROM ARGUMENT-VALUE.
           ACCEPT WantDate FROM ARGUMENT-VALUE.
           ACCEPT PageArg FROM ARGUMENT-VALUE.
           INSPECT ReportName REPLACING ALL LOW-VALUES BY SPACE.
           INSPECT WantDate REPLACING ALL LOW-VALUES BY SPACE.
           INSPECT PageArg REPLACING ALL LOW-VALUES BY SPACE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO Stamp.
           IF ReportName IS EQUAL TO SPACES
            OR WantDate IS NOT NUMERIC
            DISPLAY "Usage: ReportName Date(YYYYMMDD) [Page|From-To]"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           PERFORM ParsePages.

           DISPLAY "AocOperator" UPON ENVIRONMENT-NAME.
           MOVE SPACES TO Operator.
           ACCEPT Operator FROM ENVIRONMENT-VALUE.
           IF Operator IS EQUAL TO SPACES
            OR Operator IS EQUAL TO LOW-VALUES
            MOVE "BATCH" TO Operator
           END-IF.
           MOVE FUNCTION UPPER-CASE(Operator) TO Operator.

           PERFORM GatherCopies.
           PERFORM VARYING Cx FROM 1 UNTIL Cx IS GREATER THAN
                   CandCount
            PERFORM DateCandidate
            IF CopyDate IS EQUAL TO WantDate
             MOVE Cx TO Chosen
            END-IF
           END-PERFORM.
           IF Chosen IS EQUAL TO 0
            DISPLAY "No copy of " FUNCTION TRIM(ReportName)
                    " from " WantDate " is on file ("
                    CandCount " copies searched)"
            MOVE "NOT-FOUND" TO ReprintWhat
            PERFORM LogRequest
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF.

           MOVE CandPath(Chosen) TO CopyPath.
           PERFORM CountPages.
           IF FirstPage IS GREATER THAN TotalPages
            MOVE TotalPages TO TotalFmt
            DISPLAY FUNCTION TRIM(CopyPath) " has only "
                    FUNCTION TRIM(TotalFmt) " page(s)"
            MOVE "NO-PAGES" TO ReprintWhat
            PERFORM LogRequest
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF.
           IF LastPage IS GREATER THAN TotalPages
            MOVE TotalPages TO LastPage
           END-IF.

           PERFORM PrintPages.
           MOVE "REPRINTED" TO ReprintWhat.
           PERFORM LogRequest.
           DISPLAY "Reprinted " FUNCTION TRIM(ReportName) " of "
                   WantDate " from " FUNCTION TRIM(CopyPath) ": "
                   PrintedPages " page(s), " PrintedLines
                   " line(s) to Reprint.report".
           STOP RUN.

      * Subroutine ParsePages.
      *
      * The page selection: one page "n", a range "n-m", or all
      * pages when omitted.
      *
      * Uses: PageArg -> FirstPage, LastPage
       ParsePages SECTION.
           MOVE 1 TO FirstPage.
           MOVE 9999 TO LastPage.
           IF PageArg IS EQUAL TO SPACES
            EXIT SECTION
           END-IF.
           MOVE SPACES TO PageFrom PageTo.
           UNSTRING PageArg DELIMITED BY "-"
            INTO PageFrom PageTo
           END-UNSTRING.
           MOVE FUNCTION TRIM(PageFrom) TO PageTxt.
           INSPECT PageTxt REPLACING LEADING SPACES BY ZERO.
           IF PageTxt IS NOT NUMERIC OR PageTxt IS EQUAL TO "0000"
            DISPLAY "Bad page selection " FUNCTION TRIM(PageArg)
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           MOVE PageTxt TO FirstPage.
           MOVE FirstPage TO LastPage.
           IF PageTo IS NOT EQUAL TO SPACES
            MOVE FUNCTION TRIM(PageTo) TO PageTxt
            INSPECT PageTxt REPLACING LEADING SPACES BY ZERO
            IF PageTxt IS NOT NUMERIC
             OR PageTxt IS LESS THAN FirstPage
             DISPLAY "Bad page selection " FUNCTION TRIM(PageArg)
             MOVE 8 TO RETURN-CODE
             STOP RUN
            END-IF
            MOVE PageTxt TO LastPage
           END-IF.

      * Subroutine GatherCopies.
      *
      * List every copy of the report on file, oldest first: the
      * slices housekeeping moved into the archive, the numbered
      * generations still in the catalog, and the live report.
      *
      * Uses: ReportName, ManifestFile, GenCatFile -> CandTable
       GatherCopies SECTION.
           OPEN INPUT ManifestFile.
           IF ManifestStatus IS EQUAL TO "00"
            READ ManifestFile
             AT END SET EndOfManifest TO TRUE
            END-READ
            PERFORM UNTIL EndOfManifest
             IF ManifestRec(1:6) IS EQUAL TO "moved "
              MOVE SPACES TO MovedName MovedPath
              UNSTRING ManifestRec DELIMITED BY "moved " OR " -> "
               INTO LineJunk MovedName MovedPath
              END-UNSTRING
              IF MovedName IS EQUAL TO ReportName
               AND CandCount IS LESS THAN 300
               ADD 1 TO CandCount
               MOVE MovedPath TO CandPath(CandCount)
               MOVE "archived slice" TO CandKind(CandCount)
               MOVE SPACES TO CandFiled(CandCount)
              END-IF
             END-IF
             READ ManifestFile
              AT END SET EndOfManifest TO TRUE
             END-READ
            END-PERFORM
            CLOSE ManifestFile
           END-IF.

           PERFORM GenLoadCatalog.
           PERFORM VARYING GenGx FROM 1 UNTIL GenGx IS GREATER THAN
                   GenCount
            IF GcReport(GenGx) IS EQUAL TO ReportName
             AND CandCount IS LESS THAN 300
             ADD 1 TO CandCount
             MOVE SPACES TO CandPath(CandCount)
             STRING FUNCTION TRIM(ReportName) ".G" GcNumber(GenGx)
              DELIMITED BY SIZE INTO CandPath(CandCount)
             END-STRING
             MOVE SPACES TO CandKind(CandCount)
             STRING "generation G" GcNumber(GenGx)
              DELIMITED BY SIZE INTO CandKind(CandCount)
             END-STRING
             MOVE GcRunStamp(GenGx)(1:8) TO CandFiled(CandCount)
            END-IF
           END-PERFORM.

           IF CandCount IS LESS THAN 300
            ADD 1 TO CandCount
            MOVE ReportName TO CandPath(CandCount)
            MOVE "live report" TO CandKind(CandCount)
            MOVE SPACES TO CandFiled(CandCount)
           END-IF.

      * Subroutine DateCandidate.
      *
      * The date copy Cx was produced: its provenance stamp, else
      * the date in its first page header, else the date it was
      * filed under. SPACES when the copy is no longer on disk.
      *
      * Uses: CandEntry(Cx) -> CopyDate
       DateCandidate SECTION.
           MOVE SPACES TO CopyDate.
           MOVE CandPath(Cx) TO CopyPath.
           OPEN INPUT CopyFile.
           IF CopyStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE 0 TO EndOfCopy.
           MOVE SPACES TO CopyRec.
           READ CopyFile
            AT END MOVE 1 TO EndOfCopy
           END-READ.
           IF EndOfCopy IS EQUAL TO 0 AND CopyRec(1:5) IS EQUAL TO
              "PROV|"
            MOVE SPACES TO ProvFld1 ProvFld2 ProvFld3
            UNSTRING CopyRec DELIMITED BY "|"
             INTO ProvFld1 ProvFld2 ProvFld3
            END-UNSTRING
            IF ProvFld3(1:8) IS NUMERIC
             MOVE ProvFld3(1:8) TO CopyDate
            END-IF
           END-IF.
           PERFORM UNTIL EndOfCopy IS EQUAL TO 1
                      OR CopyDate IS NOT EQUAL TO SPACES
            PERFORM TestPageHeader
            IF HdrCount IS GREATER THAN 0
             MOVE 0 TO HdrPos
             INSPECT CopyRec TALLYING HdrPos
              FOR CHARACTERS BEFORE INITIAL "   page "
             IF HdrPos IS GREATER THAN 8
              AND CopyRec(HdrPos - 7:8) IS NUMERIC
              MOVE CopyRec(HdrPos - 7:8) TO CopyDate
             END-IF
             MOVE 1 TO EndOfCopy
            ELSE
             MOVE SPACES TO CopyRec
             READ CopyFile
              AT END MOVE 1 TO EndOfCopy
             END-READ
            END-IF
           END-PERFORM.
           CLOSE CopyFile.
           IF CopyDate IS NOT EQUAL TO SPACES
            EXIT SECTION
           END-IF.

           IF CandFiled(Cx) IS NOT EQUAL TO SPACES
            MOVE CandFiled(Cx) TO CopyDate
            EXIT SECTION
           END-IF.
           MOVE SPACES TO CommandLine.
           STRING "date -r " FUNCTION TRIM(CopyPath)
                  " +%Y%m%d > /tmp/aoc_reprint.date 2>/dev/null"
            DELIMITED BY SIZE INTO CommandLine
           END-STRING.
           CALL "SYSTEM" USING CommandLine.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT DateFile.
           IF DateStatus IS EQUAL TO "00"
            MOVE SPACES TO DateRec
            READ DateFile
             NOT AT END
              IF DateRec(1:8) IS NUMERIC
               MOVE DateRec(1:8) TO CopyDate
              END-IF
            END-READ
            CLOSE DateFile
           END-IF.

      * Subroutine TestPageHeader.
      *
      * HdrCount is non-zero when CopyRec is a print service page
      * header: top of form in column 1 and the page number legend.
      *
      * Uses: CopyRec -> HdrCount
       TestPageHeader SECTION.
           MOVE 0 TO HdrCount.
           IF CopyRec(1:1) IS EQUAL TO "1"
            INSPECT CopyRec TALLYING HdrCount FOR ALL "   page "
           END-IF.

      * Subroutine CountPages.
      *
      * Count the pages of the chosen copy and keep its provenance
      * record; a copy with no page headers is a single page.
      *
      * Uses: CopyPath -> TotalPages, HaveCtl, OrigProv
       CountPages SECTION.
           MOVE 0 TO TotalPages.
           MOVE 0 TO HaveCtl.
           MOVE SPACES TO OrigProv.
           OPEN INPUT CopyFile.
           MOVE 0 TO EndOfCopy.
           MOVE SPACES TO CopyRec.
           READ CopyFile
            AT END MOVE 1 TO EndOfCopy
           END-READ.
           IF EndOfCopy IS EQUAL TO 0 AND CopyRec(1:5) IS EQUAL TO
              "PROV|"
            MOVE CopyRec TO OrigProv
           END-IF.
           PERFORM UNTIL EndOfCopy IS EQUAL TO 1
            PERFORM TestPageHeader
            IF HdrCount IS GREATER THAN 0
             ADD 1 TO TotalPages
             MOVE 1 TO HaveCtl
            END-IF
            MOVE SPACES TO CopyRec
            READ CopyFile
             AT END MOVE 1 TO EndOfCopy
            END-READ
           END-PERFORM.
           CLOSE CopyFile.
           IF HaveCtl IS EQUAL TO 0
            MOVE 1 TO TotalPages
           END-IF.

      * Subroutine PrintPages.
      *
      * The REPRINT banner page, then the selected pages as they
      * were printed. A copy written without carriage control gets
      * its own top of form and single spacing.
      *
      * Uses: CopyPath, CandEntry(Chosen), FirstPage, LastPage,
      *       OrigProv -> PrintFile, PrintedPages, PrintedLines
       PrintPages SECTION.
           OPEN OUTPUT PrintFile.
           MOVE SPACES TO PrintRec.
           MOVE "1" TO PrintCtl.
           MOVE FirstPage TO PageFmt.
           MOVE TotalPages TO TotalFmt.
           STRING "*** REPRINT ***   " FUNCTION TRIM(ReportName)
                  " of " WantDate "   pages "
                  FUNCTION TRIM(PageFmt)
            DELIMITED BY SIZE INTO PrintText
           END-STRING.
           MOVE LastPage TO PageFmt.
           MOVE PrintText TO LineJunk.
           MOVE SPACES TO PrintText.
           STRING FUNCTION TRIM(LineJunk) "-" FUNCTION TRIM(PageFmt)
                  " of " FUNCTION TRIM(TotalFmt)
            DELIMITED BY SIZE INTO PrintText
           END-STRING.
           WRITE PrintRec.
           MOVE SPACES TO PrintRec.
           STRING "Reprinted from: " FUNCTION TRIM(CopyPath) " ("
                  FUNCTION TRIM(CandKind(Chosen)) ")"
            DELIMITED BY SIZE INTO PrintText
           END-STRING.
           WRITE PrintRec.
           MOVE SPACES TO PrintRec.
           STRING "Requested by: " FUNCTION TRIM(Operator) " at "
                  Stamp
            DELIMITED BY SIZE INTO PrintText
           END-STRING.
           WRITE PrintRec.
           MOVE SPACES TO PrintRec.
           IF OrigProv IS EQUAL TO SPACES
            MOVE "Original provenance: none recorded on this copy"
              TO PrintText
           ELSE
            MOVE "Original provenance:" TO PrintText
            WRITE PrintRec
            MOVE SPACES TO PrintRec
            MOVE OrigProv TO PrintText
           END-IF.
           WRITE PrintRec.

           OPEN INPUT CopyFile.
           MOVE 0 TO EndOfCopy.
           MOVE 0 TO PageNo.
           MOVE 1 TO FirstBody.
           IF HaveCtl IS EQUAL TO 0
            MOVE 1 TO PageNo
           END-IF.
           MOVE SPACES TO CopyRec.
           READ CopyFile
            AT END MOVE 1 TO EndOfCopy
           END-READ.
           IF EndOfCopy IS EQUAL TO 0 AND OrigProv IS NOT EQUAL TO
              SPACES
            MOVE SPACES TO CopyRec
            READ CopyFile
             AT END MOVE 1 TO EndOfCopy
            END-READ
           END-IF.
           PERFORM UNTIL EndOfCopy IS EQUAL TO 1
                      OR PageNo IS GREATER THAN LastPage
            PERFORM TestPageHeader
            IF HdrCount IS GREATER THAN 0
             ADD 1 TO PageNo
             IF PageNo IS NOT LESS THAN FirstPage
              AND PageNo IS NOT GREATER THAN LastPage
              ADD 1 TO PrintedPages
             END-IF
            END-IF
            IF PageNo IS NOT LESS THAN FirstPage
             AND PageNo IS NOT GREATER THAN LastPage
             PERFORM PrintCopyLine
            END-IF
            MOVE SPACES TO CopyRec
            READ CopyFile
             AT END MOVE 1 TO EndOfCopy
            END-READ
           END-PERFORM.
           CLOSE CopyFile.
           IF HaveCtl IS EQUAL TO 0
            MOVE 1 TO PrintedPages
           END-IF.
           CLOSE PrintFile.

      * Subroutine PrintCopyLine.
      *
      * One line of the original onto the reprint.
      *
      * Uses: CopyRec, HaveCtl, FirstBody -> PrintFile, PrintedLines
       PrintCopyLine SECTION.
           IF HaveCtl IS EQUAL TO 1
            MOVE CopyRec TO PrintRec
           ELSE
            MOVE SPACES TO PrintRec
            IF FirstBody IS EQUAL TO 1
             MOVE "1" TO PrintCtl
             MOVE 0 TO FirstBody
            END-IF
            MOVE CopyRec TO PrintText
           END-IF.
           WRITE PrintRec.
           ADD 1 TO PrintedLines.

      * Subroutine LogRequest.
      *
      * Append the request and its outcome to the reprint log.
      *
      * Uses: Stamp, Operator, ReportName, WantDate, PageArg,
      *       ReprintWhat, CopyPath -> LogFile
       LogRequest SECTION.
           OPEN EXTEND LogFile.
           IF LogStatus IS EQUAL TO "35"
            OPEN OUTPUT LogFile
           END-IF.
           IF PageArg IS EQUAL TO SPACES
            MOVE "ALL" TO PageArg
           END-IF.
           MOVE SPACES TO LogRec.
           IF ReprintWhat IS EQUAL TO "NOT-FOUND"
            MOVE SPACES TO CopyPath
           END-IF.
           STRING ReprintWhat DELIMITED BY SPACE
                  "|" Stamp "|" FUNCTION TRIM(Operator) "|"
                  FUNCTION TRIM(ReportName) "|" WantDate "|pages="
                  FUNCTION TRIM(PageArg) "|source="
                  FUNCTION TRIM(CopyPath) "|printed=" PrintedPages
            DELIMITED BY SIZE INTO LogRec
           END-STRING.
           WRITE LogRec.
           CLOSE LogFile.

           COPY "GenerationWrite.cpy".
