       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-24a.

      * Day 24 part one: the feed is a 5x5 grid of bugs ("#") and
      * empty tiles (".") - FeedCheck's BUGS edit checks the shape up
      * front. Each minute every tile changes at once: a bug dies
      * unless exactly one of its four neighbours is a bug, and an
      * empty tile becomes infested when one or two of its neighbours
      * are. The grid is stepped until a layout appears a second
      * time. A layout's biodiversity rating scores each bug by its
      * tile - 1 for the top-left, doubling along each row and on
      * down to 2^24 for the bottom-right - so the rating is also the
      * layout's identity, and the ratings already seen are kept to
      * spot the repeat. The answer is the repeated layout's rating;
      * it lands in results.ledger and audit.log via the shared
      * copybooks, and 24a.report shows the layout and when it was
      * first and next seen, under a control trailer.
      *
      * Arguments: InputPath

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT InputFile ASSIGN TO InputPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS InputStatus.
       SELECT ReportFile ASSIGN TO "24a.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "ProvFeed.cpy".
       COPY "AuditTrail.cpy".
       COPY "AbendDump.cpy".
       COPY "ResultsLedger.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD InputFile RECORD IS VARYING IN SIZE FROM 1 TO 200
          CHARACTERS DEPENDING ON InputLen.
       01 InputRec    PIC X(200).
       88 EndOfInput  VALUE HIGH-VALUES.

       FD ReportFile.
       01 ReportRec PIC X(200).

       COPY "ProvFeedFD.cpy".

       COPY "AbendDumpFD.cpy".

       COPY "AuditTrailFD.cpy".
       COPY "ResultsLedgerFD.cpy".

       WORKING-STORAGE SECTION.
       01 InputPath PIC X(50).
      * InputStatus catches a missing/misnamed InputPath file so that
      * case produces a clean message instead of a runtime abend.
       01 InputStatus PIC X(2).
       01 InputLen    PIC 9(4).
       COPY "ProvFields.cpy".
       COPY "AbendFields.cpy".
       COPY "AuditTrailFields.cpy".
       COPY "ResultsLedgerFields.cpy".

      * The grid, and the grid being built for the next minute.
       01 Layout.
          02 LayRow OCCURS 5 TIMES.
             03 LayCell PIC X(1) OCCURS 5 TIMES.
       01 NextLayout.
          02 NextRow OCCURS 5 TIMES.
             03 NextCell PIC X(1) OCCURS 5 TIMES.
       01 Rx         PIC 9(1).
       01 Cx         PIC 9(1).
       01 Adjacent   PIC 9(1).

      * Ratings of every layout seen so far, by minute (entry n is
      * minute n-1). A rating is at most 2^25-1, eight digits.
       01 SeenLimit  PIC 9(4) VALUE 9999.
       01 SeenCount  PIC 9(4) VALUE 0.
       01 SeenTable.
          02 SeenRating PIC 9(8) OCCURS 9999 TIMES.
       01 Sx         PIC 9(4).
       01 Rating     PIC 9(8).
       01 Weight     PIC 9(8).
       01 RatingFmt  PIC Z(7)9.
       01 Minute     PIC 9(4) VALUE 0.
       01 FirstSeen  PIC 9(4) VALUE 0.
       01 RepeatFound PIC 9(1) VALUE 0.
       01 MinuteFmt  PIC Z(3)9.
       01 FirstFmt   PIC Z(3)9.
       01 BugCount   PIC 9(2).
       01 BugFmt     PIC Z9.

       01 RecNum     PIC 9(4) VALUE 0.
       01 Cdx        PIC 9(1).

       01 TrailCount PIC 9(9) VALUE 0.
       01 TrailSum   PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT InputPath FROM ARGUMENT-VALUE.
           MOVE "AdventOfCode2019-24a" TO AbendProgram.
           MOVE InputPath TO AbendInput.
           OPEN INPUT InputFile.
           IF InputStatus IS NOT EQUAL TO "00"
            DISPLAY "Input file not found: "
                FUNCTION TRIM(InputPath)
            MOVE "Input file not found" TO AbendReason
            MOVE InputPath TO AbendInput
            MOVE "startup open" TO AbendPosition
            MOVE SPACES TO AbendDetail
            MOVE 8 TO AbendCode
            PERFORM Abend
           END-IF.
           PERFORM LoadGrid.
           CLOSE InputFile.

           PERFORM RateLayout.
           ADD 1 TO SeenCount.
           MOVE Rating TO SeenRating(SeenCount).
           PERFORM UNTIL RepeatFound IS EQUAL TO 1
            PERFORM StepGrid
            ADD 1 TO Minute
            PERFORM RateLayout
            PERFORM VARYING Sx FROM 1 UNTIL Sx IS GREATER THAN
                    SeenCount
             IF SeenRating(Sx) IS EQUAL TO Rating
              MOVE 1 TO RepeatFound
              COMPUTE FirstSeen = Sx - 1
              EXIT PERFORM
             END-IF
            END-PERFORM
            IF RepeatFound IS EQUAL TO 0
             IF SeenCount IS NOT LESS THAN SeenLimit
              DISPLAY "No layout repeated within " SeenLimit
                      " minutes"
              MOVE "Seen-layout table full" TO AbendReason
              MOVE "minute loop" TO AbendPosition
              MOVE SPACES TO AbendDetail
              STRING "minute " Minute
               DELIMITED BY SIZE INTO AbendDetail
              END-STRING
              MOVE 12 TO AbendCode
              PERFORM Abend
             END-IF
             ADD 1 TO SeenCount
             MOVE Rating TO SeenRating(SeenCount)
            END-IF
           END-PERFORM.
           MOVE Rating TO RatingFmt.

           PERFORM WriteReport.
           DISPLAY "Biodiversity rating of the first repeated layout: "
                   FUNCTION TRIM(RatingFmt).

           MOVE "AdventOfCode2019-24a" TO AuditProgramId.
           MOVE InputPath TO AuditInputPath.
           MOVE SPACES TO AuditArgs.
           MOVE FUNCTION TRIM(RatingFmt) TO AuditAnswer.
           PERFORM WriteAuditTrail.
           MOVE RecNum TO AcctReads.
           MOVE TrailCount TO AcctLines.
           MOVE "24" TO LedgerDay.
           MOVE "a" TO LedgerPart.
           MOVE FUNCTION TRIM(RatingFmt) TO LedgerAnswer.
           PERFORM WriteLedger.
           STOP RUN.

      * Subroutine LoadGrid.
      *
      * Read the five grid rows, each exactly five cells of "." or
      * "#"; anything else is rejected with its record number.
      *
      * Uses: InputFile -> Layout, RecNum
       LoadGrid SECTION.
           MOVE SPACES TO InputRec.
           READ InputFile
            AT END SET EndOfInput TO TRUE
           END-READ.
           PERFORM UNTIL EndOfInput
            ADD 1 TO RecNum
            IF RecNum IS GREATER THAN 5
             MOVE "Grid has more than five rows" TO AbendReason
             PERFORM BadRecordAbend
            END-IF
            IF InputLen IS NOT EQUAL TO 5
             MOVE "Grid row is not five cells wide" TO AbendReason
             PERFORM BadRecordAbend
            END-IF
            PERFORM VARYING Cdx FROM 1 UNTIL Cdx IS GREATER THAN 5
             IF InputRec(Cdx:1) IS NOT EQUAL TO "."
              AND InputRec(Cdx:1) IS NOT EQUAL TO "#"
              MOVE "Grid cell is not . or #" TO AbendReason
              PERFORM BadRecordAbend
             END-IF
            END-PERFORM
            MOVE InputRec(1:5) TO LayRow(RecNum)
            MOVE SPACES TO InputRec
            READ InputFile
             AT END SET EndOfInput TO TRUE
            END-READ
           END-PERFORM.
           IF RecNum IS LESS THAN 5
            DISPLAY "Grid has only " RecNum " row(s)"
            MOVE "Grid has fewer than five rows" TO AbendReason
            MOVE "end of feed" TO AbendPosition
            MOVE SPACES TO AbendDetail
            MOVE 4 TO AbendCode
            PERFORM Abend
           END-IF.

      * Subroutine StepGrid.
      *
      * One minute: count each tile's bug neighbours on the current
      * grid, build the next grid from the counts, then replace the
      * current grid with it - every tile changes at the same moment.
      *
      * Uses: Layout -> Layout
       StepGrid SECTION.
           PERFORM VARYING Rx FROM 1 UNTIL Rx IS GREATER THAN 5
            PERFORM VARYING Cx FROM 1 UNTIL Cx IS GREATER THAN 5
             MOVE 0 TO Adjacent
             IF Rx IS GREATER THAN 1
              AND LayCell(Rx - 1, Cx) IS EQUAL TO "#"
              ADD 1 TO Adjacent
             END-IF
             IF Rx IS LESS THAN 5
              AND LayCell(Rx + 1, Cx) IS EQUAL TO "#"
              ADD 1 TO Adjacent
             END-IF
             IF Cx IS GREATER THAN 1
              AND LayCell(Rx, Cx - 1) IS EQUAL TO "#"
              ADD 1 TO Adjacent
             END-IF
             IF Cx IS LESS THAN 5
              AND LayCell(Rx, Cx + 1) IS EQUAL TO "#"
              ADD 1 TO Adjacent
             END-IF
             MOVE "." TO NextCell(Rx, Cx)
             IF LayCell(Rx, Cx) IS EQUAL TO "#"
              IF Adjacent IS EQUAL TO 1
               MOVE "#" TO NextCell(Rx, Cx)
              END-IF
             ELSE
              IF Adjacent IS EQUAL TO 1 OR Adjacent IS EQUAL TO 2
               MOVE "#" TO NextCell(Rx, Cx)
              END-IF
             END-IF
            END-PERFORM
           END-PERFORM.
           MOVE NextLayout TO Layout.

      * Subroutine RateLayout.
      *
      * Biodiversity rating of the current grid: each bug scores its
      * tile's power of two, in reading order from 2^0.
      *
      * Uses: Layout -> Rating, BugCount
       RateLayout SECTION.
           MOVE 0 TO Rating.
           MOVE 0 TO BugCount.
           MOVE 1 TO Weight.
           PERFORM VARYING Rx FROM 1 UNTIL Rx IS GREATER THAN 5
            PERFORM VARYING Cx FROM 1 UNTIL Cx IS GREATER THAN 5
             IF LayCell(Rx, Cx) IS EQUAL TO "#"
              ADD Weight TO Rating
              ADD 1 TO BugCount
             END-IF
             COMPUTE Weight = Weight * 2
            END-PERFORM
           END-PERFORM.

      * Subroutine WriteReport.
      *
      * Write the repeated layout, the minutes it was first and next
      * seen and its rating to 24a.report under the standard control
      * trailer.
      *
      * Uses: Layout, Minute, FirstSeen, Rating -> ReportFile
       WriteReport SECTION.
           MOVE Minute TO MinuteFmt.
           MOVE FirstSeen TO FirstFmt.
           MOVE BugCount TO BugFmt.
           OPEN OUTPUT ReportFile.
      * Every report leads with its provenance: who made it,
      * when, from which feed (and fingerprint), under which
      * control values.
           MOVE InputPath TO ProvFeedPath.
           MOVE SPACES TO ProvCtl.
           PERFORM BuildProvenance.
           MOVE ProvRec TO ReportRec.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "Layout first seen at minute " FUNCTION TRIM(FirstFmt)
                  ", seen again at minute " FUNCTION TRIM(MinuteFmt)
                  " (" FUNCTION TRIM(BugFmt) " bugs):"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           PERFORM VARYING Rx FROM 1 UNTIL Rx IS GREATER THAN 5
            MOVE SPACES TO ReportRec
            STRING "  " LayRow(Rx)
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            PERFORM WriteReportRec
           END-PERFORM.
           MOVE SPACES TO ReportRec.
           STRING "Biodiversity rating " FUNCTION TRIM(RatingFmt)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           STRING "TRAILER|" TrailCount "|" TrailSum
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           CLOSE ReportFile.
           DISPLAY "Report written to 24a.report".

      * Subroutine WriteReportRec.
      *
      * Write one report record and fold it into the control totals.
      *
      * Uses: ReportRec -> ReportFile, TrailCount, TrailSum
       WriteReportRec SECTION.
           ADD 1 TO TrailCount.
           COMPUTE TrailSum = FUNCTION MOD(TrailSum
                 + FUNCTION ORD(ReportRec(1:1)), 1000000000).
           WRITE ReportRec.

      * Subroutine BadRecordAbend.
      *
      * Abend on a malformed grid row with its record number, per the
      * shop convention (4 = data rejected).
      *
      * Uses: AbendReason, RecNum, InputRec
       BadRecordAbend SECTION.
           MOVE SPACES TO AbendPosition.
           STRING "record " RecNum
            DELIMITED BY SIZE INTO AbendPosition
           END-STRING.
           MOVE InputRec(1:80) TO AbendDetail.
           MOVE 4 TO AbendCode.
           PERFORM Abend.

           COPY "ProvWrite.cpy".

           COPY "AbendWrite.cpy".

           COPY "AuditTrailWrite.cpy".
           COPY "ResultsLedgerWrite.cpy".
