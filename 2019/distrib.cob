       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-Distrib.

      * Report distribution job, run after EOD in the batch chain and
      * before housekeeping archives the day's reports away: the
      * distribution list ("report.distribution", one record per
      * report and recipient) says who gets what,
      *
      *   Report|Recipient|Copies|DeliveryFolder|REQUIRED or OPTIONAL
      *
      * and each report produced today is burst into the recipient's
      * delivery folder, one file per copy named
      * "<report>.<recipient>.<ccyymmdd>.<copy>", each led by a
      * distribution banner page (report, recipient, copy n of m,
      * when it was produced and distributed). A report not written
      * today is an EXCEPTION when the list marks it REQUIRED - so a
      * missing report is noticed before the recipient asks for it -
      * and is SKIPPED when OPTIONAL. A day the batch driver carried
      * forward tonight (its "=== <day> ... CARRIED ===" banner in
      * today's RunAll.report) was not rerun, so its report keeps
      * the date of the run it was carried from; that report is
      * still the day's standing report and is delivered as
      * current. Every delivery, skip and
      * exception is appended to Distrib.log as
      * "stamp|report|recipient|copies|folder|status".
      *
      * RETURN-CODE 0 everything required delivered, 4 on any
      * exception, 8 when there is no distribution list. Report dates
      * come from the file system through CALL 'SYSTEM', the same
      * mechanism housekeep.cob and promote.cob use.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DistFile ASSIGN TO "report.distribution"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DistStatus.
       SELECT LogFile ASSIGN TO "Distrib.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LogStatus.
       SELECT SourceFile ASSIGN USING SourcePath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SourceStatus.
       SELECT OutboxFile ASSIGN USING OutboxPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS OutboxStatus.
       SELECT RunAllFile ASSIGN TO "RunAll.report"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RunAllStatus.
       SELECT DateFile ASSIGN TO "/tmp/aoc_distrib.date"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DateStatus.

       DATA DIVISION.
       FILE SECTION.
       FD DistFile.
       01 DistRec    PIC X(120).
       88 EndOfDist  VALUE HIGH-VALUES.

       FD LogFile.
       01 LogRec PIC X(150).

       FD SourceFile RECORD IS VARYING IN SIZE FROM 1 TO 500
          CHARACTERS DEPENDING ON SourceLen.
       01 SourceRec    PIC X(500).
       88 EndOfSource  VALUE HIGH-VALUES.

       FD OutboxFile RECORD IS VARYING IN SIZE FROM 1 TO 500
          CHARACTERS DEPENDING ON OutboxLen.
       01 OutboxRec PIC X(500).

      * RunAllFile is the batch driver's report, read for the days
      * it carried forward.
       FD RunAllFile.
       01 RunAllRec    PIC X(200).
       88 EndOfRunAll  VALUE HIGH-VALUES.

      * DateFile reads back the report's modification date, written
      * by the shell's "date -r" for the report being distributed.
       FD DateFile.
       01 DateRec PIC X(20).

       WORKING-STORAGE SECTION.
       01 DistStatus    PIC X(2).
       01 LogStatus     PIC X(2).
       01 SourceStatus  PIC X(2).
       01 OutboxStatus  PIC X(2).
       01 DateStatus    PIC X(2).
       01 RunAllStatus  PIC X(2).
       01 SourcePath    PIC X(60).
       01 OutboxPath    PIC X(120).
       01 SourceLen     PIC 9(4).
       01 OutboxLen     PIC 9(4).
       01 CommandLine   PIC X(250).

       01 DistReport    PIC X(30).
       01 DistRecipient PIC X(20).
       01 DistCopiesTxt PIC X(6).
       01 DistFolder    PIC X(60).
       01 DistNeed      PIC X(10).
       01 DistCopies    PIC 9(2).
       01 CopyNo        PIC 9(2).
       01 DistState     PIC X(16).

       01 Stamp         PIC X(14).
       01 Today         PIC X(8).
       01 ReportDate    PIC X(8).
       01 RunAllDate    PIC X(8).
       01 CarriedKey    PIC X(40).
       01 CarriedTally  PIC 9(2).
       01 CarriedFlag   PIC 9(1).
       01 ReportStem    PIC X(30).
       01 EntryCount    PIC 9(4) VALUE 0.
       01 DeliveredCount PIC 9(4) VALUE 0.
       01 FileCount     PIC 9(4) VALUE 0.
       01 SkippedCount  PIC 9(4) VALUE 0.
       01 ExceptionCount PIC 9(4) VALUE 0.
       01 LineCount     PIC 9(6).
       01 CountFmt      PIC Z(3)9.
       01 CopyFmt       PIC Z9.

       PROCEDURE DIVISION.
       Begin.
           MOVE FUNCTION CURRENT-DATE(1:14) TO Stamp.
           MOVE Stamp(1:8) TO Today.
      * The driver's report is only evidence of tonight's carries
      * when it was written today.
           MOVE "RunAll.report" TO DistReport.
           PERFORM FindReportDate.
           MOVE ReportDate TO RunAllDate.
           OPEN INPUT DistFile.
           IF DistStatus IS NOT EQUAL TO "00"
            DISPLAY "report.distribution not found"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           OPEN EXTEND LogFile.
           IF LogStatus IS EQUAL TO "35"
            OPEN OUTPUT LogFile
           END-IF.
           MOVE SPACES TO LogRec.
           STRING "=== Distribution run " Stamp " ==="
            DELIMITED BY SIZE INTO LogRec
           END-STRING.
           WRITE LogRec.

           READ DistFile
            AT END SET EndOfDist TO TRUE
           END-READ.
           PERFORM UNTIL EndOfDist
            IF DistRec(1:1) IS NOT EQUAL TO "*"
             AND FUNCTION TRIM(DistRec) IS NOT EQUAL TO SPACES
             PERFORM DistributeEntry
            END-IF
            MOVE SPACES TO DistRec
            READ DistFile
             AT END SET EndOfDist TO TRUE
            END-READ
           END-PERFORM.
           CLOSE DistFile.

           MOVE SPACES TO LogRec.
           STRING EntryCount " entries, " DeliveredCount
                  " delivered (" FileCount " file(s)), "
                  SkippedCount " skipped, " ExceptionCount
                  " exception(s)"
            DELIMITED BY SIZE INTO LogRec
           END-STRING.
           WRITE LogRec.
           CLOSE LogFile.
           DISPLAY FUNCTION TRIM(LogRec).
           DISPLAY "Distribution logged to Distrib.log".
           IF ExceptionCount IS GREATER THAN 0
            MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Subroutine DistributeEntry.
      *
      * One distribution-list record: find out whether its report
      * was produced today, then burst the copies into the delivery
      * folder, or log the skip or exception.
      *
      * Uses: DistRec, Today -> OutboxFile, LogFile, counts
       DistributeEntry SECTION.
           ADD 1 TO EntryCount.
           MOVE SPACES TO DistReport DistRecipient DistCopiesTxt
                          DistFolder DistNeed.
           UNSTRING DistRec DELIMITED BY "|"
            INTO DistReport DistRecipient DistCopiesTxt DistFolder
                 DistNeed
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(DistNeed) TO DistNeed.
           COMPUTE DistCopies = FUNCTION NUMVAL(DistCopiesTxt).
           IF DistCopies IS EQUAL TO 0
            MOVE 1 TO DistCopies
           END-IF.

           PERFORM FindReportDate.
           MOVE 0 TO CarriedFlag.
           IF ReportDate IS NOT EQUAL TO Today
            AND ReportDate IS NOT EQUAL TO SPACES
            PERFORM CheckCarried
            IF CarriedFlag IS EQUAL TO 1
             DISPLAY "Report " FUNCTION TRIM(DistReport)
                     " is from " ReportDate
                     " - day carried forward tonight"
            END-IF
           END-IF.
           IF ReportDate IS NOT EQUAL TO Today
            AND CarriedFlag IS EQUAL TO 0
            IF DistNeed IS EQUAL TO "REQUIRED"
             ADD 1 TO ExceptionCount
             MOVE "EXCEPTION" TO DistState
             DISPLAY "EXCEPTION: required report "
                     FUNCTION TRIM(DistReport) " for "
                     FUNCTION TRIM(DistRecipient)
                     " was not produced today"
            ELSE
             ADD 1 TO SkippedCount
             MOVE "SKIPPED" TO DistState
            END-IF
            PERFORM WriteDistLog
            EXIT SECTION
           END-IF.

           MOVE SPACES TO CommandLine.
           STRING "mkdir -p " FUNCTION TRIM(DistFolder)
            DELIMITED BY SIZE INTO CommandLine
           END-STRING.
           CALL "SYSTEM" USING CommandLine.
           MOVE 0 TO RETURN-CODE.

           MOVE "DELIVERED" TO DistState.
           PERFORM VARYING CopyNo FROM 1 UNTIL CopyNo IS GREATER
                   THAN DistCopies
            PERFORM DeliverCopy
           END-PERFORM.
           IF DistState IS EQUAL TO "DELIVERED"
            ADD 1 TO DeliveredCount
           ELSE
            ADD 1 TO ExceptionCount
            DISPLAY "EXCEPTION: could not deliver "
                    FUNCTION TRIM(DistReport) " to "
                    FUNCTION TRIM(DistFolder)
           END-IF.
           PERFORM WriteDistLog.

      * Subroutine FindReportDate.
      *
      * The report's last-modified date as CCYYMMDD, or SPACES when
      * the report is not there at all.
      *
      * Uses: DistReport -> ReportDate
       FindReportDate SECTION.
           MOVE SPACES TO ReportDate.
           MOVE SPACES TO CommandLine.
           STRING "rm -f /tmp/aoc_distrib.date; date -r "
                  FUNCTION TRIM(DistReport)
                  " +%Y%m%d > /tmp/aoc_distrib.date 2>/dev/null"
            DELIMITED BY SIZE INTO CommandLine
           END-STRING.
           CALL "SYSTEM" USING CommandLine.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT DateFile.
           IF DateStatus IS EQUAL TO "00"
            MOVE SPACES TO DateRec
            READ DateFile
             AT END MOVE SPACES TO DateRec
            END-READ
            MOVE DateRec(1:8) TO ReportDate
            CLOSE DateFile
           END-IF.

      * Subroutine CheckCarried.
      *
      * Whether today's RunAll.report shows the day behind DistReport
      * (the report name up to ".report") CARRIED forward tonight.
      *
      * Uses: DistReport, RunAllDate, Today, RunAllFile
      *       -> CarriedFlag
       CheckCarried SECTION.
           MOVE 0 TO CarriedFlag.
           IF RunAllDate IS NOT EQUAL TO Today
            EXIT SECTION
           END-IF.
           MOVE SPACES TO ReportStem.
           UNSTRING DistReport DELIMITED BY ".report"
            INTO ReportStem
           END-UNSTRING.
           MOVE SPACES TO CarriedKey.
           STRING "=== " FUNCTION TRIM(ReportStem) " (input: "
            DELIMITED BY SIZE INTO CarriedKey
           END-STRING.
           OPEN INPUT RunAllFile.
           IF RunAllStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO RunAllRec.
           READ RunAllFile
            AT END SET EndOfRunAll TO TRUE
           END-READ.
           PERFORM UNTIL EndOfRunAll
            MOVE 0 TO CarriedTally
            INSPECT RunAllRec TALLYING CarriedTally
             FOR ALL CarriedKey(1:FUNCTION LENGTH(
                     FUNCTION TRIM(CarriedKey)) + 1)
            IF CarriedTally IS GREATER THAN 0
             MOVE 0 TO CarriedTally
             INSPECT RunAllRec TALLYING CarriedTally
              FOR ALL ") CARRIED ==="
             IF CarriedTally IS GREATER THAN 0
              MOVE 1 TO CarriedFlag
             END-IF
            END-IF
            MOVE SPACES TO RunAllRec
            READ RunAllFile
             AT END SET EndOfRunAll TO TRUE
            END-READ
           END-PERFORM.
           CLOSE RunAllFile.

      * Subroutine DeliverCopy.
      *
      * Write copy CopyNo into the delivery folder: the banner page,
      * then the report itself line for line.
      *
      * Uses: DistReport, DistRecipient, DistFolder, CopyNo,
      *       DistCopies, ReportDate, Stamp -> OutboxFile, DistState
       DeliverCopy SECTION.
           MOVE DistReport TO SourcePath.
           MOVE SPACES TO OutboxPath.
           MOVE CopyNo TO CopyFmt.
           STRING FUNCTION TRIM(DistFolder) "/"
                  FUNCTION TRIM(DistReport) "."
                  FUNCTION TRIM(DistRecipient) "." Today "."
                  FUNCTION TRIM(CopyFmt)
            DELIMITED BY SIZE INTO OutboxPath
           END-STRING.
           OPEN INPUT SourceFile.
           IF SourceStatus IS NOT EQUAL TO "00"
            MOVE "NOT-DELIVERED" TO DistState
            EXIT SECTION
           END-IF.
           OPEN OUTPUT OutboxFile.
           IF OutboxStatus IS NOT EQUAL TO "00"
            CLOSE SourceFile
            MOVE "NOT-DELIVERED" TO DistState
            EXIT SECTION
           END-IF.

           MOVE ALL "*" TO OutboxRec(1:72).
           MOVE 72 TO OutboxLen.
           WRITE OutboxRec.
           MOVE SPACES TO OutboxRec.
           STRING "*  DISTRIBUTION COPY - " FUNCTION TRIM(DistReport)
            DELIMITED BY SIZE INTO OutboxRec
           END-STRING.
           PERFORM WriteBannerLine.
           MOVE SPACES TO OutboxRec.
           STRING "*  Recipient:   " FUNCTION TRIM(DistRecipient)
                  " (" FUNCTION TRIM(DistNeed) ")"
            DELIMITED BY SIZE INTO OutboxRec
           END-STRING.
           PERFORM WriteBannerLine.
           MOVE SPACES TO OutboxRec.
           MOVE DistCopies TO CountFmt.
           STRING "*  Copy:        " FUNCTION TRIM(CopyFmt) " of "
                  FUNCTION TRIM(CountFmt)
            DELIMITED BY SIZE INTO OutboxRec
           END-STRING.
           PERFORM WriteBannerLine.
           MOVE SPACES TO OutboxRec.
           STRING "*  Produced:    " ReportDate
            DELIMITED BY SIZE INTO OutboxRec
           END-STRING.
           PERFORM WriteBannerLine.
           MOVE SPACES TO OutboxRec.
           STRING "*  Distributed: " Stamp
            DELIMITED BY SIZE INTO OutboxRec
           END-STRING.
           PERFORM WriteBannerLine.
           MOVE ALL "*" TO OutboxRec(1:72).
           MOVE 72 TO OutboxLen.
           WRITE OutboxRec.
           MOVE SPACES TO OutboxRec.
           MOVE 1 TO OutboxLen.
           WRITE OutboxRec.

           MOVE 0 TO LineCount.
           MOVE SPACES TO SourceRec.
           READ SourceFile
            AT END SET EndOfSource TO TRUE
           END-READ.
           PERFORM UNTIL EndOfSource
            ADD 1 TO LineCount
            MOVE SourceLen TO OutboxLen
            MOVE SourceRec TO OutboxRec
            WRITE OutboxRec
            MOVE SPACES TO SourceRec
            READ SourceFile
             AT END SET EndOfSource TO TRUE
            END-READ
           END-PERFORM.
           CLOSE SourceFile.
           CLOSE OutboxFile.
           ADD 1 TO FileCount.

      * Subroutine WriteBannerLine.
      *
      * One framed banner line: OutboxRec padded out to the frame
      * with its closing "*".
      *
      * Uses: OutboxRec -> OutboxFile
       WriteBannerLine SECTION.
           MOVE "*" TO OutboxRec(72:1).
           MOVE 72 TO OutboxLen.
           WRITE OutboxRec.

      * Subroutine WriteDistLog.
      *
      * Append the outcome for the current distribution-list record.
      *
      * Uses: Stamp, DistReport, DistRecipient, DistCopies,
      *       DistFolder, DistState -> LogFile
       WriteDistLog SECTION.
           MOVE SPACES TO LogRec.
           MOVE DistCopies TO CopyFmt.
           STRING Stamp "|" FUNCTION TRIM(DistReport) "|"
                  FUNCTION TRIM(DistRecipient) "|"
                  FUNCTION TRIM(CopyFmt) "|"
                  FUNCTION TRIM(DistFolder) "|"
                  FUNCTION TRIM(DistState)
            DELIMITED BY SIZE INTO LogRec
           END-STRING.
           WRITE LogRec.
