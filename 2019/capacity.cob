       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-Capacity.

      * Table capacity report: the day programs hold their feeds in
      * fixed OCCURS tables - 6a's objects and orbits, 3a's segments
      * and wires, 10a's asteroids, 14a's reactions and chemicals,
      * 15a's maze grid and walk stack, 7b's amplifier chain, and
      * every VM day's Intcode memory - and a production feed that
      * outgrows one abends the run. Each run records its high-water
      * mark for every bounded table beside its volume accounting
      * record ("CAP|stamp|program|table|limit|used" in volumes.acct,
      * NoteCapacity in ResultsLedgerWrite.cpy). This pass lists, per
      * program and table, the limit, the latest and peak usage, the
      * percentage of the limit each represents and the trend from
      * the first run on file to the latest, and flags every table
      * whose peak is over the threshold (80% unless argument 1 says
      * otherwise) so it can be widened before a feed overflows it.
      *
      * Arguments: [Threshold] - flag percentage, default 80
      *
      * Output: Capacity.report. RETURN-CODE 0 nothing over the
      * threshold, 4 when any table is flagged, 8 when there is no
      * volumes.acct.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AcctFile ASSIGN TO "volumes.acct"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AcctStatus.
       SELECT ReportFile ASSIGN TO "Capacity.report"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AcctFile.
       01 AcctRec    PIC X(100).
       88 EndOfAcct  VALUE HIGH-VALUES.

       FD ReportFile.
       01 ReportRec PIC X(133).

       WORKING-STORAGE SECTION.
       COPY "PrintFields.cpy".
       01 AcctStatus     PIC X(2).
       01 ThresholdStr   PIC X(3).
       01 Threshold      PIC 9(3) VALUE 80.

      * Every program/table pair on file: the limit as last
      * recorded, the first and latest runs' usage, the peak, and
      * how many runs recorded it.
       01 Tables.
          02 TabCount PIC 9(3) VALUE 0.
          02 TabEntry OCCURS 300 TIMES.
             03 TabProg     PIC X(12).
             03 TabName     PIC X(12).
             03 TabLimit    PIC 9(7).
             03 TabFirst    PIC 9(7).
             03 TabFirstAt  PIC X(14).
             03 TabLatest   PIC 9(7).
             03 TabLatestAt PIC X(14).
             03 TabPeak     PIC 9(7).
             03 TabRuns     PIC 9(5).
             03 TabPct      PIC 9(3).
             03 TabFlag     PIC 9(1).
       01 Tx             PIC 9(3).
       01 TabHit         PIC 9(3).
       01 FlagCount      PIC 9(3) VALUE 0.

       01 CapFld1        PIC X(4).
       01 CapFld2        PIC X(14).
       01 CapFld3        PIC X(40).
       01 CapFld4        PIC X(12).
       01 CapFld5        PIC X(7).
       01 CapFld6        PIC X(7).
       01 CurProg        PIC X(12).
       01 CurUsed        PIC 9(7).
       01 CurLimit       PIC 9(7).
       01 LineJunk       PIC X(40).
       01 LatestPct      PIC 9(3).
       01 Growth         PIC S9(7).
       01 TrendText      PIC X(16).
       01 LimitFmt       PIC Z(6)9.
       01 LatestFmt      PIC Z(6)9.
       01 PeakFmt        PIC Z(6)9.
       01 PctFmt         PIC ZZ9.
       01 PeakPctFmt     PIC ZZ9.
       01 RunsFmt        PIC Z(4)9.
       01 GrowthFmt      PIC +(6)9.
       01 FlagText       PIC X(6).

       PROCEDURE DIVISION.
       Begin.
           MOVE SPACES TO ThresholdStr.
           ACCEPT ThresholdStr FROM ARGUMENT-VALUE.
           IF ThresholdStr IS NOT EQUAL TO SPACES
            AND FUNCTION TRIM(ThresholdStr) IS NUMERIC
            COMPUTE Threshold = FUNCTION NUMVAL(ThresholdStr)
           END-IF.

           OPEN INPUT AcctFile.
           IF AcctStatus IS NOT EQUAL TO "00"
            DISPLAY "No volumes.acct - nothing to report"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           MOVE SPACES TO AcctRec.
           READ AcctFile
            AT END SET EndOfAcct TO TRUE
           END-READ.
           PERFORM UNTIL EndOfAcct
            IF AcctRec(1:4) IS EQUAL TO "CAP|"
             PERFORM AddCapRecord
            END-IF
            MOVE SPACES TO AcctRec
            READ AcctFile
             AT END SET EndOfAcct TO TRUE
            END-READ
           END-PERFORM.
           CLOSE AcctFile.

           PERFORM VARYING Tx FROM 1 UNTIL Tx IS GREATER THAN TabCount
            MOVE 0 TO TabPct(Tx)
            IF TabLimit(Tx) IS GREATER THAN 0
             COMPUTE TabPct(Tx) = TabPeak(Tx) * 100 / TabLimit(Tx)
            END-IF
            MOVE 0 TO TabFlag(Tx)
            IF TabPct(Tx) IS GREATER THAN Threshold
             MOVE 1 TO TabFlag(Tx)
             ADD 1 TO FlagCount
            END-IF
           END-PERFORM.
           PERFORM WriteReport.

           DISPLAY TabCount " table(s) on file, " FlagCount
                   " over " Threshold "% of their limit - see "
                   "Capacity.report".
           IF FlagCount IS GREATER THAN 0
            MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Subroutine AddCapRecord.
      *
      * Fold one CAP record into its program/table entry: the first
      * run seen stays the first, a later (or same-time) run becomes
      * the latest, and the peak keeps the highest usage.
      *
      * Uses: AcctRec -> Tables
       AddCapRecord SECTION.
           MOVE SPACES TO CapFld1 CapFld2 CapFld3 CapFld4 CapFld5
                          CapFld6.
           UNSTRING AcctRec DELIMITED BY "|"
            INTO CapFld1 CapFld2 CapFld3 CapFld4 CapFld5 CapFld6
           END-UNSTRING.
           IF CapFld5 IS NOT NUMERIC
            OR CapFld6 IS NOT NUMERIC
            EXIT SECTION
           END-IF.
           MOVE CapFld5 TO CurLimit.
           MOVE CapFld6 TO CurUsed.
           MOVE SPACES TO CurProg.
           MOVE SPACES TO LineJunk.
           UNSTRING CapFld3 DELIMITED BY "AdventOfCode2019-"
            INTO LineJunk CurProg
           END-UNSTRING.
           IF CurProg IS EQUAL TO SPACES
            MOVE CapFld3 TO CurProg
           END-IF.

           MOVE 0 TO TabHit.
           PERFORM VARYING Tx FROM 1 UNTIL Tx IS GREATER THAN TabCount
                   OR TabHit IS GREATER THAN 0
            IF TabProg(Tx) IS EQUAL TO CurProg
             AND TabName(Tx) IS EQUAL TO CapFld4
             MOVE Tx TO TabHit
            END-IF
           END-PERFORM.
           IF TabHit IS EQUAL TO 0
            IF TabCount IS EQUAL TO 300
             EXIT SECTION
            END-IF
            ADD 1 TO TabCount
            MOVE TabCount TO TabHit
            MOVE CurProg TO TabProg(TabHit)
            MOVE CapFld4 TO TabName(TabHit)
            MOVE CurUsed TO TabFirst(TabHit)
            MOVE CapFld2 TO TabFirstAt(TabHit)
            MOVE 0 TO TabPeak(TabHit)
            MOVE 0 TO TabRuns(TabHit)
            MOVE LOW-VALUES TO TabLatestAt(TabHit)
           END-IF.
           ADD 1 TO TabRuns(TabHit).
           IF CapFld2 IS LESS THAN TabFirstAt(TabHit)
            MOVE CurUsed TO TabFirst(TabHit)
            MOVE CapFld2 TO TabFirstAt(TabHit)
           END-IF.
           IF CapFld2 IS NOT LESS THAN TabLatestAt(TabHit)
            MOVE CurUsed TO TabLatest(TabHit)
            MOVE CapFld2 TO TabLatestAt(TabHit)
            MOVE CurLimit TO TabLimit(TabHit)
           END-IF.
           IF CurUsed IS GREATER THAN TabPeak(TabHit)
            MOVE CurUsed TO TabPeak(TabHit)
           END-IF.

      * Subroutine WriteReport.
      *
      * The flagged tables first, then every table on file, one line
      * each.
      *
      * Uses: Tables, Threshold -> ReportFile
       WriteReport SECTION.
           OPEN OUTPUT ReportFile.
           MOVE "Table capacity high-water marks" TO PrtTitle.
           MOVE SPACES TO PrtHeading.
           STRING "Program      Table          Limit   Latest     Peak"
                  " Latest%  Peak%  Runs  Trend"
                  "                     Flag"
            DELIMITED BY SIZE INTO PrtHeading
           END-STRING.
           PERFORM PrtOpenReport.
           PERFORM PrtNewPage.
           MOVE SPACES TO PrtLine.
           STRING "=== Over " Threshold "% of the limit - widen ==="
            DELIMITED BY SIZE INTO PrtLine
           END-STRING.
           PERFORM PrtWriteLine.
           PERFORM VARYING Tx FROM 1 UNTIL Tx IS GREATER THAN TabCount
            IF TabFlag(Tx) IS EQUAL TO 1
             PERFORM FormatTable
             PERFORM PrtWriteLine
            END-IF
           END-PERFORM.
           IF FlagCount IS EQUAL TO 0
            MOVE "    (no table is over the threshold)" TO PrtLine
            PERFORM PrtWriteLine
           END-IF.
           MOVE SPACES TO PrtLine.
           PERFORM PrtWriteLine.
           MOVE "=== Every table ===" TO PrtLine.
           PERFORM PrtWriteLine.
           PERFORM VARYING Tx FROM 1 UNTIL Tx IS GREATER THAN TabCount
            PERFORM FormatTable
            PERFORM PrtWriteLine
           END-PERFORM.
           IF TabCount IS EQUAL TO 0
            MOVE "    (no run has recorded a capacity record yet)"
              TO PrtLine
            PERFORM PrtWriteLine
           END-IF.
           MOVE SPACES TO PrtLine.
           PERFORM PrtWriteLine.
           MOVE SPACES TO PrtLine.
           STRING TabCount " table(s) on file: " FlagCount " over "
                  Threshold "% of their limit"
            DELIMITED BY SIZE INTO PrtLine
           END-STRING.
           PERFORM PrtWriteLine.
           PERFORM PrtEndReport.
           CLOSE ReportFile.

      * Subroutine FormatTable.
      *
      * One table's report line into PrtLine. The trend is the
      * change from the first run on file to the latest.
      *
      * Uses: Tables(Tx) -> PrtLine
       FormatTable SECTION.
           MOVE 0 TO LatestPct.
           IF TabLimit(Tx) IS GREATER THAN 0
            COMPUTE LatestPct = TabLatest(Tx) * 100 / TabLimit(Tx)
           END-IF.
           COMPUTE Growth = TabLatest(Tx) - TabFirst(Tx).
           MOVE Growth TO GrowthFmt.
           MOVE SPACES TO TrendText.
           EVALUATE TRUE
            WHEN TabRuns(Tx) IS EQUAL TO 1
             MOVE "first run" TO TrendText
            WHEN Growth IS GREATER THAN 0
             STRING "RISING " FUNCTION TRIM(GrowthFmt)
              DELIMITED BY SIZE INTO TrendText
             END-STRING
            WHEN Growth IS LESS THAN 0
             STRING "FALLING " FUNCTION TRIM(GrowthFmt)
              DELIMITED BY SIZE INTO TrendText
             END-STRING
            WHEN OTHER
             MOVE "STEADY" TO TrendText
           END-EVALUATE.
           MOVE SPACES TO FlagText.
           IF TabFlag(Tx) IS EQUAL TO 1
            MOVE "WIDEN" TO FlagText
           END-IF.
           MOVE TabLimit(Tx) TO LimitFmt.
           MOVE TabLatest(Tx) TO LatestFmt.
           MOVE TabPeak(Tx) TO PeakFmt.
           MOVE LatestPct TO PctFmt.
           MOVE TabPct(Tx) TO PeakPctFmt.
           MOVE TabRuns(Tx) TO RunsFmt.
           MOVE SPACES TO PrtLine.
           STRING TabProg(Tx) " " TabName(Tx) " " LimitFmt "  "
                  LatestFmt "  " PeakFmt "    " PctFmt "%   "
                  PeakPctFmt "% " RunsFmt "  " TrendText " since "
                  TabFirstAt(Tx)(1:8) "  " FlagText
            DELIMITED BY SIZE INTO PrtLine
           END-STRING.

      * Subroutine PrtPut.
      *
      * The print service's per-program output hook: one physical
      * print record to the capacity report.
       PrtPut SECTION.
           MOVE PrtOut TO ReportRec.
           WRITE ReportRec.

           COPY "PrintWrite.cpy".
