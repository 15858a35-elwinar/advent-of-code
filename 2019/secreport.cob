       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-SecReport.

      * Weekly authorization violations report for the supervisor:
      * every refusal the shared CheckAuthorization section makes
      * (AuthorizeCheck.cpy) lands in security.log as
      * "REFUSED|stamp|operator|role|program|action|reason", and this
      * report takes the seven days ending on the week-ending date,
      * lists each refusal, and rolls them up per operator with a
      * per program/action breakdown underneath - so repeated
      * attempts at something a role does not hold stand out.
      *
      * Arguments: [WeekEnding] CCYYMMDD, default today.
      *
      * Output: SecReport.report. RETURN-CODE 0 no violations in the
      * week, 4 when there were any, 8 bad week-ending date. A
      * missing security.log means nothing was ever refused.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SecurityLogFile ASSIGN TO "security.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SecurityLogStatus.
       SELECT ReportFile ASSIGN TO "SecReport.report"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SecurityLogFile.
       01 SecurityLogRec  PIC X(120).
       88 EndOfSecurityLog VALUE HIGH-VALUES.

       FD ReportFile.
       01 ReportRec PIC X(120).

       WORKING-STORAGE SECTION.
       01 SecurityLogStatus PIC X(2).
       01 WeekArg     PIC X(10).
       01 WeekEnd     PIC 9(8).
       01 WeekStart   PIC 9(8).
       01 EndInt      PIC 9(8).
       01 EntryDate   PIC 9(8).

      * One row per operator refused in the week, with a per
      * program/action breakdown underneath it.
       01 OperTable.
          02 OperCount PIC 9(2) VALUE 0.
          02 OperEntry OCCURS 20 TIMES.
             03 OpId      PIC X(8).
             03 OpRole    PIC X(12).
             03 OpRefused PIC 9(5).
             03 OpPairCount PIC 9(2).
             03 OpPairEntry OCCURS 40 TIMES.
                04 OpPair      PIC X(24).
                04 OpPairCnt   PIC 9(5).

       01 Ox          PIC 9(2).
       01 Px          PIC 9(2).
       01 FoundIdx    PIC 9(2).
       01 PairIdx     PIC 9(2).
       01 TotalCount  PIC 9(5) VALUE 0.
       01 CountFmt    PIC Z(4)9.
       01 SecTag      PIC X(8).
       01 SecStamp    PIC X(14).
       01 SecOper     PIC X(8).
       01 SecRole     PIC X(12).
       01 SecProgram  PIC X(12).
       01 SecAction   PIC X(10).
       01 SecReason   PIC X(30).
       01 CurPair     PIC X(24).

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WeekArg FROM ARGUMENT-VALUE.
           IF WeekArg IS EQUAL TO SPACES OR WeekArg IS EQUAL TO
              LOW-VALUES
            MOVE FUNCTION CURRENT-DATE(1:8) TO WeekArg
           END-IF.
           IF WeekArg(1:8) IS NOT NUMERIC
            OR FUNCTION TEST-DATE-YYYYMMDD(
               FUNCTION NUMVAL(WeekArg(1:8))) IS NOT EQUAL TO 0
            DISPLAY "Usage: [WeekEnding CCYYMMDD]"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           MOVE WeekArg(1:8) TO WeekEnd.
           COMPUTE EndInt = FUNCTION INTEGER-OF-DATE(WeekEnd).
           COMPUTE WeekStart = FUNCTION DATE-OF-INTEGER(EndInt - 6).

           OPEN OUTPUT ReportFile.
           MOVE SPACES TO ReportRec.
           STRING "Authorization violations " WeekStart " to "
                  WeekEnd
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           DISPLAY FUNCTION TRIM(ReportRec).

           OPEN INPUT SecurityLogFile.
           IF SecurityLogStatus IS EQUAL TO "00"
            READ SecurityLogFile
             AT END SET EndOfSecurityLog TO TRUE
            END-READ
            PERFORM UNTIL EndOfSecurityLog
             IF SecurityLogRec(1:8) IS EQUAL TO "REFUSED|"
              PERFORM TallyRefusal
             END-IF
             MOVE SPACES TO SecurityLogRec
             READ SecurityLogFile
              AT END SET EndOfSecurityLog TO TRUE
             END-READ
            END-PERFORM
            CLOSE SecurityLogFile
           END-IF.

           MOVE SPACES TO ReportRec.
           WRITE ReportRec.
           MOVE "Refusals by operator" TO ReportRec.
           WRITE ReportRec.
           PERFORM VARYING Ox FROM 1 UNTIL Ox IS GREATER THAN
                   OperCount
            MOVE SPACES TO ReportRec
            MOVE OpRefused(Ox) TO CountFmt
            STRING OpId(Ox) " " OpRole(Ox) " "
                   FUNCTION TRIM(CountFmt) " refusal(s)"
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            WRITE ReportRec
            DISPLAY FUNCTION TRIM(ReportRec)
            PERFORM VARYING Px FROM 1 UNTIL Px IS GREATER THAN
                    OpPairCount(Ox)
             MOVE SPACES TO ReportRec
             MOVE OpPairCnt(Ox, Px) TO CountFmt
             STRING "    " OpPair(Ox, Px) " " CountFmt
              DELIMITED BY SIZE INTO ReportRec
             END-STRING
             WRITE ReportRec
            END-PERFORM
           END-PERFORM.

           MOVE SPACES TO ReportRec.
           MOVE TotalCount TO CountFmt.
           STRING "Total refusals: " FUNCTION TRIM(CountFmt)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           CLOSE ReportFile.
           DISPLAY FUNCTION TRIM(ReportRec).
           DISPLAY "Violations report written to SecReport.report".
           IF TotalCount IS GREATER THAN 0
            MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Subroutine TallyRefusal.
      *
      * List one refusal inside the week and fold it into its
      * operator's row; entries outside the week are skipped.
      *
      * Uses: SecurityLogRec, WeekStart, WeekEnd -> ReportFile,
      *       OperTable, TotalCount
       TallyRefusal SECTION.
           MOVE SPACES TO SecTag SecStamp SecOper SecRole SecProgram
                          SecAction SecReason.
           UNSTRING SecurityLogRec DELIMITED BY "|"
            INTO SecTag SecStamp SecOper SecRole SecProgram
                 SecAction SecReason
           END-UNSTRING.
           IF SecStamp(1:8) IS NOT NUMERIC
            EXIT SECTION
           END-IF.
           MOVE SecStamp(1:8) TO EntryDate.
           IF EntryDate IS LESS THAN WeekStart
            OR EntryDate IS GREATER THAN WeekEnd
            EXIT SECTION
           END-IF.
           ADD 1 TO TotalCount.
           MOVE SPACES TO ReportRec.
           STRING SecStamp " " SecOper " " SecRole " "
                  SecProgram " " SecAction " "
                  FUNCTION TRIM(SecReason)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.

           MOVE 0 TO FoundIdx.
           PERFORM VARYING Ox FROM 1 UNTIL Ox IS GREATER THAN
                   OperCount
            IF OpId(Ox) IS EQUAL TO SecOper
             MOVE Ox TO FoundIdx
             EXIT PERFORM
            END-IF
           END-PERFORM.
           IF FoundIdx IS EQUAL TO 0
            IF OperCount IS EQUAL TO 20
             EXIT SECTION
            END-IF
            ADD 1 TO OperCount
            MOVE OperCount TO FoundIdx
            MOVE SecOper TO OpId(FoundIdx)
            MOVE SecRole TO OpRole(FoundIdx)
            MOVE 0 TO OpRefused(FoundIdx)
            MOVE 0 TO OpPairCount(FoundIdx)
           END-IF.
           ADD 1 TO OpRefused(FoundIdx).

           MOVE SPACES TO CurPair.
           STRING SecProgram SecAction
            DELIMITED BY SIZE INTO CurPair
           END-STRING.
           MOVE 0 TO PairIdx.
           PERFORM VARYING Px FROM 1 UNTIL Px IS GREATER THAN
                   OpPairCount(FoundIdx)
            IF OpPair(FoundIdx, Px) IS EQUAL TO CurPair
             MOVE Px TO PairIdx
             EXIT PERFORM
            END-IF
           END-PERFORM.
           IF PairIdx IS EQUAL TO 0
            IF OpPairCount(FoundIdx) IS EQUAL TO 40
             EXIT SECTION
            END-IF
            ADD 1 TO OpPairCount(FoundIdx)
            MOVE OpPairCount(FoundIdx) TO PairIdx
            MOVE CurPair TO OpPair(FoundIdx, PairIdx)
            MOVE 0 TO OpPairCnt(FoundIdx, PairIdx)
           END-IF.
           ADD 1 TO OpPairCnt(FoundIdx, PairIdx).
