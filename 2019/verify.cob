       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-Verify.

      * Dual-algorithm verification pass: several days hold two
      * independent ways to the same answer - 4b counts its ranges by
      * generating only the non-decreasing candidates or by walking
      * every integer, 6b's transfer count can also come from the
      * batch orbit query (orbitquery.cob), 12a can run its
      * simulation backwards to prove it returns to step 0, and 2b's
      * linear-fit solve can be held to the partitioned brute-force
      * sweep and its merge (2bmerge.cob). This pass runs each day
      * both ways against a copy of the live feed and compares the
      * answers, so an optimisation can never drift silently away
      * from the brute-force truth. The runs are made in the TEST
      * environment (set up on demand) so that neither way touches
      * production's ledger or logs.
      *
      * Every pair goes to Verify.report with both figures and both
      * timings; a disagreement is also raised to alerts.queue.
      *
      * Arguments: [Check]   4b, 6b, 12a or 2b for one pair only
      *
      * RETURN-CODE 0 every pair agreed, 4 a pair disagreed or could
      * not be run (feed missing, a way failed), 8 bad argument or
      * no TEST environment.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ReportFile ASSIGN TO "Verify.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ScratchFile ASSIGN USING ScratchPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ScratchStatus.
       COPY "ResultsLedger.cpy".
       COPY "Environment.cpy".
       COPY "Alert.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD ReportFile.
       01 ReportRec PIC X(132).

       FD ScratchFile.
       01 ScratchRec PIC X(200).
       88 EndOfScratch VALUE HIGH-VALUES.

       COPY "ResultsLedgerFD.cpy".
       COPY "EnvironmentFD.cpy".
       COPY "AlertFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "ResultsLedgerFields.cpy".
       COPY "EnvironmentFields.cpy".
       COPY "AlertFields.cpy".

       01 CheckArg     PIC X(8).
       01 CommandLine  PIC X(600).
       01 ScratchPath  PIC X(80).
       01 ScratchStatus PIC X(2).
       01 SysRc        PIC 9(4).

      * The pair under test: the check's day/part, the production
      * feed it is run against (copied into TEST as verify.<feed>),
      * and the program to compile there.
       01 VerCheck     PIC X(4).
       01 VerDay       PIC X(4).
       01 VerPart      PIC X(1).
       01 VerFeed      PIC X(20).
       01 VerProg      PIC X(12).
       01 VerSkipped   PIC 9(1).
       88 PairSkipped  VALUE 1.
       01 VerWhy       PIC X(60).

      * One entry per way: its name, the shell command run in the
      * TEST root, its answer, RETURN-CODE and elapsed time in
      * hundredths of a second.
       01 WayTable.
          02 WayEntry OCCURS 2 TIMES.
             03 WayName    PIC X(12).
             03 WayCmd     PIC X(300).
             03 WayFigure  PIC X(30).
             03 WayRc      PIC 9(4).
             03 WayTime    PIC 9(7).
       01 Wx           PIC 9(1).

       01 LedgerBase   PIC 9(7).
       01 LedgerLineNo PIC 9(7).
       01 FigPrefix    PIC X(20).
       01 FigPfxLen    PIC 9(2).
       01 FigJunk      PIC X(250).
       01 FigAnswer    PIC X(30).
       01 EndOfLedger  PIC 9(1).

       01 ClockNow     PIC X(21).
       01 ClockStart   PIC 9(7).
       01 ClockEnd     PIC 9(7).
       01 TimeSecs     PIC 9(5)V99.
       01 TimeFmtA     PIC Z(4)9.99.
       01 TimeFmtB     PIC Z(4)9.99.
       01 RcFmtA       PIC Z(3)9.
       01 RcFmtB       PIC Z(3)9.

       01 PairCount    PIC 9(2) VALUE 0.
       01 AgreeCount   PIC 9(2) VALUE 0.
       01 DisagreeCount PIC 9(2) VALUE 0.
       01 SkipCount    PIC 9(2) VALUE 0.
       01 Verdict      PIC X(9).
       01 CountFmt1    PIC Z9.
       01 CountFmt2    PIC Z9.
       01 CountFmt3    PIC Z9.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT CheckArg FROM ARGUMENT-VALUE.
           INSPECT CheckArg REPLACING ALL LOW-VALUES BY SPACE.
           MOVE FUNCTION LOWER-CASE(CheckArg) TO CheckArg.
           IF CheckArg IS NOT EQUAL TO SPACES
            AND CheckArg IS NOT EQUAL TO "4b"
            AND CheckArg IS NOT EQUAL TO "6b"
            AND CheckArg IS NOT EQUAL TO "12a"
            AND CheckArg IS NOT EQUAL TO "2b"
            DISPLAY "Usage: [4b | 6b | 12a | 2b]"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           MOVE "TEST" TO EnvTarget.
           PERFORM SetUpEnvironment.
           IF EnvSysRc IS NOT EQUAL TO 0
            DISPLAY "Cannot set up the TEST environment under "
                    FUNCTION TRIM(EnvRoot) "; verification not run"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.

           OPEN OUTPUT ReportFile.
           MOVE FUNCTION CURRENT-DATE TO ClockNow.
           MOVE SPACES TO ReportRec.
           STRING "Dual-algorithm verification pass " ClockNow(1:8)
                  " " ClockNow(9:4) " - live feeds run both ways in "
                  FUNCTION TRIM(EnvRoot)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           MOVE SPACES TO ReportRec.
           WRITE ReportRec.

           IF CheckArg IS EQUAL TO SPACES OR "4b"
            PERFORM Verify4b
           END-IF.
           IF CheckArg IS EQUAL TO SPACES OR "6b"
            PERFORM Verify6b
           END-IF.
           IF CheckArg IS EQUAL TO SPACES OR "12a"
            PERFORM Verify12a
           END-IF.
           IF CheckArg IS EQUAL TO SPACES OR "2b"
            PERFORM Verify2b
           END-IF.

           MOVE SPACES TO ReportRec.
           WRITE ReportRec.
           MOVE AgreeCount TO CountFmt1.
           MOVE DisagreeCount TO CountFmt2.
           MOVE SkipCount TO CountFmt3.
           MOVE SPACES TO ReportRec.
           STRING FUNCTION TRIM(CountFmt1) " agreed, "
                  FUNCTION TRIM(CountFmt2) " disagreed, "
                  FUNCTION TRIM(CountFmt3) " not run"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           CLOSE ReportFile.
           DISPLAY FUNCTION TRIM(ReportRec).
           DISPLAY "Verification written to Verify.report".
           IF DisagreeCount IS GREATER THAN 0
            OR SkipCount IS GREATER THAN 0
            MOVE 4 TO RETURN-CODE
           ELSE
            MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Subroutine Verify4b.
      *
      * 4b's candidate generation against the exhaustive walk over
      * every integer in the ranges (RunMode EXHAUSTIVE).
       Verify4b SECTION.
           MOVE "4b" TO VerCheck.
           MOVE "4" TO VerDay.
           MOVE "b" TO VerPart.
           MOVE "4.input" TO VerFeed.
           PERFORM StagePair.
           MOVE "4b" TO VerProg.
           PERFORM CompileProgram.
           IF PairSkipped
            PERFORM ReportPair
            EXIT SECTION
           END-IF.
           MOVE "GENERATED" TO WayName(1).
           MOVE "/tmp/aoc_verify_4b verify.4.input" TO WayCmd(1).
           MOVE "EXHAUSTIVE" TO WayName(2).
           MOVE "/tmp/aoc_verify_4b verify.4.input '' '' EXHAUSTIVE"
             TO WayCmd(2).
           PERFORM VARYING Wx FROM 1 UNTIL Wx IS GREATER THAN 2
            PERFORM RunWay
            PERFORM LedgerFigure
           END-PERFORM.
           PERFORM ReportPair.

      * Subroutine Verify6b.
      *
      * 6b's YOU-to-SAN transfer count against the same pair put
      * through the batch orbit query.
       Verify6b SECTION.
           MOVE "6b" TO VerCheck.
           MOVE "6" TO VerDay.
           MOVE "b" TO VerPart.
           MOVE "6.input" TO VerFeed.
           PERFORM StagePair.
           MOVE "6b" TO VerProg.
           PERFORM CompileProgram.
           MOVE "orbitquery" TO VerProg.
           PERFORM CompileProgram.
           IF PairSkipped
            PERFORM ReportPair
            EXIT SECTION
           END-IF.
           MOVE "6b" TO WayName(1).
           MOVE "/tmp/aoc_verify_6b verify.6.input YOU SAN"
             TO WayCmd(1).
           MOVE "ORBITQUERY" TO WayName(2).
           MOVE "echo 'YOU|SAN' > verify.6.queries && /tmp/aoc_verify_"
             & "orbitquery verify.6.input verify.6.queries"
             TO WayCmd(2).
           MOVE 1 TO Wx.
           PERFORM RunWay.
           PERFORM LedgerFigure.
           MOVE 2 TO Wx.
           PERFORM RunWay.
           PERFORM OrbitQueryFigure.
           PERFORM ReportPair.

      * Subroutine Verify12a.
      *
      * 12a's forward run against a run that also steps the moons
      * back to step 0; the reverse way's figure stands only when the
      * reverse run certified a clean return.
       Verify12a SECTION.
           MOVE "12a" TO VerCheck.
           MOVE "12" TO VerDay.
           MOVE "a" TO VerPart.
           MOVE "12.input" TO VerFeed.
           PERFORM StagePair.
           MOVE "12a" TO VerProg.
           PERFORM CompileProgram.
           IF PairSkipped
            PERFORM ReportPair
            EXIT SECTION
           END-IF.
           MOVE "FORWARD" TO WayName(1).
           MOVE "/tmp/aoc_verify_12a verify.12.input '' '' '' '' '' N"
             TO WayCmd(1).
           MOVE "REVERSE" TO WayName(2).
           MOVE "/tmp/aoc_verify_12a verify.12.input '' '' '' '' '' V"
             TO WayCmd(2).
           PERFORM VARYING Wx FROM 1 UNTIL Wx IS GREATER THAN 2
            PERFORM RunWay
            PERFORM LedgerFigure
           END-PERFORM.
           PERFORM CertificateFigure.
           PERFORM ReportPair.

      * Subroutine Verify2b.
      *
      * 2b's linear-fit solve against the full noun/verb sweep, run
      * as four partitions folded together by the merge step.
       Verify2b SECTION.
           MOVE "2b" TO VerCheck.
           MOVE "2" TO VerDay.
           MOVE "b" TO VerPart.
           MOVE "2.input" TO VerFeed.
           PERFORM StagePair.
           MOVE "2b" TO VerProg.
           PERFORM CompileProgram.
           MOVE "2bmerge" TO VerProg.
           PERFORM CompileProgram.
           IF PairSkipped
            PERFORM ReportPair
            EXIT SECTION
           END-IF.
           MOVE "SOLVE" TO WayName(1).
           MOVE "/tmp/aoc_verify_2b verify.2.input '' '' SOLVE"
             TO WayCmd(1).
           MOVE "SWEEP+MERGE" TO WayName(2).
           MOVE SPACES TO WayCmd(2).
           STRING "for n in 1 2 3 4; do /tmp/aoc_verify_2b "
                  "verify.2.input '' '' $n/4; done"
                  " && /tmp/aoc_verify_2bmerge 4 verify.2.input"
            DELIMITED BY SIZE INTO WayCmd(2)
           END-STRING.
           PERFORM VARYING Wx FROM 1 UNTIL Wx IS GREATER THAN 2
            PERFORM RunWay
            PERFORM LedgerFigure
           END-PERFORM.
           PERFORM ReportPair.

      * Subroutine StagePair.
      *
      * Clear the ways and copy the production feed into the TEST
      * root as verify.<feed>; a pair whose feed is not on file is
      * not run.
      *
      * Uses: VerFeed, EnvRoot -> WayTable, VerSkipped, VerWhy
       StagePair SECTION.
           ADD 1 TO PairCount.
           MOVE 0 TO VerSkipped.
           MOVE SPACES TO VerWhy.
           PERFORM VARYING Wx FROM 1 UNTIL Wx IS GREATER THAN 2
            MOVE SPACES TO WayName(Wx) WayCmd(Wx) WayFigure(Wx)
            MOVE 0 TO WayRc(Wx) WayTime(Wx)
           END-PERFORM.
           MOVE SPACES TO CommandLine.
           STRING "cp " FUNCTION TRIM(VerFeed) " "
                  FUNCTION TRIM(EnvRoot) "/verify."
                  FUNCTION TRIM(VerFeed) " 2>/dev/null"
            DELIMITED BY SIZE INTO CommandLine
           END-STRING.
           CALL "SYSTEM" USING CommandLine.
           COMPUTE SysRc = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           IF SysRc IS NOT EQUAL TO 0
            MOVE 1 TO VerSkipped
            STRING "live feed " FUNCTION TRIM(VerFeed) " not on file"
             DELIMITED BY SIZE INTO VerWhy
            END-STRING
           END-IF.

      * Subroutine CompileProgram.
      *
      * Build VerProg from the TEST tree's linked source into
      * /tmp/aoc_verify_<prog>; a program that does not compile
      * leaves the pair not run.
      *
      * Uses: VerProg, EnvRoot -> VerSkipped, VerWhy
       CompileProgram SECTION.
           IF PairSkipped
            EXIT SECTION
           END-IF.
           MOVE SPACES TO CommandLine.
           STRING "cd " FUNCTION TRIM(EnvRoot)
                  " && cobc -x -std=ibm -I copybooks"
                  " -o /tmp/aoc_verify_"
                  FUNCTION TRIM(VerProg) " " FUNCTION TRIM(VerProg)
                  ".cob > /tmp/aoc_verify_" FUNCTION TRIM(VerProg)
                  ".compile.log 2>&1"
            DELIMITED BY SIZE INTO CommandLine
           END-STRING.
           CALL "SYSTEM" USING CommandLine.
           COMPUTE SysRc = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           IF SysRc IS NOT EQUAL TO 0
            MOVE 1 TO VerSkipped
            STRING FUNCTION TRIM(VerProg) ".cob did not compile - see "
                   "/tmp/aoc_verify_" FUNCTION TRIM(VerProg)
                   ".compile.log"
             DELIMITED BY SIZE INTO VerWhy
            END-STRING
           END-IF.

      * Subroutine RunWay.
      *
      * Run way Wx's command in the TEST root, with the staged feed
      * exported as InputPath the way the batch driver launches a
      * day, timing it from the clock either side. The TEST
      * ledger's length beforehand is noted so the way's own answer
      * line can be told from an older one.
      *
      * Uses: WayCmd(Wx), EnvRoot -> WayRc(Wx), WayTime(Wx),
      *       LedgerBase
       RunWay SECTION.
           PERFORM CountTestLedger.
           MOVE LedgerLineNo TO LedgerBase.
           MOVE SPACES TO CommandLine.
           STRING "cd " FUNCTION TRIM(EnvRoot)
                  " && export InputPath=verify." FUNCTION TRIM(VerFeed)
                  " && { " FUNCTION TRIM(WayCmd(Wx))
                  " ; } > /tmp/aoc_verify_"
                  FUNCTION TRIM(VerCheck) "." Wx ".log 2>&1"
            DELIMITED BY SIZE INTO CommandLine
           END-STRING.
           MOVE FUNCTION CURRENT-DATE TO ClockNow.
           COMPUTE ClockStart =
                   FUNCTION NUMVAL(ClockNow(9:2)) * 360000
                 + FUNCTION NUMVAL(ClockNow(11:2)) * 6000
                 + FUNCTION NUMVAL(ClockNow(13:4)).
           CALL "SYSTEM" USING CommandLine.
           COMPUTE WayRc(Wx) = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO ClockNow.
           COMPUTE ClockEnd =
                   FUNCTION NUMVAL(ClockNow(9:2)) * 360000
                 + FUNCTION NUMVAL(ClockNow(11:2)) * 6000
                 + FUNCTION NUMVAL(ClockNow(13:4)).
           IF ClockEnd IS LESS THAN ClockStart
            ADD 8640000 TO ClockEnd
           END-IF.
           COMPUTE WayTime(Wx) = ClockEnd - ClockStart.

      * Subroutine CountTestLedger.
      *
      * The number of lines on the TEST environment's ledger.
      *
      * Uses: EnvRoot, LedgerFile -> LedgerLineNo
       CountTestLedger SECTION.
           MOVE 0 TO LedgerLineNo.
           PERFORM OpenTestLedger.
           IF LedgerStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE 0 TO EndOfLedger.
           READ LedgerFile
            AT END MOVE 1 TO EndOfLedger
           END-READ.
           PERFORM UNTIL EndOfLedger IS EQUAL TO 1
            ADD 1 TO LedgerLineNo
            READ LedgerFile
             AT END MOVE 1 TO EndOfLedger
            END-READ
           END-PERFORM.
           CLOSE LedgerFile.

      * Subroutine OpenTestLedger.
      *
      * Open the TEST environment's results.ledger for input.
      *
      * Uses: EnvRoot -> LedgerFile, LedgerStatus
       OpenTestLedger SECTION.
           MOVE SPACES TO LedgerPath.
           STRING FUNCTION TRIM(EnvRoot) "/results.ledger"
            DELIMITED BY SIZE INTO LedgerPath
           END-STRING.
           OPEN INPUT LedgerFile.

      * Subroutine LedgerFigure.
      *
      * Way Wx's answer: the last line for the pair's day/part that
      * the way added to the TEST ledger. A way that wrote none has
      * no answer.
      *
      * Uses: VerDay, VerPart, LedgerBase -> WayFigure(Wx)
       LedgerFigure SECTION.
           MOVE "(no answer)" TO WayFigure(Wx).
           MOVE SPACES TO FigPrefix.
           STRING "day=" FUNCTION TRIM(VerDay) " part=" VerPart " "
            DELIMITED BY SIZE INTO FigPrefix
           END-STRING.
           COMPUTE FigPfxLen = FUNCTION LENGTH(FUNCTION TRIM(VerDay))
                   + 12.
           MOVE 0 TO LedgerLineNo.
           PERFORM OpenTestLedger.
           IF LedgerStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE 0 TO EndOfLedger.
           READ LedgerFile
            AT END MOVE 1 TO EndOfLedger
           END-READ.
           PERFORM UNTIL EndOfLedger IS EQUAL TO 1
            ADD 1 TO LedgerLineNo
            IF LedgerLineNo IS GREATER THAN LedgerBase
             AND LedgerRec(1:FigPfxLen) IS EQUAL TO
                 FigPrefix(1:FigPfxLen)
             MOVE SPACES TO FigAnswer
             UNSTRING LedgerRec DELIMITED BY " answer=" OR " at="
              INTO FigJunk FigAnswer
             END-UNSTRING
             MOVE FUNCTION TRIM(FigAnswer) TO WayFigure(Wx)
             IF WayFigure(Wx) IS EQUAL TO SPACES
              MOVE "(blank)" TO WayFigure(Wx)
             END-IF
            END-IF
            READ LedgerFile
             AT END MOVE 1 TO EndOfLedger
            END-READ
           END-PERFORM.
           CLOSE LedgerFile.

      * Subroutine OrbitQueryFigure.
      *
      * Way Wx's answer from the orbit query's report: the transfer
      * count of its one query.
      *
      * Uses: EnvRoot, OrbitQuery.report -> WayFigure(Wx)
       OrbitQueryFigure SECTION.
           MOVE "(no answer)" TO WayFigure(Wx).
           MOVE SPACES TO ScratchPath.
           STRING FUNCTION TRIM(EnvRoot) "/OrbitQuery.report"
            DELIMITED BY SIZE INTO ScratchPath
           END-STRING.
           OPEN INPUT ScratchFile.
           IF ScratchStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO ScratchRec.
           READ ScratchFile
            AT END SET EndOfScratch TO TRUE
           END-READ.
           PERFORM UNTIL EndOfScratch
            IF ScratchRec(1:15) IS EQUAL TO "    transfers: "
             MOVE FUNCTION TRIM(ScratchRec(16:30)) TO WayFigure(Wx)
            END-IF
            MOVE SPACES TO ScratchRec
            READ ScratchFile
             AT END SET EndOfScratch TO TRUE
            END-READ
           END-PERFORM.
           CLOSE ScratchFile.

      * Subroutine CertificateFigure.
      *
      * The reverse way's answer stands only when 12a.verify ends in
      * a clean certificate; otherwise its figure is the failure.
      *
      * Uses: EnvRoot, 12a.verify -> WayFigure(2)
       CertificateFigure SECTION.
           MOVE SPACES TO ScratchPath.
           STRING FUNCTION TRIM(EnvRoot) "/12a.verify"
            DELIMITED BY SIZE INTO ScratchPath
           END-STRING.
           OPEN INPUT ScratchFile.
           IF ScratchStatus IS NOT EQUAL TO "00"
            MOVE "(no certificate)" TO WayFigure(2)
            EXIT SECTION
           END-IF.
           MOVE SPACES TO FigJunk.
           MOVE SPACES TO ScratchRec.
           READ ScratchFile
            AT END SET EndOfScratch TO TRUE
           END-READ.
           PERFORM UNTIL EndOfScratch
            MOVE ScratchRec TO FigJunk
            MOVE SPACES TO ScratchRec
            READ ScratchFile
             AT END SET EndOfScratch TO TRUE
            END-READ
           END-PERFORM.
           CLOSE ScratchFile.
           IF FigJunk(1:9) IS NOT EQUAL TO "CERTIFIED"
            MOVE "(not certified)" TO WayFigure(2)
           END-IF.

      * Subroutine ReportPair.
      *
      * The pair's lines on Verify.report: both ways' figures,
      * RETURN-CODEs and timings, and the verdict. A disagreement is
      * raised to alerts.queue as well.
      *
      * Uses: VerCheck, WayTable, VerSkipped -> ReportFile, counts
       ReportPair SECTION.
           IF PairSkipped
            ADD 1 TO SkipCount
            MOVE SPACES TO ReportRec
            STRING FUNCTION TRIM(VerCheck) " NOT RUN: " VerWhy
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            WRITE ReportRec
            DISPLAY FUNCTION TRIM(ReportRec)
            EXIT SECTION
           END-IF.
           IF WayFigure(1) IS EQUAL TO WayFigure(2)
            AND WayFigure(1)(1:1) IS NOT EQUAL TO "("
            MOVE "AGREE" TO Verdict
            ADD 1 TO AgreeCount
           ELSE
            MOVE "DISAGREE" TO Verdict
            ADD 1 TO DisagreeCount
           END-IF.
           COMPUTE TimeSecs = WayTime(1) / 100.
           MOVE TimeSecs TO TimeFmtA.
           COMPUTE TimeSecs = WayTime(2) / 100.
           MOVE TimeSecs TO TimeFmtB.
           MOVE WayRc(1) TO RcFmtA.
           MOVE WayRc(2) TO RcFmtB.
           MOVE SPACES TO ReportRec.
           STRING VerCheck " " Verdict " " WayName(1) " "
                  WayFigure(1)(1:20) " " TimeFmtA "s rc"
                  FUNCTION TRIM(RcFmtA) " | " WayName(2) " "
                  WayFigure(2)(1:20) " " TimeFmtB "s rc"
                  FUNCTION TRIM(RcFmtB)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           DISPLAY FUNCTION TRIM(ReportRec).
           IF Verdict IS EQUAL TO "DISAGREE"
            MOVE "WARNING" TO AlertSeverity
            MOVE "verify" TO AlertSource
            MOVE "VERIFY" TO AlertCode
            MOVE VerCheck TO AlertDayPart
            MOVE SPACES TO AlertText
            STRING FUNCTION TRIM(WayName(1)) " gave "
                   FUNCTION TRIM(WayFigure(1)) " but "
                   FUNCTION TRIM(WayName(2)) " gave "
                   FUNCTION TRIM(WayFigure(2))
             DELIMITED BY SIZE INTO AlertText
            END-STRING
            PERFORM RaiseAlert
           END-IF.

           COPY "EnvironmentCheck.cpy".
           COPY "AlertWrite.cpy".
