       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-SlaReport.

      * Answer-due SLA report: downstream consumers need each
      * day/part's answer OFFICIAL within a set time of its feed
      * being promoted, and this report says whether the shop meets
      * that. The SLA file ("answer.sla") gives the due time per
      * item,
      *
      *   Season|Day|Part|DueMinutes   (minutes after promotion)
      *
      * and every promotion of the day's feed in Promote.log starts
      * a cycle for each of its parts: the clock runs from the
      * promotion to the first answer the ledger recorded for the
      * day/part after it, then to the supervisor's sign-off
      * (results.master MasterCertAt), each cycle ending where the
      * feed's next promotion begins. A cycle is MET when it was
      * signed off within the due time, BREACHED when it was signed
      * off late or never was and the due time has passed, and
      * AT-RISK while it is still open inside the due time. An item
      * whose feed was never promoted has no clock and shows as
      * NOT-STARTED. The monthly compliance (MET over MET plus
      * BREACHED, by month of promotion) closes the report for the
      * service review.
      *
      * Output: Sla.report. RETURN-CODE 0 nothing breached, 4 any
      * BREACHED cycle, 8 no SLA file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SlaFile ASSIGN TO "answer.sla"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SlaStatus.
       SELECT PromoFile ASSIGN TO "Promote.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PromoStatus.
       SELECT ReportFile ASSIGN TO "Sla.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "ResultsLedger.cpy".
       COPY "ResultsMaster.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD SlaFile.
       01 SlaRec      PIC X(80).
       88 EndOfSla    VALUE HIGH-VALUES.

       FD PromoFile.
       01 PromoRec    PIC X(150).
       88 EndOfPromo  VALUE HIGH-VALUES.

       FD ReportFile.
       01 ReportRec PIC X(120).

       COPY "ResultsLedgerFD.cpy".
       COPY "ResultsMasterFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "ResultsLedgerFields.cpy".
       01 SlaStatus    PIC X(2).
       01 PromoStatus  PIC X(2).
       01 MasterStatus PIC X(2).
       01 EndOfLedger  PIC 9(1).
       01 Stamp        PIC X(14).
       01 NowMinutes   PIC 9(12).

       01 SlaTable.
          02 SlaCount PIC 9(3) VALUE 0.
          02 SlaEntry OCCURS 200 TIMES.
             03 SlSeason  PIC X(4).
             03 SlDay     PIC X(4).
             03 SlPart    PIC X(1).
             03 SlDue     PIC 9(6).
             03 SlCertAt  PIC X(14).

      * Every promotion in Promote.log, in log (time) order, with the
      * day its feed serves.
       01 PromoTable.
          02 PromoCount PIC 9(4) VALUE 0.
          02 PromoEntry OCCURS 2000 TIMES.
             03 PrStamp   PIC X(14).
             03 PrDay     PIC X(4).
             03 PrFeed    PIC X(30).

      * Ledger answers for the day/parts under SLA, in ledger order.
       01 AnswerTable.
          02 AnswerCount PIC 9(4) VALUE 0.
          02 AnswerEntry OCCURS 5000 TIMES.
             03 AnSeason  PIC X(4).
             03 AnDay     PIC X(4).
             03 AnPart    PIC X(1).
             03 AnStamp   PIC X(14).

      * Compliance roll-up by month of promotion.
       01 MonthTable.
          02 MonthCount PIC 9(3) VALUE 0.
          02 MonthEntry OCCURS 120 TIMES.
             03 MoMonth    PIC X(6).
             03 MoMet      PIC 9(5).
             03 MoBreached PIC 9(5).
             03 MoAtRisk   PIC 9(5).

       01 Sx           PIC 9(3).
       01 Px           PIC 9(4).
       01 Nx           PIC 9(4).
       01 Ax           PIC 9(4).
       01 Mx           PIC 9(3).
       01 FoundIdx     PIC 9(4).
       01 CycleCount   PIC 9(4).
       01 Fld1         PIC X(10).
       01 Fld2         PIC X(10).
       01 Fld3         PIC X(10).
       01 Fld4         PIC X(10).
       01 PWord        PIC X(12).
       01 CurDay       PIC X(8).
       01 CurPart      PIC X(8).
       01 CurProg      PIC X(40).
       01 CurAnswer    PIC X(40).
       01 CurTime      PIC X(40).
       01 CurSeason    PIC X(8).
       01 LineJunk     PIC X(160).

       01 CycleStart   PIC X(14).
       01 CycleEnd     PIC X(14).
       01 AnsStamp     PIC X(14).
       01 SignStamp    PIC X(14).
       01 StartMins    PIC 9(12).
       01 RefMins      PIC 9(12).
       01 ToAnswer     PIC S9(9).
       01 ToSign       PIC S9(9).
       01 SoFar        PIC S9(9).
       01 CycleState   PIC X(11).
       01 CalcStamp    PIC X(14).
       01 CalcMinutes  PIC 9(12).
       01 CalcDate     PIC 9(8).

       01 MetTotal      PIC 9(5) VALUE 0.
       01 BreachedTotal PIC 9(5) VALUE 0.
       01 AtRiskTotal   PIC 9(5) VALUE 0.
       01 NotStarted    PIC 9(5) VALUE 0.
       01 CompPct       PIC 9(3)V9.
       01 PctFmt        PIC ZZ9.9.
       01 MinsFmt       PIC Z(6)9.
       01 MinsFmt2      PIC Z(6)9.
       01 DueFmt        PIC Z(5)9.
       01 CountFmt      PIC Z(4)9.
       01 CountFmt2     PIC Z(4)9.
       01 CountFmt3     PIC Z(4)9.
       01 AnsText      PIC X(14).
       01 SignText     PIC X(14).
       01 AnsMinsText  PIC X(8).
       01 SignMinsText PIC X(8).

       PROCEDURE DIVISION.
       Begin.
           MOVE FUNCTION CURRENT-DATE(1:14) TO Stamp.
           MOVE Stamp TO CalcStamp.
           PERFORM StampMinutes.
           MOVE CalcMinutes TO NowMinutes.

           PERFORM LoadSla.
           IF SlaCount IS EQUAL TO 0
            DISPLAY "answer.sla not found or empty"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           PERFORM LoadPromotions.
           PERFORM LoadAnswers.
           PERFORM LoadCertifications.

           OPEN OUTPUT ReportFile.
           MOVE SPACES TO ReportRec.
           STRING "Answer-due SLA report " Stamp
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           MOVE SPACES TO ReportRec.
           WRITE ReportRec.
           MOVE SPACES TO ReportRec.
           STRING "Season Day  P Promoted       Answered       "
                  "Signed off        Due  ToAns ToSign Status"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.

           PERFORM VARYING Sx FROM 1 UNTIL Sx IS GREATER THAN
                   SlaCount
            PERFORM ReportItem
           END-PERFORM.

           MOVE SPACES TO ReportRec.
           WRITE ReportRec.
           MOVE "Monthly compliance (MET / MET+BREACHED)" TO ReportRec.
           WRITE ReportRec.
           PERFORM VARYING Mx FROM 1 UNTIL Mx IS GREATER THAN
                   MonthCount
            PERFORM ReportMonth
           END-PERFORM.

           MOVE SPACES TO ReportRec.
           MOVE MetTotal TO CountFmt.
           MOVE BreachedTotal TO CountFmt2.
           MOVE AtRiskTotal TO CountFmt3.
           MOVE NotStarted TO MinsFmt.
           STRING "Cycles: " FUNCTION TRIM(CountFmt) " MET, "
                  FUNCTION TRIM(CountFmt2) " BREACHED, "
                  FUNCTION TRIM(CountFmt3) " AT-RISK; "
                  FUNCTION TRIM(MinsFmt) " item(s) NOT-STARTED"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           CLOSE ReportFile.
           DISPLAY FUNCTION TRIM(ReportRec).
           DISPLAY "SLA report written to Sla.report".
           IF BreachedTotal IS GREATER THAN 0
            MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Subroutine ReportItem.
      *
      * Report every promotion cycle of one SLA item, or its
      * NOT-STARTED line when its feed was never promoted.
      *
      * Uses: SlaEntry(Sx), PromoTable -> ReportFile, totals
       ReportItem SECTION.
           MOVE 0 TO CycleCount.
           PERFORM VARYING Px FROM 1 UNTIL Px IS GREATER THAN
                   PromoCount
            IF PrDay(Px) IS EQUAL TO SlDay(Sx)
             ADD 1 TO CycleCount
             PERFORM ReportCycle
            END-IF
           END-PERFORM.
           IF CycleCount IS EQUAL TO 0
            ADD 1 TO NotStarted
            MOVE SPACES TO ReportRec
            MOVE SlDue(Sx) TO DueFmt
            STRING SlSeason(Sx) "   " SlDay(Sx) " " SlPart(Sx)
                   " -              -              -             "
                   " " DueFmt " -      -      NOT-STARTED"
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            WRITE ReportRec
           END-IF.

      * Subroutine ReportCycle.
      *
      * One promotion cycle of the current SLA item: find its first
      * answer and its sign-off inside the cycle, time both stages
      * from the promotion and classify the cycle.
      *
      * Uses: Px, SlaEntry(Sx), AnswerTable, NowMinutes
      *       -> ReportFile, MonthTable, totals
       ReportCycle SECTION.
           MOVE PrStamp(Px) TO CycleStart.
           MOVE HIGH-VALUES TO CycleEnd.
           PERFORM VARYING Nx FROM Px UNTIL Nx IS GREATER THAN
                   PromoCount
            IF Nx IS GREATER THAN Px
             AND PrDay(Nx) IS EQUAL TO SlDay(Sx)
             MOVE PrStamp(Nx) TO CycleEnd
             EXIT PERFORM
            END-IF
           END-PERFORM.
           MOVE CycleStart TO CalcStamp.
           PERFORM StampMinutes.
           MOVE CalcMinutes TO StartMins.

           MOVE SPACES TO AnsStamp.
           PERFORM VARYING Ax FROM 1 UNTIL Ax IS GREATER THAN
                   AnswerCount
            IF AnSeason(Ax) IS EQUAL TO SlSeason(Sx)
             AND AnDay(Ax) IS EQUAL TO SlDay(Sx)
             AND AnPart(Ax) IS EQUAL TO SlPart(Sx)
             AND AnStamp(Ax) IS NOT LESS THAN CycleStart
             AND AnStamp(Ax) IS LESS THAN CycleEnd
             MOVE AnStamp(Ax) TO AnsStamp
             EXIT PERFORM
            END-IF
           END-PERFORM.
           MOVE SPACES TO SignStamp.
           IF SlCertAt(Sx) IS NOT EQUAL TO SPACES
            AND SlCertAt(Sx) IS NOT LESS THAN CycleStart
            AND SlCertAt(Sx) IS LESS THAN CycleEnd
            MOVE SlCertAt(Sx) TO SignStamp
           END-IF.

           MOVE "-" TO AnsText AnsMinsText SignText SignMinsText.
           IF AnsStamp IS NOT EQUAL TO SPACES
            MOVE AnsStamp TO AnsText CalcStamp
            PERFORM StampMinutes
            COMPUTE ToAnswer = CalcMinutes - StartMins
            MOVE ToAnswer TO MinsFmt
            MOVE FUNCTION TRIM(MinsFmt) TO AnsMinsText
           END-IF.
           IF SignStamp IS NOT EQUAL TO SPACES
            MOVE SignStamp TO SignText CalcStamp
            PERFORM StampMinutes
            COMPUTE ToSign = CalcMinutes - StartMins
            MOVE ToSign TO MinsFmt2
            MOVE FUNCTION TRIM(MinsFmt2) TO SignMinsText
            IF ToSign IS GREATER THAN SlDue(Sx)
             MOVE "BREACHED" TO CycleState
            ELSE
             MOVE "MET" TO CycleState
            END-IF
           ELSE
      * Never signed off inside the cycle: the clock ran until the
      * next promotion, or is still running now.
            IF CycleEnd IS EQUAL TO HIGH-VALUES
             MOVE NowMinutes TO RefMins
            ELSE
             MOVE CycleEnd TO CalcStamp
             PERFORM StampMinutes
             MOVE CalcMinutes TO RefMins
            END-IF
            COMPUTE SoFar = RefMins - StartMins
            IF SoFar IS GREATER THAN SlDue(Sx)
             MOVE "BREACHED" TO CycleState
            ELSE
             MOVE "AT-RISK" TO CycleState
            END-IF
           END-IF.

           MOVE 0 TO FoundIdx.
           PERFORM VARYING Mx FROM 1 UNTIL Mx IS GREATER THAN
                   MonthCount
            IF MoMonth(Mx) IS EQUAL TO CycleStart(1:6)
             MOVE Mx TO FoundIdx
             EXIT PERFORM
            END-IF
           END-PERFORM.
           IF FoundIdx IS EQUAL TO 0 AND MonthCount IS LESS THAN 120
            ADD 1 TO MonthCount
            MOVE MonthCount TO FoundIdx
            MOVE CycleStart(1:6) TO MoMonth(FoundIdx)
            MOVE 0 TO MoMet(FoundIdx)
            MOVE 0 TO MoBreached(FoundIdx)
            MOVE 0 TO MoAtRisk(FoundIdx)
           END-IF.
           EVALUATE CycleState
            WHEN "MET"
             ADD 1 TO MetTotal
             IF FoundIdx IS GREATER THAN 0
              ADD 1 TO MoMet(FoundIdx)
             END-IF
            WHEN "BREACHED"
             ADD 1 TO BreachedTotal
             IF FoundIdx IS GREATER THAN 0
              ADD 1 TO MoBreached(FoundIdx)
             END-IF
            WHEN OTHER
             ADD 1 TO AtRiskTotal
             IF FoundIdx IS GREATER THAN 0
              ADD 1 TO MoAtRisk(FoundIdx)
             END-IF
           END-EVALUATE.
           MOVE SPACES TO ReportRec.
           MOVE SlDue(Sx) TO DueFmt.
           STRING SlSeason(Sx) "   " SlDay(Sx) " " SlPart(Sx) " "
                  CycleStart " " AnsText " " SignText " " DueFmt
                  " " AnsMinsText(1:6) " " SignMinsText(1:6) " "
                  CycleState
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.

      * Subroutine ReportMonth.
      *
      * One month's compliance line.
      *
      * Uses: MonthEntry(Mx) -> ReportFile
       ReportMonth SECTION.
           MOVE 0 TO CompPct.
           IF MoMet(Mx) + MoBreached(Mx) IS GREATER THAN 0
            COMPUTE CompPct ROUNDED = MoMet(Mx) * 100
                    / (MoMet(Mx) + MoBreached(Mx))
           END-IF.
           MOVE CompPct TO PctFmt.
           MOVE MoMet(Mx) TO CountFmt.
           MOVE MoBreached(Mx) TO CountFmt2.
           MOVE MoAtRisk(Mx) TO CountFmt3.
           MOVE SPACES TO ReportRec.
           IF MoMet(Mx) + MoBreached(Mx) IS EQUAL TO 0
            STRING MoMonth(Mx) "  met " CountFmt "  breached "
                   CountFmt2 "  at-risk " CountFmt3
                   "  compliance   n/a"
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
           ELSE
            STRING MoMonth(Mx) "  met " CountFmt "  breached "
                   CountFmt2 "  at-risk " CountFmt3
                   "  compliance " PctFmt "%"
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
           END-IF.
           WRITE ReportRec.
           DISPLAY FUNCTION TRIM(ReportRec).

      * Subroutine LoadSla.
      *
      * Read the SLA file; "*" records are comments.
      *
      * Uses: SlaFile -> SlaTable
       LoadSla SECTION.
           OPEN INPUT SlaFile.
           IF SlaStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           READ SlaFile
            AT END SET EndOfSla TO TRUE
           END-READ.
           PERFORM UNTIL EndOfSla
            IF SlaRec(1:1) IS NOT EQUAL TO "*"
             AND FUNCTION TRIM(SlaRec) IS NOT EQUAL TO SPACES
             AND SlaCount IS LESS THAN 200
             MOVE SPACES TO Fld1 Fld2 Fld3 Fld4
             UNSTRING SlaRec DELIMITED BY "|"
              INTO Fld1 Fld2 Fld3 Fld4
             END-UNSTRING
             ADD 1 TO SlaCount
             MOVE Fld1 TO SlSeason(SlaCount)
             MOVE Fld2 TO SlDay(SlaCount)
             MOVE Fld3 TO SlPart(SlaCount)
             COMPUTE SlDue(SlaCount) = FUNCTION NUMVAL(Fld4)
             MOVE SPACES TO SlCertAt(SlaCount)
            END-IF
            MOVE SPACES TO SlaRec
            READ SlaFile
             AT END SET EndOfSla TO TRUE
            END-READ
           END-PERFORM.
           CLOSE SlaFile.

      * Subroutine LoadPromotions.
      *
      * Every "<stamp> PROMOTED <feed> ..." line of Promote.log, the
      * feed's day being the number its name starts with (5.input
      * serves day 5).
      *
      * Uses: PromoFile -> PromoTable
       LoadPromotions SECTION.
           OPEN INPUT PromoFile.
           IF PromoStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           READ PromoFile
            AT END SET EndOfPromo TO TRUE
           END-READ.
           PERFORM UNTIL EndOfPromo
            IF PromoCount IS LESS THAN 2000
             MOVE SPACES TO LineJunk PWord
             ADD 1 TO PromoCount
             MOVE SPACES TO PrFeed(PromoCount)
             UNSTRING PromoRec DELIMITED BY " "
              INTO LineJunk PWord PrFeed(PromoCount)
             END-UNSTRING
             IF PWord IS EQUAL TO "PROMOTED"
              MOVE LineJunk(1:14) TO PrStamp(PromoCount)
              MOVE SPACES TO PrDay(PromoCount)
              UNSTRING PrFeed(PromoCount) DELIMITED BY "."
               INTO PrDay(PromoCount)
              END-UNSTRING
             ELSE
              SUBTRACT 1 FROM PromoCount
             END-IF
            END-IF
            MOVE SPACES TO PromoRec
            READ PromoFile
             AT END SET EndOfPromo TO TRUE
            END-READ
           END-PERFORM.
           CLOSE PromoFile.

      * Subroutine LoadAnswers.
      *
      * Keep every ledger answer for a day/part under SLA, with the
      * season it was recorded for (lines from before the season tag
      * count as the ledger's default season).
      *
      * Uses: LedgerFile, SlaTable -> AnswerTable
       LoadAnswers SECTION.
           OPEN INPUT LedgerFile.
           IF LedgerStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE 0 TO EndOfLedger.
           READ LedgerFile
            AT END MOVE 1 TO EndOfLedger
           END-READ.
           PERFORM UNTIL EndOfLedger IS EQUAL TO 1
            IF LedgerRec(1:4) IS EQUAL TO "day="
             PERFORM KeepAnswer
            END-IF
            MOVE SPACES TO LedgerRec
            READ LedgerFile
             AT END MOVE 1 TO EndOfLedger
            END-READ
           END-PERFORM.
           CLOSE LedgerFile.

      * Subroutine KeepAnswer.
      *
      * Parse one ledger line and keep it when an SLA covers it.
      *
      * Uses: LedgerRec, SlaTable -> AnswerTable
       KeepAnswer SECTION.
           MOVE SPACES TO CurDay CurPart CurProg CurAnswer CurTime.
           UNSTRING LedgerRec
            DELIMITED BY "day=" OR " part=" OR " program="
             OR " answer=" OR " at="
            INTO LineJunk CurDay CurPart CurProg CurAnswer CurTime
           END-UNSTRING.
           MOVE SPACES TO CurSeason.
           UNSTRING LedgerRec DELIMITED BY "season="
            INTO LineJunk CurSeason
           END-UNSTRING.
           IF CurSeason IS EQUAL TO SPACES
            MOVE LedgerSeason TO CurSeason
           END-IF.
           PERFORM VARYING Sx FROM 1 UNTIL Sx IS GREATER THAN
                   SlaCount
            IF SlSeason(Sx) IS EQUAL TO CurSeason(1:4)
             AND SlDay(Sx) IS EQUAL TO CurDay(1:4)
             AND SlPart(Sx) IS EQUAL TO CurPart(1:1)
             AND AnswerCount IS LESS THAN 5000
             ADD 1 TO AnswerCount
             MOVE CurSeason(1:4) TO AnSeason(AnswerCount)
             MOVE CurDay(1:4) TO AnDay(AnswerCount)
             MOVE CurPart(1:1) TO AnPart(AnswerCount)
             MOVE CurTime(1:14) TO AnStamp(AnswerCount)
             EXIT PERFORM
            END-IF
           END-PERFORM.

      * Subroutine LoadCertifications.
      *
      * The sign-off time on file for each SLA item - results.master
      * keeps the latest certification of the current answer only,
      * so an earlier cycle's sign-off shows only while it is still
      * the one on file.
      *
      * Uses: MasterFile, SlaTable -> SlCertAt
       LoadCertifications SECTION.
           OPEN INPUT MasterFile.
           IF MasterStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           PERFORM VARYING Sx FROM 1 UNTIL Sx IS GREATER THAN
                   SlaCount
            MOVE SlSeason(Sx) TO MasterSeason
            MOVE SlDay(Sx) TO MasterDay
            MOVE SlPart(Sx) TO MasterPart
            READ MasterFile
             INVALID KEY CONTINUE
             NOT INVALID KEY
              IF MasterCert IS EQUAL TO "OFFICIAL"
               MOVE MasterCertAt TO SlCertAt(Sx)
              END-IF
            END-READ
           END-PERFORM.
           CLOSE MasterFile.

      * Subroutine StampMinutes.
      *
      * Minutes since the calendar epoch for a CCYYMMDDhhmmss stamp,
      * so stage times can be subtracted across midnight.
      *
      * Uses: CalcStamp -> CalcMinutes
       StampMinutes SECTION.
           MOVE 0 TO CalcMinutes.
           IF CalcStamp(1:12) IS NOT NUMERIC
            EXIT SECTION
           END-IF.
           MOVE CalcStamp(1:8) TO CalcDate.
           IF FUNCTION TEST-DATE-YYYYMMDD(CalcDate) IS NOT EQUAL
              TO 0
            EXIT SECTION
           END-IF.
           COMPUTE CalcMinutes =
                   FUNCTION INTEGER-OF-DATE(CalcDate) * 1440
                 + FUNCTION NUMVAL(CalcStamp(9:2)) * 60
                 + FUNCTION NUMVAL(CalcStamp(11:2)).
