       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-InvCheck.

      * Cross-day invariant check over the results master: several
      * answers are tied to each other, yet each is certified on its
      * own - 13a's block count is the board 13b starts its game on,
      * 14a's ore per fuel bounds what 14b can make from a trillion,
      * 15b's fill time cannot beat 15a's distance, 10b must fire from
      * the station 10a chose, and 1b's fuel includes 1a's. This pass
      * holds the standing answers in results.master to the
      * relationships listed in answer.invariants and reports every
      * broken one with both sides' figures, so a pair that cannot
      * both be right is caught before either is signed off.
      *
      * Invariant file (answer.invariants), records beginning "*" are
      * comments: Id|Season|Left|Op|Right|Description
      *   Season  2019, or "*" for every season on the master
      *   Op      EQ, NE, LT, LE, GT or GE
      *   Left/Right  a term, or two terms joined by "*" or "/"
      *           (integer division); a term is a number, a day/part
      *           ("14a" - its standing answer), or a day/part and a
      *           run figure ("13b:startblocks" - the NAME=value its
      *           program recorded on the audit.log entry that stands
      *           behind the answer).
      *
      * Output: Invariant.report; a broken invariant is also raised
      * to alerts.queue. RETURN-CODE 0 every invariant held, 4 one is
      * broken, 8 no invariant file or no results master. An
      * invariant whose answers or figures are not on file is listed
      * as not checked and does not by itself set the return code.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT InvFile ASSIGN TO "answer.invariants"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS InvStatus.
       SELECT ReportFile ASSIGN TO "Invariant.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "ResultsMaster.cpy".
       COPY "AuditTrail.cpy".
       COPY "Alert.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD InvFile.
       01 InvRec PIC X(150).
       88 EndOfInv VALUE HIGH-VALUES.

       FD ReportFile.
       01 ReportRec PIC X(150).

       COPY "ResultsMasterFD.cpy".
       COPY "AuditTrailFD.cpy".
       COPY "AlertFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "AuditTrailFields.cpy".
       COPY "AlertFields.cpy".
       01 InvStatus    PIC X(2).
       01 MasterStatus PIC X(2).

      * The standing answers, loaded once from the master.
       01 MTable.
          02 MCount PIC 9(3) VALUE 0.
          02 MEntry OCCURS 200 TIMES.
             03 MSeason  PIC X(4).
             03 MDay     PIC X(4).
             03 MPart    PIC X(1).
             03 MProgram PIC X(30).
             03 MAnswer  PIC X(30).
       01 Mx           PIC 9(3).

      * The seasons on the master, for "*" invariants.
       01 SeasonList.
          02 SeasonCount PIC 9(2) VALUE 0.
          02 SeasonName  PIC X(4) OCCURS 20 TIMES.
       01 Snx          PIC 9(2).

      * One invariant record.
       01 InvId        PIC X(10).
       01 InvSeason    PIC X(4).
       01 InvLeft      PIC X(40).
       01 InvOp        PIC X(2).
       01 InvRight     PIC X(40).
       01 InvDesc      PIC X(60).
       01 CurSeason    PIC X(4).

      * An operand being evaluated: its text, its terms, the value
      * and a shown form ("14a=31*14b=82892753") for the report.
       01 OpndText     PIC X(40).
       01 OpndTermA    PIC X(40).
       01 OpndTermB    PIC X(40).
       01 OpndJoin     PIC X(1).
       01 OpndValue    PIC S9(18).
       01 OpndShow     PIC X(60).
       01 OpndOk       PIC 9(1).
       88 OpndIsOk     VALUE 1.
       01 ValueA       PIC S9(18).
       01 ValueB       PIC S9(18).
       01 ShowA        PIC X(40).
       01 ShowB        PIC X(40).

      * A single term.
       01 TermText     PIC X(40).
       01 TermRef      PIC X(8).
       01 TermFig      PIC X(20).
       01 TermDay      PIC X(4).
       01 TermPart     PIC X(1).
       01 TermLen      PIC 9(2).
       01 TermValue    PIC S9(18).
       01 TermShow     PIC X(40).
       01 TermOk       PIC 9(1).
       01 TermRaw      PIC X(30).
       01 ValueFmt     PIC -(17)9.

      * The audit entry behind an answer, and the figure on it.
       01 FigKey       PIC X(22).
       01 FigKeyLen    PIC 9(2).
       01 FigTally     PIC 9(2).
       01 FigValue     PIC X(30).
       01 FigProg      PIC X(30).
       01 FigArgs      PIC X(100).
       01 FigAnswer    PIC X(30).
       01 FigJunk      PIC X(300).
       01 FigFound     PIC 9(1).

       01 LeftValue    PIC S9(18).
       01 LeftShow     PIC X(60).
       01 LeftOk       PIC 9(1).
       01 RightValue   PIC S9(18).
       01 RightShow    PIC X(60).
       01 RightOk      PIC 9(1).
       01 Verdict      PIC X(11).
       01 Holds        PIC 9(1).

       01 HeldCount    PIC 9(3) VALUE 0.
       01 BrokenCount  PIC 9(3) VALUE 0.
       01 UncheckedCount PIC 9(3) VALUE 0.
       01 CountFmt1    PIC Z(2)9.
       01 CountFmt2    PIC Z(2)9.
       01 CountFmt3    PIC Z(2)9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM LoadMaster.
           IF MasterStatus IS NOT EQUAL TO "00"
            DISPLAY "results.master not found"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           OPEN INPUT InvFile.
           IF InvStatus IS NOT EQUAL TO "00"
            DISPLAY "answer.invariants not found"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           OPEN OUTPUT ReportFile.
           MOVE "Cross-day invariants over results.master" TO ReportRec.
           WRITE ReportRec.
           MOVE SPACES TO ReportRec.
           WRITE ReportRec.

           MOVE SPACES TO InvRec.
           READ InvFile
            AT END SET EndOfInv TO TRUE
           END-READ.
           PERFORM UNTIL EndOfInv
            IF InvRec(1:1) IS NOT EQUAL TO "*"
             AND InvRec IS NOT EQUAL TO SPACES
             MOVE SPACES TO InvId InvSeason InvLeft InvOp InvRight
                            InvDesc
             UNSTRING InvRec DELIMITED BY "|"
              INTO InvId InvSeason InvLeft InvOp InvRight InvDesc
             END-UNSTRING
             MOVE FUNCTION UPPER-CASE(InvOp) TO InvOp
             IF InvSeason IS EQUAL TO "*"
              PERFORM VARYING Snx FROM 1 UNTIL Snx IS GREATER THAN
                      SeasonCount
               MOVE SeasonName(Snx) TO CurSeason
               PERFORM CheckInvariant
              END-PERFORM
             ELSE
              MOVE InvSeason TO CurSeason
              PERFORM CheckInvariant
             END-IF
            END-IF
            MOVE SPACES TO InvRec
            READ InvFile
             AT END SET EndOfInv TO TRUE
            END-READ
           END-PERFORM.
           CLOSE InvFile.

           MOVE SPACES TO ReportRec.
           WRITE ReportRec.
           MOVE HeldCount TO CountFmt1.
           MOVE BrokenCount TO CountFmt2.
           MOVE UncheckedCount TO CountFmt3.
           MOVE SPACES TO ReportRec.
           STRING FUNCTION TRIM(CountFmt1) " held, "
                  FUNCTION TRIM(CountFmt2) " broken, "
                  FUNCTION TRIM(CountFmt3) " not checked"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           CLOSE ReportFile.
           DISPLAY FUNCTION TRIM(ReportRec).
           DISPLAY "Invariants written to Invariant.report".
           IF BrokenCount IS GREATER THAN 0
            MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Subroutine LoadMaster.
      *
      * Every standing answer into MTable, and every season seen into
      * SeasonList.
      *
      * Uses: MasterFile -> MTable, SeasonList, MasterStatus
       LoadMaster SECTION.
           OPEN INPUT MasterFile.
           IF MasterStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE LOW-VALUES TO MasterKey.
           START MasterFile KEY IS NOT LESS THAN MasterKey
            INVALID KEY CONTINUE
           END-START.
           PERFORM FOREVER
            READ MasterFile NEXT
             AT END EXIT PERFORM
            END-READ
            IF MCount IS LESS THAN 200
             ADD 1 TO MCount
             MOVE MasterSeason TO MSeason(MCount)
             MOVE MasterDay TO MDay(MCount)
             MOVE MasterPart TO MPart(MCount)
             MOVE MasterProgram TO MProgram(MCount)
             MOVE MasterAnswer TO MAnswer(MCount)
             PERFORM NoteSeason
            END-IF
           END-PERFORM.
           CLOSE MasterFile.
           MOVE "00" TO MasterStatus.

      * Subroutine NoteSeason.
      *
      * Add the master record's season to SeasonList once.
      *
      * Uses: MasterSeason -> SeasonList
       NoteSeason SECTION.
           PERFORM VARYING Snx FROM 1 UNTIL Snx IS GREATER THAN
                   SeasonCount
            IF SeasonName(Snx) IS EQUAL TO MasterSeason
             EXIT SECTION
            END-IF
           END-PERFORM.
           IF SeasonCount IS LESS THAN 20
            ADD 1 TO SeasonCount
            MOVE MasterSeason TO SeasonName(SeasonCount)
           END-IF.

      * Subroutine CheckInvariant.
      *
      * Evaluate both sides of the current invariant for CurSeason,
      * compare them, and write the report line.
      *
      * Uses: InvId, InvLeft, InvOp, InvRight, InvDesc, CurSeason
      *       -> ReportFile, counts, alerts.queue
       CheckInvariant SECTION.
           MOVE InvLeft TO OpndText.
           PERFORM EvalOperand.
           MOVE OpndValue TO LeftValue.
           MOVE OpndShow TO LeftShow.
           MOVE OpndOk TO LeftOk.
           MOVE InvRight TO OpndText.
           PERFORM EvalOperand.
           MOVE OpndValue TO RightValue.
           MOVE OpndShow TO RightShow.
           MOVE OpndOk TO RightOk.

           IF LeftOk IS NOT EQUAL TO 1 OR RightOk IS NOT EQUAL TO 1
            MOVE "NOT CHECKED" TO Verdict
            ADD 1 TO UncheckedCount
           ELSE
            MOVE 0 TO Holds
            EVALUATE InvOp
             WHEN "EQ"
              IF LeftValue IS EQUAL TO RightValue
               MOVE 1 TO Holds
              END-IF
             WHEN "NE"
              IF LeftValue IS NOT EQUAL TO RightValue
               MOVE 1 TO Holds
              END-IF
             WHEN "LT"
              IF LeftValue IS LESS THAN RightValue
               MOVE 1 TO Holds
              END-IF
             WHEN "LE"
              IF LeftValue IS NOT GREATER THAN RightValue
               MOVE 1 TO Holds
              END-IF
             WHEN "GT"
              IF LeftValue IS GREATER THAN RightValue
               MOVE 1 TO Holds
              END-IF
             WHEN "GE"
              IF LeftValue IS NOT LESS THAN RightValue
               MOVE 1 TO Holds
              END-IF
            END-EVALUATE
            IF Holds IS EQUAL TO 1
             MOVE "HELD" TO Verdict
             ADD 1 TO HeldCount
            ELSE
             MOVE "BROKEN" TO Verdict
             ADD 1 TO BrokenCount
            END-IF
           END-IF.

           MOVE SPACES TO ReportRec.
           STRING InvId " " CurSeason " " Verdict " "
                  FUNCTION TRIM(LeftShow) " " InvOp " "
                  FUNCTION TRIM(RightShow) " - " FUNCTION TRIM(InvDesc)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           IF Verdict IS NOT EQUAL TO "HELD"
            DISPLAY FUNCTION TRIM(ReportRec)
           END-IF.
           IF Verdict IS EQUAL TO "BROKEN"
            MOVE "WARNING" TO AlertSeverity
            MOVE "invcheck" TO AlertSource
            MOVE "INVARIANT" TO AlertCode
            MOVE "-" TO AlertDayPart
            MOVE SPACES TO AlertText
            STRING FUNCTION TRIM(InvId) " " CurSeason " broken: "
                   FUNCTION TRIM(LeftShow) " " InvOp " "
                   FUNCTION TRIM(RightShow)
             DELIMITED BY SIZE INTO AlertText
            END-STRING
            PERFORM RaiseAlert
           END-IF.

      * Subroutine EvalOperand.
      *
      * One side of an invariant: a term, or two terms joined by "*"
      * or "/".
      *
      * Uses: OpndText, CurSeason -> OpndValue, OpndShow, OpndOk
       EvalOperand SECTION.
           MOVE 0 TO OpndOk.
           MOVE 0 TO OpndValue.
           MOVE SPACES TO OpndShow OpndTermA OpndTermB OpndJoin.
           UNSTRING OpndText DELIMITED BY "*" OR "/"
            INTO OpndTermA DELIMITER IN OpndJoin
                 OpndTermB
           END-UNSTRING.
           MOVE OpndTermA TO TermText.
           PERFORM EvalTerm.
           IF TermOk IS NOT EQUAL TO 1
            MOVE TermShow TO OpndShow
            EXIT SECTION
           END-IF.
           MOVE TermValue TO ValueA.
           MOVE TermShow TO ShowA.
           IF OpndJoin IS EQUAL TO SPACE
            MOVE ValueA TO OpndValue
            MOVE ShowA TO OpndShow
            MOVE 1 TO OpndOk
            EXIT SECTION
           END-IF.
           MOVE OpndTermB TO TermText.
           PERFORM EvalTerm.
           IF TermOk IS NOT EQUAL TO 1
            MOVE TermShow TO OpndShow
            EXIT SECTION
           END-IF.
           MOVE TermValue TO ValueB.
           MOVE TermShow TO ShowB.
           IF OpndJoin IS EQUAL TO "*"
            COMPUTE OpndValue = ValueA * ValueB
             ON SIZE ERROR
              MOVE SPACES TO OpndShow
              STRING FUNCTION TRIM(ShowA) "*" FUNCTION TRIM(ShowB)
                     " (overflow)"
               DELIMITED BY SIZE INTO OpndShow
              END-STRING
              EXIT SECTION
            END-COMPUTE
           ELSE
            IF ValueB IS EQUAL TO 0
             MOVE SPACES TO OpndShow
             STRING FUNCTION TRIM(ShowA) "/" FUNCTION TRIM(ShowB)
                    " (divide by zero)"
              DELIMITED BY SIZE INTO OpndShow
             END-STRING
             EXIT SECTION
            END-IF
            COMPUTE OpndValue = ValueA / ValueB
           END-IF.
           MOVE OpndValue TO ValueFmt.
           MOVE SPACES TO OpndShow.
           STRING FUNCTION TRIM(ShowA) OpndJoin FUNCTION TRIM(ShowB)
                  " (" FUNCTION TRIM(ValueFmt) ")"
            DELIMITED BY SIZE INTO OpndShow
           END-STRING.
           MOVE 1 TO OpndOk.

      * Subroutine EvalTerm.
      *
      * One term: a number as written, a day/part's standing answer,
      * or a figure from the audit entry behind that answer.
      *
      * Uses: TermText, CurSeason, MTable -> TermValue, TermShow,
      *       TermOk
       EvalTerm SECTION.
           MOVE 0 TO TermOk.
           MOVE 0 TO TermValue.
           MOVE FUNCTION TRIM(TermText) TO TermText.
           MOVE SPACES TO TermShow.
           IF TermText IS EQUAL TO SPACES
            MOVE "(empty term)" TO TermShow
            EXIT SECTION
           END-IF.
           IF FUNCTION TEST-NUMVAL(TermText) IS EQUAL TO 0
            COMPUTE TermValue = FUNCTION NUMVAL(TermText)
            MOVE TermText TO TermShow
            MOVE 1 TO TermOk
            EXIT SECTION
           END-IF.
           MOVE SPACES TO TermRef TermFig.
           UNSTRING TermText DELIMITED BY ":"
            INTO TermRef TermFig
           END-UNSTRING.
           COMPUTE TermLen = FUNCTION LENGTH(FUNCTION TRIM(TermRef)).
           IF TermLen IS LESS THAN 2
            STRING FUNCTION TRIM(TermText) "=(bad term)"
             DELIMITED BY SIZE INTO TermShow
            END-STRING
            EXIT SECTION
           END-IF.
           MOVE SPACES TO TermDay.
           MOVE TermRef(1:TermLen - 1) TO TermDay.
           MOVE TermRef(TermLen:1) TO TermPart.
           PERFORM VARYING Mx FROM 1 UNTIL Mx IS GREATER THAN MCount
            IF MSeason(Mx) IS EQUAL TO CurSeason
             AND MDay(Mx) IS EQUAL TO TermDay
             AND MPart(Mx) IS EQUAL TO TermPart
             EXIT PERFORM
            END-IF
           END-PERFORM.
           IF Mx IS GREATER THAN MCount
            STRING FUNCTION TRIM(TermText) "=(no answer)"
             DELIMITED BY SIZE INTO TermShow
            END-STRING
            EXIT SECTION
           END-IF.
           IF TermFig IS EQUAL TO SPACES
            MOVE MAnswer(Mx) TO TermRaw
           ELSE
            PERFORM FindFigure
            IF FigFound IS NOT EQUAL TO 1
             STRING FUNCTION TRIM(TermText) "=(not recorded)"
              DELIMITED BY SIZE INTO TermShow
             END-STRING
             EXIT SECTION
            END-IF
            MOVE FigValue TO TermRaw
           END-IF.
           IF TermRaw IS EQUAL TO SPACES
            OR FUNCTION TEST-NUMVAL(TermRaw) IS NOT EQUAL TO 0
            STRING FUNCTION TRIM(TermText) "=" FUNCTION TRIM(TermRaw)
                   "(not a number)"
             DELIMITED BY SIZE INTO TermShow
            END-STRING
            EXIT SECTION
           END-IF.
           COMPUTE TermValue = FUNCTION NUMVAL(TermRaw).
           MOVE TermValue TO ValueFmt.
           STRING FUNCTION TRIM(TermText) "=" FUNCTION TRIM(ValueFmt)
            DELIMITED BY SIZE INTO TermShow
           END-STRING.
           MOVE 1 TO TermOk.

      * Subroutine FindFigure.
      *
      * The NAME=value figure TermFig on the newest audit.log entry
      * of the program behind standing answer Mx that recorded that
      * same answer - the run the master's answer came from. A
      * carried-forward entry (args status=CARRIED) re-records an
      * earlier run's answer without its figures and is passed over.
      *
      * Uses: MProgram(Mx), MAnswer(Mx), TermFig, AuditFile
      *       -> FigValue, FigFound
       FindFigure SECTION.
           MOVE 0 TO FigFound.
           MOVE SPACES TO FigValue.
           MOVE SPACES TO FigKey.
           STRING FUNCTION TRIM(TermFig) "="
            DELIMITED BY SIZE INTO FigKey
           END-STRING.
           COMPUTE FigKeyLen = FUNCTION LENGTH(FUNCTION TRIM(FigKey)).
           OPEN INPUT AuditFile.
           IF AuditStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO AuditRec.
           READ AuditFile
            AT END MOVE HIGH-VALUES TO AuditRec
           END-READ.
           PERFORM UNTIL AuditRec IS EQUAL TO HIGH-VALUES
            MOVE SPACES TO FigProg FigArgs FigAnswer
            UNSTRING AuditRec DELIMITED BY " input=" OR " args="
             OR " answer=" OR " at="
             INTO FigProg FigJunk FigArgs FigAnswer
            END-UNSTRING
            IF FigProg IS EQUAL TO MProgram(Mx)
             AND FUNCTION TRIM(FigAnswer) IS EQUAL TO
                 FUNCTION TRIM(MAnswer(Mx))
             AND FigArgs(1:15) IS NOT EQUAL TO "status=CARRIED "
             MOVE 0 TO FigTally
             INSPECT FigArgs TALLYING FigTally
              FOR ALL FigKey(1:FigKeyLen)
             IF FigTally IS GREATER THAN 0
              MOVE SPACES TO FigValue
              UNSTRING FigArgs DELIMITED BY FigKey(1:FigKeyLen)
               INTO FigJunk FigValue
              END-UNSTRING
              UNSTRING FigValue DELIMITED BY " "
               INTO FigValue
              END-UNSTRING
              MOVE 1 TO FigFound
             ELSE
              MOVE 0 TO FigFound
             END-IF
            END-IF
            MOVE SPACES TO AuditRec
            READ AuditFile
             AT END MOVE HIGH-VALUES TO AuditRec
            END-READ
           END-PERFORM.
           CLOSE AuditFile.

           COPY "AlertWrite.cpy".
