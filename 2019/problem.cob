       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-Problem.

      * Problem console: incidents.log gets a fresh incident every
      * time 12b times out or 7b abends on the same cause, and each
      * one is worked and closed on its own (incident.cob), so
      * nobody sees it is the fifth time this month. A problem record
      * in problems.register (Problem.cpy) groups those recurring
      * incidents under one number with a title, the root cause once
      * it is found, the workaround to apply meanwhile and the
      * permanent fix that retires it. The batch driver suggests the
      * matching problem in each new incident's notes, and the shift
      * handover and end-of-day summary show open problems alongside
      * open incidents.
      *
      * Console commands: L lists every problem with its linked
      * incidents, O lists only the open ones, N raises a problem
      * (from an incident, whose program, input and failure state it
      * takes, or from scratch), K links an incident to a problem,
      * R records the root cause and workaround (the problem becomes
      * a KNOWN-ERROR), F records the permanent fix (FIXED), M runs
      * the matching pass - every incident not yet linked is offered
      * the open problem with the same program, input and failure
      * state, and repeat failures nothing covers yet are called out
      * with their count - and Q quits. Every change is written
      * straight back to the register.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "Problem.cpy".
       SELECT IncidentFile ASSIGN TO "incidents.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS IncidentStatus.

       DATA DIVISION.
       FILE SECTION.
       COPY "ProblemFD.cpy".

       FD IncidentFile.
       01 IncidentRec PIC X(250).

       WORKING-STORAGE SECTION.
       COPY "ProblemFields.cpy".
       01 IncidentStatus PIC X(2).

      * The incident register, read only: what can be linked, and
      * what the matching pass works through.
       01 IncTable.
          02 IncCount PIC 9(3) VALUE 0.
          02 IncEntry OCCURS 200 TIMES.
             03 IncNo     PIC 9(4).
             03 IncProg   PIC X(8).
             03 IncInput  PIC X(20).
             03 IncStatus PIC X(12).
             03 IncOpened PIC X(14).
             03 IncState  PIC X(6).
       01 Ix          PIC 9(3).
       01 Jx          PIC 9(3).
       01 IncIdx      PIC 9(3).
       01 FoundIdx    PIC 9(3).
       01 EndOfIncidents PIC 9(1).
       01 Fld1        PIC X(4).
       01 Fld2        PIC X(6).
       01 Fld3        PIC X(8).
       01 Fld4        PIC X(20).
       01 Fld5        PIC X(12).
       01 Fld6        PIC X(14).
       01 Fld7        PIC X(6).

       01 Command     PIC X(4).
       01 QuitFlag    PIC 9(1) VALUE 0.
       01 OpenOnly    PIC 9(1).
       01 ReplyStr    PIC X(120).
       01 WantedNo    PIC 9(4).
       01 NextNo      PIC 9(4).
       01 ListCount   PIC 9(3).
       01 Recurs      PIC 9(3).
       01 Suggested   PIC 9(3).
       01 LinkList    PIC X(60).
       01 LinkPtr     PIC 9(3).

       PROCEDURE DIVISION.
       Begin.
           PERFORM LoadProblems.
           PERFORM LoadIncidents.
           DISPLAY PrbCount " problem(s) on file, " PrbOpenCount
                   " open; " IncCount " incident(s).".
           PERFORM UNTIL QuitFlag IS EQUAL TO 1
            DISPLAY "Problem console - L list, O open only, N new, "
                    "K link, R root cause, F fix, M match, Q quit: "
                    WITH NO ADVANCING
            MOVE SPACES TO Command
            ACCEPT Command
            EVALUATE FUNCTION UPPER-CASE(Command(1:1))
             WHEN "L"
              MOVE 0 TO OpenOnly
              PERFORM ListProblems
             WHEN "O"
              MOVE 1 TO OpenOnly
              PERFORM ListProblems
             WHEN "N"
              PERFORM RaiseProblem
             WHEN "K"
              PERFORM LinkIncident
             WHEN "R"
              PERFORM RecordCause
             WHEN "F"
              PERFORM RecordFix
             WHEN "M"
              PERFORM MatchIncidents
             WHEN "Q"
              MOVE 1 TO QuitFlag
             WHEN OTHER
              CONTINUE
            END-EVALUATE
           END-PERFORM.
           DISPLAY "Problem console closed.".
           STOP RUN.

      * Subroutine LoadIncidents.
      *
      * Load the incident register into IncTable; a missing file just
      * means no incidents yet.
      *
      * Uses: IncidentFile -> IncTable
       LoadIncidents SECTION.
           OPEN INPUT IncidentFile.
           IF IncidentStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE 0 TO EndOfIncidents.
           READ IncidentFile
            AT END MOVE 1 TO EndOfIncidents
           END-READ.
           PERFORM UNTIL EndOfIncidents IS EQUAL TO 1
            IF IncidentRec(1:4) IS EQUAL TO "INC|"
             AND IncCount IS LESS THAN 200
             ADD 1 TO IncCount
             MOVE SPACES TO Fld2
             MOVE SPACES TO Fld3
             MOVE SPACES TO Fld4
             MOVE SPACES TO Fld5
             MOVE SPACES TO Fld6
             MOVE SPACES TO Fld7
             UNSTRING IncidentRec DELIMITED BY "|"
              INTO Fld1 Fld2 Fld3 Fld4 Fld5 Fld6 Fld7
             END-UNSTRING
             COMPUTE IncNo(IncCount) = FUNCTION NUMVAL(Fld2)
             MOVE Fld3 TO IncProg(IncCount)
             MOVE Fld4 TO IncInput(IncCount)
             MOVE Fld5 TO IncStatus(IncCount)
             MOVE Fld6 TO IncOpened(IncCount)
             MOVE Fld7 TO IncState(IncCount)
            END-IF
            READ IncidentFile
             AT END MOVE 1 TO EndOfIncidents
            END-READ
           END-PERFORM.
           CLOSE IncidentFile.

      * Subroutine SaveProblems.
      *
      * Rewrite the register from PrbTable and LnkTable.
      *
      * Uses: PrbTable, LnkTable -> ProblemFile
       SaveProblems SECTION.
           OPEN OUTPUT ProblemFile.
           PERFORM VARYING PrbIx FROM 1 UNTIL PrbIx IS GREATER THAN
                   PrbCount
            MOVE SPACES TO ProblemRec
            STRING "PRB|" PrbNo(PrbIx) "|"
                   FUNCTION TRIM(PrbState(PrbIx)) "|"
                   PrbOpened(PrbIx) "|"
                   FUNCTION TRIM(PrbProg(PrbIx)) "|"
                   FUNCTION TRIM(PrbInput(PrbIx)) "|"
                   FUNCTION TRIM(PrbFail(PrbIx)) "|"
                   FUNCTION TRIM(PrbTitle(PrbIx)) "|"
                   FUNCTION TRIM(PrbCause(PrbIx)) "|"
                   FUNCTION TRIM(PrbWork(PrbIx)) "|"
                   FUNCTION TRIM(PrbFix(PrbIx))
             DELIMITED BY SIZE INTO ProblemRec
            END-STRING
            WRITE ProblemRec
           END-PERFORM.
           PERFORM VARYING LnkIx FROM 1 UNTIL LnkIx IS GREATER THAN
                   LnkCount
            MOVE SPACES TO ProblemRec
            STRING "LNK|" LnkPrb(LnkIx) "|" LnkInc(LnkIx) "|"
                   LnkAt(LnkIx)
             DELIMITED BY SIZE INTO ProblemRec
            END-STRING
            WRITE ProblemRec
           END-PERFORM.
           CLOSE ProblemFile.

      * Subroutine ListProblems.
      *
      * List the register (all of it, or only the problems short of
      * FIXED when OpenOnly is set): number, state, what it matches,
      * title, linked incidents, and whatever of root cause,
      * workaround and fix is on record.
      *
      * Uses: PrbTable, LnkTable, OpenOnly
       ListProblems SECTION.
           MOVE 0 TO ListCount.
           PERFORM VARYING Ix FROM 1 UNTIL Ix IS GREATER THAN
                   PrbCount
            IF OpenOnly IS EQUAL TO 0
             OR NOT PrbIsFixed(Ix)
             ADD 1 TO ListCount
             DISPLAY PrbNo(Ix) " " PrbState(Ix) " " PrbProg(Ix) " "
                     PrbInput(Ix) " " PrbFail(Ix) " opened "
                     PrbOpened(Ix)
             DISPLAY "     " FUNCTION TRIM(PrbTitle(Ix))
             MOVE SPACES TO LinkList
             MOVE 1 TO LinkPtr
             PERFORM VARYING LnkIx FROM 1 UNTIL LnkIx IS GREATER THAN
                     LnkCount
              IF LnkPrb(LnkIx) IS EQUAL TO PrbNo(Ix)
               AND LinkPtr IS LESS THAN 56
               STRING LnkInc(LnkIx) " "
                DELIMITED BY SIZE INTO LinkList
                WITH POINTER LinkPtr
               END-STRING
              END-IF
             END-PERFORM
             DISPLAY "     " PrbLinks(Ix) " linked incident(s): "
                     FUNCTION TRIM(LinkList)
             IF PrbCause(Ix) IS NOT EQUAL TO SPACES
              DISPLAY "     root cause: " FUNCTION TRIM(PrbCause(Ix))
             END-IF
             IF PrbWork(Ix) IS NOT EQUAL TO SPACES
              DISPLAY "     workaround: " FUNCTION TRIM(PrbWork(Ix))
             END-IF
             IF PrbFix(Ix) IS NOT EQUAL TO SPACES
              DISPLAY "     fix: " FUNCTION TRIM(PrbFix(Ix))
             END-IF
            END-IF
           END-PERFORM.
           IF ListCount IS EQUAL TO 0
            DISPLAY "  (nothing to list)"
           END-IF.

      * Subroutine FindProblem.
      *
      * Prompt for a problem number and look it up; FoundIdx comes
      * back 0 when the register has no such problem.
      *
      * Uses: (console), PrbTable -> FoundIdx
       FindProblem SECTION.
           MOVE 0 TO FoundIdx.
           DISPLAY "Problem number: " WITH NO ADVANCING.
           MOVE SPACES TO ReplyStr.
           ACCEPT ReplyStr.
           IF FUNCTION TRIM(ReplyStr) IS EQUAL TO SPACES
            EXIT SECTION
           END-IF.
           COMPUTE WantedNo = FUNCTION NUMVAL(ReplyStr).
           PERFORM VARYING Ix FROM 1 UNTIL Ix IS GREATER THAN
                   PrbCount
            IF PrbNo(Ix) IS EQUAL TO WantedNo
             MOVE Ix TO FoundIdx
             EXIT PERFORM
            END-IF
           END-PERFORM.
           IF FoundIdx IS EQUAL TO 0
            DISPLAY "No problem " WantedNo " on file."
           END-IF.

      * Subroutine FindIncident.
      *
      * Prompt for an incident number and look it up; IncIdx comes
      * back 0 when the incident register has no such incident (or
      * the reply was blank).
      *
      * Uses: (console), IncTable -> IncIdx
       FindIncident SECTION.
           MOVE 0 TO IncIdx.
           MOVE SPACES TO ReplyStr.
           ACCEPT ReplyStr.
           IF FUNCTION TRIM(ReplyStr) IS EQUAL TO SPACES
            EXIT SECTION
           END-IF.
           COMPUTE WantedNo = FUNCTION NUMVAL(ReplyStr).
           PERFORM VARYING Ix FROM 1 UNTIL Ix IS GREATER THAN
                   IncCount
            IF IncNo(Ix) IS EQUAL TO WantedNo
             MOVE Ix TO IncIdx
             EXIT PERFORM
            END-IF
           END-PERFORM.
           IF IncIdx IS EQUAL TO 0
            DISPLAY "No incident " WantedNo " on file."
           END-IF.

      * Subroutine RaiseProblem.
      *
      * Open a new problem, numbered one past the highest on file.
      * Raised from an incident it takes that incident's program,
      * input and failure state as what it matches, and the incident
      * is linked at once; raised from scratch they are prompted for
      * (blank matches anything).
      *
      * Uses: (console), IncTable -> PrbTable, ProblemFile
       RaiseProblem SECTION.
           IF PrbCount IS EQUAL TO 100
            DISPLAY "Problem register is full."
            EXIT SECTION
           END-IF.
           DISPLAY "Raise from incident number (blank for none): "
                   WITH NO ADVANCING.
           PERFORM FindIncident.
           IF IncIdx IS EQUAL TO 0
            AND FUNCTION TRIM(ReplyStr) IS NOT EQUAL TO SPACES
            EXIT SECTION
           END-IF.
           IF IncIdx IS GREATER THAN 0
            MOVE IncNo(IncIdx) TO PrbWantInc
            PERFORM ProblemOfIncident
            IF PrbMatch IS GREATER THAN 0
             DISPLAY "Incident " IncNo(IncIdx) " is already linked "
                     "to problem " PrbNo(PrbMatch) "."
             EXIT SECTION
            END-IF
           END-IF.
           DISPLAY "Title: " WITH NO ADVANCING.
           MOVE SPACES TO ReplyStr.
           ACCEPT ReplyStr.
           INSPECT ReplyStr REPLACING ALL "|" BY SPACE.
           IF FUNCTION TRIM(ReplyStr) IS EQUAL TO SPACES
            EXIT SECTION
           END-IF.

           MOVE 0 TO NextNo.
           PERFORM VARYING Ix FROM 1 UNTIL Ix IS GREATER THAN
                   PrbCount
            IF PrbNo(Ix) IS GREATER THAN NextNo
             MOVE PrbNo(Ix) TO NextNo
            END-IF
           END-PERFORM.
           ADD 1 TO NextNo.
           ADD 1 TO PrbCount.
           MOVE SPACES TO PrbEntry(PrbCount).
           MOVE NextNo TO PrbNo(PrbCount).
           MOVE "OPEN" TO PrbState(PrbCount).
           MOVE FUNCTION CURRENT-DATE(1:14) TO PrbOpened(PrbCount).
           MOVE ReplyStr(1:60) TO PrbTitle(PrbCount).
           MOVE 0 TO PrbLinks(PrbCount).
           ADD 1 TO PrbOpenCount.
           IF IncIdx IS GREATER THAN 0
            MOVE IncProg(IncIdx) TO PrbProg(PrbCount)
            MOVE IncInput(IncIdx) TO PrbInput(PrbCount)
            MOVE IncStatus(IncIdx) TO PrbFail(PrbCount)
            MOVE PrbCount TO FoundIdx
            PERFORM AddLink
           ELSE
            DISPLAY "Program (blank for any): " WITH NO ADVANCING
            MOVE SPACES TO ReplyStr
            ACCEPT ReplyStr
            INSPECT ReplyStr REPLACING ALL "|" BY SPACE
            MOVE ReplyStr(1:8) TO PrbProg(PrbCount)
            DISPLAY "Input (blank for any): " WITH NO ADVANCING
            MOVE SPACES TO ReplyStr
            ACCEPT ReplyStr
            INSPECT ReplyStr REPLACING ALL "|" BY SPACE
            MOVE ReplyStr(1:20) TO PrbInput(PrbCount)
            DISPLAY "Failure state, FAIL-ABEND or TIMEOUT (blank for "
                    "any): " WITH NO ADVANCING
            MOVE SPACES TO ReplyStr
            ACCEPT ReplyStr
            MOVE FUNCTION UPPER-CASE(ReplyStr(1:12))
              TO PrbFail(PrbCount)
           END-IF.
           PERFORM SaveProblems.
           DISPLAY "Problem " NextNo " raised.".

      * Subroutine LinkIncident.
      *
      * Link one incident to one problem; an incident belongs to at
      * most one problem.
      *
      * Uses: (console), PrbTable, IncTable -> LnkTable, ProblemFile
       LinkIncident SECTION.
           PERFORM FindProblem.
           IF FoundIdx IS EQUAL TO 0
            EXIT SECTION
           END-IF.
           DISPLAY "Incident number: " WITH NO ADVANCING.
           PERFORM FindIncident.
           IF IncIdx IS EQUAL TO 0
            EXIT SECTION
           END-IF.
           MOVE IncNo(IncIdx) TO PrbWantInc.
           PERFORM ProblemOfIncident.
           IF PrbMatch IS GREATER THAN 0
            DISPLAY "Incident " IncNo(IncIdx) " is already linked to "
                    "problem " PrbNo(PrbMatch) "."
            EXIT SECTION
           END-IF.
           PERFORM AddLink.
           PERFORM SaveProblems.
           DISPLAY "Incident " IncNo(IncIdx) " linked to problem "
                   PrbNo(FoundIdx) ".".

      * Subroutine AddLink.
      *
      * Record the link of incident IncIdx to problem FoundIdx (the
      * caller saves the register).
      *
      * Uses: IncIdx, FoundIdx -> LnkTable, PrbLinks
       AddLink SECTION.
           IF LnkCount IS EQUAL TO 400
            DISPLAY "Link table is full - incident not linked."
            EXIT SECTION
           END-IF.
           ADD 1 TO LnkCount.
           MOVE PrbNo(FoundIdx) TO LnkPrb(LnkCount).
           MOVE IncNo(IncIdx) TO LnkInc(LnkCount).
           MOVE FUNCTION CURRENT-DATE(1:14) TO LnkAt(LnkCount).
           ADD 1 TO PrbLinks(FoundIdx).

      * Subroutine RecordCause.
      *
      * Record a problem's root cause and the workaround to apply
      * until it is fixed; an OPEN problem becomes a KNOWN-ERROR.
      *
      * Uses: (console) -> PrbTable, ProblemFile
       RecordCause SECTION.
           PERFORM FindProblem.
           IF FoundIdx IS EQUAL TO 0
            EXIT SECTION
           END-IF.
           DISPLAY "Root cause: " WITH NO ADVANCING.
           MOVE SPACES TO ReplyStr.
           ACCEPT ReplyStr.
           INSPECT ReplyStr REPLACING ALL "|" BY SPACE.
           IF FUNCTION TRIM(ReplyStr) IS EQUAL TO SPACES
            EXIT SECTION
           END-IF.
           MOVE ReplyStr(1:100) TO PrbCause(FoundIdx).
           DISPLAY "Workaround (blank keeps the current one): "
                   WITH NO ADVANCING.
           MOVE SPACES TO ReplyStr.
           ACCEPT ReplyStr.
           INSPECT ReplyStr REPLACING ALL "|" BY SPACE.
           IF FUNCTION TRIM(ReplyStr) IS NOT EQUAL TO SPACES
            MOVE ReplyStr(1:100) TO PrbWork(FoundIdx)
           END-IF.
           IF PrbState(FoundIdx) IS EQUAL TO "OPEN"
            MOVE "KNOWN-ERROR" TO PrbState(FoundIdx)
           END-IF.
           PERFORM SaveProblems.
           DISPLAY "Problem " PrbNo(FoundIdx) " root cause recorded ("
                   FUNCTION TRIM(PrbState(FoundIdx)) ").".

      * Subroutine RecordFix.
      *
      * Record the permanent fix; the problem is FIXED and no longer
      * offered to new incidents.
      *
      * Uses: (console) -> PrbTable, ProblemFile
       RecordFix SECTION.
           PERFORM FindProblem.
           IF FoundIdx IS EQUAL TO 0
            EXIT SECTION
           END-IF.
           DISPLAY "Permanent fix: " WITH NO ADVANCING.
           MOVE SPACES TO ReplyStr.
           ACCEPT ReplyStr.
           INSPECT ReplyStr REPLACING ALL "|" BY SPACE.
           IF FUNCTION TRIM(ReplyStr) IS EQUAL TO SPACES
            EXIT SECTION
           END-IF.
           MOVE ReplyStr(1:100) TO PrbFix(FoundIdx).
           IF NOT PrbIsFixed(FoundIdx)
            SUBTRACT 1 FROM PrbOpenCount
           END-IF.
           MOVE "FIXED" TO PrbState(FoundIdx).
           PERFORM SaveProblems.
           DISPLAY "Problem " PrbNo(FoundIdx) " fixed.".

      * Subroutine MatchIncidents.
      *
      * The matching pass: every incident not yet linked is offered
      * the first open problem with the same program, input and
      * failure state (Y links it); one that no problem fits but
      * that has recurred is called out with its count so a problem
      * gets raised for it.
      *
      * Uses: (console), IncTable, PrbTable -> LnkTable, ProblemFile
       MatchIncidents SECTION.
           MOVE 0 TO Suggested.
           PERFORM VARYING IncIdx FROM 1 UNTIL IncIdx IS GREATER THAN
                   IncCount
            MOVE IncNo(IncIdx) TO PrbWantInc
            PERFORM ProblemOfIncident
            IF PrbMatch IS EQUAL TO 0
             MOVE IncProg(IncIdx) TO PrbWantProg
             MOVE IncInput(IncIdx) TO PrbWantInput
             MOVE IncStatus(IncIdx) TO PrbWantFail
             PERFORM MatchProblem
             IF PrbMatch IS GREATER THAN 0
              ADD 1 TO Suggested
              DISPLAY "Incident " IncNo(IncIdx) " "
                      FUNCTION TRIM(IncProg(IncIdx)) " "
                      FUNCTION TRIM(IncStatus(IncIdx)) " on "
                      FUNCTION TRIM(IncInput(IncIdx))
                      " matches problem " PrbNo(PrbMatch) " - "
                      FUNCTION TRIM(PrbTitle(PrbMatch))
              DISPLAY "  Link it? (Y/N): " WITH NO ADVANCING
              MOVE SPACES TO ReplyStr
              ACCEPT ReplyStr
              IF FUNCTION UPPER-CASE(ReplyStr(1:1)) IS EQUAL TO "Y"
               MOVE PrbMatch TO FoundIdx
               PERFORM AddLink
               PERFORM SaveProblems
              END-IF
             ELSE
              PERFORM CountRecurrence
              IF Recurs IS GREATER THAN 1
               ADD 1 TO Suggested
               DISPLAY "Incident " IncNo(IncIdx) " "
                       FUNCTION TRIM(IncProg(IncIdx)) " "
                       FUNCTION TRIM(IncStatus(IncIdx)) " on "
                       FUNCTION TRIM(IncInput(IncIdx))
                       " - occurrence " Recurs " with no problem on "
                       "file; raise one with N"
              END-IF
             END-IF
            END-IF
           END-PERFORM.
           IF Suggested IS EQUAL TO 0
            DISPLAY "  (no links to suggest)"
           END-IF.

      * Subroutine CountRecurrence.
      *
      * How many incidents, up to and including IncIdx, share its
      * program, input and failure state.
      *
      * Uses: IncIdx, IncTable -> Recurs
       CountRecurrence SECTION.
           MOVE 0 TO Recurs.
           PERFORM VARYING Jx FROM 1 UNTIL Jx IS GREATER THAN IncIdx
            IF IncProg(Jx) IS EQUAL TO IncProg(IncIdx)
             AND IncInput(Jx) IS EQUAL TO IncInput(IncIdx)
             AND IncStatus(Jx) IS EQUAL TO IncStatus(IncIdx)
             ADD 1 TO Recurs
            END-IF
           END-PERFORM.

           COPY "ProblemLoad.cpy".
