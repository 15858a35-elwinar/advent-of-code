      * This sweep reads the operational artifacts - a
      * RunAll.checkpoint showing a pass died partway, FeedCheck
      * rejects nobody has repaired, open incidents (the TIMEOUT
      * ones called out with their resume path, each with the
      * problem it is linked to), open problems (problem.cob) with
      * their workaround, unacknowledged
      * drift exceptions, and pending OCR glyphs - and classifies
      * each into an action item with what to run next, so the 6am
      * operator starts from a list instead of archaeology across
      * five report files. Each item carries its runbook entry
      * (runbook.catalog) - the ordered recovery steps, escalation
      * and whether a rerun is safe - or says it has none.
      *
      * Output: Handover.report (paginated for the shop printer).
      * RETURN-CODE 0 nothing open, 4 open items on the list.
       FILE STATUS IS SourceStatus.
       SELECT ReportFile ASSIGN TO "Handover.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "Problem.cpy".
       COPY "Runbook.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD ReportFile.
       01 ReportRec PIC X(133).

       COPY "ProblemFD.cpy".

       COPY "RunbookFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "PrintFields.cpy".
       COPY "ProblemFields.cpy".
       COPY "RunbookFields.cpy".
       01 SourcePath   PIC X(30).
       01 SourceStatus PIC X(2).
       01 ItemCount    PIC 9(3) VALUE 0.
       01 IncFld6      PIC X(14).
       01 IncFld7      PIC X(6).
       01 IncFld8      PIC X(150).
       01 LinePtr      PIC 9(3).

       PROCEDURE DIVISION.
       Begin.

           PERFORM CheckPassCheckpoint.
           PERFORM CheckFeedRejects.
           PERFORM LoadProblems.
           PERFORM LoadRunbook.
           PERFORM CheckIncidents.
           PERFORM CheckProblems.
           PERFORM CheckDrift.
           PERFORM CheckPendingGlyphs.

             DELIMITED BY SIZE INTO PrtLine
            END-STRING
            PERFORM PrtWriteLine
            MOVE "runall" TO RbWantProg
            MOVE "INCOMPLETE" TO RbWantCode
            PERFORM AttachRunbook
           END-IF.

      * Subroutine CountCheckpoint.
             DELIMITED BY SIZE INTO PrtLine
            END-STRING
            PERFORM PrtWriteLine
            MOVE "feedcheck" TO RbWantProg
            MOVE "4" TO RbWantCode
            PERFORM AttachRunbook
           END-IF.

      * Subroutine CheckIncidents.
      *
      * Every OPEN incident is an item; a TIMEOUT one carries its
      * resume path (the checkpoint-capable days continue under a
      * RESTART); one linked to a problem names it.
       CheckIncidents SECTION.
           MOVE "incidents.log" TO SourcePath.
           DISPLAY "SourcePath" UPON ENVIRONMENT-NAME.
                DELIMITED BY SIZE INTO PrtLine
               END-STRING
              END-IF
              COMPUTE PrbWantInc = FUNCTION NUMVAL(IncFld2)
              PERFORM ProblemOfIncident
              IF PrbMatch IS GREATER THAN 0
               COMPUTE LinePtr = FUNCTION LENGTH(FUNCTION TRIM(PrtLine
                   TRAILING)) + 1
               STRING " (problem " PrbNo(PrbMatch) ", "
                      FUNCTION TRIM(PrbState(PrbMatch)) ")"
                DELIMITED BY SIZE INTO PrtLine
                WITH POINTER LinePtr
               END-STRING
              END-IF
              PERFORM PrtWriteLine
              MOVE IncFld3 TO RbWantProg
              MOVE IncFld5 TO RbWantCode
              PERFORM AttachRunbook
             END-IF
            END-IF
            MOVE SPACES TO SourceRec
           END-PERFORM.
           CLOSE SourceFile.

      * Subroutine CheckProblems.
      *
      * Every problem short of FIXED is an item: an OPEN one still
      * wants its root cause found, a KNOWN-ERROR one carries the
      * workaround to apply until the permanent fix is in.
       CheckProblems SECTION.
           PERFORM VARYING PrbIx FROM 1 UNTIL PrbIx IS GREATER THAN
                   PrbCount
            IF NOT PrbIsFixed(PrbIx)
             ADD 1 TO ItemCount
             MOVE SPACES TO PrtLine
             STRING "ACTION: problem " PrbNo(PrbIx) " "
                    FUNCTION TRIM(PrbState(PrbIx)) " - "
                    FUNCTION TRIM(PrbTitle(PrbIx)) " ("
                    PrbLinks(PrbIx) " linked incident(s))"
              DELIMITED BY SIZE INTO PrtLine
             END-STRING
             PERFORM PrtWriteLine
             MOVE SPACES TO PrtLine
             IF PrbState(PrbIx) IS EQUAL TO "OPEN"
              MOVE "        root cause not yet found - work it from "
                 & "the problem console" TO PrtLine
             ELSE
              STRING "        workaround: "
                     FUNCTION TRIM(PrbWork(PrbIx))
                     "; permanent fix outstanding"
               DELIMITED BY SIZE INTO PrtLine
              END-STRING
             END-IF
             PERFORM PrtWriteLine
             MOVE PrbProg(PrbIx) TO RbWantProg
             IF RbWantProg IS EQUAL TO SPACES
              MOVE "*" TO RbWantProg
             END-IF
             MOVE PrbFail(PrbIx) TO RbWantCode
             IF RbWantCode IS EQUAL TO SPACES
              MOVE "*" TO RbWantCode
             END-IF
             PERFORM AttachRunbook
            END-IF
           END-PERFORM.

      * Subroutine CheckDrift.
      *
      * DRIFT lines still on the drift report are exceptions nobody
             DELIMITED BY SIZE INTO PrtLine
            END-STRING
            PERFORM PrtWriteLine
            MOVE "drift" TO RbWantProg
            MOVE "4" TO RbWantCode
            PERFORM AttachRunbook
           END-IF.

      * Subroutine CheckPendingGlyphs.
             DELIMITED BY SIZE INTO PrtLine
            END-STRING
            PERFORM PrtWriteLine
            MOVE "ocr" TO RbWantProg
            MOVE "PENDING" TO RbWantCode
            PERFORM AttachRunbook
           END-IF.

      * Subroutine AttachRunbook.
      *
      * Print the runbook entry for the item just listed under it,
      * indented, or say there is none yet.
      *
      * Uses: RbWantProg, RbWantCode, RbTable -> PrtLine
       AttachRunbook SECTION.
           PERFORM FindRunbook.
           IF RbMatch IS EQUAL TO 0
            MOVE SPACES TO PrtLine
            STRING "        (no runbook entry for "
                   FUNCTION TRIM(RbWantProg) "/"
                   FUNCTION TRIM(RbWantCode) ")"
             DELIMITED BY SIZE INTO PrtLine
            END-STRING
            PERFORM PrtWriteLine
            EXIT SECTION
           END-IF.
           PERFORM RunbookLines.
           PERFORM VARYING RbSx FROM 1 UNTIL RbSx IS GREATER THAN
                   RbOutCount
            MOVE SPACES TO PrtLine
            STRING "        " RbOutLine(RbSx)
             DELIMITED BY SIZE INTO PrtLine
            END-STRING
            PERFORM PrtWriteLine
           END-PERFORM.

      * Subroutine CountLines.
      *
           WRITE ReportRec.

           COPY "PrintWrite.cpy".

           COPY "ProblemLoad.cpy".

           COPY "RunbookLoad.cpy".
