       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-Suspect.

      * Reasonability exceptions report: drift says when an answer
      * changed, not when it is absurd. The shared ledger write edits
      * every answer against reasonability.rules before it lands
      * (CheckReasonable, ResultsLedgerWrite.cpy) and tags one that
      * breaks a rule " suspect=<rule>" on its results.ledger line;
      * the ledger conversion carries the tag into results.master as
      * certification status SUSPECT, which sign-off refuses to make
      * OFFICIAL. This report lists every SUSPECT answer on the
      * ledger with the rule it broke, and whether it is still the
      * standing answer for its day/part or a later run has since
      * replaced it.
      *
      * Output: Suspect.report. RETURN-CODE 0 no SUSPECT answer
      * stands, 4 at least one does, 8 no results.ledger.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ReportFile ASSIGN TO "Suspect.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "ResultsLedger.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD ReportFile.
       01 ReportRec PIC X(132).

       COPY "ResultsLedgerFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "ResultsLedgerFields.cpy".

      * The newest ledger line number per season/day/part, so each
      * SUSPECT line can be told standing or superseded.
       01 KeyTable.
          02 KeyCount PIC 9(3) VALUE 0.
          02 KeyEntry OCCURS 200 TIMES.
             03 KeyId     PIC X(9).
             03 KeyNewest PIC 9(7).

      * Every SUSPECT line, in ledger order.
       01 SuspTable.
          02 SuspCount PIC 9(3) VALUE 0.
          02 SuspEntry OCCURS 500 TIMES.
             03 SuspKey    PIC X(9).
             03 SuspLine   PIC 9(7).
             03 SuspProg   PIC X(30).
             03 SuspAnswer PIC X(30).
             03 SuspAt     PIC X(14).
             03 SuspWhy    PIC X(40).

       01 Kx          PIC 9(3).
       01 Sx          PIC 9(3).
       01 FoundIdx    PIC 9(3).
       01 LineNo      PIC 9(7) VALUE 0.
       01 EndOfLedger PIC 9(1).
       01 CurKey      PIC X(9).
       01 CurDay      PIC X(4).
       01 CurPart     PIC X(4).
       01 CurProg     PIC X(40).
       01 CurAnswer   PIC X(30).
       01 CurTime     PIC X(26).
       01 CurSeason   PIC X(4).
       01 CurWhy      PIC X(60).
       01 LineJunk    PIC X(250).
       01 SuspectTally PIC 9(2).
       01 StandCount  PIC 9(3) VALUE 0.
       01 StandText   PIC X(10).
       01 CountFmt    PIC Z(2)9.
       01 StandFmt    PIC Z(2)9.

       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT LedgerFile.
           IF LedgerStatus IS NOT EQUAL TO "00"
            DISPLAY "results.ledger not found"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           MOVE 0 TO EndOfLedger.
           READ LedgerFile
            AT END MOVE 1 TO EndOfLedger
           END-READ.
           PERFORM UNTIL EndOfLedger IS EQUAL TO 1
            ADD 1 TO LineNo
            IF LedgerRec(1:4) IS EQUAL TO "day="
             PERFORM TallyLedgerLine
            END-IF
            READ LedgerFile
             AT END MOVE 1 TO EndOfLedger
            END-READ
           END-PERFORM.
           CLOSE LedgerFile.

           OPEN OUTPUT ReportFile.
           MOVE "Reasonability exceptions - SUSPECT answers on the "
             & "ledger" TO ReportRec.
           WRITE ReportRec.
           MOVE SPACES TO ReportRec.
           WRITE ReportRec.
           PERFORM VARYING Sx FROM 1 UNTIL Sx IS GREATER THAN
                   SuspCount
            PERFORM ReportSuspect
           END-PERFORM.
           MOVE SPACES TO ReportRec.
           WRITE ReportRec.
           MOVE SPACES TO ReportRec.
           MOVE SuspCount TO CountFmt.
           MOVE StandCount TO StandFmt.
           STRING FUNCTION TRIM(CountFmt) " SUSPECT answer(s) on the "
                  "ledger, " FUNCTION TRIM(StandFmt)
                  " still standing (held back from sign-off)"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           CLOSE ReportFile.
           DISPLAY FUNCTION TRIM(ReportRec).
           DISPLAY "Exceptions written to Suspect.report".
           IF StandCount IS GREATER THAN 0
            MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Subroutine TallyLedgerLine.
      *
      * Note the line as its day/part's newest, and keep it when it
      * carries a suspect= tag.
      *
      * Uses: LedgerRec, LineNo -> KeyTable, SuspTable
       TallyLedgerLine SECTION.
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
            MOVE "2019" TO CurSeason
           END-IF.
           MOVE SPACES TO CurKey.
           STRING CurSeason CurDay CurPart(1:1)
            DELIMITED BY SIZE INTO CurKey
           END-STRING.

           MOVE 0 TO FoundIdx.
           PERFORM VARYING Kx FROM 1 UNTIL Kx IS GREATER THAN
                   KeyCount
            IF KeyId(Kx) IS EQUAL TO CurKey
             MOVE Kx TO FoundIdx
             EXIT PERFORM
            END-IF
           END-PERFORM.
           IF FoundIdx IS EQUAL TO 0
            IF KeyCount IS LESS THAN 200
             ADD 1 TO KeyCount
             MOVE CurKey TO KeyId(KeyCount)
             MOVE LineNo TO KeyNewest(KeyCount)
            END-IF
           ELSE
            MOVE LineNo TO KeyNewest(FoundIdx)
           END-IF.

           MOVE 0 TO SuspectTally.
           INSPECT LedgerRec TALLYING SuspectTally FOR ALL " suspect=".
           IF SuspectTally IS EQUAL TO 0 OR SuspCount IS EQUAL TO 500
            EXIT SECTION
           END-IF.
           MOVE SPACES TO CurWhy.
           UNSTRING LedgerRec DELIMITED BY " suspect="
            INTO LineJunk CurWhy
           END-UNSTRING.
           UNSTRING CurWhy DELIMITED BY " "
            INTO CurWhy
           END-UNSTRING.
           ADD 1 TO SuspCount.
           MOVE CurKey TO SuspKey(SuspCount).
           MOVE LineNo TO SuspLine(SuspCount).
           MOVE CurProg TO SuspProg(SuspCount).
           MOVE CurAnswer TO SuspAnswer(SuspCount).
           MOVE CurTime(1:14) TO SuspAt(SuspCount).
           MOVE CurWhy TO SuspWhy(SuspCount).

      * Subroutine ReportSuspect.
      *
      * One report line for SUSPECT entry Sx, marked STANDING when no
      * later line has replaced it.
      *
      * Uses: SuspEntry(Sx), KeyTable -> ReportFile, StandCount
       ReportSuspect SECTION.
           MOVE "superseded" TO StandText.
           PERFORM VARYING Kx FROM 1 UNTIL Kx IS GREATER THAN
                   KeyCount
            IF KeyId(Kx) IS EQUAL TO SuspKey(Sx)
             AND KeyNewest(Kx) IS EQUAL TO SuspLine(Sx)
             MOVE "STANDING" TO StandText
             ADD 1 TO StandCount
            END-IF
           END-PERFORM.
           MOVE SPACES TO ReportRec.
           STRING SuspKey(Sx)(1:4) " day " SuspKey(Sx)(5:4)
                  " part " SuspKey(Sx)(9:1) " " StandText " "
                  SuspAnswer(Sx)(1:20) " at " SuspAt(Sx)
                  " rule " FUNCTION TRIM(SuspWhy(Sx)) " "
                  FUNCTION TRIM(SuspProg(Sx))
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
