       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-Browse.

      * Register browser: shows a pipe-delimited register as labelled
      * columns, so reading incidents.log or volumes.acct no longer
      * means counting pipes in a text editor. What a register looks
      * like comes from "register.layouts" - one REGISTER record
      * naming the file (and the record type shown, for a file that
      * mixes types) and a FIELD record per column with its position
      * in the record, label and display width - so making a new
      * register browsable means adding its layout there and nothing
      * else.
      *
      * The browser only ever opens a register for input: looking at
      * one can never change it. Each page is read fresh from the
      * file, so a register being appended to by the batch shows its
      * new records on the next page turn.
      *
      * Arguments: [RegisterName] - prompted for (from the list of
      * layouts) when not given
      *
      * Console commands: N next page, P previous page, F filter on
      * a field (prompts for the field label and the value the field
      * must start with; a blank label clears the filter), J jump to
      * a record number, R browse another register, Q quits. Record
      * numbers count the register's records of the layout's type,
      * and do not change under a filter.
      *
      * RETURN-CODE 8 when register.layouts is missing or holds no
      * layouts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LayoutFile ASSIGN TO "register.layouts"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LayoutStatus.
       SELECT BrowseFile ASSIGN USING BrowsePath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS BrowseStatus.

       DATA DIVISION.
       FILE SECTION.
       FD LayoutFile.
       01 LayoutRec PIC X(120).
       88 EndOfLayouts VALUE HIGH-VALUES.

       FD BrowseFile.
       01 BrowseRec PIC X(400).
       88 EndOfBrowse VALUE HIGH-VALUES.

       WORKING-STORAGE SECTION.
       01 LayoutStatus PIC X(2).
       01 BrowseStatus PIC X(2).
       01 BrowsePath   PIC X(60).

      * Every layout register.layouts defines.
       01 Layouts.
          02 LayCount PIC 9(2) VALUE 0.
          02 LayEntry OCCURS 40 TIMES.
             03 LayName       PIC X(16).
             03 LayFile       PIC X(60).
             03 LayTag        PIC X(10).
             03 LayFieldCount PIC 9(2).
             03 LayField OCCURS 20 TIMES.
                04 LfPos      PIC 9(2).
                04 LfLabel    PIC X(16).
                04 LfWidth    PIC 9(2).
       01 Lx          PIC 9(2).
       01 Fx          PIC 9(2).
       01 LayFld1     PIC X(10).
       01 LayFld2     PIC X(16).
       01 LayFld3     PIC X(60).
       01 LayFld4     PIC X(16).
       01 LayFld5     PIC X(10).

      * One register record split at its pipes.
       01 RecFields.
          02 RecFld PIC X(80) OCCURS 20 TIMES.

      * Paging state: StartOrd is the place, among the records the
      * filter lets through, of the first one on the page.
       01 PageSize    PIC 9(2) VALUE 15.
       01 StartOrd    PIC 9(6).
       01 MatchNo     PIC 9(6).
       01 MatchTotal  PIC 9(6).
       01 RecNo       PIC 9(6).
       01 ShownCount  PIC 9(2).
       01 ShowFlag    PIC 9(1).
       01 JumpTo      PIC 9(6).
       01 JumpOrd     PIC 9(6).

      * The filter: the layout field (0 for none) and the value it
      * must start with.
       01 FilterFx    PIC 9(2) VALUE 0.
       01 FilterValue PIC X(40).
       01 FilterLen   PIC 9(2).
       01 PassFlag    PIC 9(1).

       01 Command     PIC X(4).
       01 QuitFlag    PIC 9(1) VALUE 0.
       01 ReplyStr    PIC X(120).
       01 WantedName  PIC X(16).
       01 ShowLine    PIC X(132).
       01 ShowPtr     PIC 9(3).
       01 Cell        PIC X(80).
       01 RecNoFmt    PIC Z(5)9.
       01 FromFmt     PIC Z(5)9.
       01 ToFmt       PIC Z(5)9.
       01 TotalFmt    PIC Z(5)9.
       01 LastOrd     PIC 9(6).

       PROCEDURE DIVISION.
       Begin.
           PERFORM LoadLayouts.
           IF LayCount IS EQUAL TO 0
            DISPLAY "register.layouts is missing or holds no layouts"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.

           MOVE SPACES TO WantedName.
           ACCEPT WantedName FROM ARGUMENT-VALUE.
           INSPECT WantedName REPLACING ALL LOW-VALUES BY SPACE.
           PERFORM PickRegister.
           PERFORM UNTIL QuitFlag IS EQUAL TO 1
            DISPLAY "Register browser - N next, P previous, F filter, "
                    "J jump, R register, Q quit: "
                    WITH NO ADVANCING
            MOVE SPACES TO Command
            ACCEPT Command
            EVALUATE FUNCTION UPPER-CASE(Command(1:1))
             WHEN "N"
              IF StartOrd + PageSize IS GREATER THAN MatchTotal
               DISPLAY "Already on the last page."
              ELSE
               ADD PageSize TO StartOrd
               PERFORM ShowPage
              END-IF
             WHEN "P"
              IF StartOrd IS EQUAL TO 1
               DISPLAY "Already on the first page."
              ELSE
               IF StartOrd IS GREATER THAN PageSize
                SUBTRACT PageSize FROM StartOrd
               ELSE
                MOVE 1 TO StartOrd
               END-IF
               PERFORM ShowPage
              END-IF
             WHEN "F"
              PERFORM SetFilter
             WHEN "J"
              PERFORM JumpToRecord
             WHEN "R"
              MOVE SPACES TO WantedName
              PERFORM PickRegister
             WHEN "Q"
              MOVE 1 TO QuitFlag
             WHEN OTHER
              CONTINUE
            END-EVALUATE
           END-PERFORM.
           DISPLAY "Register browser closed.".
           STOP RUN.

      * Subroutine LoadLayouts.
      *
      * Every REGISTER record in register.layouts, with the FIELD
      * records that name its register; a FIELD for a register not
      * yet defined, past the 20th field or out of range is skipped.
      *
      * Uses: LayoutFile -> Layouts
       LoadLayouts SECTION.
           OPEN INPUT LayoutFile.
           IF LayoutStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO LayoutRec.
           READ LayoutFile
            AT END SET EndOfLayouts TO TRUE
           END-READ.
           PERFORM UNTIL EndOfLayouts
            MOVE SPACES TO LayFld1 LayFld2 LayFld3 LayFld4 LayFld5
            UNSTRING LayoutRec DELIMITED BY "|"
             INTO LayFld1 LayFld2 LayFld3 LayFld4 LayFld5
            END-UNSTRING
            EVALUATE LayFld1
             WHEN "REGISTER"
              IF LayCount IS LESS THAN 40
               ADD 1 TO LayCount
               MOVE FUNCTION UPPER-CASE(LayFld2) TO LayName(LayCount)
               MOVE LayFld3 TO LayFile(LayCount)
               MOVE LayFld4 TO LayTag(LayCount)
               MOVE 0 TO LayFieldCount(LayCount)
              END-IF
             WHEN "FIELD"
              PERFORM AddLayoutField
            END-EVALUATE
            MOVE SPACES TO LayoutRec
            READ LayoutFile
             AT END SET EndOfLayouts TO TRUE
            END-READ
           END-PERFORM.
           CLOSE LayoutFile.

      * Subroutine AddLayoutField.
      *
      * Add the FIELD record just split (register, position, label,
      * width) to its register's layout.
      *
      * Uses: LayFld2..LayFld5, Layouts -> Layouts
       AddLayoutField SECTION.
           MOVE FUNCTION UPPER-CASE(LayFld2) TO WantedName.
           PERFORM VARYING Lx FROM 1 UNTIL Lx IS GREATER THAN LayCount
            IF LayName(Lx) IS EQUAL TO WantedName
             IF LayFieldCount(Lx) IS LESS THAN 20
              AND FUNCTION NUMVAL(LayFld3) IS GREATER THAN 0
              AND FUNCTION NUMVAL(LayFld3) IS NOT GREATER THAN 20
              AND FUNCTION NUMVAL(LayFld5) IS GREATER THAN 0
              AND FUNCTION NUMVAL(LayFld5) IS NOT GREATER THAN 80
              ADD 1 TO LayFieldCount(Lx)
              MOVE LayFieldCount(Lx) TO Fx
              COMPUTE LfPos(Lx, Fx) = FUNCTION NUMVAL(LayFld3)
              MOVE LayFld4 TO LfLabel(Lx, Fx)
              COMPUTE LfWidth(Lx, Fx) = FUNCTION NUMVAL(LayFld5)
             END-IF
             EXIT SECTION
            END-IF
           END-PERFORM.

      * Subroutine PickRegister.
      *
      * Select the register WantedName names - prompting with the
      * list of layouts until a known one is given - clear the
      * filter and show its first page.
      *
      * Uses: WantedName, Layouts -> Lx, BrowsePath, StartOrd,
      *       FilterFx
       PickRegister SECTION.
           PERFORM UNTIL QuitFlag IS EQUAL TO 1
            MOVE FUNCTION UPPER-CASE(WantedName) TO WantedName
            IF WantedName IS NOT EQUAL TO SPACES
             PERFORM VARYING Lx FROM 1 UNTIL Lx IS GREATER THAN
                     LayCount
              IF LayName(Lx) IS EQUAL TO WantedName
               MOVE LayFile(Lx) TO BrowsePath
               MOVE 1 TO StartOrd
               MOVE 0 TO FilterFx
               PERFORM ShowPage
               EXIT SECTION
              END-IF
             END-PERFORM
             DISPLAY "No layout for " FUNCTION TRIM(WantedName)
                     " in register.layouts."
            END-IF
            DISPLAY "Registers:"
            PERFORM VARYING Lx FROM 1 UNTIL Lx IS GREATER THAN
                    LayCount
             DISPLAY "  " LayName(Lx) " " FUNCTION TRIM(LayFile(Lx))
            END-PERFORM
            DISPLAY "Register to browse (Q quits): " WITH NO ADVANCING
            MOVE SPACES TO WantedName
            ACCEPT WantedName
            IF FUNCTION UPPER-CASE(WantedName) IS EQUAL TO "Q"
             MOVE 1 TO QuitFlag
            END-IF
           END-PERFORM.

      * Subroutine SetFilter.
      *
      * Prompt for a field label and a value; the pages then show
      * only the records whose field starts with that value. A blank
      * label clears the filter.
      *
      * Uses: Layouts(Lx) -> FilterFx, FilterValue, FilterLen,
      *       StartOrd
       SetFilter SECTION.
           DISPLAY "Filter on field (blank clears the filter): "
                   WITH NO ADVANCING.
           MOVE SPACES TO ReplyStr.
           ACCEPT ReplyStr.
           IF FUNCTION TRIM(ReplyStr) IS EQUAL TO SPACES
            MOVE 0 TO FilterFx
            MOVE 1 TO StartOrd
            PERFORM ShowPage
            EXIT SECTION
           END-IF.
           MOVE 0 TO FilterFx.
           PERFORM VARYING Fx FROM 1 UNTIL Fx IS GREATER THAN
                   LayFieldCount(Lx)
            IF FUNCTION UPPER-CASE(LfLabel(Lx, Fx)) IS EQUAL TO
               FUNCTION UPPER-CASE(FUNCTION TRIM(ReplyStr))
             MOVE Fx TO FilterFx
            END-IF
           END-PERFORM.
           IF FilterFx IS EQUAL TO 0
            DISPLAY "No field " FUNCTION TRIM(ReplyStr) " in the "
                    FUNCTION TRIM(LayName(Lx)) " layout."
            EXIT SECTION
           END-IF.
           DISPLAY "Value the field starts with: " WITH NO ADVANCING.
           MOVE SPACES TO ReplyStr.
           ACCEPT ReplyStr.
           MOVE FUNCTION TRIM(ReplyStr) TO FilterValue.
           IF FilterValue IS EQUAL TO SPACES
            MOVE 0 TO FilterFx
           ELSE
            MOVE FUNCTION LENGTH(FUNCTION TRIM(FilterValue))
             TO FilterLen
           END-IF.
           MOVE 1 TO StartOrd.
           PERFORM ShowPage.

      * Subroutine JumpToRecord.
      *
      * Prompt for a record number and show the page starting at
      * that record - or, under a filter, at the first record the
      * filter lets through from there on.
      *
      * Uses: Layouts(Lx), the filter -> StartOrd
       JumpToRecord SECTION.
           DISPLAY "Record number: " WITH NO ADVANCING.
           MOVE SPACES TO ReplyStr.
           ACCEPT ReplyStr.
           IF FUNCTION TRIM(ReplyStr) IS EQUAL TO SPACES
            EXIT SECTION
           END-IF.
           COMPUTE JumpTo = FUNCTION NUMVAL(ReplyStr).
           IF JumpTo IS EQUAL TO 0
            MOVE 1 TO JumpTo
           END-IF.
           MOVE 0 TO ShowFlag.
           PERFORM ScanRegister.
           MOVE 0 TO JumpTo.
           IF JumpOrd IS EQUAL TO 0
            DISPLAY "No record from there on"
                    " - the register holds " MatchTotal "."
            EXIT SECTION
           END-IF.
           MOVE JumpOrd TO StartOrd.
           PERFORM ShowPage.

      * Subroutine ShowPage.
      *
      * The page starting at StartOrd: a title line, the column
      * labels, then the records.
      *
      * Uses: Layouts(Lx), StartOrd, the filter -> console
       ShowPage SECTION.
           MOVE 0 TO JumpTo.
           MOVE 0 TO ShowFlag.
           PERFORM ScanRegister.
           IF BrowseStatus IS NOT EQUAL TO "00"
            AND MatchTotal IS EQUAL TO 0
            DISPLAY FUNCTION TRIM(BrowsePath)
                    " is not on disk - nothing to browse."
            EXIT SECTION
           END-IF.
           IF StartOrd IS GREATER THAN MatchTotal
            AND MatchTotal IS GREATER THAN 0
            MOVE MatchTotal TO StartOrd
           END-IF.

           COMPUTE LastOrd = StartOrd + PageSize - 1.
           IF LastOrd IS GREATER THAN MatchTotal
            MOVE MatchTotal TO LastOrd
           END-IF.
           MOVE StartOrd TO FromFmt.
           MOVE LastOrd TO ToFmt.
           MOVE MatchTotal TO TotalFmt.
           MOVE SPACES TO ShowLine.
           MOVE 1 TO ShowPtr.
           STRING FUNCTION TRIM(LayName(Lx)) " ("
                  FUNCTION TRIM(BrowsePath) ") - "
                  FUNCTION TRIM(FromFmt) " to " FUNCTION TRIM(ToFmt)
                  " of " FUNCTION TRIM(TotalFmt)
            DELIMITED BY SIZE INTO ShowLine
            WITH POINTER ShowPtr
           END-STRING.
           IF FilterFx IS GREATER THAN 0
            STRING ", " FUNCTION TRIM(LfLabel(Lx, FilterFx)) " = "
                   FilterValue(1:FilterLen) "..."
             DELIMITED BY SIZE INTO ShowLine
             WITH POINTER ShowPtr
            END-STRING
           END-IF.
           DISPLAY " ".
           DISPLAY FUNCTION TRIM(ShowLine TRAILING).

           MOVE SPACES TO ShowLine.
           MOVE "Rec no" TO ShowLine.
           MOVE 8 TO ShowPtr.
           PERFORM VARYING Fx FROM 1 UNTIL Fx IS GREATER THAN
                   LayFieldCount(Lx)
            MOVE LfLabel(Lx, Fx) TO Cell
            STRING Cell(1:LfWidth(Lx, Fx)) " "
             DELIMITED BY SIZE INTO ShowLine
             WITH POINTER ShowPtr
            END-STRING
           END-PERFORM.
           DISPLAY FUNCTION TRIM(ShowLine TRAILING).
           IF MatchTotal IS EQUAL TO 0
            DISPLAY "  (no records)"
            EXIT SECTION
           END-IF.
           MOVE 1 TO ShowFlag.
           PERFORM ScanRegister.

      * Subroutine ScanRegister.
      *
      * One read-only pass over the register: number its records of
      * the layout's type, count those the filter lets through, and
      * with ShowFlag set display the ones that fall on the page.
      * With JumpTo set, JumpOrd is the place among the filtered
      * records of the first one numbered JumpTo or later.
      *
      * Uses: BrowsePath, Layouts(Lx), StartOrd, the filter,
      *       ShowFlag, JumpTo -> MatchTotal, JumpOrd, console
       ScanRegister SECTION.
           MOVE 0 TO RecNo MatchNo MatchTotal JumpOrd ShownCount.
           OPEN INPUT BrowseFile.
           IF BrowseStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO BrowseRec.
           READ BrowseFile
            AT END SET EndOfBrowse TO TRUE
           END-READ.
           PERFORM UNTIL EndOfBrowse
            IF BrowseRec(1:1) IS NOT EQUAL TO "*"
             AND BrowseRec IS NOT EQUAL TO SPACES
             PERFORM SplitRecord
             IF LayTag(Lx) IS EQUAL TO SPACES
              OR RecFld(1) IS EQUAL TO LayTag(Lx)
              ADD 1 TO RecNo
              PERFORM ApplyFilter
              IF PassFlag IS EQUAL TO 1
               ADD 1 TO MatchNo
               IF JumpTo IS GREATER THAN 0
                AND JumpOrd IS EQUAL TO 0
                AND RecNo IS NOT LESS THAN JumpTo
                MOVE MatchNo TO JumpOrd
               END-IF
               IF ShowFlag IS EQUAL TO 1
                AND MatchNo IS NOT LESS THAN StartOrd
                AND ShownCount IS LESS THAN PageSize
                PERFORM ShowRecord
                ADD 1 TO ShownCount
               END-IF
              END-IF
             END-IF
            END-IF
            MOVE SPACES TO BrowseRec
            READ BrowseFile
             AT END SET EndOfBrowse TO TRUE
            END-READ
           END-PERFORM.
           CLOSE BrowseFile.
           MOVE MatchNo TO MatchTotal.

      * Subroutine SplitRecord.
      *
      * Split BrowseRec at its pipes into RecFld.
      *
      * Uses: BrowseRec -> RecFields
       SplitRecord SECTION.
           MOVE SPACES TO RecFields.
           UNSTRING BrowseRec DELIMITED BY "|"
            INTO RecFld(1) RecFld(2) RecFld(3) RecFld(4) RecFld(5)
                 RecFld(6) RecFld(7) RecFld(8) RecFld(9) RecFld(10)
                 RecFld(11) RecFld(12) RecFld(13) RecFld(14)
                 RecFld(15) RecFld(16) RecFld(17) RecFld(18)
                 RecFld(19) RecFld(20)
           END-UNSTRING.

      * Subroutine ApplyFilter.
      *
      * Whether the split record passes the filter (always, with
      * none set).
      *
      * Uses: RecFields, FilterFx, FilterValue, FilterLen ->
      *       PassFlag
       ApplyFilter SECTION.
           MOVE 1 TO PassFlag.
           IF FilterFx IS EQUAL TO 0
            EXIT SECTION
           END-IF.
           MOVE FUNCTION TRIM(RecFld(LfPos(Lx, FilterFx))) TO Cell.
           IF Cell(1:FilterLen) IS NOT EQUAL TO
              FilterValue(1:FilterLen)
            MOVE 0 TO PassFlag
           END-IF.

      * Subroutine ShowRecord.
      *
      * One display line: the record number, then each layout field
      * cut or padded to its display width.
      *
      * Uses: RecNo, RecFields, Layouts(Lx) -> console
       ShowRecord SECTION.
           MOVE RecNo TO RecNoFmt.
           MOVE SPACES TO ShowLine.
           MOVE RecNoFmt TO ShowLine.
           MOVE 8 TO ShowPtr.
           PERFORM VARYING Fx FROM 1 UNTIL Fx IS GREATER THAN
                   LayFieldCount(Lx)
            MOVE FUNCTION TRIM(RecFld(LfPos(Lx, Fx))) TO Cell
            STRING Cell(1:LfWidth(Lx, Fx)) " "
             DELIMITED BY SIZE INTO ShowLine
             WITH POINTER ShowPtr
            END-STRING
           END-PERFORM.
           DISPLAY FUNCTION TRIM(ShowLine TRAILING).
