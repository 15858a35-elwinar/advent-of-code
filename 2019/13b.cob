       01 BlockModeStr PIC X(6).
       01 BlockMode PIC 9(1) VALUE 0.
       01 BlockCount PIC 9(5) VALUE 0.
      * StartBlocks is the block count at game start (the first call
      * for the joystick), recorded on a played game's audit entry so
      * the cross-day checks can hold 13a's count to it.
       01 StartBlocks PIC 9(5) VALUE 0.
       01 StartBlocksTaken PIC 9(1) VALUE 0.
       01 StartNote PIC X(20).

      * ReplayPath optionally names a replay file every frame is
      * recorded to - the tile grid, ball/paddle positions, joystick
           MOVE 0 TO Score.
           MOVE 0 TO BallX.
           MOVE 0 TO PaddleX.
           MOVE 0 TO StartBlocksTaken.
           IF BlockMode IS NOT EQUAL TO 1
            MOVE 2 TO Op(1)
           END-IF.
             WHEN 3
              MOVE 1 TO InputsLen
              MOVE 1 TO InputPtr
      * The first call for the joystick is game start: the board is
      * drawn and no block has been broken yet.
              IF StartBlocksTaken IS EQUAL TO 0
               PERFORM CountBlocks
               MOVE BlockCount TO StartBlocks
               MOVE 1 TO StartBlocksTaken
              END-IF
              IF AutoMode IS EQUAL TO 1
      * The tracking parameters default to the classic follow-the-
      * ball play; a league strategy swaps its own in.
           MOVE "AdventOfCode2019-13b" TO AuditProgramId.
           MOVE InputPath TO AuditInputPath.
           MOVE SPACES TO AuditArgs.
           MOVE SPACES TO StartNote.
           IF BlockMode IS NOT EQUAL TO 1
            AND StartBlocksTaken IS EQUAL TO 1
            STRING " startblocks=" StartBlocks
             DELIMITED BY SIZE INTO StartNote
            END-STRING
           END-IF.
           STRING "auto=" DELIMITED BY SIZE
                  FUNCTION TRIM(AutoModeStr) DELIMITED BY SIZE
                  " blocks=" DELIMITED BY SIZE
                  FUNCTION TRIM(BlockModeStr) DELIMITED BY SIZE
                  StartNote DELIMITED BY SIZE
             INTO AuditArgs
           END-STRING.
           MOVE "13" TO LedgerDay.
           MOVE 1 TO AcctReads.
           MOVE 1 TO AcctLines.
           MOVE VmInstrCount TO AcctInstr.
           PERFORM NoteVmCapacity.
           PERFORM WriteLedger.

      * Subroutine RunLeague.
           MOVE 1 TO AcctReads.
           MOVE StratCount TO AcctLines.
           MOVE VmInstrCount TO AcctInstr.
           PERFORM NoteVmCapacity.
           PERFORM WriteLedger.

      * Subroutine WriteLeagueTable.

           COPY "AuditTrailWrite.cpy".
           COPY "ResultsLedgerWrite.cpy".
           COPY "IntcodeCapacity.cpy".
