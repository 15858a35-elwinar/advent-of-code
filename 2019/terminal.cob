       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-Terminal.

      * ASCII terminal for Intcode tapes. The camera, springdroid and
      * adventure tapes talk in text: every output is a character
      * code and every input is a typed line. The debugger shows
      * those as raw numbers; this program loads any tape through the
      * shared interpreter (ReadAsm/ResetAsm as everywhere else) and
      * holds a session with it as text. Outputs are printed as
      * characters, a line at a time; a value past the ASCII range
      * (above 127, or negative) is printed as a plain number on a
      * line of its own, which is how the tapes report their final
      * figures. When the tape asks for input the pending prompt is
      * shown and one line is read from the console and fed back as
      * its character codes followed by a newline (10). Typing /QUIT
      * ends the session without sending anything.
      *
      * Every session is written to a transcript: a provenance record
      * for the tape, then one record per event - "OUT|text" for a
      * line of tape output, "NUM|value" for a plain number,
      * "IN|text" for a line fed to the tape - then "END|how" and the
      * standard TRAILER|count|checksum control record.
      *
      * A transcript is also an input script: given as ScriptPath,
      * its IN lines are fed to the tape in order instead of console
      * lines, so a session that worked (a springdroid program, an
      * adventure walkthrough) reruns unattended as a batch job. The
      * other transcript records are skipped, and a script that
      * starts with a provenance record must pass its control
      * trailer before the run starts. A hand-written script - plain
      * lines, no provenance record and no trailer - is fed line for
      * line. If the script's tape fingerprint differs from the tape
      * being run, a warning is shown and the run goes ahead. A tape
      * that asks for more input than the script holds ends the
      * session.
      *
      * Arguments: InputPath [ScriptPath] [TranscriptPath]
      *   ScriptPath:     a transcript or plain script to replay;
      *                   SPACES (the default) reads the console
      *   TranscriptPath: default "terminal.transcript"
      *
      * RETURN-CODE 0 the tape halted (or the operator quit), 4 the
      * script ran out or failed its control trailer, 8 missing tape
      * or script.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT InputFile ASSIGN TO InputPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS InputStatus.
       SELECT ScriptFile ASSIGN TO ScriptPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ScriptStatus.
       SELECT TranscriptFile ASSIGN TO TranscriptPath
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "ProvFeed.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD InputFile RECORD IS VARYING IN SIZE FROM 1 TO 9999 CHARACTERS.
       01 InputRec  PIC X(9999).

       FD ScriptFile RECORD IS VARYING IN SIZE FROM 1 TO 210
          CHARACTERS.
       01 ScriptRec    PIC X(210).
       88 EndOfScript  VALUE HIGH-VALUES.

       FD TranscriptFile.
       01 TranscriptRec PIC X(210).

       COPY "ProvFeedFD.cpy".

       WORKING-STORAGE SECTION.
       01 InputPath PIC X(50).
      * InputStatus catches a missing/misnamed InputPath file so that
      * case produces a clean message instead of a runtime abend.
       01 InputStatus PIC X(2).
       COPY "ProvFields.cpy".
       COPY "AbendFields.cpy".
       01 Seps      PIC 9(5).
       01 Str       PIC X(20).
       01 Ptr       PIC 9(5).

       COPY "IntcodeAsm.cpy".
       COPY "IntcodeVmControl.cpy".

      * ScriptPath optionally names the transcript or plain script to
      * replay; SPACES (the default) holds the session at the
      * console.
       01 ScriptPath     PIC X(50).
       01 ScriptStatus   PIC X(2).
       01 Scripted       PIC 9(1) VALUE 0.
       01 ScriptProv     PIC X(200) VALUE SPACES.
       01 ScriptFp       PIC X(20).
       01 TapeFp         PIC X(20).
       01 FpTok          PIC X(60).
      * Control-total verification of a transcript used as a script,
      * the same record-count/first-character fold the transcript is
      * written with.
       01 ScriptTrlSeen  PIC 9(1).
       01 ScriptRecCount PIC 9(9).
       01 ScriptRecSum   PIC 9(9).
       01 ScriptTrlCount PIC 9(9).
       01 ScriptTrlSum   PIC 9(9).
       01 TrlTag         PIC X(8).
       01 TrlTok1        PIC X(20).
       01 TrlTok2        PIC X(20).

       01 TranscriptPath PIC X(50).

      * The line being fed to the tape, and the tape's output line
      * being assembled character by character.
       01 LineIn     PIC X(200).
       01 LineLen    PIC 9(3).
       01 LineOut    PIC X(200).
       01 OutLen     PIC 9(3) VALUE 0.
       01 OutChar    PIC S9(20).
       01 NumFmt     PIC -(19)9.
       01 Kx         PIC 9(3).
       01 GotLine    PIC 9(1).

      * How the session ended, and its tallies.
       01 EndState   PIC X(16) VALUE SPACES.
       01 LinesIn    PIC 9(6) VALUE 0.
       01 LinesOut   PIC 9(6) VALUE 0.
       01 NumsOut    PIC 9(6) VALUE 0.

       01 TrailCount PIC 9(9) VALUE 0.
       01 TrailSum   PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT InputPath FROM ARGUMENT-VALUE.
           ACCEPT ScriptPath FROM ARGUMENT-VALUE.
           ACCEPT TranscriptPath FROM ARGUMENT-VALUE.
           MOVE "AdventOfCode2019-Terminal" TO AbendProgram.
           MOVE InputPath TO AbendInput.
           IF ScriptPath IS EQUAL TO LOW-VALUES
            MOVE SPACES TO ScriptPath
           END-IF.
           IF TranscriptPath IS EQUAL TO SPACES OR TranscriptPath IS
              EQUAL TO LOW-VALUES
            MOVE "terminal.transcript" TO TranscriptPath
           END-IF.

           OPEN INPUT InputFile.
           IF InputStatus IS NOT EQUAL TO "00"
            DISPLAY "Input file not found: " FUNCTION TRIM(InputPath)
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           READ InputFile.
           CLOSE InputFile.
           PERFORM ReadAsm.
           PERFORM ResetAsm.

      * ASSIGN TO ScriptPath/TranscriptPath resolves through the
      * environment under this dialect, so the paths are exported
      * before the OPENs.
           MOVE InputPath TO ProvFeedPath.
           PERFORM BuildProvenance.
           IF ScriptPath IS NOT EQUAL TO SPACES
            MOVE 1 TO Scripted
            DISPLAY "ScriptPath" UPON ENVIRONMENT-NAME
            DISPLAY ScriptPath UPON ENVIRONMENT-VALUE
            PERFORM VerifyScript
            OPEN INPUT ScriptFile
            MOVE SPACES TO ScriptRec
            DISPLAY "Replaying " FUNCTION TRIM(ScriptPath)
           END-IF.
           DISPLAY "TranscriptPath" UPON ENVIRONMENT-NAME.
           DISPLAY TranscriptPath UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT TranscriptFile.
           MOVE ProvRec TO TranscriptRec.
           PERFORM WriteTranscriptRec.

           PERFORM RunSession.

           PERFORM FlushOutput.
           MOVE SPACES TO TranscriptRec.
           STRING "END|" FUNCTION TRIM(EndState)
            DELIMITED BY SIZE INTO TranscriptRec
           END-STRING.
           PERFORM WriteTranscriptRec.
           MOVE SPACES TO TranscriptRec.
           STRING "TRAILER|" TrailCount "|" TrailSum
            DELIMITED BY SIZE INTO TranscriptRec
           END-STRING.
           WRITE TranscriptRec.
           CLOSE TranscriptFile.
           IF Scripted IS EQUAL TO 1
            CLOSE ScriptFile
           END-IF.

           DISPLAY " ".
           DISPLAY "Session ended: " FUNCTION TRIM(EndState) " - "
                   LinesIn " line(s) in, " LinesOut " line(s) and "
                   NumsOut " number(s) out".
           DISPLAY "Transcript written to "
                   FUNCTION TRIM(TranscriptPath).
           IF EndState IS EQUAL TO "SCRIPT-EXHAUSTED"
            MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Subroutine RunSession.
      *
      * Run the tape until it halts or the session is ended: each
      * output goes to the line being assembled (or out as a plain
      * number), and each input request is answered with the next
      * console or script line.
      *
      * Uses: Asm -> EndState, transcript records
       RunSession SECTION.
           PERFORM UNTIL EndState IS NOT EQUAL TO SPACES
            PERFORM ExecuteAsm
            EVALUATE Interrupt
             WHEN 0
              MOVE "HALTED" TO EndState
             WHEN 3
              PERFORM FeedLine
             WHEN 4
              MOVE Outputs(1) TO OutChar
              MOVE 0 TO OutputsLen
              PERFORM TakeOutput
            END-EVALUATE
           END-PERFORM.

      * Subroutine TakeOutput.
      *
      * One output value: a newline ends the line being assembled, an
      * ASCII code joins it, and anything else is shown as a plain
      * number on a line of its own. A line that reaches the record
      * width is broken there.
      *
      * Uses: OutChar -> LineOut, OutLen, transcript records
       TakeOutput SECTION.
           EVALUATE TRUE
            WHEN OutChar IS EQUAL TO 10
             PERFORM EndOutputLine
            WHEN OutChar IS LESS THAN 0 OR OutChar IS GREATER THAN 127
             PERFORM FlushOutput
             MOVE OutChar TO NumFmt
             DISPLAY FUNCTION TRIM(NumFmt)
             ADD 1 TO NumsOut
             MOVE SPACES TO TranscriptRec
             STRING "NUM|" FUNCTION TRIM(NumFmt)
              DELIMITED BY SIZE INTO TranscriptRec
             END-STRING
             PERFORM WriteTranscriptRec
            WHEN OTHER
             IF OutLen IS NOT LESS THAN 200
              PERFORM EndOutputLine
             END-IF
             ADD 1 TO OutLen
             MOVE FUNCTION CHAR(OutChar + 1) TO LineOut(OutLen:1)
           END-EVALUATE.

      * Subroutine FlushOutput.
      *
      * End the line being assembled if it holds anything - before a
      * plain number, before an input prompt is answered, and when
      * the session ends.
      *
      * Uses: LineOut, OutLen -> transcript records
       FlushOutput SECTION.
           IF OutLen IS GREATER THAN 0
            PERFORM EndOutputLine
           END-IF.

      * Subroutine EndOutputLine.
      *
      * Show the assembled line and record it as an OUT record.
      *
      * Uses: LineOut, OutLen -> transcript records, LinesOut
       EndOutputLine SECTION.
           IF OutLen IS EQUAL TO 0
            DISPLAY " "
           ELSE
            DISPLAY LineOut(1:OutLen)
           END-IF.
           ADD 1 TO LinesOut.
           MOVE SPACES TO TranscriptRec.
           IF OutLen IS EQUAL TO 0
            MOVE "OUT|" TO TranscriptRec
           ELSE
            STRING "OUT|" LineOut(1:OutLen)
             DELIMITED BY SIZE INTO TranscriptRec
            END-STRING
           END-IF.
           PERFORM WriteTranscriptRec.
           MOVE SPACES TO LineOut.
           MOVE 0 TO OutLen.

      * Subroutine FeedLine.
      *
      * The tape wants input: show any pending prompt, take the next
      * line from the console or the script, and queue its character
      * codes and a closing newline. /QUIT at the console, or a
      * script with no lines left, ends the session instead.
      *
      * Uses: console or ScriptFile -> Inputs, InputsLen, InputPtr
       FeedLine SECTION.
           PERFORM FlushOutput.
           IF Scripted IS EQUAL TO 1
            PERFORM NextScriptLine
            IF GotLine IS EQUAL TO 0
             MOVE "SCRIPT-EXHAUSTED" TO EndState
             DISPLAY "Script has no more input lines"
             EXIT SECTION
            END-IF
            DISPLAY "> " FUNCTION TRIM(LineIn TRAILING)
           ELSE
            DISPLAY "> " WITH NO ADVANCING
            MOVE SPACES TO LineIn
            ACCEPT LineIn
            IF FUNCTION UPPER-CASE(LineIn) IS EQUAL TO "/QUIT"
             MOVE "OPERATOR-QUIT" TO EndState
             EXIT SECTION
            END-IF
           END-IF.
           MOVE 0 TO LineLen.
           IF LineIn IS NOT EQUAL TO SPACES
            COMPUTE LineLen = FUNCTION LENGTH(FUNCTION TRIM(LineIn
                    TRAILING))
           END-IF.
           PERFORM VARYING Kx FROM 1 UNTIL Kx IS GREATER THAN LineLen
            COMPUTE Inputs(Kx) = FUNCTION ORD(LineIn(Kx:1)) - 1
           END-PERFORM.
           COMPUTE InputsLen = LineLen + 1.
           MOVE 10 TO Inputs(InputsLen).
           MOVE 1 TO InputPtr.
           ADD 1 TO LinesIn.
           MOVE SPACES TO TranscriptRec.
           IF LineLen IS EQUAL TO 0
            MOVE "IN|" TO TranscriptRec
           ELSE
            STRING "IN|" LineIn(1:LineLen)
             DELIMITED BY SIZE INTO TranscriptRec
            END-STRING
           END-IF.
           PERFORM WriteTranscriptRec.

      * Subroutine NextScriptLine.
      *
      * Read forward to the script's next input line: an IN record's
      * text, or a plain record as it stands. Provenance, output,
      * end and trailer records are skipped.
      *
      * Uses: ScriptFile -> LineIn, GotLine
       NextScriptLine SECTION.
           MOVE 0 TO GotLine.
           PERFORM UNTIL GotLine IS EQUAL TO 1 OR EndOfScript
            MOVE SPACES TO ScriptRec
            READ ScriptFile
             AT END SET EndOfScript TO TRUE
            END-READ
            IF NOT EndOfScript
             EVALUATE TRUE
              WHEN ScriptRec(1:3) IS EQUAL TO "IN|"
               MOVE ScriptRec(4:) TO LineIn
               MOVE 1 TO GotLine
              WHEN ScriptRec(1:5) IS EQUAL TO "PROV|"
               CONTINUE
              WHEN ScriptRec(1:4) IS EQUAL TO "OUT|"
               CONTINUE
              WHEN ScriptRec(1:4) IS EQUAL TO "NUM|"
               CONTINUE
              WHEN ScriptRec(1:4) IS EQUAL TO "END|"
               CONTINUE
              WHEN ScriptRec(1:8) IS EQUAL TO "TRAILER|"
               CONTINUE
              WHEN OTHER
               MOVE ScriptRec TO LineIn
               MOVE 1 TO GotLine
             END-EVALUATE
            END-IF
           END-PERFORM.

      * Subroutine VerifyScript.
      *
      * Pre-read the script before the run. A transcript (one that
      * leads with a provenance record) must match its control
      * trailer, or it is refused as truncated; its tape fingerprint
      * is compared with this tape's and a difference is warned
      * about. A plain script needs neither.
      *
      * Uses: ScriptPath, ProvRec -> ScriptProv
       VerifyScript SECTION.
           OPEN INPUT ScriptFile.
           IF ScriptStatus IS NOT EQUAL TO "00"
            DISPLAY "Script file not found: "
                    FUNCTION TRIM(ScriptPath)
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           MOVE 0 TO ScriptTrlSeen.
           MOVE 0 TO ScriptRecCount.
           MOVE 0 TO ScriptRecSum.
           MOVE SPACES TO ScriptRec.
           READ ScriptFile
            AT END SET EndOfScript TO TRUE
           END-READ.
           IF NOT EndOfScript AND ScriptRec(1:5) IS EQUAL TO "PROV|"
            MOVE ScriptRec TO ScriptProv
           END-IF.
           PERFORM UNTIL EndOfScript
            IF ScriptRec(1:8) IS EQUAL TO "TRAILER|"
             MOVE 1 TO ScriptTrlSeen
             UNSTRING ScriptRec DELIMITED BY "|"
              INTO TrlTag TrlTok1 TrlTok2
             END-UNSTRING
             COMPUTE ScriptTrlCount = FUNCTION NUMVAL(TrlTok1)
             COMPUTE ScriptTrlSum = FUNCTION NUMVAL(TrlTok2)
            ELSE
             ADD 1 TO ScriptRecCount
             COMPUTE ScriptRecSum = FUNCTION MOD(ScriptRecSum
                   + FUNCTION ORD(ScriptRec(1:1)), 1000000000)
            END-IF
            MOVE SPACES TO ScriptRec
            READ ScriptFile
             AT END SET EndOfScript TO TRUE
            END-READ
           END-PERFORM.
           CLOSE ScriptFile.
           IF ScriptProv IS EQUAL TO SPACES
            EXIT SECTION
           END-IF.
           IF ScriptTrlSeen IS EQUAL TO 0
            OR ScriptRecCount IS NOT EQUAL TO ScriptTrlCount
            OR ScriptRecSum IS NOT EQUAL TO ScriptTrlSum
            DISPLAY "Transcript fails its control trailer: "
                    FUNCTION TRIM(ScriptPath)
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF.
      * The fingerprint is the "fp=" field of each provenance record.
           MOVE SPACES TO FpTok.
           MOVE SPACES TO ScriptFp.
           UNSTRING ScriptProv DELIMITED BY "|fp="
            INTO FpTok ScriptFp
           END-UNSTRING.
           UNSTRING ScriptFp DELIMITED BY "|" INTO ScriptFp
           END-UNSTRING.
           MOVE SPACES TO TapeFp.
           UNSTRING ProvRec DELIMITED BY "|fp="
            INTO FpTok TapeFp
           END-UNSTRING.
           UNSTRING TapeFp DELIMITED BY "|" INTO TapeFp
           END-UNSTRING.
           IF ScriptFp IS NOT EQUAL TO TapeFp
            DISPLAY "Warning: transcript was recorded against tape "
                    FUNCTION TRIM(ScriptFp) ", this tape is "
                    FUNCTION TRIM(TapeFp)
           END-IF.

      * Subroutine WriteTranscriptRec.
      *
      * Write one transcript record and fold it into the control
      * totals.
      *
      * Uses: TranscriptRec -> TranscriptFile, TrailCount, TrailSum
       WriteTranscriptRec SECTION.
           ADD 1 TO TrailCount.
           COMPUTE TrailSum = FUNCTION MOD(TrailSum
                 + FUNCTION ORD(TranscriptRec(1:1)), 1000000000).
           WRITE TranscriptRec.

      * Read the program from the input file. Save it to the Src
      * table, so any number of copies of the program can be run.
       ReadAsm SECTION.
           MOVE 0 TO Seps.
           INSPECT InputRec TALLYING Seps FOR ALL ",".
           IF Seps < 9999
            ADD 1 TO Seps
           ELSE
            MOVE 9999 TO Seps
           END-IF.

           MOVE 1 TO Ptr.
           MOVE 0 TO SrcLen.
           PERFORM Seps TIMES
            UNSTRING InputRec DELIMITED BY "," INTO Str
             WITH POINTER Ptr
            END-UNSTRING
            ADD 1 TO SrcLen
            COMPUTE Src(SrcLen) = FUNCTION NUMVAL(Str)
           END-PERFORM.

      * Reset the current state of the program by getting a fresh copy
      * of the instructions, and setting the pointers to 1 - delegated
      * to the shared interpreter subprogram, which also zeroes the
      * scratch memory past SrcLen and the RelativeBase.
       ResetAsm SECTION.
           MOVE "RESET" TO VmAction.
           CALL "AdventOfCode2019-Intcode" USING VmControl SrcImage
                Asm.

      * Execute the current program until it halts or interrupts
      * (Interrupt 3 = input starved, 4 = output produced, 0 = halt) -
      * delegated to the shared interpreter subprogram.
       ExecuteAsm SECTION.
           MOVE "RUN" TO VmAction.
           CALL "AdventOfCode2019-Intcode" USING VmControl SrcImage
                Asm.

           COPY "ProvWrite.cpy".
