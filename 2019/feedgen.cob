      *
      * Arguments: FeedType Size Seed [OutPath]
      *   FeedType: MODULE TAPE WIRE RANGE ORBIT IMAGE ASTEROID MOON
      *             REACTION SIGNAL SHUFFLE BUGS
      *   Size:     records (MODULE/RANGE/MOON/REACTION/ORBIT/
      *             SHUFFLE), tape
      *             cells (TAPE), chunks per wire (WIRE), layers
      *             (IMAGE), grid side (ASTEROID), digits (SIGNAL) or
      *             bugs on the fixed 5x5 grid (BUGS)
      *   Seed:     any number; the same seed regenerates the same
      *             feed
      *   OutPath:  default "synthetic.feed"
      *
      * A synthetic feed is test data, never production's: run in
      * PROD, a relative OutPath is written under the TEST
      * environment's tree instead (set up on demand), where test
      * runs can use it and from where envctl PROMOTE is the only way
      * it reaches production's intake.
      *
      * RETURN-CODE 0 generated, 8 bad arguments.

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
       SELECT OutFile ASSIGN USING OutPath
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "Environment.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD OutFile RECORD IS VARYING IN SIZE FROM 1 TO 9999
          CHARACTERS DEPENDING ON OutLen.
       01 OutRec PIC X(9999).
       COPY "EnvironmentFD.cpy".

       WORKING-STORAGE SECTION.
       01 FeedType  PIC X(8).
       01 SizeStr   PIC X(8).
       01 SeedStr   PIC X(10).
       01 OutPath   PIC X(120).
       01 GenSize   PIC 9(6) VALUE 0.
       01 OutLen    PIC 9(5).

       01 MoonAbs   PIC 9(2).
       01 ChemFmt   PIC 9(3).
       01 Chem2Fmt  PIC 9(3).
       01 SigTotal  PIC 9(9).
       01 SigOffset PIC 9(7).
       01 BugGrid   PIC X(25).
       01 AskedPath PIC X(50).

       COPY "EnvironmentFields.cpy".

       PROCEDURE DIVISION.
       Begin.
              LOW-VALUES
            MOVE "synthetic.feed" TO OutPath
           END-IF.
           PERFORM RouteToTest.

           DISPLAY "OutPath" UPON ENVIRONMENT-NAME.
           DISPLAY OutPath UPON ENVIRONMENT-VALUE.
            WHEN "ASTEROID" PERFORM GenAsteroid
            WHEN "MOON"     PERFORM GenMoon
            WHEN "REACTION" PERFORM GenReaction
            WHEN "SIGNAL"   PERFORM GenSignal
            WHEN "SHUFFLE"  PERFORM GenShuffle
            WHEN "BUGS"     PERFORM GenBugs
            WHEN OTHER
             DISPLAY "Unknown feed type: " FUNCTION TRIM(FeedType)
             CLOSE OutFile
                   " written to " FUNCTION TRIM(OutPath).
           STOP RUN.

      * Subroutine RouteToTest.
      *
      * In PROD, re-root a relative OutPath under the TEST
      * environment; a TEST or SAMPLE run writes where it stands.
      *
      * Uses: OutPath -> OutPath, TEST tree
       RouteToTest SECTION.
           PERFORM GetEnvironment.
           IF EnvName IS NOT EQUAL TO "PROD"
            OR OutPath(1:1) IS EQUAL TO "/"
            EXIT SECTION
           END-IF.
           MOVE "TEST" TO EnvTarget.
           PERFORM SetUpEnvironment.
           IF EnvSysRc IS NOT EQUAL TO 0
            DISPLAY "Cannot set up the TEST environment under "
                    FUNCTION TRIM(EnvRoot) "; no feed written"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           MOVE OutPath TO AskedPath.
           MOVE SPACES TO OutPath.
           STRING FUNCTION TRIM(EnvRoot) "/" FUNCTION TRIM(AskedPath)
            DELIMITED BY SIZE INTO OutPath
           END-STRING.
           DISPLAY "Synthetic feeds go to TEST: writing "
                   FUNCTION TRIM(OutPath).

      * Subroutine NextRand.
      *
      * Advance the generator and fold the state into 0..RandN-1.
            COMPUTE OutLen = Ptr - 1
            WRITE OutRec
           END-PERFORM.

      * Subroutine GenSignal.
      *
      * One record of GenSize decimal digits. Up to 999 digits the
      * leading seven are a message offset 16b can honour: past the
      * midpoint of the signal repeated 10000 times, inside its last
      * million digits and with room for the eight-digit message -
      * so a generated feed runs through both parts of Day 16, not
      * just through the SIGNAL edit.
       GenSignal SECTION.
           IF GenSize IS GREATER THAN 9999
            MOVE 9999 TO GenSize
            DISPLAY "SIGNAL size capped at 9999 digits"
           END-IF.
           IF GenSize IS LESS THAN 7
            MOVE 7 TO GenSize
            DISPLAY "SIGNAL size raised to the 7-digit offset"
           END-IF.
           MOVE SPACES TO OutRec.
           MOVE GenSize TO OutLen.
           PERFORM VARYING Idx FROM 1 UNTIL Idx IS GREATER THAN
                   OutLen
            MOVE 10 TO RandN
            PERFORM NextRand
            MOVE RandVal(6:1) TO OutRec(Idx:1)
           END-PERFORM.
           IF GenSize IS LESS THAN 1000
            COMPUTE SigTotal = GenSize * 10000
            COMPUTE RandN = SigTotal / 2 - 8
            IF RandN IS GREATER THAN 999000
             MOVE 999000 TO RandN
            END-IF
            PERFORM NextRand
            COMPUTE SigOffset = SigTotal - 8 - RandVal
            MOVE SigOffset TO OutRec(1:7)
           END-IF.
           WRITE OutRec.

      * Subroutine GenShuffle.
      *
      * GenSize shuffle techniques in the three wordings Day 22
      * reads. Cuts run -9999..9999 so they stay inside a 10007-card
      * deck; increments run 2..75, all coprime with both of Day 22's
      * prime deck sizes, so every generated feed is a valid shuffle.
       GenShuffle SECTION.
           PERFORM VARYING Idx FROM 1 UNTIL Idx IS GREATER THAN
                   GenSize
            MOVE SPACES TO OutRec
            MOVE 1 TO Ptr
            MOVE 3 TO RandN
            PERFORM NextRand
            EVALUATE RandVal
             WHEN 0
              STRING "deal into new stack"
               DELIMITED BY SIZE INTO OutRec
               WITH POINTER Ptr
              END-STRING
             WHEN 1
              MOVE 9999 TO RandN
              PERFORM NextRand
              COMPUTE Num9 = RandVal + 1
              MOVE Num9 TO NumFmt
              MOVE 2 TO RandN
              PERFORM NextRand
              IF RandVal IS EQUAL TO 0
               STRING "cut -" FUNCTION TRIM(NumFmt)
                DELIMITED BY SIZE INTO OutRec
                WITH POINTER Ptr
               END-STRING
              ELSE
               STRING "cut " FUNCTION TRIM(NumFmt)
                DELIMITED BY SIZE INTO OutRec
                WITH POINTER Ptr
               END-STRING
              END-IF
             WHEN OTHER
              MOVE 74 TO RandN
              PERFORM NextRand
              COMPUTE Num3 = RandVal + 2
              MOVE Num3 TO NumFmt
              STRING "deal with increment " FUNCTION TRIM(NumFmt)
               DELIMITED BY SIZE INTO OutRec
               WITH POINTER Ptr
              END-STRING
            END-EVALUATE
            COMPUTE OutLen = Ptr - 1
            WRITE OutRec
           END-PERFORM.

      * Subroutine GenBugs.
      *
      * One 5x5 bug grid with GenSize bugs dropped on distinct cells.
      * The centre cell is left empty - on the recursive grid it is
      * the opening onto the next level down, not a tile.
       GenBugs SECTION.
           IF GenSize IS GREATER THAN 24
            MOVE 24 TO GenSize
            DISPLAY "BUGS size capped at 24 bugs"
           END-IF.
           MOVE ALL "." TO BugGrid.
           PERFORM VARYING Idx FROM 1 UNTIL Idx IS GREATER THAN
                   GenSize
            MOVE 25 TO RandN
            PERFORM NextRand
            PERFORM UNTIL RandVal IS NOT EQUAL TO 12
                      AND BugGrid(RandVal + 1:1) IS EQUAL TO "."
             PERFORM NextRand
            END-PERFORM
            MOVE "#" TO BugGrid(RandVal + 1:1)
           END-PERFORM.
           PERFORM VARYING Jdx FROM 0 BY 5 UNTIL Jdx IS GREATER THAN
                   20
            MOVE SPACES TO OutRec
            MOVE BugGrid(Jdx + 1:5) TO OutRec
            MOVE 5 TO OutLen
            WRITE OutRec
           END-PERFORM.

           COPY "EnvironmentCheck.cpy".
