       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-MoonQuery.

      * Moon state at an arbitrary step of the Day 12 simulation. The
      * analysts ask where the moons will be at step 10^15, and 12a
      * can only get there by simulating every step. The three axes
      * never interact, and 12b's period search shows each axis
      * returns to its starting state after a fixed number of steps,
      * so this program finds each axis's period the way 12b's
      * FindLoop does, reduces the requested step modulo each period,
      * simulates only the remainder, and reports every moon's
      * position, velocity and energy at the requested step.
      *
      * Cross-check mode proves the shortcut: the requested step
      * (1 to 9999, 12a's own limit) is also run the long way through
      * 12a's RunSimulation - 12a compiled and run in a scratch
      * directory, so the live reports and the ledger are untouched,
      * with its energy snapshot taken at exactly that step - and the
      * per-moon potential, kinetic and total energy compared, along
      * with every moon's position and velocity vectors.
      *
      * Arguments: InputPath Step [Mode]
      *   Step: the step number to report (up to 18 digits)
      *   Mode: "CROSSCHECK" to prove the answer against 12a
      *
      * Output: MoonQuery.report. RETURN-CODE 0 answered (and, in
      * cross-check mode, matched), 4 bad step number or a
      * cross-check mismatch, 8 missing file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT InputFile ASSIGN TO InputPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS InputStatus.
       SELECT ReportFile ASSIGN TO "MoonQuery.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CheckFile ASSIGN TO "/tmp/aoc_moonquery_xc/12a.energy"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CheckStatus.
       COPY "ProvFeed.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD InputFile RECORD IS VARYING IN SIZE FROM 1 TO 9999 CHARACTERS.
      * The same hand-aligned layout 12a and 12b read.
       01 InputRec.
        02 FILLER PIC X(3).
        02 InputPosX PIC X(3).
        02 FILLER PIC X(4).
        02 InputPosY PIC X(3).
        02 FILLER PIC X(4).
        02 InputPosZ PIC X(3).
       88 EndOfFile VALUE HIGH-VALUES.

       FD ReportFile.
       01 ReportRec PIC X(200).

      * CheckFile is the energy snapshot 12a writes in the scratch
      * directory during a cross-check run.
       FD CheckFile.
       01 CheckRec PIC X(200).
       88 EndOfCheck VALUE HIGH-VALUES.

       COPY "ProvFeedFD.cpy".

       WORKING-STORAGE SECTION.
       01 InputPath PIC X(50).
      * InputStatus catches a missing/misnamed InputPath file so that
      * case produces a clean message instead of a runtime abend.
       01 InputStatus PIC X(2).
       COPY "ProvFields.cpy".
       COPY "AbendFields.cpy".
       01 CheckStatus  PIC X(2).
       01 CommandLine  PIC X(400).

       01 QueryStepStr PIC X(20).
       01 QueryStep    PIC 9(18).
       01 QueryStepFmt PIC Z(17)9.
       01 ModeStr      PIC X(12).
       01 CrossMode    PIC 9(1) VALUE 0.

       01 Idx PIC 9(4).
       01 Jdx PIC 9(4).

       01 MoonsLen PIC 9(4).
       01 Moons.
        02 Moon OCCURS 50 TIMES.
         03 PosX PIC S9(5).
         03 PosY PIC S9(5).
         03 PosZ PIC S9(5).
         03 VelX PIC S9(5).
         03 VelY PIC S9(5).
         03 VelZ PIC S9(5).
       01 Diff PIC S9(1).

      * One axis at a time is stepped in AxSystem; AxOrig holds the
      * axis's starting state the period search waits to see again.
      * Unused entries stay zero so the whole tables compare.
       01 CurAxis PIC X(1).
       01 AxSystem.
        02 FILLER OCCURS 50 TIMES.
         03 AxPos PIC S9(5).
         03 AxVel PIC S9(5).
       01 AxOrig.
        02 FILLER OCCURS 50 TIMES.
         03 AxOrigPos PIC S9(5).
         03 AxOrigVel PIC S9(5).
       01 AxSteps   PIC 9(18).
       01 AxCount   PIC 9(18).
       01 PeriodX   PIC 9(12).
       01 PeriodY   PIC 9(12).
       01 PeriodZ   PIC 9(12).
       01 RemX      PIC 9(12).
       01 RemY      PIC 9(12).
       01 RemZ      PIC 9(12).
       01 SysPeriod PIC 9(18).
       01 GcdA      PIC 9(18).
       01 GcdB      PIC 9(18).
       01 GcdT      PIC 9(18).
       01 PeriodFmt PIC Z(11)9.

       01 Pot         PIC 9(7).
       01 Kin         PIC 9(7).
       01 Energy      PIC 9(9).
       01 TotalEnergy PIC 9(12).
       01 MoonPot     PIC 9(7) OCCURS 50 TIMES.
       01 MoonKin     PIC 9(7) OCCURS 50 TIMES.
       01 MoonEnergy  PIC 9(9) OCCURS 50 TIMES.
       01 MoonFmt     PIC Z9.
       01 CoordFmt    PIC -(5)9.
       01 EnergyFmt   PIC Z(8)9.
       01 TotalFmt    PIC Z(11)9.

      * Cross-check work fields: 12a's snapshot line is "step moon
      * pot kin energy x y z vx vy vz", one per moon at the snapshot
      * step.
       01 CkFld1      PIC X(10).
       01 CkFld2      PIC X(10).
       01 CkFld3      PIC X(10).
       01 CkFld4      PIC X(10).
       01 CkFld5      PIC X(10).
       01 CkVecFlds.
        02 CkVecFld   PIC X(10) OCCURS 6 TIMES.
       01 CkVector.
        02 CkCoord    PIC S9(5) OCCURS 6 TIMES.
       01 MqVector.
        02 MqCoord    PIC S9(5) OCCURS 6 TIMES.
       01 Cx          PIC 9(1).
       01 CkVecSame   PIC 9(1).
       01 CkMoon      PIC 9(4).
       01 CkPot       PIC 9(7).
       01 CkKin       PIC 9(7).
       01 CkEnergy    PIC 9(9).
       01 CkSeen      PIC 9(4) VALUE 0.
       01 CkBad       PIC 9(4) VALUE 0.
       01 CkVerdict   PIC X(8).

       01 RptCount    PIC 9(9) VALUE 0.
       01 RptSum      PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT InputPath FROM ARGUMENT-VALUE.
           MOVE "AdventOfCode2019-MoonQuery" TO AbendProgram.
           ACCEPT QueryStepStr FROM ARGUMENT-VALUE.
           ACCEPT ModeStr FROM ARGUMENT-VALUE.
           IF QueryStepStr IS EQUAL TO LOW-VALUES
            MOVE SPACES TO QueryStepStr
           END-IF.
           IF ModeStr IS EQUAL TO LOW-VALUES
            MOVE SPACES TO ModeStr
           END-IF.
           IF FUNCTION UPPER-CASE(ModeStr) IS EQUAL TO "CROSSCHECK"
            MOVE 1 TO CrossMode
           END-IF.
           IF QueryStepStr IS EQUAL TO SPACES
            OR FUNCTION TRIM(QueryStepStr) IS NOT NUMERIC
            OR FUNCTION LENGTH(FUNCTION TRIM(QueryStepStr))
               IS GREATER THAN 18
            DISPLAY "Step must be a whole number of up to 18 digits: "
                    FUNCTION TRIM(QueryStepStr)
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF.
           COMPUTE QueryStep = FUNCTION NUMVAL(QueryStepStr).
           MOVE QueryStep TO QueryStepFmt.

           OPEN INPUT InputFile.
           IF InputStatus IS NOT EQUAL TO "00"
            DISPLAY "Input file not found: "
                FUNCTION TRIM(InputPath)
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           INITIALIZE Moons.
           MOVE 0 TO MoonsLen.
           READ InputFile
            AT END SET EndOfFile TO TRUE
           END-READ.
           PERFORM UNTIL EndOfFile
            IF MoonsLen IS EQUAL TO 50
             DISPLAY "Too many moons in input, 50 is the maximum"
             CLOSE InputFile
             MOVE 4 TO RETURN-CODE
             STOP RUN
            END-IF
            ADD 1 TO MoonsLen
            COMPUTE PosX(MoonsLen) = FUNCTION NUMVAL(InputPosX)
            COMPUTE PosY(MoonsLen) = FUNCTION NUMVAL(InputPosY)
            COMPUTE PosZ(MoonsLen) = FUNCTION NUMVAL(InputPosZ)
            READ InputFile
             AT END SET EndOfFile TO TRUE
            END-READ
           END-PERFORM.
           CLOSE InputFile.

           MOVE "X" TO CurAxis.
           PERFORM FindPeriod.
           MOVE AxCount TO PeriodX.
           MOVE "Y" TO CurAxis.
           PERFORM FindPeriod.
           MOVE AxCount TO PeriodY.
           MOVE "Z" TO CurAxis.
           PERFORM FindPeriod.
           MOVE AxCount TO PeriodZ.
           PERFORM SystemPeriod.

           COMPUTE RemX = FUNCTION MOD(QueryStep, PeriodX).
           COMPUTE RemY = FUNCTION MOD(QueryStep, PeriodY).
           COMPUTE RemZ = FUNCTION MOD(QueryStep, PeriodZ).
           MOVE "X" TO CurAxis.
           MOVE RemX TO AxSteps.
           PERFORM AdvanceAxis.
           MOVE "Y" TO CurAxis.
           MOVE RemY TO AxSteps.
           PERFORM AdvanceAxis.
           MOVE "Z" TO CurAxis.
           MOVE RemZ TO AxSteps.
           PERFORM AdvanceAxis.

           OPEN OUTPUT ReportFile.
      * Every report leads with its provenance: who made it, when,
      * from which feed (and fingerprint), under which control
      * values.
           MOVE InputPath TO ProvFeedPath.
           MOVE SPACES TO ProvCtl.
           STRING "Step=" FUNCTION TRIM(QueryStepFmt) " Mode="
                  FUNCTION TRIM(ModeStr)
            DELIMITED BY SIZE INTO ProvCtl
           END-STRING.
           PERFORM BuildProvenance.
           MOVE ProvRec TO ReportRec.
           PERFORM WriteReportRec.
           PERFORM ReportState.

           IF CrossMode IS EQUAL TO 1
            PERFORM CrossCheck
           END-IF.

           MOVE SPACES TO ReportRec.
           STRING "TRAILER|" RptCount "|" RptSum
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           CLOSE ReportFile.
           MOVE TotalEnergy TO TotalFmt.
           DISPLAY "Total energy at step " FUNCTION TRIM(QueryStepFmt)
                   ": " FUNCTION TRIM(TotalFmt)
                   " - see MoonQuery.report".
           IF CrossMode IS EQUAL TO 1 AND CkBad IS GREATER THAN 0
            MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Subroutine LoadAxis.
      *
      * Copy the input positions of the current axis into AxSystem
      * with every velocity at zero - the state at step 0.
      *
      * Uses: CurAxis, Moons -> AxSystem
       LoadAxis SECTION.
           INITIALIZE AxSystem.
           PERFORM VARYING Idx FROM 1 UNTIL Idx > MoonsLen
            EVALUATE CurAxis
             WHEN "X" MOVE PosX(Idx) TO AxPos(Idx)
             WHEN "Y" MOVE PosY(Idx) TO AxPos(Idx)
             WHEN "Z" MOVE PosZ(Idx) TO AxPos(Idx)
            END-EVALUATE
           END-PERFORM.

      * Subroutine FindPeriod.
      *
      * Step the current axis from its starting state until the
      * whole axis (every position and velocity) is back where it
      * began - the same search as 12b's FindLoop - and leave the
      * period in AxCount.
      *
      * Uses: CurAxis, Moons -> AxCount
       FindPeriod SECTION.
           PERFORM LoadAxis.
           MOVE AxSystem TO AxOrig.
           MOVE 0 TO AxCount.
           PERFORM FOREVER
            ADD 1 TO AxCount
            PERFORM StepAxis
            IF AxSystem IS EQUAL TO AxOrig
             EXIT PERFORM
            END-IF
           END-PERFORM.

      * Subroutine StepAxis.
      *
      * One simulation step on the current axis: gravity between
      * every pair of moons, then velocity applied to position.
      *
      * Uses: AxSystem, MoonsLen -> AxSystem
       StepAxis SECTION.
           PERFORM VARYING Idx FROM 1 UNTIL Idx > MoonsLen
            COMPUTE Jdx = Idx + 1
            PERFORM VARYING Jdx FROM Jdx UNTIL Jdx > MoonsLen
             COMPUTE Diff = FUNCTION SIGN(AxPos(Idx) - AxPos(Jdx))
             SUBTRACT Diff FROM AxVel(Idx)
             ADD Diff TO AxVel(Jdx)
            END-PERFORM
           END-PERFORM.
           PERFORM VARYING Idx FROM 1 UNTIL Idx > MoonsLen
            COMPUTE AxPos(Idx) = AxPos(Idx) + AxVel(Idx)
           END-PERFORM.

      * Subroutine AdvanceAxis.
      *
      * Simulate the current axis AxSteps steps from step 0 (the
      * remainder of the requested step after the axis's period) and
      * store the result as that axis's position and velocity.
      *
      * Uses: CurAxis, AxSteps -> Moons
       AdvanceAxis SECTION.
           PERFORM LoadAxis.
           PERFORM AxSteps TIMES
            PERFORM StepAxis
           END-PERFORM.
           PERFORM VARYING Idx FROM 1 UNTIL Idx > MoonsLen
            EVALUATE CurAxis
             WHEN "X"
              MOVE AxPos(Idx) TO PosX(Idx)
              MOVE AxVel(Idx) TO VelX(Idx)
             WHEN "Y"
              MOVE AxPos(Idx) TO PosY(Idx)
              MOVE AxVel(Idx) TO VelY(Idx)
             WHEN "Z"
              MOVE AxPos(Idx) TO PosZ(Idx)
              MOVE AxVel(Idx) TO VelZ(Idx)
            END-EVALUATE
           END-PERFORM.

      * Subroutine SystemPeriod.
      *
      * The whole system repeats after the least common multiple of
      * the three axis periods (Euclid's algorithm for the common
      * divisor); shown for reference beside the axis periods.
      *
      * Uses: PeriodX, PeriodY, PeriodZ -> SysPeriod
       SystemPeriod SECTION.
           MOVE PeriodX TO SysPeriod.
           MOVE SysPeriod TO GcdA.
           MOVE PeriodY TO GcdB.
           PERFORM Euclid.
           COMPUTE SysPeriod = SysPeriod / GcdA * PeriodY.
           MOVE SysPeriod TO GcdA.
           MOVE PeriodZ TO GcdB.
           PERFORM Euclid.
           COMPUTE SysPeriod = SysPeriod / GcdA * PeriodZ.

      * Subroutine Euclid.
      *
      * Greatest common divisor of GcdA and GcdB, left in GcdA.
      *
      * Uses: GcdA, GcdB -> GcdA
       Euclid SECTION.
           PERFORM UNTIL GcdB IS EQUAL TO 0
            COMPUTE GcdT = FUNCTION MOD(GcdA, GcdB)
            MOVE GcdB TO GcdA
            MOVE GcdT TO GcdB
           END-PERFORM.

      * Subroutine ReportState.
      *
      * Write the periods, the reduced step per axis, and every
      * moon's position, velocity and energy at the requested step.
      *
      * Uses: Moons, periods, remainders -> ReportFile, TotalEnergy
       ReportState SECTION.
           MOVE SPACES TO ReportRec.
           STRING "Moon state at step " FUNCTION TRIM(QueryStepFmt)
                  " (" MoonsLen " moon(s))"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           PERFORM WriteReportRec.
           MOVE "Axis  Period        Step reduces to" TO ReportRec.
           PERFORM WriteReportRec.
           MOVE PeriodX TO PeriodFmt.
           MOVE RemX TO QueryStepFmt.
           MOVE SPACES TO ReportRec.
           STRING "X     " PeriodFmt "  " QueryStepFmt
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE PeriodY TO PeriodFmt.
           MOVE RemY TO QueryStepFmt.
           MOVE SPACES TO ReportRec.
           STRING "Y     " PeriodFmt "  " QueryStepFmt
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE PeriodZ TO PeriodFmt.
           MOVE RemZ TO QueryStepFmt.
           MOVE SPACES TO ReportRec.
           STRING "Z     " PeriodFmt "  " QueryStepFmt
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE QueryStep TO QueryStepFmt.
           MOVE SysPeriod TO TotalFmt.
           MOVE SPACES TO ReportRec.
           STRING "Whole system repeats every "
                  FUNCTION TRIM(TotalFmt) " step(s)"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE SPACES TO ReportRec.
           PERFORM WriteReportRec.
           MOVE "Moon       x      y      z     vx     vy     vz"
             TO ReportRec.
           MOVE "    Pot    Kin     Energy" TO ReportRec(48:).
           PERFORM WriteReportRec.
           MOVE 0 TO TotalEnergy.
           PERFORM VARYING Idx FROM 1 UNTIL Idx > MoonsLen
            COMPUTE Pot = FUNCTION ABS(PosX(Idx))
                        + FUNCTION ABS(PosY(Idx))
                        + FUNCTION ABS(PosZ(Idx))
            COMPUTE Kin = FUNCTION ABS(VelX(Idx))
                        + FUNCTION ABS(VelY(Idx))
                        + FUNCTION ABS(VelZ(Idx))
            COMPUTE Energy = Pot * Kin
            MOVE Pot TO MoonPot(Idx)
            MOVE Kin TO MoonKin(Idx)
            MOVE Energy TO MoonEnergy(Idx)
            ADD Energy TO TotalEnergy
            MOVE Idx TO MoonFmt
            MOVE SPACES TO ReportRec
            STRING "  " MoonFmt
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            MOVE PosX(Idx) TO CoordFmt
            MOVE CoordFmt TO ReportRec(6:6)
            MOVE PosY(Idx) TO CoordFmt
            MOVE CoordFmt TO ReportRec(13:6)
            MOVE PosZ(Idx) TO CoordFmt
            MOVE CoordFmt TO ReportRec(20:6)
            MOVE VelX(Idx) TO CoordFmt
            MOVE CoordFmt TO ReportRec(27:6)
            MOVE VelY(Idx) TO CoordFmt
            MOVE CoordFmt TO ReportRec(34:6)
            MOVE VelZ(Idx) TO CoordFmt
            MOVE CoordFmt TO ReportRec(41:6)
            MOVE Pot TO EnergyFmt
            MOVE EnergyFmt(3:7) TO ReportRec(48:7)
            MOVE Kin TO EnergyFmt
            MOVE EnergyFmt(3:7) TO ReportRec(55:7)
            MOVE Energy TO EnergyFmt
            MOVE EnergyFmt TO ReportRec(64:9)
            PERFORM WriteReportRec
           END-PERFORM.
           MOVE TotalEnergy TO TotalFmt.
           MOVE SPACES TO ReportRec.
           STRING "Total energy: " FUNCTION TRIM(TotalFmt)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.

      * Subroutine CrossCheck.
      *
      * Run the requested step the long way through 12a in a scratch
      * directory, with 12a's energy snapshot interval set to the
      * step itself so its snapshot is exactly the requested state,
      * then compare each moon's potential, kinetic and total energy,
      * position and velocity against the shortcut's.
      *
      * Uses: QueryStep, InputPath, MoonPot/MoonKin/MoonEnergy ->
      *       ReportFile, CkBad
       CrossCheck SECTION.
           MOVE SPACES TO ReportRec.
           PERFORM WriteReportRec.
           IF QueryStep IS LESS THAN 1 OR QueryStep IS GREATER THAN 9999
            MOVE "Cross-check not run: 12a simulates 1 to 9999 steps"
              TO ReportRec
            PERFORM WriteReportRec
            ADD 1 TO CkBad
            DISPLAY FUNCTION TRIM(ReportRec)
            EXIT SECTION
           END-IF.
           MOVE SPACES TO CommandLine.
           STRING "cobc -x -std=ibm -I copybooks"
                  " -o /tmp/aoc_moonquery_12a 12a.cob"
                  " > /tmp/aoc_moonquery_12a.compile.log 2>&1"
                  " && rm -rf /tmp/aoc_moonquery_xc"
                  " && mkdir -p /tmp/aoc_moonquery_xc"
                  " && cp " FUNCTION TRIM(InputPath)
                  " /tmp/aoc_moonquery_xc/12.input"
                  " && cd /tmp/aoc_moonquery_xc"
                  " && InputPath=12.input /tmp/aoc_moonquery_12a"
                  " 12.input " FUNCTION TRIM(QueryStepFmt) " "
                  FUNCTION TRIM(QueryStepFmt)
                  " > 12a.run.log 2>&1"
            DELIMITED BY SIZE INTO CommandLine
           END-STRING.
           CALL "SYSTEM" USING CommandLine.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT CheckFile.
           IF CheckStatus IS NOT EQUAL TO "00"
            MOVE "Cross-check failed: 12a produced no energy snapshot"
              TO ReportRec
            PERFORM WriteReportRec
            ADD 1 TO CkBad
            DISPLAY FUNCTION TRIM(ReportRec)
            EXIT SECTION
           END-IF.
           MOVE "Cross-check against 12a's full simulation:"
             TO ReportRec.
           PERFORM WriteReportRec.
           MOVE "Moon     Pot    Kin     Energy   12a Pot    Kin"
             TO ReportRec.
           MOVE "     Energy  Result    Pos/Vel" TO ReportRec(48:).
           PERFORM WriteReportRec.
           MOVE 0 TO CkSeen.
           READ CheckFile
            AT END SET EndOfCheck TO TRUE
           END-READ.
           PERFORM UNTIL EndOfCheck
            IF CheckRec(1:4) IS NUMERIC
             PERFORM CompareSnapshot
            END-IF
            READ CheckFile
             AT END SET EndOfCheck TO TRUE
            END-READ
           END-PERFORM.
           CLOSE CheckFile.
           IF CkSeen IS NOT EQUAL TO MoonsLen
            ADD 1 TO CkBad
           END-IF.
           MOVE SPACES TO ReportRec.
           IF CkBad IS EQUAL TO 0
            STRING "CONFIRMED: all " MoonsLen " moon(s) match 12a at "
                   "step " FUNCTION TRIM(QueryStepFmt)
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
           ELSE
            STRING "MISMATCH: " CkBad " problem(s) against 12a at "
                   "step " FUNCTION TRIM(QueryStepFmt) " ("
                   CkSeen " of " MoonsLen " moon(s) in its snapshot)"
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
           END-IF.
           PERFORM WriteReportRec.
           DISPLAY FUNCTION TRIM(ReportRec).

      * Subroutine CompareSnapshot.
      *
      * Compare one 12a snapshot line ("step moon pot kin energy
      * x y z vx vy vz") with the shortcut's figures for the same
      * moon. Where the vectors differ, 12a's own are listed under
      * the moon's line; a snapshot without vectors counts as a
      * difference.
      *
      * Uses: CheckRec, MoonPot, MoonKin, MoonEnergy -> ReportFile,
      *       CkSeen, CkBad
       CompareSnapshot SECTION.
           MOVE SPACES TO CkFld1 CkFld2 CkFld3 CkFld4 CkFld5
                          CkVecFlds.
           UNSTRING CheckRec DELIMITED BY ALL " "
            INTO CkFld1 CkFld2 CkFld3 CkFld4 CkFld5
                 CkVecFld(1) CkVecFld(2) CkVecFld(3)
                 CkVecFld(4) CkVecFld(5) CkVecFld(6)
           END-UNSTRING.
           COMPUTE CkMoon = FUNCTION NUMVAL(CkFld2).
           COMPUTE CkPot = FUNCTION NUMVAL(CkFld3).
           COMPUTE CkKin = FUNCTION NUMVAL(CkFld4).
           COMPUTE CkEnergy = FUNCTION NUMVAL(CkFld5).
           IF CkMoon IS LESS THAN 1 OR CkMoon IS GREATER THAN MoonsLen
            ADD 1 TO CkBad
            EXIT SECTION
           END-IF.
           ADD 1 TO CkSeen.
           MOVE PosX(CkMoon) TO MqCoord(1).
           MOVE PosY(CkMoon) TO MqCoord(2).
           MOVE PosZ(CkMoon) TO MqCoord(3).
           MOVE VelX(CkMoon) TO MqCoord(4).
           MOVE VelY(CkMoon) TO MqCoord(5).
           MOVE VelZ(CkMoon) TO MqCoord(6).
           MOVE 1 TO CkVecSame.
           PERFORM VARYING Cx FROM 1 UNTIL Cx > 6
            IF CkVecFld(Cx) IS EQUAL TO SPACES
             MOVE 0 TO CkVecSame
             MOVE 0 TO CkCoord(Cx)
            ELSE
             COMPUTE CkCoord(Cx) = FUNCTION NUMVAL(CkVecFld(Cx))
             IF CkCoord(Cx) IS NOT EQUAL TO MqCoord(Cx)
              MOVE 0 TO CkVecSame
             END-IF
            END-IF
           END-PERFORM.
           IF CkPot IS EQUAL TO MoonPot(CkMoon)
            AND CkKin IS EQUAL TO MoonKin(CkMoon)
            AND CkEnergy IS EQUAL TO MoonEnergy(CkMoon)
            AND CkVecSame IS EQUAL TO 1
            MOVE "MATCH" TO CkVerdict
           ELSE
            MOVE "MISMATCH" TO CkVerdict
            ADD 1 TO CkBad
           END-IF.
           MOVE CkMoon TO MoonFmt.
           MOVE SPACES TO ReportRec.
           STRING "  " MoonFmt
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           MOVE MoonPot(CkMoon) TO EnergyFmt.
           MOVE EnergyFmt(3:7) TO ReportRec(6:7).
           MOVE MoonKin(CkMoon) TO EnergyFmt.
           MOVE EnergyFmt(3:7) TO ReportRec(13:7).
           MOVE MoonEnergy(CkMoon) TO EnergyFmt.
           MOVE EnergyFmt TO ReportRec(21:9).
           MOVE CkPot TO EnergyFmt.
           MOVE EnergyFmt(3:7) TO ReportRec(34:7).
           MOVE CkKin TO EnergyFmt.
           MOVE EnergyFmt(3:7) TO ReportRec(41:7).
           MOVE CkEnergy TO EnergyFmt.
           MOVE EnergyFmt TO ReportRec(50:9).
           MOVE CkVerdict TO ReportRec(61:8).
           IF CkVecSame IS EQUAL TO 1
            MOVE "same" TO ReportRec(71:6)
           ELSE
            MOVE "differ" TO ReportRec(71:6)
           END-IF.
           PERFORM WriteReportRec.
           IF CkVecSame IS EQUAL TO 0
            MOVE SPACES TO ReportRec
            MOVE "  12a x y z / vx vy vz:" TO ReportRec
            PERFORM VARYING Cx FROM 1 UNTIL Cx > 6
             MOVE CkCoord(Cx) TO CoordFmt
             COMPUTE Jdx = 20 + Cx * 7
             MOVE CoordFmt TO ReportRec(Jdx:6)
            END-PERFORM
            PERFORM WriteReportRec
           END-IF.

      * Subroutine WriteReportRec.
      *
      * Write one report record and fold it into the control totals.
      *
      * Uses: ReportRec -> ReportFile, RptCount, RptSum
       WriteReportRec SECTION.
           ADD 1 TO RptCount.
           COMPUTE RptSum = FUNCTION MOD(RptSum
                 + FUNCTION ORD(ReportRec(1:1)), 1000000000).
           WRITE ReportRec.

           COPY "ProvWrite.cpy".
