      * day-by-day copies had already converged on; VmHalted is set
      * once opcode 99 is reached, with OpPtr left pointing at it so
      * callers that test OpCode(OpPtr) = 99 keep working.
      *
      * Trace recording: when AocTracePath is set in the environment,
      * every instruction executed is written to that file as one
      * "step|address|opcode|operand|operand|written-address|
      * written-value|relative-base" record (addresses 0-based, the
      * operands the values the instruction actually read, the
      * relative base the one in force when it ran), under a TRACE
      * header. AocTraceLimit caps the records (default 100000); the
      * run carries on untraced past it, after a LIMIT record. Every
      * VM the process drives shares the one trace and step count.
      * TraceCmp compares two such traces.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TraceFile ASSIGN USING TracePath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS TraceStatus.

       DATA DIVISION.
       FILE SECTION.
       FD TraceFile.
       01 TraceRec      PIC X(150).

       WORKING-STORAGE SECTION.
       01 OpSize        PIC 9(5) VALUE IS 20.
       01 Ptr           PIC 9(5).
       01 MemAddr       PIC S9(20).
       01 MemVal        PIC S9(20).
       01 Odx           PIC 9(4).
      * Trace recording state: TraceChecked is set once the
      * environment has been looked at on the first call; TraceOn
      * stays 1 while records are being written.
       01 TraceChecked  PIC 9(1) VALUE 0.
       01 TraceOn       PIC 9(1) VALUE 0.
       01 TracePath     PIC X(100).
       01 TraceStatus   PIC X(2).
       01 TraceLimitStr PIC X(12).
       01 TraceLimit    PIC 9(12) VALUE 100000.
       01 TraceStep     PIC 9(12) VALUE 0.
       01 TraceAddr     PIC 9(10).
       01 TraceOpCode   PIC 9(2).
       01 TraceRb       PIC -(19)9.
       01 TraceOpnds    PIC 9(1).
       01 TraceOpnd     PIC X(20) OCCURS 2 TIMES.
       01 TraceWAddr    PIC X(10).
       01 TraceWVal     PIC X(20).
       01 TraceFmt      PIC -(19)9.
       01 TraceAddrFmt  PIC 9(10).

       LINKAGE SECTION.
       01 VmControl.
          02 VmTrace   PIC X(4).
          02 VmHalted  PIC 9(1).
          02 VmInstrCount PIC 9(12).
          02 VmMemHigh PIC 9(4).
          02 VmOvfHigh PIC 9(4).

       01 SrcImage.
          02 SrcLen     PIC 9(5).

       PROCEDURE DIVISION USING VmControl SrcImage Asm.
       Begin.
           IF TraceChecked IS EQUAL TO 0
            PERFORM TraceSetup
           END-IF.
      * The trace is held open only for the length of one call, so
      * it is complete on disk whenever control is back with the
      * caller, however the caller's run ends.
           IF TraceOn IS EQUAL TO 1
            OPEN EXTEND TraceFile
           END-IF.
           EVALUATE VmAction
            WHEN "RESET" PERFORM ResetAsm
            WHEN "RUN"   PERFORM ExecuteAsm
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-EVALUATE.
           IF TraceOn IS EQUAL TO 1
            CLOSE TraceFile
           END-IF.
           GOBACK.

      * Reset the current state of the program by getting a fresh copy
           PERFORM VARYING Ptr FROM 1 UNTIL Ptr > SrcLen
            MOVE Src(Ptr) TO Op(Ptr)
           END-PERFORM.
           IF SrcLen IS GREATER THAN VmMemHigh
            MOVE SrcLen TO VmMemHigh
           END-IF.

      * Execute the current program by executing the operation of the
      * operation pointer. Each instruction then advance the pointer by
            END-IF
            COMPUTE RX = OpPtr + 1
            COMPUTE RY = OpSize - 2
            IF TraceOn IS EQUAL TO 1
             PERFORM TraceBegin
            END-IF
            EVALUATE OpCode(OpPtr)
             WHEN 1  PERFORM AddInstruction
             WHEN 2  PERFORM MultiplyInstruction
      * accounting.
            IF Interrupt IS NOT EQUAL TO 3
             ADD 1 TO VmInstrCount
             IF TraceOn IS EQUAL TO 1
              PERFORM TraceWrite
             END-IF
            END-IF
            IF Interrupt IS NOT EQUAL TO 0
             EXIT PERFORM
           END-IF.
           COMPUTE RX = OpPtr + 1.
           COMPUTE RY = OpSize - 2.
           IF TraceOn IS EQUAL TO 1
            PERFORM TraceBegin
           END-IF.
           EVALUATE OpCode(OpPtr)
            WHEN 1  PERFORM AddInstruction
            WHEN 2  PERFORM MultiplyInstruction
           END-EVALUATE.
           IF Interrupt IS NOT EQUAL TO 3
            ADD 1 TO VmInstrCount
            IF TraceOn IS EQUAL TO 1 AND VmHalted IS EQUAL TO 0
             PERFORM TraceWrite
            END-IF
           END-IF.

       AddInstruction SECTION.
           IF MemAddr IS GREATER THAN 0
            AND MemAddr IS NOT GREATER THAN 9999
            MOVE Op(MemAddr) TO MemVal
            IF MemAddr IS GREATER THAN VmMemHigh
             MOVE MemAddr TO VmMemHigh
            END-IF
           ELSE
            PERFORM CheckMemAddr
            MOVE 0 TO MemVal
            PERFORM VARYING Odx FROM 1 UNTIL Odx IS GREATER THAN
                    OvfCount
             IF OvfAddr(Odx) IS EQUAL TO MemAddr
              MOVE OvfVal(Odx) TO MemVal
              EXIT PERFORM
             END-IF
            END-PERFORM
           END-IF.
           IF TraceOn IS EQUAL TO 1 AND TraceOpnds IS LESS THAN 2
            ADD 1 TO TraceOpnds
            MOVE MemVal TO TraceFmt
            MOVE TraceFmt TO TraceOpnd(TraceOpnds)
           END-IF.

      * Subroutine MemWrite.
      *
      * stops the run with an explicit diagnostic rather than
      * corrupting an answer silently.
       MemWrite SECTION.
           IF TraceOn IS EQUAL TO 1
            COMPUTE TraceAddrFmt = MemAddr - 1
            MOVE TraceAddrFmt TO TraceWAddr
            MOVE MemVal TO TraceFmt
            MOVE TraceFmt TO TraceWVal
           END-IF.
           IF MemAddr IS GREATER THAN 0
            AND MemAddr IS NOT GREATER THAN 9999
            MOVE MemVal TO Op(MemAddr)
            IF MemAddr IS GREATER THAN VmMemHigh
             MOVE MemAddr TO VmMemHigh
            END-IF
            EXIT SECTION
           END-IF.
           PERFORM CheckMemAddr.
           END-IF.
           ADD 1 TO OvfCount.
           MOVE MemAddr TO OvfAddr(OvfCount).
           IF OvfCount IS GREATER THAN VmOvfHigh
            MOVE OvfCount TO VmOvfHigh
           END-IF.
           MOVE MemVal TO OvfVal(OvfCount).

      * Subroutine CheckMemAddr.
            STOP RUN
           END-IF.

      * Subroutine TraceSetup.
      *
      * On the first call, look for AocTracePath (and AocTraceLimit)
      * in the environment and open the trace file if one is named.
      * A trace file that cannot be opened is reported and the run
      * goes on untraced. The file is started afresh here and
      * extended by each later call.
       TraceSetup SECTION.
           MOVE 1 TO TraceChecked.
           MOVE SPACES TO TracePath.
           DISPLAY "AocTracePath" UPON ENVIRONMENT-NAME.
           ACCEPT TracePath FROM ENVIRONMENT-VALUE.
           IF TracePath IS EQUAL TO SPACES
            OR TracePath IS EQUAL TO LOW-VALUES
            EXIT SECTION
           END-IF.
           MOVE SPACES TO TraceLimitStr.
           DISPLAY "AocTraceLimit" UPON ENVIRONMENT-NAME.
           ACCEPT TraceLimitStr FROM ENVIRONMENT-VALUE.
           IF TraceLimitStr IS NOT EQUAL TO SPACES
            AND TraceLimitStr IS NOT EQUAL TO LOW-VALUES
            AND FUNCTION TEST-NUMVAL(TraceLimitStr) IS EQUAL TO 0
            COMPUTE TraceLimit = FUNCTION NUMVAL(TraceLimitStr)
           END-IF.
           OPEN OUTPUT TraceFile.
           IF TraceStatus IS NOT EQUAL TO "00"
            DISPLAY "Trace file not writable, running untraced: "
                    FUNCTION TRIM(TracePath)
            EXIT SECTION
           END-IF.
           MOVE 1 TO TraceOn.
           MOVE SPACES TO TraceRec.
           STRING "TRACE|limit=" TraceLimit
            DELIMITED BY SIZE INTO TraceRec
           END-STRING.
           WRITE TraceRec.
           CLOSE TraceFile.

      * Subroutine TraceBegin.
      *
      * Note the instruction about to run - its address, opcode and
      * the relative base in force - and clear the operand and
      * written-cell slots the memory accesses fill in.
       TraceBegin SECTION.
           COMPUTE TraceAddr = OpPtr - 1.
           MOVE OpCode(OpPtr) TO TraceOpCode.
           MOVE RelativeBase TO TraceRb.
           MOVE 0 TO TraceOpnds.
           MOVE SPACES TO TraceOpnd(1).
           MOVE SPACES TO TraceOpnd(2).
           MOVE SPACES TO TraceWAddr.
           MOVE SPACES TO TraceWVal.

      * Subroutine TraceWrite.
      *
      * Write the trace record for the instruction just executed;
      * once the ceiling is reached, write the LIMIT record, close
      * the trace and stop recording.
       TraceWrite SECTION.
           ADD 1 TO TraceStep.
           MOVE SPACES TO TraceRec.
           STRING TraceStep "|" TraceAddr "|" TraceOpCode "|"
                  TraceOpnd(1) "|" TraceOpnd(2) "|" TraceWAddr "|"
                  TraceWVal "|" TraceRb
            DELIMITED BY SIZE INTO TraceRec
           END-STRING.
           WRITE TraceRec.
           IF TraceStep IS NOT LESS THAN TraceLimit
            MOVE SPACES TO TraceRec
            STRING "LIMIT|" TraceStep "|trace stopped at the "
                   "instruction ceiling"
             DELIMITED BY SIZE INTO TraceRec
            END-STRING
            WRITE TraceRec
            CLOSE TraceFile
            MOVE 0 TO TraceOn
           END-IF.

       ReadParam SECTION.
           EVALUATE OpParam(OpPtr, RY)
      * Position mode is a pointer.
