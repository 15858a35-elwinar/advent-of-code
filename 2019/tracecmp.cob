       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-TraceCmp.

      * Trace comparison utility for the Intcode execution traces the
      * shared interpreter records (AocTracePath - see intcode.cob):
      * reads two traces step by step and reports the first step at
      * which the runs went their separate ways, with the steps that
      * led up to it and the steps that followed in each run, then
      * summarises the instruction addresses each run executed, and
      * the memory cells each run wrote, that the other never did -
      * so a patched tape or a changed input queue can be traced to
      * the instruction where its answer started to differ.
      *
      * Arguments: PathA PathB [Context]   (Context = steps shown
      * either side of the divergence, default 5, at most 20)
      * The findings go to TraceCmp.report; RETURN-CODE is 0 when the
      * traces are identical, 4 when they diverge, 8 when a trace is
      * missing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FileA ASSIGN TO PathA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS StatusA.
       SELECT FileB ASSIGN TO PathB
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS StatusB.
       SELECT ReportFile ASSIGN TO "TraceCmp.report"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FileA.
       01 RecA PIC X(150).

       FD FileB.
       01 RecB PIC X(150).

       FD ReportFile RECORD IS VARYING IN SIZE FROM 1 TO 160
          CHARACTERS.
       01 ReportRec PIC X(160).

       WORKING-STORAGE SECTION.
       01 PathA PIC X(50).
       01 PathB PIC X(50).
      * StatusA/StatusB catch a missing/misnamed trace so those cases
      * produce a clean message instead of a runtime abend.
       01 StatusA PIC X(2).
       01 StatusB PIC X(2).
       01 ContextStr PIC X(4).
       01 Context    PIC 9(2) VALUE 5.

      * EofA/EofB go to 1 when a trace runs out of step records;
      * LimitA/LimitB note the step at which a trace hit its
      * instruction ceiling (a LIMIT record), since a trace cut
      * short there says nothing about what the run did next.
       01 EofA      PIC 9(1) VALUE 0.
       01 EofB      PIC 9(1) VALUE 0.
       01 LimitA    PIC X(12) VALUE SPACES.
       01 LimitB    PIC X(12) VALUE SPACES.
       01 StepsA    PIC 9(12) VALUE 0.
       01 StepsB    PIC 9(12) VALUE 0.

      * Diverged is set at the first step whose records differ, or
      * where one trace ends before the other; DivStep is that step.
       01 Diverged  PIC 9(1) VALUE 0.
       01 DivStep   PIC 9(12) VALUE 0.
       01 DivStepFmt PIC Z(11)9.

      * Prior holds the last Context common steps as a ring (PriorAt
      * is the next slot to fill); AfterA/AfterB collect the diverging
      * step and the Context steps that follow it in each run.
       01 PriorTable.
          02 Prior     PIC X(150) OCCURS 20 TIMES.
       01 PriorCount PIC 9(2) VALUE 0.
       01 PriorAt    PIC 9(2) VALUE 1.
       01 AfterTable.
          02 AfterA    PIC X(150) OCCURS 21 TIMES.
          02 AfterB    PIC X(150) OCCURS 21 TIMES.
       01 AfterCountA PIC 9(2) VALUE 0.
       01 AfterCountB PIC 9(2) VALUE 0.
       01 Bx          PIC 9(2).
       01 Cx          PIC 9(2).

      * Address maps, one flag per 0-based address 0-9998 (subscript
      * address + 1): instructions each run executed and cells each
      * run wrote. Writes past the direct-mapped range are counted
      * rather than mapped.
       01 AddrMaps.
          02 ExecA   PIC 9(1) VALUE 0 OCCURS 9999 TIMES.
          02 ExecB   PIC 9(1) VALUE 0 OCCURS 9999 TIMES.
          02 WroteA  PIC 9(1) VALUE 0 OCCURS 9999 TIMES.
          02 WroteB  PIC 9(1) VALUE 0 OCCURS 9999 TIMES.
       01 HighWritesA PIC 9(9) VALUE 0.
       01 HighWritesB PIC 9(9) VALUE 0.
       01 FldAddr   PIC 9(10).
       01 FldWAddr  PIC X(10).
       01 Adx       PIC 9(5).

      * The address-list lines: up to ten 0-based addresses a line.
       01 ListOnLine PIC 9(2).
       01 ListPtr   PIC 9(3).
       01 ListLine  PIC X(160).
       01 ListTitle PIC X(60).
       01 AddrFmt   PIC Z(4)9.
       01 OnlyCount PIC 9(5).

       PROCEDURE DIVISION.
       Begin.
           ACCEPT PathA FROM ARGUMENT-VALUE.
           ACCEPT PathB FROM ARGUMENT-VALUE.
           ACCEPT ContextStr FROM ARGUMENT-VALUE.
           IF ContextStr IS NOT EQUAL TO SPACES
            AND ContextStr IS NOT EQUAL TO LOW-VALUES
            COMPUTE Context = FUNCTION NUMVAL(ContextStr)
            IF Context IS GREATER THAN 20
             MOVE 20 TO Context
            END-IF
           END-IF.

      * The ASSIGN TO data-name clauses resolve through the
      * environment under this dialect, so both paths are exported
      * here before their OPENs.
           DISPLAY "PathA" UPON ENVIRONMENT-NAME.
           DISPLAY PathA UPON ENVIRONMENT-VALUE.
           DISPLAY "PathB" UPON ENVIRONMENT-NAME.
           DISPLAY PathB UPON ENVIRONMENT-VALUE.

           OPEN INPUT FileA.
           IF StatusA IS NOT EQUAL TO "00"
            DISPLAY "Trace not found: " FUNCTION TRIM(PathA)
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           OPEN INPUT FileB.
           IF StatusB IS NOT EQUAL TO "00"
            DISPLAY "Trace not found: " FUNCTION TRIM(PathB)
            CLOSE FileA
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.

      * Walk both traces in lockstep. Until they part, each common
      * step goes into the Prior ring; from the divergence on, each
      * run's steps go into its own After list until that is full.
      * Both traces are read to the end either way, for the address
      * maps.
           PERFORM NextStepA.
           PERFORM NextStepB.
           PERFORM UNTIL EofA IS EQUAL TO 1 AND EofB IS EQUAL TO 1
            IF Diverged IS EQUAL TO 0
             IF EofA IS EQUAL TO 1 OR EofB IS EQUAL TO 1
              OR RecA(14:) IS NOT EQUAL TO RecB(14:)
              MOVE 1 TO Diverged
              IF EofA IS EQUAL TO 0
               MOVE RecA(1:12) TO DivStep
              ELSE
               MOVE RecB(1:12) TO DivStep
              END-IF
             ELSE
              MOVE RecA TO Prior(PriorAt)
              ADD 1 TO PriorAt
              IF PriorAt IS GREATER THAN Context
               MOVE 1 TO PriorAt
              END-IF
              IF PriorCount IS LESS THAN Context
               ADD 1 TO PriorCount
              END-IF
             END-IF
            END-IF
            IF Diverged IS EQUAL TO 1
             IF EofA IS EQUAL TO 0
              AND AfterCountA IS NOT GREATER THAN Context
              ADD 1 TO AfterCountA
              MOVE RecA TO AfterA(AfterCountA)
             END-IF
             IF EofB IS EQUAL TO 0
              AND AfterCountB IS NOT GREATER THAN Context
              ADD 1 TO AfterCountB
              MOVE RecB TO AfterB(AfterCountB)
             END-IF
            END-IF
            IF EofA IS EQUAL TO 0
             PERFORM NextStepA
            END-IF
            IF EofB IS EQUAL TO 0
             PERFORM NextStepB
            END-IF
           END-PERFORM.
           CLOSE FileA.
           CLOSE FileB.

           OPEN OUTPUT ReportFile.
           MOVE SPACES TO ReportRec.
           STRING "Comparing trace " FUNCTION TRIM(PathA)
                  " (A) against " FUNCTION TRIM(PathB) " (B)"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           MOVE SPACES TO ReportRec.
           STRING "Steps traced: A " StepsA ", B " StepsB
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           IF LimitA IS NOT EQUAL TO SPACES
            MOVE SPACES TO ReportRec
            STRING "A hit its trace ceiling at step " LimitA
                   " - nothing after it was recorded"
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            WRITE ReportRec
           END-IF.
           IF LimitB IS NOT EQUAL TO SPACES
            MOVE SPACES TO ReportRec
            STRING "B hit its trace ceiling at step " LimitB
                   " - nothing after it was recorded"
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            WRITE ReportRec
           END-IF.
           MOVE SPACES TO ReportRec.
           STRING "Record: step|address|opcode|operand|operand|"
                  "written-address|written-value|relative-base"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           MOVE SPACES TO ReportRec.
           WRITE ReportRec.

           IF Diverged IS EQUAL TO 1
            PERFORM ReportDivergence
           END-IF.

           PERFORM ReportAddressMaps.

           MOVE SPACES TO ReportRec.
           IF Diverged IS EQUAL TO 0
            MOVE "IDENTICAL: the runs match step for step"
              TO ReportRec
           ELSE
            MOVE DivStep TO DivStepFmt
            STRING "DIVERGED at step " FUNCTION TRIM(DivStepFmt)
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
           END-IF.
           WRITE ReportRec.
           CLOSE ReportFile.
           DISPLAY FUNCTION TRIM(ReportRec) " - see TraceCmp.report".
           IF Diverged IS EQUAL TO 1
            MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Subroutine NextStepA.
      *
      * Read A's next step record, skipping the TRACE header, noting
      * a LIMIT record, and marking the instruction executed and the
      * cell written in A's address maps.
      *
      * Uses: FileA -> RecA, EofA, StepsA, LimitA, ExecA, WroteA
       NextStepA SECTION.
           PERFORM UNTIL EofA IS EQUAL TO 1
            READ FileA
             AT END MOVE 1 TO EofA
            END-READ
            IF EofA IS EQUAL TO 0
             IF RecA(1:6) IS EQUAL TO "LIMIT|"
              MOVE RecA(7:12) TO LimitA
             END-IF
             IF RecA(1:12) IS NUMERIC
              EXIT PERFORM
             END-IF
            END-IF
           END-PERFORM.
           IF EofA IS EQUAL TO 1
            EXIT SECTION
           END-IF.
           ADD 1 TO StepsA.
           MOVE RecA(14:10) TO FldAddr.
           IF FldAddr IS LESS THAN 9999
            MOVE 1 TO ExecA(FldAddr + 1)
           END-IF.
           MOVE RecA(70:10) TO FldWAddr.
           IF FldWAddr IS NUMERIC
            MOVE FldWAddr TO FldAddr
            IF FldAddr IS LESS THAN 9999
             MOVE 1 TO WroteA(FldAddr + 1)
            ELSE
             ADD 1 TO HighWritesA
            END-IF
           END-IF.

      * Subroutine NextStepB.
      *
      * NextStepA's counterpart for trace B.
      *
      * Uses: FileB -> RecB, EofB, StepsB, LimitB, ExecB, WroteB
       NextStepB SECTION.
           PERFORM UNTIL EofB IS EQUAL TO 1
            READ FileB
             AT END MOVE 1 TO EofB
            END-READ
            IF EofB IS EQUAL TO 0
             IF RecB(1:6) IS EQUAL TO "LIMIT|"
              MOVE RecB(7:12) TO LimitB
             END-IF
             IF RecB(1:12) IS NUMERIC
              EXIT PERFORM
             END-IF
            END-IF
           END-PERFORM.
           IF EofB IS EQUAL TO 1
            EXIT SECTION
           END-IF.
           ADD 1 TO StepsB.
           MOVE RecB(14:10) TO FldAddr.
           IF FldAddr IS LESS THAN 9999
            MOVE 1 TO ExecB(FldAddr + 1)
           END-IF.
           MOVE RecB(70:10) TO FldWAddr.
           IF FldWAddr IS NUMERIC
            MOVE FldWAddr TO FldAddr
            IF FldAddr IS LESS THAN 9999
             MOVE 1 TO WroteB(FldAddr + 1)
            ELSE
             ADD 1 TO HighWritesB
            END-IF
           END-IF.

      * Subroutine ReportDivergence.
      *
      * Write the first divergent step: the common steps leading up
      * to it (oldest first, out of the Prior ring), then the
      * diverging step and those after it as each run recorded them.
      * A run that had already ended shows as such.
      *
      * Uses: DivStep, Prior, AfterA, AfterB -> ReportFile
       ReportDivergence SECTION.
           MOVE DivStep TO DivStepFmt.
           MOVE SPACES TO ReportRec.
           STRING "FIRST DIVERGENCE at step " FUNCTION TRIM(DivStepFmt)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           MOVE SPACES TO ReportRec.
           STRING "Common steps before it (" PriorCount "):"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           IF PriorCount IS LESS THAN Context
            MOVE 1 TO Bx
           ELSE
            MOVE PriorAt TO Bx
           END-IF.
           PERFORM VARYING Cx FROM 1 UNTIL Cx IS GREATER THAN
                   PriorCount
            MOVE SPACES TO ReportRec
            STRING "  = " Prior(Bx)
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            WRITE ReportRec
            ADD 1 TO Bx
            IF Bx IS GREATER THAN Context
             MOVE 1 TO Bx
            END-IF
           END-PERFORM.
           MOVE "Run A from the divergence:" TO ReportRec.
           WRITE ReportRec.
           IF AfterCountA IS EQUAL TO 0
            MOVE "  A (trace ends here)" TO ReportRec
            WRITE ReportRec
           END-IF.
           PERFORM VARYING Cx FROM 1 UNTIL Cx IS GREATER THAN
                   AfterCountA
            MOVE SPACES TO ReportRec
            STRING "  A " AfterA(Cx)
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            WRITE ReportRec
           END-PERFORM.
           MOVE "Run B from the divergence:" TO ReportRec.
           WRITE ReportRec.
           IF AfterCountB IS EQUAL TO 0
            MOVE "  B (trace ends here)" TO ReportRec
            WRITE ReportRec
           END-IF.
           PERFORM VARYING Cx FROM 1 UNTIL Cx IS GREATER THAN
                   AfterCountB
            MOVE SPACES TO ReportRec
            STRING "  B " AfterB(Cx)
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            WRITE ReportRec
           END-PERFORM.
           MOVE SPACES TO ReportRec.
           WRITE ReportRec.

      * Subroutine ReportAddressMaps.
      *
      * Summarise, for each run, the instruction addresses it
      * executed and the cells it wrote that the other run never
      * did.
      *
      * Uses: ExecA, ExecB, WroteA, WroteB -> ReportFile
       ReportAddressMaps SECTION.
           MOVE "Executed only by A" TO ListTitle.
           MOVE 0 TO OnlyCount.
           PERFORM VARYING Adx FROM 1 UNTIL Adx IS GREATER THAN 9999
            IF ExecA(Adx) IS EQUAL TO 1 AND ExecB(Adx) IS EQUAL TO 0
             ADD 1 TO OnlyCount
            END-IF
           END-PERFORM.
           PERFORM ListTitleLine.
           PERFORM VARYING Adx FROM 1 UNTIL Adx IS GREATER THAN 9999
            IF ExecA(Adx) IS EQUAL TO 1 AND ExecB(Adx) IS EQUAL TO 0
             PERFORM ListAddr
            END-IF
           END-PERFORM.
           PERFORM ListFlush.

           MOVE "Executed only by B" TO ListTitle.
           MOVE 0 TO OnlyCount.
           PERFORM VARYING Adx FROM 1 UNTIL Adx IS GREATER THAN 9999
            IF ExecB(Adx) IS EQUAL TO 1 AND ExecA(Adx) IS EQUAL TO 0
             ADD 1 TO OnlyCount
            END-IF
           END-PERFORM.
           PERFORM ListTitleLine.
           PERFORM VARYING Adx FROM 1 UNTIL Adx IS GREATER THAN 9999
            IF ExecB(Adx) IS EQUAL TO 1 AND ExecA(Adx) IS EQUAL TO 0
             PERFORM ListAddr
            END-IF
           END-PERFORM.
           PERFORM ListFlush.

           MOVE "Written only by A" TO ListTitle.
           MOVE 0 TO OnlyCount.
           PERFORM VARYING Adx FROM 1 UNTIL Adx IS GREATER THAN 9999
            IF WroteA(Adx) IS EQUAL TO 1 AND WroteB(Adx) IS EQUAL TO 0
             ADD 1 TO OnlyCount
            END-IF
           END-PERFORM.
           PERFORM ListTitleLine.
           PERFORM VARYING Adx FROM 1 UNTIL Adx IS GREATER THAN 9999
            IF WroteA(Adx) IS EQUAL TO 1 AND WroteB(Adx) IS EQUAL TO 0
             PERFORM ListAddr
            END-IF
           END-PERFORM.
           PERFORM ListFlush.

           MOVE "Written only by B" TO ListTitle.
           MOVE 0 TO OnlyCount.
           PERFORM VARYING Adx FROM 1 UNTIL Adx IS GREATER THAN 9999
            IF WroteB(Adx) IS EQUAL TO 1 AND WroteA(Adx) IS EQUAL TO 0
             ADD 1 TO OnlyCount
            END-IF
           END-PERFORM.
           PERFORM ListTitleLine.
           PERFORM VARYING Adx FROM 1 UNTIL Adx IS GREATER THAN 9999
            IF WroteB(Adx) IS EQUAL TO 1 AND WroteA(Adx) IS EQUAL TO 0
             PERFORM ListAddr
            END-IF
           END-PERFORM.
           PERFORM ListFlush.

           IF HighWritesA IS GREATER THAN 0
            OR HighWritesB IS GREATER THAN 0
            MOVE SPACES TO ReportRec
            STRING "Writes past address 9998 (not mapped): A "
                   HighWritesA ", B " HighWritesB
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            WRITE ReportRec
           END-IF.
           MOVE SPACES TO ReportRec.
           WRITE ReportRec.

      * Subroutine ListTitleLine.
      *
      * Start an address list: its title and count, and an empty
      * first line.
      *
      * Uses: ListTitle, OnlyCount -> ReportFile, ListLine
       ListTitleLine SECTION.
           MOVE SPACES TO ReportRec.
           STRING FUNCTION TRIM(ListTitle) ": " OnlyCount
                  " address(es)"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           MOVE SPACES TO ListLine.
           MOVE 0 TO ListOnLine.
           MOVE 5 TO ListPtr.

      * Subroutine ListAddr.
      *
      * Add address Adx - 1 to the current list line, writing the
      * line out once it holds ten.
      *
      * Uses: Adx -> ListLine, ReportFile
       ListAddr SECTION.
           COMPUTE AddrFmt = Adx - 1.
           STRING AddrFmt " " DELIMITED BY SIZE INTO ListLine
            WITH POINTER ListPtr
           END-STRING.
           ADD 1 TO ListOnLine.
           IF ListOnLine IS EQUAL TO 10
            PERFORM ListFlush
           END-IF.

      * Subroutine ListFlush.
      *
      * Write out a partly filled list line.
      *
      * Uses: ListLine -> ReportFile
       ListFlush SECTION.
           IF ListOnLine IS GREATER THAN 0
            MOVE ListLine TO ReportRec
            WRITE ReportRec
           END-IF.
           MOVE SPACES TO ListLine.
           MOVE 0 TO ListOnLine.
           MOVE 5 TO ListPtr.
