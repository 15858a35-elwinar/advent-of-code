       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-23b.

      * Day 23 part two: fifty network interface controllers, each a
      * copy of the same Intcode tape with its own VM state, its own
      * incoming packet queue and its own network address (0-49),
      * run side by side on the shared interpreter subprogram. Every
      * NIC takes its address as its first input; after that a NIC
      * asking for input gets the next X,Y of a queued packet, or -1
      * when none is waiting. Three outputs in a row are a packet -
      * destination, X, Y - and are routed onto the destination's
      * queue. The network runs in cycles, each NIC in address order
      * running until it asks for input with nothing queued.
      *
      * Address 255 is the NAT. It keeps only the last packet sent to
      * it, and watches for the network going idle: two cycles in a
      * row in which every NIC began its turn with nothing queued and
      * no packet was sent. Then it delivers its packet to address 0
      * to restart the traffic. The answer is the first Y the NAT
      * delivers to address 0 twice in a row.
      *
      * Each NIC's state is a full Asm block in the Nics table,
      * handed to the interpreter in place (the CALL takes any block
      * with the IntcodeAsmFields.cpy layout), so switching between
      * fifty VMs costs nothing; 7b's Asms table holds its amplifier
      * states the same way but copies them in and out of Asm.
      *
      * Every routed packet is written to 23b.packets as
      * "PKT|cycle|source|destination|X|Y" under the provenance
      * record and a control trailer - the NAT's deliveries as source
      * 255 - so a network that stalls or loops can be read back
      * afterward; the run's figures go to 23b.report and the answer
      * to results.ledger and audit.log via the shared copybooks.
      *
      * Arguments: InputPath [CycleLimit]
      *   CycleLimit: network cycles run before the network is taken
      *               to have stalled, default 100000

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT InputFile ASSIGN TO InputPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS InputStatus.
       SELECT ReportFile ASSIGN TO "23b.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PacketFile ASSIGN TO "23b.packets"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "ProvFeed.cpy".
       COPY "AuditTrail.cpy".
       COPY "AbendDump.cpy".
       COPY "ResultsLedger.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD InputFile RECORD IS VARYING IN SIZE FROM 1 TO 9999
          CHARACTERS.
       01 InputRec  PIC X(9999).

       FD ReportFile.
       01 ReportRec PIC X(200).

       FD PacketFile.
       01 PacketRec PIC X(200).

       COPY "ProvFeedFD.cpy".

       COPY "AbendDumpFD.cpy".

       COPY "AuditTrailFD.cpy".
       COPY "ResultsLedgerFD.cpy".

       WORKING-STORAGE SECTION.
       01 InputPath PIC X(50).
      * InputStatus catches a missing/misnamed InputPath file so that
      * case produces a clean message instead of a runtime abend.
       01 InputStatus PIC X(2).
       COPY "ProvFields.cpy".
       COPY "AbendFields.cpy".
       COPY "AuditTrailFields.cpy".
       COPY "ResultsLedgerFields.cpy".
       01 Seps      PIC 9(5).
       01 Str       PIC X(20).
       01 Ptr       PIC 9(5).

       COPY "IntcodeAsm.cpy".
       COPY "IntcodeVmControl.cpy".

      * One full VM state per NIC, entry Nic holding address Nic - 1.
      * Derived from IntcodeAsmFields.cpy with the names prefixed,
      * as 7b derives its Asms table, so the layout cannot drift from
      * the Asm block the interpreter expects.
       01 Nics             OCCURS 50 TIMES.
          COPY "IntcodeAsmFields.cpy"
            REPLACING Op BY NcOp OpParam BY NcOpParam
                      OpCode BY NcOpCode OpPtr BY NcOpPtr
                      Inputs BY NcInputs InputsLen BY NcInputsLen
                      InputPtr BY NcInputPtr Outputs BY NcOutputs
                      OutputsLen BY NcOutputsLen
                      Interrupt BY NcInterrupt
                      RelativeBase BY NcRelativeBase
                      OvfCount BY NcOvfCount OvfEntry BY NcOvfEntry
                      OvfAddr BY NcOvfAddr OvfVal BY NcOvfVal
                      RA BY NcRA
                      RB BY NcRB RX BY NcRX RY BY NcRY RZ BY NcRZ.

       01 NicCount  PIC 9(2) VALUE 50.
       01 NicState.
          02 NicEntry OCCURS 50 TIMES.
             03 NicHalted  PIC 9(1).
             03 NicSent    PIC 9(9).
             03 NicRecv    PIC 9(9).
       01 Nic       PIC 9(2).
       01 Tgt       PIC 9(2).
       01 Qdx       PIC 9(4).
       01 Qpend     PIC 9(4).
       01 HaltCount PIC 9(2) VALUE 0.

       01 CycleStr   PIC X(10).
       01 CycleLimit PIC 9(9) VALUE 100000.
       01 Cycle      PIC 9(9) VALUE 0.
       01 Done       PIC 9(1) VALUE 0.
      * Idle detection: CycleIdle stays 1 through a cycle in which no
      * NIC had anything queued and nothing was sent; IdleRun counts
      * such cycles in a row, and IdleNeeded of them wake the NAT.
       01 CycleIdle  PIC 9(1).
       01 IdleRun    PIC 9(2) VALUE 0.
       01 IdleNeeded PIC 9(2) VALUE 2.

      * The packet being routed; the packet the NAT holds; the Y it
      * last delivered.
       01 PktSrc    PIC 9(3).
       01 PktDst    PIC S9(20).
       01 PktX      PIC S9(20).
       01 PktY      PIC S9(20).
       01 PktRouted PIC 9(9) VALUE 0.
       01 NatX      PIC S9(20).
       01 NatY      PIC S9(20).
       01 NatHeld   PIC 9(1) VALUE 0.
       01 NatRecv   PIC 9(9) VALUE 0.
       01 NatSent   PIC 9(9) VALUE 0.
       01 LastNatY  PIC S9(20).
       01 FirstNatY PIC S9(20).
       01 AnsY      PIC S9(20).

       01 ValFmt    PIC -(19)9.
       01 XFmt      PIC -(19)9.
       01 YFmt      PIC -(19)9.
       01 CycleFmt  PIC Z(8)9.
       01 CountFmt  PIC Z(8)9.
       01 AddrFmt   PIC ZZ9.
       01 DstFmt    PIC ZZ9.
       01 InstrFmt  PIC Z(11)9.

       01 TrailCount PIC 9(9) VALUE 0.
       01 TrailSum   PIC 9(9) VALUE 0.
       01 PktCount   PIC 9(9) VALUE 0.
       01 PktSum     PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT InputPath FROM ARGUMENT-VALUE.
           ACCEPT CycleStr FROM ARGUMENT-VALUE.
           MOVE "AdventOfCode2019-23b" TO AbendProgram.
           MOVE InputPath TO AbendInput.
           IF CycleStr IS NOT EQUAL TO SPACES
            AND CycleStr IS NOT EQUAL TO LOW-VALUES
            IF FUNCTION NUMVAL(CycleStr) IS LESS THAN 1
             OR FUNCTION NUMVAL(CycleStr) IS GREATER THAN 999999999
             DISPLAY "CycleLimit must be 1 to 999999999: "
                     FUNCTION TRIM(CycleStr)
             MOVE "CycleLimit argument out of range" TO AbendReason
             MOVE "startup arguments" TO AbendPosition
             MOVE CycleStr TO AbendDetail
             MOVE 4 TO AbendCode
             PERFORM Abend
            END-IF
            COMPUTE CycleLimit = FUNCTION NUMVAL(CycleStr)
           END-IF.
           OPEN INPUT InputFile.
           IF InputStatus IS NOT EQUAL TO "00"
            DISPLAY "Input file not found: "
                FUNCTION TRIM(InputPath)
            MOVE "Input file not found" TO AbendReason
            MOVE InputPath TO AbendInput
            MOVE "startup open" TO AbendPosition
            MOVE SPACES TO AbendDetail
            MOVE 8 TO AbendCode
            PERFORM Abend
           END-IF.
           READ InputFile.
           CLOSE InputFile.

           PERFORM ReadAsm.
           PERFORM OpenPacketLog.
           PERFORM BootNetwork.
           PERFORM UNTIL Done IS EQUAL TO 1
            IF Cycle IS NOT LESS THAN CycleLimit
             OR HaltCount IS EQUAL TO NicCount
             PERFORM ClosePacketLog
             MOVE "NAT saw no Y delivered twice in a row"
               TO AbendReason
             MOVE SPACES TO AbendPosition
             STRING "cycle " Cycle " halted NICs " HaltCount
              DELIMITED BY SIZE INTO AbendPosition
             END-STRING
             MOVE SPACES TO AbendDetail
             STRING "packets routed " PktRouted " - see 23b.packets"
              DELIMITED BY SIZE INTO AbendDetail
             END-STRING
             MOVE 4 TO AbendCode
             PERFORM Abend
            END-IF
            ADD 1 TO Cycle
            PERFORM RunCycle
            IF Done IS EQUAL TO 0
             PERFORM WatchIdle
            END-IF
           END-PERFORM.
           PERFORM ClosePacketLog.
           MOVE AnsY TO YFmt.

           PERFORM WriteReport.
           DISPLAY "First Y the NAT delivered twice in a row: "
                   FUNCTION TRIM(YFmt).

           MOVE "AdventOfCode2019-23b" TO AuditProgramId.
           MOVE InputPath TO AuditInputPath.
           MOVE CycleStr TO AuditArgs.
           MOVE FUNCTION TRIM(YFmt) TO AuditAnswer.
           PERFORM WriteAuditTrail.
           MOVE 1 TO AcctReads.
           MOVE TrailCount TO AcctLines.
           MOVE "23" TO LedgerDay.
           MOVE "b" TO LedgerPart.
           MOVE FUNCTION TRIM(YFmt) TO LedgerAnswer.
           MOVE VmInstrCount TO AcctInstr
           PERFORM NoteVmCapacity
           PERFORM WriteLedger.
           STOP RUN.

      * Subroutine BootNetwork.
      *
      * Load a fresh copy of the tape into every NIC and queue its
      * network address as its first input.
      *
      * Uses: SrcImage -> Nics, NicState
       BootNetwork SECTION.
           PERFORM VARYING Nic FROM 1 UNTIL Nic IS GREATER THAN NicCount
            MOVE "RESET" TO VmAction
            CALL "AdventOfCode2019-Intcode" USING VmControl SrcImage
                 Nics(Nic)
            COMPUTE NcInputs(Nic, 1) = Nic - 1
            MOVE 1 TO NcInputsLen(Nic)
            MOVE 1 TO NcInputPtr(Nic)
            MOVE 0 TO NicHalted(Nic)
            MOVE 0 TO NicSent(Nic)
            MOVE 0 TO NicRecv(Nic)
           END-PERFORM.

      * Subroutine RunCycle.
      *
      * One network cycle: each live NIC in address order gets a
      * turn. The cycle starts out idle; RunNic and RoutePacket clear
      * that as soon as anything is queued or sent.
      *
      * Uses: Nics -> Nics, CycleIdle
       RunCycle SECTION.
           MOVE 1 TO CycleIdle.
           PERFORM VARYING Nic FROM 1 UNTIL Nic IS GREATER THAN NicCount
            IF NicHalted(Nic) IS EQUAL TO 0
             PERFORM RunNic
            END-IF
           END-PERFORM.

      * Subroutine RunNic.
      *
      * One NIC's turn: a NIC with nothing queued is handed -1, then
      * it runs until it asks for input with its queue drained (or
      * halts), every third output completing a packet to route.
      *
      * Uses: Nic -> Nics, NicState, CycleIdle
       RunNic SECTION.
           IF NcInputPtr(Nic) IS GREATER THAN NcInputsLen(Nic)
            MOVE -1 TO NcInputs(Nic, 1)
            MOVE 1 TO NcInputsLen(Nic)
            MOVE 1 TO NcInputPtr(Nic)
           ELSE
            MOVE 0 TO CycleIdle
           END-IF.
           PERFORM FOREVER
            MOVE "RUN" TO VmAction
            CALL "AdventOfCode2019-Intcode" USING VmControl SrcImage
                 Nics(Nic)
            EVALUATE NcInterrupt(Nic)
             WHEN 0
              MOVE 1 TO NicHalted(Nic)
              ADD 1 TO HaltCount
              EXIT PERFORM
             WHEN 3
              EXIT PERFORM
             WHEN 4
              IF NcOutputsLen(Nic) IS EQUAL TO 3
               PERFORM RoutePacket
              END-IF
            END-EVALUATE
           END-PERFORM.

      * Subroutine RoutePacket.
      *
      * Take the three outputs off NIC Nic as a packet, log it, and
      * either hand it to the NAT (address 255), which keeps only the
      * latest, or queue its X,Y for the destination NIC. Any other
      * address is an abend.
      *
      * Uses: Nic, Nics -> Nics, NatX, NatY, CycleIdle
       RoutePacket SECTION.
           COMPUTE PktSrc = Nic - 1.
           MOVE NcOutputs(Nic, 1) TO PktDst.
           MOVE NcOutputs(Nic, 2) TO PktX.
           MOVE NcOutputs(Nic, 3) TO PktY.
           MOVE 0 TO NcOutputsLen(Nic).
           ADD 1 TO PktRouted.
           ADD 1 TO NicSent(Nic).
           MOVE 0 TO CycleIdle.
           PERFORM LogPacket.
           IF PktDst IS EQUAL TO 255
            MOVE PktX TO NatX
            MOVE PktY TO NatY
            MOVE 1 TO NatHeld
            ADD 1 TO NatRecv
            EXIT SECTION
           END-IF.
           IF PktDst IS LESS THAN 0
            OR PktDst IS NOT LESS THAN NicCount
            PERFORM ClosePacketLog
            MOVE "Packet sent to an unknown address" TO AbendReason
            MOVE SPACES TO AbendPosition
            STRING "cycle " Cycle " from NIC " PktSrc
             DELIMITED BY SIZE INTO AbendPosition
            END-STRING
            MOVE PktDst TO ValFmt
            MOVE SPACES TO AbendDetail
            STRING "destination " FUNCTION TRIM(ValFmt)
             DELIMITED BY SIZE INTO AbendDetail
            END-STRING
            MOVE 4 TO AbendCode
            PERFORM Abend
           END-IF.
           COMPUTE Tgt = PktDst + 1.
           PERFORM EnqueuePacket.

      * Subroutine WatchIdle.
      *
      * After each cycle: count idle cycles in a row, and once there
      * are IdleNeeded of them have the NAT deliver its packet to
      * address 0. The second delivery in a row of the same Y is the
      * answer. An idle network with nothing for the NAT to send has
      * stalled for good.
      *
      * Uses: CycleIdle, NatX, NatY -> Nics, LastNatY, AnsY, Done
       WatchIdle SECTION.
           IF CycleIdle IS EQUAL TO 0
            MOVE 0 TO IdleRun
            EXIT SECTION
           END-IF.
           ADD 1 TO IdleRun.
           IF IdleRun IS LESS THAN IdleNeeded
            EXIT SECTION
           END-IF.
           MOVE 0 TO IdleRun.
           IF NatHeld IS EQUAL TO 0
            PERFORM ClosePacketLog
            MOVE "Network idle with no packet at the NAT"
              TO AbendReason
            MOVE SPACES TO AbendPosition
            STRING "cycle " Cycle " halted NICs " HaltCount
             DELIMITED BY SIZE INTO AbendPosition
            END-STRING
            MOVE SPACES TO AbendDetail
            STRING "packets routed " PktRouted " - see 23b.packets"
             DELIMITED BY SIZE INTO AbendDetail
            END-STRING
            MOVE 4 TO AbendCode
            PERFORM Abend
           END-IF.
           MOVE 255 TO PktSrc.
           MOVE 0 TO PktDst.
           MOVE NatX TO PktX.
           MOVE NatY TO PktY.
           PERFORM LogPacket.
           MOVE 1 TO Tgt.
           PERFORM EnqueuePacket.
           ADD 1 TO NatSent.
           IF NatSent IS EQUAL TO 1
            MOVE NatY TO FirstNatY
           ELSE
            IF NatY IS EQUAL TO LastNatY
             MOVE NatY TO AnsY
             MOVE 1 TO Done
            END-IF
           END-IF.
           MOVE NatY TO LastNatY.

      * Subroutine EnqueuePacket.
      *
      * Append PktX, PktY to NIC Tgt's input queue. A drained queue
      * restarts at the top; a queue grown to the end of the table
      * has its unread entries slid back to the top first.
      *
      * Uses: Tgt, PktX, PktY -> Nics, NicState
       EnqueuePacket SECTION.
           IF NcInputPtr(Tgt) IS GREATER THAN NcInputsLen(Tgt)
            MOVE 0 TO NcInputsLen(Tgt)
            MOVE 1 TO NcInputPtr(Tgt)
           END-IF.
           IF NcInputsLen(Tgt) IS GREATER THAN 9997
            COMPUTE Qpend = NcInputsLen(Tgt) - NcInputPtr(Tgt) + 1
            PERFORM VARYING Qdx FROM 1 UNTIL Qdx IS GREATER THAN Qpend
             MOVE NcInputs(Tgt, NcInputPtr(Tgt) + Qdx - 1)
               TO NcInputs(Tgt, Qdx)
            END-PERFORM
            MOVE Qpend TO NcInputsLen(Tgt)
            MOVE 1 TO NcInputPtr(Tgt)
           END-IF.
           IF NcInputsLen(Tgt) IS GREATER THAN 9997
            PERFORM ClosePacketLog
            MOVE "NIC input queue full" TO AbendReason
            MOVE SPACES TO AbendPosition
            COMPUTE PktSrc = Tgt - 1
            STRING "cycle " Cycle " NIC " PktSrc
             DELIMITED BY SIZE INTO AbendPosition
            END-STRING
            MOVE "9998 unread inputs queued" TO AbendDetail
            MOVE 4 TO AbendCode
            PERFORM Abend
           END-IF.
           ADD 1 TO NcInputsLen(Tgt).
           MOVE PktX TO NcInputs(Tgt, NcInputsLen(Tgt)).
           ADD 1 TO NcInputsLen(Tgt).
           MOVE PktY TO NcInputs(Tgt, NcInputsLen(Tgt)).
           ADD 1 TO NicRecv(Tgt).

      * Subroutine OpenPacketLog.
      *
      * Start 23b.packets with the provenance record.
      *
      * Uses: InputPath -> PacketFile
       OpenPacketLog SECTION.
           OPEN OUTPUT PacketFile.
           MOVE InputPath TO ProvFeedPath.
           MOVE SPACES TO ProvCtl.
           MOVE CycleLimit TO CountFmt.
           STRING "CycleLimit=" FUNCTION TRIM(CountFmt)
            DELIMITED BY SIZE INTO ProvCtl
           END-STRING.
           PERFORM BuildProvenance.
           MOVE ProvRec TO PacketRec.
           PERFORM WritePacketRec.

      * Subroutine LogPacket.
      *
      * Write the packet being routed to 23b.packets.
      *
      * Uses: Cycle, PktSrc, PktDst, PktX, PktY -> PacketFile
       LogPacket SECTION.
           MOVE Cycle TO CycleFmt.
           MOVE PktSrc TO AddrFmt.
           MOVE PktDst TO ValFmt.
           MOVE PktX TO XFmt.
           MOVE PktY TO YFmt.
           MOVE SPACES TO PacketRec.
           STRING "PKT|" FUNCTION TRIM(CycleFmt)
                  "|" FUNCTION TRIM(AddrFmt)
                  "|" FUNCTION TRIM(ValFmt)
                  "|" FUNCTION TRIM(XFmt)
                  "|" FUNCTION TRIM(YFmt)
            DELIMITED BY SIZE INTO PacketRec
           END-STRING.
           PERFORM WritePacketRec.

      * Subroutine WritePacketRec.
      *
      * Write one 23b.packets record and fold it into the log's own
      * control totals.
      *
      * Uses: PacketRec -> PacketFile, PktCount, PktSum
       WritePacketRec SECTION.
           ADD 1 TO PktCount.
           COMPUTE PktSum = FUNCTION MOD(PktSum
                 + FUNCTION ORD(PacketRec(1:1)), 1000000000).
           WRITE PacketRec.

      * Subroutine ClosePacketLog.
      *
      * Close 23b.packets under its control trailer - also on the way
      * to an abend, so a stalled network's log is complete.
      *
      * Uses: PktCount, PktSum -> PacketFile
       ClosePacketLog SECTION.
           MOVE SPACES TO PacketRec.
           STRING "TRAILER|" PktCount "|" PktSum
            DELIMITED BY SIZE INTO PacketRec
           END-STRING.
           WRITE PacketRec.
           CLOSE PacketFile.

      * Subroutine WriteReport.
      *
      * Write the run's figures to 23b.report: the NAT's traffic and
      * the answer, the network's size and traffic, and per-NIC
      * packet counts, under the standard control trailer.
      *
      * Uses: AnsY, NAT counts, NicState -> ReportFile
       WriteReport SECTION.
           OPEN OUTPUT ReportFile.
      * Every report leads with its provenance: who made it,
      * when, from which feed (and fingerprint), under which
      * control values.
           MOVE InputPath TO ProvFeedPath.
           MOVE SPACES TO ProvCtl.
           MOVE CycleLimit TO CountFmt.
           STRING "CycleLimit=" FUNCTION TRIM(CountFmt)
            DELIMITED BY SIZE INTO ProvCtl
           END-STRING.
           PERFORM BuildProvenance.
           MOVE ProvRec TO ReportRec.
           PERFORM WriteReportRec.
           MOVE NatRecv TO CountFmt.
           MOVE NatSent TO CycleFmt.
           MOVE SPACES TO ReportRec.
           STRING "NAT: " FUNCTION TRIM(CountFmt) " packets received, "
                  FUNCTION TRIM(CycleFmt) " delivered to address 0"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE FirstNatY TO XFmt.
           MOVE AnsY TO YFmt.
           MOVE Cycle TO CycleFmt.
           MOVE SPACES TO ReportRec.
           STRING "First NAT delivery Y=" FUNCTION TRIM(XFmt)
                  "   Y delivered twice in a row: " FUNCTION TRIM(YFmt)
                  " (cycle " FUNCTION TRIM(CycleFmt) ")"
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           MOVE PktRouted TO CountFmt.
           MOVE VmInstrCount TO InstrFmt.
           MOVE SPACES TO ReportRec.
           STRING "NICs: " NicCount "   Packets routed: "
                  FUNCTION TRIM(CountFmt) "   VM instructions: "
                  FUNCTION TRIM(InstrFmt)
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           PERFORM WriteReportRec.
           PERFORM VARYING Nic FROM 1 UNTIL Nic IS GREATER THAN NicCount
            COMPUTE PktSrc = Nic - 1
            MOVE PktSrc TO AddrFmt
            MOVE SPACES TO ReportRec
            STRING "NIC " AddrFmt "  sent " NicSent(Nic)
                   "  received " NicRecv(Nic)
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            IF NicHalted(Nic) IS EQUAL TO 1
             MOVE "halted" TO ReportRec(45:6)
            END-IF
            PERFORM WriteReportRec
           END-PERFORM.
           MOVE SPACES TO ReportRec.
           STRING "TRAILER|" TrailCount "|" TrailSum
            DELIMITED BY SIZE INTO ReportRec
           END-STRING.
           WRITE ReportRec.
           CLOSE ReportFile.
           DISPLAY "Network summary written to 23b.report".

      * Subroutine WriteReportRec.
      *
      * Write one report record and fold it into the control totals.
      *
      * Uses: ReportRec -> ReportFile, TrailCount, TrailSum
       WriteReportRec SECTION.
           ADD 1 TO TrailCount.
           COMPUTE TrailSum = FUNCTION MOD(TrailSum
                 + FUNCTION ORD(ReportRec(1:1)), 1000000000).
           WRITE ReportRec.

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

           COPY "ProvWrite.cpy".

           COPY "AbendWrite.cpy".

           COPY "AuditTrailWrite.cpy".
           COPY "ResultsLedgerWrite.cpy".
           COPY "IntcodeCapacity.cpy".
