           MOVE "a" TO LedgerPart.
           MOVE TestKeycodeFmt TO LedgerAnswer.
           MOVE VmInstrCount TO AcctInstr
           PERFORM NoteVmCapacity
           PERFORM WriteLedger.

           MOVE "AdventOfCode2019-9" TO AuditProgramId.
           MOVE "b" TO LedgerPart.
           MOVE BoostSignalFmt TO LedgerAnswer.
           MOVE VmInstrCount TO AcctInstr
           PERFORM NoteVmCapacity
           PERFORM WriteLedger.

           STOP RUN.

           COPY "AuditTrailWrite.cpy".
           COPY "ResultsLedgerWrite.cpy".
           COPY "IntcodeCapacity.cpy".
