           MOVE "b" TO LedgerPart.
           MOVE FUNCTION TRIM(PathFmt) TO LedgerAnswer.
           MOVE VmInstrCount TO AcctInstr
           PERFORM NoteVmCapacity
           PERFORM WriteLedger.
           STOP RUN.


           COPY "AuditTrailWrite.cpy".
           COPY "ResultsLedgerWrite.cpy".
           COPY "IntcodeCapacity.cpy".
