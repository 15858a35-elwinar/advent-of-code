           MOVE "a" TO LedgerPart.
           MOVE BlockCountFmt TO LedgerAnswer.
           MOVE VmInstrCount TO AcctInstr
           PERFORM NoteVmCapacity
           PERFORM WriteLedger.

           STOP RUN.

           COPY "AuditTrailWrite.cpy".
           COPY "ResultsLedgerWrite.cpy".
           COPY "IntcodeCapacity.cpy".
