           MOVE "b" TO LedgerPart.
           MOVE MaxSignalFmt TO LedgerAnswer.
           MOVE VmInstrCount TO AcctInstr
           PERFORM NoteVmCapacity
           PERFORM WriteLedger.

           STOP RUN.
           MOVE 0 TO SeqOverflow.
           MOVE 0 TO BestSeq.
           MOVE 0 TO CheckpointCount.
      * The chain's length against the 20 VM states Asms holds, for
      * the run's capacity record.
           MOVE "AMPLIFIERS" TO CapName.
           MOVE 20 TO CapLimit.
           MOVE AmpCount TO CapUsed.
           PERFORM NoteCapacity.
           PERFORM VARYING Idx FROM 1 UNTIL Idx IS GREATER THAN AmpCount
            MOVE 0 TO Setting(Idx)
           END-PERFORM.

           COPY "AuditTrailWrite.cpy".
           COPY "ResultsLedgerWrite.cpy".
           COPY "IntcodeCapacity.cpy".
