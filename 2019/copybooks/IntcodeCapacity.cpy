      * IntcodeCapacity.cpy
      *
      * Notes the shared interpreter's memory high-water marks
      * (IntcodeVmControl.cpy) as capacity records for the run
      * (NoteCapacity, ResultsLedgerWrite.cpy): the direct-mapped
      * memory table and the overflow region. A VM day PERFORMs
      * NoteVmCapacity where it fills in its volume counters, before
      * WriteLedger.
      *
      * Uses: VmMemHigh, VmOvfHigh -> CapTable
       NoteVmCapacity SECTION.
           MOVE "VMMEMORY" TO CapName.
           MOVE 9999 TO CapLimit.
           MOVE VmMemHigh TO CapUsed.
           PERFORM NoteCapacity.
           MOVE "VMOVERFLOW" TO CapName.
           MOVE 2000 TO CapLimit.
           MOVE VmOvfHigh TO CapUsed.
           PERFORM NoteCapacity.
