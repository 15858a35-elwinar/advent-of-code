      * VmTrace:  "FULL" DISPLAYs every instruction as it executes,
      *           the same diagnostic chatter the days' own
      *           interpreter loops used to print; SPACES runs silent.
      *           Independently of VmTrace, AocTracePath in the
      *           environment records every executed instruction to
      *           that file (AocTraceLimit caps it) - see intcode.cob.
      * VmHalted: set to 1 once the program reaches opcode 99 (or runs
      *           off the end of its memory), 0 otherwise. OpPtr is
      *           left pointing at the halt instruction, so callers
      * not clear it), so the volume accounting can record the VM
      * day's instruction count.
          02 VmInstrCount PIC 9(12) VALUE 0.
      * VmMemHigh/VmOvfHigh are the run's high-water marks of the
      * two memory regions, kept the same way: the highest cell of
      * the 9999-cell direct-mapped table the program was loaded
      * into or touched, and the most cells the 2000-entry overflow
      * region held at once - for the capacity records
      * (NoteVmCapacity, IntcodeCapacity.cpy).
          02 VmMemHigh PIC 9(4) VALUE 0.
          02 VmOvfHigh PIC 9(4) VALUE 0.
