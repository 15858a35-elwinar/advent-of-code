      * RunbookFields.cpy
      *
      * WORKING-STORAGE for the runbook catalog (Runbook.cpy):
      * LoadRunbook (RunbookLoad.cpy) fills RbTable and RbStepTable.
      * A program sets RbWantProg and RbWantCode and PERFORMs
      * FindRunbook; RbMatch comes back as the matching entry - the
      * exact program and code first, then the program's catch-all
      * ("*" code), then the code's catch-all ("*" program) - or 0.
      * RunbookLines then renders entry RbMatch into RbOutLine
      * (RbOutCount lines) for the caller to print its own way.
       01 RunbookStatus  PIC X(2).
       01 RbTable.
          02 RbCount PIC 9(3) VALUE 0.
          02 RbEntry OCCURS 100 TIMES.
             03 RbProg    PIC X(12).
             03 RbCode    PIC X(12).
             03 RbRerun   PIC X(1).
             03 RbContact PIC X(40).
             03 RbTitle   PIC X(60).
       01 RbStepTable.
          02 RbStepCount PIC 9(3) VALUE 0.
          02 RbStep OCCURS 600 TIMES.
             03 RbStepOwner PIC 9(3).
             03 RbStepText  PIC X(120).
       01 RbOut.
          02 RbOutCount PIC 9(2) VALUE 0.
          02 RbOutLine  PIC X(132) OCCURS 20 TIMES.
       01 RbIx           PIC 9(3).
       01 RbSx           PIC 9(3).
       01 RbMatch        PIC 9(3).
       01 RbStepNo       PIC 9(2).
       01 RbStepFmt      PIC Z9.
       01 RbWantProg     PIC X(12).
       01 RbWantCode     PIC X(12).
       01 RbFld1         PIC X(8).
       01 RbFld2         PIC X(12).
       01 RbFld3         PIC X(12).
       01 RbFld4         PIC X(120).
       01 RbFld5         PIC X(40).
       01 RbFld6         PIC X(60).
