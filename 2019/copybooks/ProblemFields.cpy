      * ProblemFields.cpy
      *
      * WORKING-STORAGE for the problem register (Problem.cpy):
      * LoadProblems (ProblemLoad.cpy) fills PrbTable with every
      * problem and LnkTable with every incident link. For the
      * matching pass a program sets PrbWantProg, PrbWantInput and
      * PrbWantFail to an incident's program, input and failure
      * state and PERFORMs MatchProblem; PrbMatch comes back as the
      * entry of the first open problem they fit, or 0. For a link
      * lookup it sets PrbWantInc and PERFORMs ProblemOfIncident;
      * PrbMatch comes back as the linked problem's entry, or 0.
       01 ProblemStatus  PIC X(2).
       01 PrbTable.
          02 PrbCount PIC 9(3) VALUE 0.
          02 PrbEntry OCCURS 100 TIMES.
             03 PrbNo     PIC 9(4).
             03 PrbState  PIC X(12).
             88 PrbIsFixed VALUE "FIXED".
             03 PrbOpened PIC X(14).
             03 PrbProg   PIC X(8).
             03 PrbInput  PIC X(20).
             03 PrbFail   PIC X(12).
             03 PrbTitle  PIC X(60).
             03 PrbCause  PIC X(100).
             03 PrbWork   PIC X(100).
             03 PrbFix    PIC X(100).
             03 PrbLinks  PIC 9(3).
       01 LnkTable.
          02 LnkCount PIC 9(3) VALUE 0.
          02 LnkEntry OCCURS 400 TIMES.
             03 LnkPrb    PIC 9(4).
             03 LnkInc    PIC 9(4).
             03 LnkAt     PIC X(14).
       01 PrbIx          PIC 9(3).
       01 LnkIx          PIC 9(3).
       01 PrbMatch       PIC 9(3).
       01 PrbOpenCount   PIC 9(3).
       01 PrbWantProg    PIC X(8).
       01 PrbWantInput   PIC X(20).
       01 PrbWantFail    PIC X(12).
       01 PrbWantInc     PIC 9(4).
       01 PrbFld1        PIC X(4).
       01 PrbFld2        PIC X(6).
       01 PrbFld3        PIC X(12).
       01 PrbFld4        PIC X(14).
       01 PrbFld5        PIC X(8).
       01 PrbFld6        PIC X(20).
       01 PrbFld7        PIC X(12).
       01 PrbFld8        PIC X(60).
       01 PrbFld9        PIC X(100).
       01 PrbFld10       PIC X(100).
       01 PrbFld11       PIC X(100).
