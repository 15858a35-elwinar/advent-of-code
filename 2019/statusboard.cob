          02 FILLER PIC X(5) VALUE "13 ab".
          02 FILLER PIC X(5) VALUE "14 ab".
          02 FILLER PIC X(5) VALUE "15 ab".
          02 FILLER PIC X(5) VALUE "16 ab".
          02 FILLER PIC X(5) VALUE "17 ab".
          02 FILLER PIC X(5) VALUE "19 ab".
          02 FILLER PIC X(5) VALUE "22 ab".
          02 FILLER PIC X(5) VALUE "23 ab".
          02 FILLER PIC X(5) VALUE "24 ab".
       01 KnownTable REDEFINES KnownParts.
          02 KnownEntry OCCURS 21 TIMES.
             03 KDay    PIC X(3).
             03 KPartA  PIC X(1).
             03 KPartB  PIC X(1).
      *
      * Uses: KnownTable -> Board
       SeedBoard SECTION.
           PERFORM VARYING Kdx FROM 1 UNTIL Kdx IS GREATER THAN 21
            ADD 1 TO BoardLen
            MOVE "2019" TO BSeason(BoardLen)
            MOVE KDay(Kdx) TO BDay(BoardLen)
