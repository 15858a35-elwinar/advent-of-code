      * FreezeFields.cpy
      *
      * WORKING-STORAGE fields a launcher fills in before PERFORMing
      * the CheckFreeze SECTION (FreezeCheck.cpy): FrzLauncher names
      * the program doing the launching, FrzSeason/FrzDay/FrzPart
      * the day/part about to start (a blank part covers the whole
      * day - SplitFreezeScope fills day and part from a program
      * name such as "12b"). FrzOverride is the emergency override
      * reason; left blank, the AocFreezeOverride environment
      * variable is used. FrzFrozen comes back 0 when nothing
      * applies, 1 when the launch must be refused, 2 when a freeze
      * applies but an authorized override lets it through; FrzReason
      * is the calendar's reason for the window.
       01 FreezeCalStatus  PIC X(2).
       01 FreezeLogStatus  PIC X(2).
       01 FrzLauncher      PIC X(12).
       01 FrzSeason        PIC X(4).
       01 FrzDay           PIC X(4).
       01 FrzPart          PIC X(1).
       01 FrzOverride      PIC X(60).
       01 FrzFrozen        PIC 9(1).
       88 FrzIsFrozen      VALUE 1.
       88 FrzIsOverridden  VALUE 2.
       01 FrzReason        PIC X(60).
       01 FrzWindow        PIC X(17).
       01 FrzOperator      PIC X(8).
       01 FrzToday         PIC X(8).
       01 FrzStamp         PIC X(14).
       01 FrzScopeName     PIC X(8).
       01 FrzSx            PIC 9(2).
       01 FrzFld1          PIC X(8).
       01 FrzFld2          PIC X(8).
       01 FrzFld3          PIC X(8).
       01 FrzFld4          PIC X(4).
       01 FrzFld5          PIC X(4).
       01 FrzFld6          PIC X(1).
       01 FrzFld7          PIC X(60).
      * FrzLogLine is the freeze.log record WriteFreezeLog appends.
       01 FrzLogLine       PIC X(200).
