      * AlertFields.cpy
      *
      * WORKING-STORAGE fields a program fills in before PERFORMing
      * the RaiseAlert SECTION (AlertWrite.cpy): AlertSeverity
      * (CRITICAL or WARNING), AlertSource (the raising program),
      * AlertCode (a short fixed code monitoring can key on),
      * AlertDayPart (the day/part concerned, "-" when none) and
      * AlertText (the human-readable message).
       01 AlertStatus   PIC X(2).
       01 AlertSeverity PIC X(8).
       01 AlertSource   PIC X(12).
       01 AlertCode     PIC X(12).
       01 AlertDayPart  PIC X(8).
       01 AlertText     PIC X(100).
       01 AlertStamp    PIC X(14).
