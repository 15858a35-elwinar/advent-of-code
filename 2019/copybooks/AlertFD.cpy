      * AlertFD.cpy
      *
      * FD/record for AlertFile (see Alert.cpy). One record per
      * alert: "ALERT|stamp|severity|source|code|daypart|state|
      * dispatched|message", state NEW until the dispatcher marks it
      * SENT or DUPLICATE with its own timestamp.
       FD AlertFile.
       01 AlertRec      PIC X(200).
       88 EndOfAlerts   VALUE HIGH-VALUES.
