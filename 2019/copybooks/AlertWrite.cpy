      * AlertWrite.cpy
      *
      * Appends one NEW alert to alerts.queue from the Alert* fields
      * (AlertFields.cpy); the queue is created on first use. Any
      * "|" in the message is blanked so the record stays parseable.
       RaiseAlert SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AlertStamp.
           IF AlertDayPart IS EQUAL TO SPACES
            MOVE "-" TO AlertDayPart
           END-IF.
           INSPECT AlertText REPLACING ALL "|" BY SPACE.
           OPEN EXTEND AlertFile.
           IF AlertStatus IS EQUAL TO "35"
            OPEN OUTPUT AlertFile
           END-IF.
           MOVE SPACES TO AlertRec.
           STRING "ALERT|" AlertStamp "|"
                  FUNCTION TRIM(AlertSeverity) "|"
                  FUNCTION TRIM(AlertSource) "|"
                  FUNCTION TRIM(AlertCode) "|"
                  FUNCTION TRIM(AlertDayPart) "|NEW||"
                  FUNCTION TRIM(AlertText)
            DELIMITED BY SIZE INTO AlertRec
           END-STRING.
           WRITE AlertRec.
           CLOSE AlertFile.
