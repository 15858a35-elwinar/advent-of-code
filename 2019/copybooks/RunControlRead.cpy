      * back with the configured value, or SPACES when run.control is
      * absent or holds no matching record. The file is small and
      * read per lookup, so no state lingers between calls.
      *
      * A record may carry a fourth, season column
      * ("ProgramId|ParameterName|Value|Season"): such a record
      * applies to that season alone and wins over the unqualified
      * record, which serves every season without one of its own -
      * so a season rollover can give the new season its own
      * settings without disturbing the closing season's.
       GetControlParam SECTION.
           MOVE SPACES TO CtlValue.
           IF CtlSeason IS EQUAL TO SPACES
            DISPLAY "AocSeason" UPON ENVIRONMENT-NAME
            ACCEPT CtlSeason FROM ENVIRONMENT-VALUE
            IF CtlSeason IS EQUAL TO SPACES
             OR CtlSeason IS EQUAL TO LOW-VALUES
             MOVE "2019" TO CtlSeason
            END-IF
           END-IF.
           MOVE 0 TO CtlSeasonHit.
           OPEN INPUT ControlFile.
           IF ControlStatus IS NOT EQUAL TO "00"
            EXIT SECTION
            MOVE SPACES TO CtlFld1
            MOVE SPACES TO CtlFld2
            MOVE SPACES TO CtlFld3
            MOVE SPACES TO CtlFld4
            UNSTRING ControlRec DELIMITED BY "|"
             INTO CtlFld1 CtlFld2 CtlFld3 CtlFld4
            END-UNSTRING
            IF CtlFld1 IS EQUAL TO CtlProgram
             AND CtlFld2 IS EQUAL TO CtlParam
             AND CtlFld4 IS EQUAL TO CtlSeason
             MOVE CtlFld3 TO CtlValue
             MOVE 1 TO CtlSeasonHit
             SET EndOfControl TO TRUE
            ELSE
             IF CtlFld1 IS EQUAL TO CtlProgram
              AND CtlFld2 IS EQUAL TO CtlParam
              AND CtlFld4 IS EQUAL TO SPACES
              AND CtlValue IS EQUAL TO SPACES
              MOVE CtlFld3 TO CtlValue
             END-IF
             MOVE SPACES TO ControlRec
             READ ControlFile
              AT END SET EndOfControl TO TRUE
