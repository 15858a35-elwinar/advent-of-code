          02 FILLER PIC X(16) VALUE "5b.results".
          02 FILLER PIC X(16) VALUE "6a.report".
          02 FILLER PIC X(16) VALUE "6b.itinerary".
          02 FILLER PIC X(16) VALUE "7a.report".
          02 FILLER PIC X(16) VALUE "8a.report".
          02 FILLER PIC X(16) VALUE "8b.report".
          02 FILLER PIC X(16) VALUE "9.malfunctions".
          02 FILLER PIC X(16) VALUE "14b.report".
          02 FILLER PIC X(16) VALUE "15a.report".
          02 FILLER PIC X(16) VALUE "15b.report".
          02 FILLER PIC X(16) VALUE "16a.report".
          02 FILLER PIC X(16) VALUE "16b.report".
          02 FILLER PIC X(16) VALUE "17a.report".
          02 FILLER PIC X(16) VALUE "17b.report".
          02 FILLER PIC X(16) VALUE "19a.report".
          02 FILLER PIC X(16) VALUE "19b.report".
          02 FILLER PIC X(16) VALUE "22a.report".
          02 FILLER PIC X(16) VALUE "22b.report".
          02 FILLER PIC X(16) VALUE "23a.report".
          02 FILLER PIC X(16) VALUE "23a.packets".
          02 FILLER PIC X(16) VALUE "23b.packets".
          02 FILLER PIC X(16) VALUE "23b.report".
          02 FILLER PIC X(16) VALUE "24a.report".
          02 FILLER PIC X(16) VALUE "24b.report".
       01 ReportTable REDEFINES ReportNames.
          02 ReportName PIC X(16) OCCURS 36 TIMES.

       01 Rx           PIC 9(2).
       01 Fld1         PIC X(5).
           OPEN OUTPUT ReportFile.
           MOVE "Report provenance check" TO ReportRec.
           WRITE ReportRec.
           PERFORM VARYING Rx FROM 1 UNTIL Rx IS GREATER THAN 36
            PERFORM CheckOneReport
           END-PERFORM.
           MOVE SPACES TO ReportRec.
