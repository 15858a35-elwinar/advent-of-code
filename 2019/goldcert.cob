      * corruption that changes the picture without changing the
      * checksum answer. Provenance records are skipped in the
      * compare; their timestamps legitimately differ run to run.
      * Each render is also compared with its previous generation
      * (GenerationWrite.cpy), so the report says whether a
      * deviation is new since the last kept copy.
      *
      * Arguments: [Mode]
      *   CHECK (default)  certify the current renders against the
       FILE STATUS IS GoldStatus.
       SELECT ReportFile ASSIGN TO "GoldCert.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "Alert.cpy".
       COPY "Generation.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD ReportFile.
       01 ReportRec PIC X(120).

       COPY "AlertFD.cpy".
       COPY "GenerationFD.cpy".

       WORKING-STORAGE SECTION.
       01 RunMode    PIC X(8).
       01 CurPath    PIC X(50).
       01 Cdx        PIC 9(3).
       01 DiffCount  PIC 9(4) VALUE 0.
       01 FileDiffs  PIC 9(4).
       01 PrevDiffs  PIC 9(4).
       01 RowFmt     PIC Z(2)9.
       01 DiffFmt    PIC Z(3)9.
       01 ColFmt     PIC Z(2)9.
       01 CheckedCount PIC 9(1) VALUE 0.

       COPY "AlertFields.cpy".
       COPY "GenerationFields.cpy".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT RunMode FROM ARGUMENT-VALUE.
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            WRITE ReportRec
            MOVE "WARNING" TO AlertSeverity
            MOVE "NO-GOLDEN" TO AlertCode
            MOVE SPACES TO AlertText
            STRING FUNCTION TRIM(RenderName(Rx))
                   " has no golden copy to certify against"
             DELIMITED BY SIZE INTO AlertText
            END-STRING
            PERFORM RaiseRenderAlert
            PERFORM CompareToPrevious
            EXIT SECTION
           END-IF.

             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            WRITE ReportRec
           ELSE
            MOVE "CRITICAL" TO AlertSeverity
            MOVE "GOLD-DEVIATE" TO AlertCode
            MOVE FileDiffs TO DiffFmt
            MOVE SPACES TO AlertText
            STRING FUNCTION TRIM(RenderName(Rx))
                   " deviates from its golden copy in "
                   FUNCTION TRIM(DiffFmt) " place(s)"
             DELIMITED BY SIZE INTO AlertText
            END-STRING
            PERFORM RaiseRenderAlert
           END-IF.
           PERFORM CompareToPrevious.

      * Subroutine CompareToPrevious.
      *
      * Say whether the current render changed since its previous
      * generation (relative generation -1), so a deviation can be
      * told apart as new today or standing from an earlier run.
      *
      * Uses: RenderName(Rx), CurImage, GenCatFile -> ReportFile
       CompareToPrevious SECTION.
           MOVE RenderName(Rx) TO GenReport.
           MOVE -1 TO GenRelative.
           PERFORM ResolveGeneration.
           MOVE SPACES TO ReportRec.
           IF NOT GenIsResolved
            STRING "    " FUNCTION TRIM(RenderName(Rx))
                   ": no earlier generation on file"
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
            WRITE ReportRec
            EXIT SECTION
           END-IF.
           MOVE GenPath TO GoldPath.
           PERFORM LoadGolden.
           MOVE 0 TO PrevDiffs.
           PERFORM VARYING Ldx FROM 1 UNTIL Ldx IS GREATER THAN
                   CurLines AND Ldx IS GREATER THAN GoldLines
            IF Ldx IS GREATER THAN CurLines
             OR Ldx IS GREATER THAN GoldLines
             ADD 1 TO PrevDiffs
            ELSE
             IF CurLine(Ldx) IS NOT EQUAL TO GoldLine(Ldx)
              ADD 1 TO PrevDiffs
             END-IF
            END-IF
           END-PERFORM.
           IF PrevDiffs IS EQUAL TO 0
            STRING "    " FUNCTION TRIM(RenderName(Rx))
                   ": unchanged since generation G" GenNumber
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
           ELSE
            MOVE PrevDiffs TO DiffFmt
            STRING "    " FUNCTION TRIM(RenderName(Rx)) ": "
                   FUNCTION TRIM(DiffFmt)
                   " line(s) changed since generation G" GenNumber
             DELIMITED BY SIZE INTO ReportRec
            END-STRING
           END-IF.
           WRITE ReportRec.

      * Subroutine RaiseRenderAlert.
      *
      * Queue the alert set up for the current render, its day/part
      * taken from the render's file name (8b.report -> 8b).
      *
      * Uses: RenderName(Rx), AlertSeverity, AlertCode, AlertText
      *       -> AlertFile
       RaiseRenderAlert SECTION.
           MOVE "goldcert" TO AlertSource.
           MOVE SPACES TO AlertDayPart.
           UNSTRING RenderName(Rx) DELIMITED BY "."
            INTO AlertDayPart
           END-UNSTRING.
           PERFORM RaiseAlert.

      * Subroutine LoadCurrent.
      *
            END-READ
           END-PERFORM.
           CLOSE GoldFile.

           COPY "AlertWrite.cpy".

           COPY "GenerationWrite.cpy".
