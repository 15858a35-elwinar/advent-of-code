      * into one packet - the abend dump with its AbendPosition and
      * AbendDetail fields, the matching audit entry, the named
      * feed's FeedCheck standing and fingerprint registry entry,
      * the tail of the day's report, and the runbook entry for the
      * program and its return code (runbook.catalog) - the thing
      * handed to the on-call person instead of a scavenger hunt.
      *
      * Output: Triage.packet. RETURN-CODE 8 when there is no
      * abend.dump to triage.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AbendStatus.
       COPY "AuditTrail.cpy".
       COPY "Runbook.cpy".
       SELECT SourceFile ASSIGN USING SourcePath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SourceStatus.

       COPY "AuditTrailFD.cpy".

       COPY "RunbookFD.cpy".

       FD SourceFile RECORD IS VARYING IN SIZE FROM 1 TO 200
          CHARACTERS.
       01 SourceRec    PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "AuditTrailFields.cpy".
       COPY "RunbookFields.cpy".
       01 AbendStatus  PIC X(2).
       01 SourcePath   PIC X(50).
       01 SourceStatus PIC X(2).
      * The abend dump's parsed columns, for the lookups below.
       01 DumpProgram  PIC X(30).
       01 DumpInput    PIC X(50).
       01 DumpRc       PIC X(12).
       01 RcFmt        PIC Z9.
       01 ProgSuffix   PIC X(8).
       01 SuffixJunk   PIC X(30).
       01 ReportName   PIC X(20).
            IF AbendRec(1:10) IS EQUAL TO "Input:    "
             MOVE AbendRec(11:50) TO DumpInput
            END-IF
            IF AbendRec(1:10) IS EQUAL TO "RetCode:  "
             MOVE AbendRec(11:12) TO DumpRc
            END-IF
            READ DumpFile
             AT END MOVE 1 TO EndOfAbend
            END-READ
           PERFORM AuditSection.
           PERFORM FeedSection.
           PERFORM ReportTailSection.
           PERFORM RunbookSection.

           CLOSE PacketFile.
           DISPLAY "Triage packet for "
            WRITE PacketRec
           END-PERFORM.

      * Subroutine RunbookSection.
      *
      * The runbook entry for the abending program: keyed by its
      * return code first, then by the batch driver's name for that
      * class of failure (the incident state). A dump from before
      * the return code was recorded counts as the abend class, 12.
      *
      * Uses: DumpProgram, DumpRc, RunbookFile -> PacketFile
       RunbookSection SECTION.
           MOVE "--- runbook ---" TO PacketRec.
           WRITE PacketRec.
           PERFORM LoadRunbook.
           MOVE SPACES TO ProgSuffix.
           MOVE SPACES TO SuffixJunk.
           UNSTRING DumpProgram DELIMITED BY "AdventOfCode2019-"
            INTO SuffixJunk ProgSuffix
           END-UNSTRING.
           IF FUNCTION TRIM(DumpRc) IS EQUAL TO SPACES
            OR FUNCTION TRIM(DumpRc) IS NOT NUMERIC
            MOVE "12" TO DumpRc
           END-IF.
           MOVE FUNCTION NUMVAL(DumpRc) TO RcFmt.
           MOVE FUNCTION TRIM(RcFmt) TO DumpRc.
           MOVE ProgSuffix TO RbWantProg.
           MOVE FUNCTION TRIM(DumpRc) TO RbWantCode.
           PERFORM FindRunbook.
           IF RbMatch IS EQUAL TO 0
            EVALUATE FUNCTION TRIM(DumpRc)
             WHEN "4"  MOVE "FAIL-REJECT" TO RbWantCode
             WHEN "8"  MOVE "FAIL-NOINPUT" TO RbWantCode
             WHEN OTHER
              MOVE "FAIL-ABEND" TO RbWantCode
            END-EVALUATE
            PERFORM FindRunbook
           END-IF.
           IF RbMatch IS EQUAL TO 0
            MOVE SPACES TO PacketRec
            STRING "    (no runbook entry for "
                   FUNCTION TRIM(ProgSuffix) " RC "
                   FUNCTION TRIM(DumpRc)
                   " - escalate to the shift supervisor)"
             DELIMITED BY SIZE INTO PacketRec
            END-STRING
            WRITE PacketRec
            EXIT SECTION
           END-IF.
           PERFORM RunbookLines.
           PERFORM VARYING RbSx FROM 1 UNTIL RbSx IS GREATER THAN
                   RbOutCount
            MOVE SPACES TO PacketRec
            STRING "    " RbOutLine(RbSx)
             DELIMITED BY SIZE INTO PacketRec
            END-STRING
            WRITE PacketRec
           END-PERFORM.

      * Subroutine ResolveReportName.
      *
      * Map the abending program id to the report file it writes,
            WHEN "5b"  MOVE "5b.results" TO ReportName
            WHEN "6a"  MOVE "6a.report" TO ReportName
            WHEN "6b"  MOVE "6b.itinerary" TO ReportName
            WHEN "7a"  MOVE "7a.report" TO ReportName
            WHEN "8a"  MOVE "8a.report" TO ReportName
            WHEN "8b"  MOVE "8b.report" TO ReportName
            WHEN "9"   MOVE "9.malfunctions" TO ReportName
            WHEN "14b" MOVE "14b.report" TO ReportName
            WHEN "15a" MOVE "15a.report" TO ReportName
            WHEN "15b" MOVE "15b.report" TO ReportName
            WHEN "16a" MOVE "16a.report" TO ReportName
            WHEN "16b" MOVE "16b.report" TO ReportName
            WHEN "17a" MOVE "17a.report" TO ReportName
            WHEN "17b" MOVE "17b.report" TO ReportName
            WHEN "19a" MOVE "19a.report" TO ReportName
            WHEN "19b" MOVE "19b.report" TO ReportName
            WHEN "22a" MOVE "22a.report" TO ReportName
            WHEN "22b" MOVE "22b.report" TO ReportName
            WHEN "23a" MOVE "23a.report" TO ReportName
            WHEN "23b" MOVE "23b.report" TO ReportName
            WHEN "24a" MOVE "24a.report" TO ReportName
            WHEN "24b" MOVE "24b.report" TO ReportName
            WHEN OTHER
             MOVE SPACES TO ReportName
           END-EVALUATE.

           COPY "RunbookLoad.cpy".
