       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-Integrity.

      * Referential integrity sweep across the operational registers.
      * The registers name each other - an incident names a program,
      * a patch registration a patch file, an audit entry the
      * operator who ran it - but nothing checked that the names
      * still resolve, so a retired program or a deleted patch file
      * left references pointing at nothing. This sweep checks every
      * cross-reference and lists the orphans, grouped by register:
      *   incidents.log     every incident's program is one the batch
      *                     driver knows (its built-in day table or a
      *                     season.catalog RUN record) - or is one
      *                     of the batch jobs that open incidents of
      *                     their own (JobOwners)
      *   patches.register  every registered patch file is still on
      *                     disk
      *   feeds.master      every fingerprinted feed is still on disk
      *                     and is the input of some known program
      *   audit.log         every operator stamped is on
      *                     operators.master (BATCH, the unattended
      *                     stamp, always resolves)
      *   wire.master       one record per wire in 3.input, no wire
      *                     id twice
      *   season.catalog    every RUN and REG record's program source
      *                     and extra sources are on disk, and every
      *                     REG record's sample
      * A register that does not exist yet is reported as such and
      * has nothing to check.
      *
      * Arguments: none
      *
      * Output: Integrity.report. RETURN-CODE 0 when every reference
      * resolves, 4 when any orphan is found, 8 when operators.master
      * is missing or empty (no operator reference can be checked).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "AuditTrail.cpy".
       SELECT IncidentFile ASSIGN TO "incidents.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS IncidentStatus.
       SELECT RegisterFile ASSIGN TO "patches.register"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RegisterStatus.
       SELECT FeedRegFile ASSIGN TO "feeds.master"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FeedRegStatus.
       SELECT OperatorFile ASSIGN TO "operators.master"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS OperatorStatus.
       SELECT WireMasterFile ASSIGN TO "wire.master"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WireMasterStatus.
       SELECT WireFeedFile ASSIGN TO "3.input"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WireFeedStatus.
       SELECT CatalogFile ASSIGN TO "season.catalog"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CatalogStatus.
       SELECT ReportFile ASSIGN TO "Integrity.report"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "AuditTrailFD.cpy".

       FD IncidentFile.
       01 IncidentRec PIC X(250).
       88 EndOfIncidents VALUE HIGH-VALUES.

       FD RegisterFile.
       01 RegisterRec PIC X(200).
       88 EndOfRegister VALUE HIGH-VALUES.

       FD FeedRegFile.
       01 FeedRegRec PIC X(100).
       88 EndOfFeedReg VALUE HIGH-VALUES.

       FD OperatorFile.
       01 OperatorRec PIC X(80).
       88 EndOfOperators VALUE HIGH-VALUES.

       FD WireMasterFile.
       01 WireMasterRec PIC X(80).
       88 EndOfWireMaster VALUE HIGH-VALUES.

      * Only counted; sized as the day 3 programs read it.
       FD WireFeedFile.
       01 WireFeedRec PIC X(9999).
       88 EndOfWireFeed VALUE HIGH-VALUES.

       FD CatalogFile.
       01 CatalogRec PIC X(200).
       88 EndOfCatalog VALUE HIGH-VALUES.

       FD ReportFile.
       01 ReportRec PIC X(133).

       WORKING-STORAGE SECTION.
       COPY "AuditTrailFields.cpy".
       COPY "PrintFields.cpy".
       01 IncidentStatus   PIC X(2).
       01 RegisterStatus   PIC X(2).
       01 FeedRegStatus    PIC X(2).
       01 OperatorStatus   PIC X(2).
       01 WireMasterStatus PIC X(2).
       01 WireFeedStatus   PIC X(2).
       01 CatalogStatus    PIC X(2).
       01 EndOfAudit       PIC 9(1).
       01 CommandLine      PIC X(200).

      * The batch driver's built-in day table (runall.cob
      * BuildDayTable): each program and the feed it reads. Programs
      * the season catalog adds are appended to Known at load.
       01 BuiltInDays.
          02 FILLER PIC X(18) VALUE "1a      1.input".
          02 FILLER PIC X(18) VALUE "1b      1.input".
          02 FILLER PIC X(18) VALUE "2a      2.input".
          02 FILLER PIC X(18) VALUE "2b      2.input".
          02 FILLER PIC X(18) VALUE "2bmerge 2.input".
          02 FILLER PIC X(18) VALUE "3a      3.input".
          02 FILLER PIC X(18) VALUE "3b      3.input".
          02 FILLER PIC X(18) VALUE "4a      4.input".
          02 FILLER PIC X(18) VALUE "4b      4.input".
          02 FILLER PIC X(18) VALUE "5a      5.input".
          02 FILLER PIC X(18) VALUE "5b      5.input".
          02 FILLER PIC X(18) VALUE "6a      6.input".
          02 FILLER PIC X(18) VALUE "6b      6.input".
          02 FILLER PIC X(18) VALUE "7a      7.input".
          02 FILLER PIC X(18) VALUE "7b      7.input".
          02 FILLER PIC X(18) VALUE "8a      8.input".
          02 FILLER PIC X(18) VALUE "8b      8.input".
          02 FILLER PIC X(18) VALUE "9       9.input".
          02 FILLER PIC X(18) VALUE "10a     10.input".
          02 FILLER PIC X(18) VALUE "10b     10.input".
          02 FILLER PIC X(18) VALUE "11a     11.input".
          02 FILLER PIC X(18) VALUE "12a     12.input".
          02 FILLER PIC X(18) VALUE "12b     12.input".
          02 FILLER PIC X(18) VALUE "13a     13.input".
          02 FILLER PIC X(18) VALUE "13b     13.input".
          02 FILLER PIC X(18) VALUE "14a     14.input".
          02 FILLER PIC X(18) VALUE "14b     14.input".
          02 FILLER PIC X(18) VALUE "15a     15.input".
          02 FILLER PIC X(18) VALUE "15b     15.input".
       01 BuiltInTable REDEFINES BuiltInDays.
          02 BuiltInEntry OCCURS 29 TIMES.
             03 BuiltInName  PIC X(8).
             03 BuiltInInput PIC X(10).
       01 BuiltInCount PIC 9(2) VALUE 29.

      * The batch jobs that open incidents of their own, beside the
      * day programs: the archive verification pass (archver.cob)
      * and housekeeping's slice seal check (housekeep.cob).
       01 JobOwnerList.
          02 FILLER PIC X(12) VALUE "archver".
          02 FILLER PIC X(12) VALUE "housekeep".
       01 JobOwnerTable REDEFINES JobOwnerList.
          02 JobOwner PIC X(12) OCCURS 2 TIMES.
       01 JobOwnerCount PIC 9(2) VALUE 2.
       01 Jx            PIC 9(2).

      * Every program the driver knows, with the feed it reads.
       01 Known.
          02 KnownCount PIC 9(3) VALUE 0.
          02 KnownEntry OCCURS 120 TIMES.
             03 KnownName  PIC X(8).
             03 KnownInput PIC X(30).

      * operators.master's operator ids.
       01 Operators.
          02 OpCount PIC 9(3) VALUE 0.
          02 OpId    PIC X(8) OCCURS 200 TIMES.

      * The distinct unknown operators audit.log stamps, with how
      * many entries carry each.
       01 BadOps.
          02 BadOpCount PIC 9(3) VALUE 0.
          02 BadOpEntry OCCURS 100 TIMES.
             03 BadOpId    PIC X(8).
             03 BadOpSeen  PIC 9(6).

      * wire.master's wire ids, for the duplicate check.
       01 Wires.
          02 WireCount PIC 9(3) VALUE 0.
          02 WireId    PIC X(8) OCCURS 200 TIMES.
       01 WireFeedCount PIC 9(3).

      * The per-register tally the summary block is printed from:
      * records checked and orphans found, or MISSING when the
      * register does not exist.
       01 Tally.
          02 TallyEntry OCCURS 6 TIMES.
             03 TallyName    PIC X(18).
             03 TallyRecs    PIC 9(6).
             03 TallyOrphans PIC 9(5).
             03 TallyState   PIC X(8).
       01 Tx             PIC 9(1).
       01 OrphanTotal    PIC 9(6) VALUE 0.
       01 AuditCount     PIC 9(6).

       01 Kx             PIC 9(3).
       01 Ox             PIC 9(3).
       01 Wx             PIC 9(3).
       01 Sx             PIC 9(1).
       01 FoundFlag      PIC 9(1).
       01 ProbePath      PIC X(80).
       01 ProbeFound     PIC 9(1).
       01 CheckProg      PIC X(8).
       01 CheckOp        PIC X(8).
       01 OrphanText     PIC X(110).
       01 CountFmt       PIC Z(5)9.
       01 OrphanFmt      PIC Z(4)9.
       01 Fld1           PIC X(30).
       01 Fld2           PIC X(80).
       01 Fld3           PIC X(30).
       01 Fld4           PIC X(80).
       01 Fld5           PIC X(30).
       01 Fld6           PIC X(30).
       01 Fld7           PIC X(30).
       01 Fld8           PIC X(80).
       01 LineJunk       PIC X(300).
       01 LineRest       PIC X(300).
       01 ExtraSrc       PIC X(30) OCCURS 3 TIMES.

       PROCEDURE DIVISION.
       Begin.
           PERFORM LoadKnownPrograms.
           PERFORM LoadOperators.
           MOVE "incidents.log" TO TallyName(1).
           MOVE "patches.register" TO TallyName(2).
           MOVE "feeds.master" TO TallyName(3).
           MOVE "audit.log" TO TallyName(4).
           MOVE "wire.master" TO TallyName(5).
           MOVE "season.catalog" TO TallyName(6).
           PERFORM VARYING Tx FROM 1 UNTIL Tx IS GREATER THAN 6
            MOVE 0 TO TallyRecs(Tx) TallyOrphans(Tx)
            MOVE "CHECKED" TO TallyState(Tx)
           END-PERFORM.

           OPEN OUTPUT ReportFile.
           MOVE "Register integrity sweep" TO PrtTitle.
           MOVE SPACES TO PrtHeading.
           MOVE "Register          Orphaned reference" TO PrtHeading.
           PERFORM PrtOpenReport.
           PERFORM PrtNewPage.

           MOVE 1 TO Tx.
           PERFORM CheckIncidents.
           MOVE 2 TO Tx.
           PERFORM CheckPatches.
           MOVE 3 TO Tx.
           PERFORM CheckFeeds.
           MOVE 4 TO Tx.
           PERFORM CheckAuditOperators.
           MOVE 5 TO Tx.
           PERFORM CheckWires.
           MOVE 6 TO Tx.
           PERFORM CheckCatalog.

           PERFORM WriteSummary.
           PERFORM PrtEndReport.
           CLOSE ReportFile.

           DISPLAY OrphanTotal " orphaned reference(s) across the "
                   "registers - see Integrity.report".
           IF OpCount IS EQUAL TO 0
            DISPLAY "operators.master is missing or holds no "
                    "operators"
            MOVE 8 TO RETURN-CODE
           ELSE
            IF OrphanTotal IS GREATER THAN 0
             MOVE 4 TO RETURN-CODE
            END-IF
           END-IF.
           STOP RUN.

      * Subroutine LoadKnownPrograms.
      *
      * The built-in day table, then every program season.catalog
      * runs (RUN records, any season, PENDING ones included - a
      * program held back is still one the driver knows).
      *
      * Uses: BuiltInTable, season.catalog -> Known
       LoadKnownPrograms SECTION.
           PERFORM VARYING Kx FROM 1 UNTIL Kx IS GREATER THAN
                   BuiltInCount
            ADD 1 TO KnownCount
            MOVE BuiltInName(Kx) TO KnownName(KnownCount)
            MOVE BuiltInInput(Kx) TO KnownInput(KnownCount)
           END-PERFORM.
           OPEN INPUT CatalogFile.
           IF CatalogStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO CatalogRec.
           READ CatalogFile
            AT END SET EndOfCatalog TO TRUE
           END-READ.
           PERFORM UNTIL EndOfCatalog
            IF CatalogRec(1:4) IS EQUAL TO "RUN|"
             AND KnownCount IS LESS THAN 120
             MOVE SPACES TO Fld1 Fld2 Fld3 Fld4
             UNSTRING CatalogRec DELIMITED BY "|"
              INTO Fld1 Fld2 Fld3 Fld4
             END-UNSTRING
             MOVE Fld3 TO CheckProg
             PERFORM FindKnown
             IF FoundFlag IS EQUAL TO 0
              ADD 1 TO KnownCount
              MOVE Fld3 TO KnownName(KnownCount)
              MOVE Fld4 TO KnownInput(KnownCount)
             END-IF
            END-IF
            MOVE SPACES TO CatalogRec
            READ CatalogFile
             AT END SET EndOfCatalog TO TRUE
            END-READ
           END-PERFORM.
           CLOSE CatalogFile.

      * Subroutine FindKnown.
      *
      * Whether CheckProg is a program the driver knows.
      *
      * Uses: CheckProg, Known -> FoundFlag
       FindKnown SECTION.
           MOVE 0 TO FoundFlag.
           PERFORM VARYING Kx FROM 1 UNTIL Kx IS GREATER THAN
                   KnownCount
            IF KnownName(Kx) IS EQUAL TO CheckProg
             MOVE 1 TO FoundFlag
             EXIT SECTION
            END-IF
           END-PERFORM.

      * Subroutine LoadOperators.
      *
      * Every operator id on operators.master.
      *
      * Uses: operators.master -> Operators
       LoadOperators SECTION.
           OPEN INPUT OperatorFile.
           IF OperatorStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO OperatorRec.
           READ OperatorFile
            AT END SET EndOfOperators TO TRUE
           END-READ.
           PERFORM UNTIL EndOfOperators
            IF OperatorRec(1:1) IS NOT EQUAL TO "*"
             AND OperatorRec IS NOT EQUAL TO SPACES
             AND OpCount IS LESS THAN 200
             MOVE SPACES TO Fld1
             UNSTRING OperatorRec DELIMITED BY "|" INTO Fld1
             END-UNSTRING
             ADD 1 TO OpCount
             MOVE Fld1 TO OpId(OpCount)
            END-IF
            MOVE SPACES TO OperatorRec
            READ OperatorFile
             AT END SET EndOfOperators TO TRUE
            END-READ
           END-PERFORM.
           CLOSE OperatorFile.

      * Subroutine CheckIncidents.
      *
      * Every INC record's program must be one the driver knows: an
      * incident left against a retired program can never be rerun
      * to close it. The batch jobs in JobOwnerTable raise their own,
      * under their own names.
      *
      * Uses: incidents.log, Known -> Tally(Tx), report orphans
       CheckIncidents SECTION.
           OPEN INPUT IncidentFile.
           IF IncidentStatus IS NOT EQUAL TO "00"
            MOVE "MISSING" TO TallyState(Tx)
            EXIT SECTION
           END-IF.
           MOVE SPACES TO IncidentRec.
           READ IncidentFile
            AT END SET EndOfIncidents TO TRUE
           END-READ.
           PERFORM UNTIL EndOfIncidents
            IF IncidentRec(1:4) IS EQUAL TO "INC|"
             ADD 1 TO TallyRecs(Tx)
             MOVE SPACES TO Fld1 Fld2 Fld3 Fld4 Fld5 Fld6 Fld7
             UNSTRING IncidentRec DELIMITED BY "|"
              INTO Fld1 Fld2 Fld3 Fld4 Fld5 Fld6 Fld7
             END-UNSTRING
             MOVE Fld3 TO CheckProg
             PERFORM FindKnown
             PERFORM VARYING Jx FROM 1 UNTIL Jx IS GREATER THAN
                     JobOwnerCount
              IF Fld3 IS EQUAL TO JobOwner(Jx)
               MOVE 1 TO FoundFlag
              END-IF
             END-PERFORM
             IF FoundFlag IS EQUAL TO 0
              MOVE SPACES TO OrphanText
              STRING "INC " FUNCTION TRIM(Fld2) " ("
                     FUNCTION TRIM(Fld7) "): program "
                     FUNCTION TRIM(Fld3) " is not in the day table "
                     "or the season catalog"
               DELIMITED BY SIZE INTO OrphanText
              END-STRING
              PERFORM ReportOrphan
             END-IF
            END-IF
            MOVE SPACES TO IncidentRec
            READ IncidentFile
             AT END SET EndOfIncidents TO TRUE
            END-READ
           END-PERFORM.
           CLOSE IncidentFile.

      * Subroutine CheckPatches.
      *
      * Every PATCH record's patch file must still be on disk - an
      * APPROVED patch whose file is gone leaves an approval the
      * patcher can never be run against.
      *
      * Uses: patches.register -> Tally(Tx), report orphans
       CheckPatches SECTION.
           OPEN INPUT RegisterFile.
           IF RegisterStatus IS NOT EQUAL TO "00"
            MOVE "MISSING" TO TallyState(Tx)
            EXIT SECTION
           END-IF.
           MOVE SPACES TO RegisterRec.
           READ RegisterFile
            AT END SET EndOfRegister TO TRUE
           END-READ.
           PERFORM UNTIL EndOfRegister
            IF RegisterRec(1:6) IS EQUAL TO "PATCH|"
             ADD 1 TO TallyRecs(Tx)
             MOVE SPACES TO Fld1 Fld2 Fld3 Fld4 Fld5 Fld6
             UNSTRING RegisterRec DELIMITED BY "|"
              INTO Fld1 Fld2 Fld3 Fld4 Fld5 Fld6
             END-UNSTRING
             MOVE Fld2 TO ProbePath
             PERFORM ProbeFile
             IF ProbeFound IS EQUAL TO 0
              MOVE SPACES TO OrphanText
              STRING "patch " FUNCTION TRIM(Fld2) " ("
                     FUNCTION TRIM(Fld6) "): patch file is gone"
               DELIMITED BY SIZE INTO OrphanText
              END-STRING
              PERFORM ReportOrphan
             END-IF
            END-IF
            MOVE SPACES TO RegisterRec
            READ RegisterFile
             AT END SET EndOfRegister TO TRUE
            END-READ
           END-PERFORM.
           CLOSE RegisterFile.

      * Subroutine CheckFeeds.
      *
      * Every FEED record must name a feed still on disk that some
      * known program reads; a fingerprint kept for a feed nothing
      * consumes only muddies the drift pass's "same input" test.
      *
      * Uses: feeds.master, Known -> Tally(Tx), report orphans
       CheckFeeds SECTION.
           OPEN INPUT FeedRegFile.
           IF FeedRegStatus IS NOT EQUAL TO "00"
            MOVE "MISSING" TO TallyState(Tx)
            EXIT SECTION
           END-IF.
           MOVE SPACES TO FeedRegRec.
           READ FeedRegFile
            AT END SET EndOfFeedReg TO TRUE
           END-READ.
           PERFORM UNTIL EndOfFeedReg
            IF FeedRegRec(1:5) IS EQUAL TO "FEED|"
             ADD 1 TO TallyRecs(Tx)
             MOVE SPACES TO Fld1 Fld2
             UNSTRING FeedRegRec DELIMITED BY "|" INTO Fld1 Fld2
             END-UNSTRING
             MOVE Fld2 TO ProbePath
             PERFORM ProbeFile
             IF ProbeFound IS EQUAL TO 0
              MOVE SPACES TO OrphanText
              STRING "feed " FUNCTION TRIM(Fld2)
                     ": fingerprinted, but the feed is gone"
               DELIMITED BY SIZE INTO OrphanText
              END-STRING
              PERFORM ReportOrphan
             END-IF
             MOVE 0 TO FoundFlag
             PERFORM VARYING Kx FROM 1 UNTIL Kx IS GREATER THAN
                     KnownCount
              IF KnownInput(Kx) IS EQUAL TO Fld2
               MOVE 1 TO FoundFlag
              END-IF
             END-PERFORM
             IF FoundFlag IS EQUAL TO 0
              MOVE SPACES TO OrphanText
              STRING "feed " FUNCTION TRIM(Fld2)
                     ": no known program reads it"
               DELIMITED BY SIZE INTO OrphanText
              END-STRING
              PERFORM ReportOrphan
             END-IF
            END-IF
            MOVE SPACES TO FeedRegRec
            READ FeedRegFile
             AT END SET EndOfFeedReg TO TRUE
            END-READ
           END-PERFORM.
           CLOSE FeedRegFile.

      * Subroutine CheckAuditOperators.
      *
      * Every audit.log entry's " operator=" stamp must be BATCH or
      * an operator on operators.master. Each unknown operator is
      * reported once, with the number of entries carrying it.
      *
      * Uses: audit.log, Operators -> BadOps, Tally(Tx), report
      *       orphans
       CheckAuditOperators SECTION.
           OPEN INPUT AuditFile.
           IF AuditStatus IS NOT EQUAL TO "00"
            MOVE "MISSING" TO TallyState(Tx)
            EXIT SECTION
           END-IF.
           MOVE 0 TO EndOfAudit.
           READ AuditFile
            AT END MOVE 1 TO EndOfAudit
           END-READ.
           PERFORM UNTIL EndOfAudit IS EQUAL TO 1
            ADD 1 TO TallyRecs(Tx)
            MOVE SPACES TO LineJunk LineRest CheckOp
            UNSTRING AuditRec DELIMITED BY " operator="
             INTO LineJunk LineRest
            END-UNSTRING
            UNSTRING LineRest DELIMITED BY " " INTO CheckOp
            END-UNSTRING
            IF CheckOp IS NOT EQUAL TO SPACES
             AND CheckOp IS NOT EQUAL TO "BATCH"
             PERFORM NoteAuditOperator
            END-IF
            READ AuditFile
             AT END MOVE 1 TO EndOfAudit
            END-READ
           END-PERFORM.
           CLOSE AuditFile.

           PERFORM VARYING Ox FROM 1 UNTIL Ox IS GREATER THAN
                   BadOpCount
            MOVE BadOpSeen(Ox) TO CountFmt
            MOVE SPACES TO OrphanText
            STRING "operator " FUNCTION TRIM(BadOpId(Ox))
                   " is not on operators.master ("
                   FUNCTION TRIM(CountFmt) " entry(s))"
             DELIMITED BY SIZE INTO OrphanText
            END-STRING
            PERFORM ReportOrphan
           END-PERFORM.

      * Subroutine NoteAuditOperator.
      *
      * Count CheckOp against BadOps when operators.master does not
      * hold it.
      *
      * Uses: CheckOp, Operators -> BadOps
       NoteAuditOperator SECTION.
           PERFORM VARYING Ox FROM 1 UNTIL Ox IS GREATER THAN OpCount
            IF OpId(Ox) IS EQUAL TO CheckOp
             EXIT SECTION
            END-IF
           END-PERFORM.
           PERFORM VARYING Ox FROM 1 UNTIL Ox IS GREATER THAN
                   BadOpCount
            IF BadOpId(Ox) IS EQUAL TO CheckOp
             ADD 1 TO BadOpSeen(Ox)
             EXIT SECTION
            END-IF
           END-PERFORM.
           IF BadOpCount IS LESS THAN 100
            ADD 1 TO BadOpCount
            MOVE CheckOp TO BadOpId(BadOpCount)
            MOVE 1 TO BadOpSeen(BadOpCount)
           END-IF.

      * Subroutine CheckWires.
      *
      * wire.master must hold one record per wire in 3.input, in the
      * feed's order, so its count must match the feed's record
      * count; and no wire id may appear twice. With no 3.input on
      * disk only the duplicate check can be made.
      *
      * Uses: wire.master, 3.input -> Wires, Tally(Tx), report
      *       orphans
       CheckWires SECTION.
           OPEN INPUT WireMasterFile.
           IF WireMasterStatus IS NOT EQUAL TO "00"
            MOVE "MISSING" TO TallyState(Tx)
            EXIT SECTION
           END-IF.
           MOVE SPACES TO WireMasterRec.
           READ WireMasterFile
            AT END SET EndOfWireMaster TO TRUE
           END-READ.
           PERFORM UNTIL EndOfWireMaster
            IF WireMasterRec(1:1) IS NOT EQUAL TO "*"
             AND WireMasterRec IS NOT EQUAL TO SPACES
             ADD 1 TO TallyRecs(Tx)
             MOVE SPACES TO Fld1
             UNSTRING WireMasterRec DELIMITED BY "|" INTO Fld1
             END-UNSTRING
             MOVE 0 TO FoundFlag
             PERFORM VARYING Wx FROM 1 UNTIL Wx IS GREATER THAN
                     WireCount
              IF WireId(Wx) IS EQUAL TO Fld1
               MOVE 1 TO FoundFlag
              END-IF
             END-PERFORM
             IF FoundFlag IS EQUAL TO 1
              MOVE SPACES TO OrphanText
              STRING "wire " FUNCTION TRIM(Fld1)
                     ": listed more than once"
               DELIMITED BY SIZE INTO OrphanText
              END-STRING
              PERFORM ReportOrphan
             ELSE
              IF WireCount IS LESS THAN 200
               ADD 1 TO WireCount
               MOVE Fld1 TO WireId(WireCount)
              END-IF
             END-IF
            END-IF
            MOVE SPACES TO WireMasterRec
            READ WireMasterFile
             AT END SET EndOfWireMaster TO TRUE
            END-READ
           END-PERFORM.
           CLOSE WireMasterFile.

           OPEN INPUT WireFeedFile.
           IF WireFeedStatus IS NOT EQUAL TO "00"
            MOVE SPACES TO PrtLine
            STRING TallyName(Tx) "(3.input not on disk - wire "
                   "count not checked)"
             DELIMITED BY SIZE INTO PrtLine
            END-STRING
            PERFORM PrtWriteLine
            EXIT SECTION
           END-IF.
           MOVE 0 TO WireFeedCount.
           MOVE SPACES TO WireFeedRec.
           READ WireFeedFile
            AT END SET EndOfWireFeed TO TRUE
           END-READ.
           PERFORM UNTIL EndOfWireFeed
            IF WireFeedRec IS NOT EQUAL TO SPACES
             ADD 1 TO WireFeedCount
            END-IF
            MOVE SPACES TO WireFeedRec
            READ WireFeedFile
             AT END SET EndOfWireFeed TO TRUE
            END-READ
           END-PERFORM.
           CLOSE WireFeedFile.
           IF WireFeedCount IS NOT EQUAL TO TallyRecs(Tx)
            MOVE SPACES TO OrphanText
            MOVE TallyRecs(Tx) TO CountFmt
            MOVE WireFeedCount TO OrphanFmt
            STRING "wire.master holds " FUNCTION TRIM(CountFmt)
                   " wire(s), 3.input " FUNCTION TRIM(OrphanFmt)
             DELIMITED BY SIZE INTO OrphanText
            END-STRING
            PERFORM ReportOrphan
           END-IF.

      * Subroutine CheckCatalog.
      *
      * Every RUN and REG record's program source and extra sources
      * must be on disk, and every REG record's regression sample.
      *
      * Uses: season.catalog -> Tally(Tx), report orphans
       CheckCatalog SECTION.
           OPEN INPUT CatalogFile.
           IF CatalogStatus IS NOT EQUAL TO "00"
            MOVE "MISSING" TO TallyState(Tx)
            EXIT SECTION
           END-IF.
           MOVE SPACES TO CatalogRec.
           READ CatalogFile
            AT END SET EndOfCatalog TO TRUE
           END-READ.
           PERFORM UNTIL EndOfCatalog
            IF CatalogRec(1:4) IS EQUAL TO "RUN|"
             OR CatalogRec(1:4) IS EQUAL TO "REG|"
             ADD 1 TO TallyRecs(Tx)
             PERFORM CheckCatalogRecord
            END-IF
            MOVE SPACES TO CatalogRec
            READ CatalogFile
             AT END SET EndOfCatalog TO TRUE
            END-READ
           END-PERFORM.
           CLOSE CatalogFile.

      * Subroutine CheckCatalogRecord.
      *
      * The references of the RUN or REG record in CatalogRec: RUN
      * is RUN|season|program|input|budget|extrasrcs|..., REG is
      * REG|season|program|sample|day|part|answer|extrasrcs|...
      *
      * Uses: CatalogRec -> report orphans
       CheckCatalogRecord SECTION.
           MOVE SPACES TO Fld1 Fld2 Fld3 Fld4 Fld5 Fld6 Fld7 Fld8.
           IF CatalogRec(1:4) IS EQUAL TO "RUN|"
            UNSTRING CatalogRec DELIMITED BY "|"
             INTO Fld1 Fld2 Fld3 Fld4 Fld5 Fld8
            END-UNSTRING
           ELSE
            UNSTRING CatalogRec DELIMITED BY "|"
             INTO Fld1 Fld2 Fld3 Fld4 Fld5 Fld6 Fld7 Fld8
            END-UNSTRING
           END-IF.

           MOVE SPACES TO ProbePath.
           STRING FUNCTION TRIM(Fld3) ".cob" DELIMITED BY SIZE
            INTO ProbePath
           END-STRING.
           PERFORM ProbeFile.
           IF ProbeFound IS EQUAL TO 0
            MOVE SPACES TO OrphanText
            STRING Fld1(1:3) " " FUNCTION TRIM(Fld2) " "
                   FUNCTION TRIM(Fld3) ": program source "
                   FUNCTION TRIM(ProbePath) " is gone"
             DELIMITED BY SIZE INTO OrphanText
            END-STRING
            PERFORM ReportOrphan
           END-IF.

           IF Fld1(1:3) IS EQUAL TO "REG"
            MOVE Fld4 TO ProbePath
            PERFORM ProbeFile
            IF ProbeFound IS EQUAL TO 0
             MOVE SPACES TO OrphanText
             STRING "REG " FUNCTION TRIM(Fld2) " "
                    FUNCTION TRIM(Fld3) ": sample "
                    FUNCTION TRIM(Fld4) " is gone"
              DELIMITED BY SIZE INTO OrphanText
             END-STRING
             PERFORM ReportOrphan
            END-IF
           END-IF.

           MOVE SPACES TO ExtraSrc(1) ExtraSrc(2) ExtraSrc(3).
           UNSTRING Fld8 DELIMITED BY ALL SPACES
            INTO ExtraSrc(1) ExtraSrc(2) ExtraSrc(3)
           END-UNSTRING.
           PERFORM VARYING Sx FROM 1 UNTIL Sx IS GREATER THAN 3
            IF ExtraSrc(Sx) IS NOT EQUAL TO SPACES
             MOVE ExtraSrc(Sx) TO ProbePath
             PERFORM ProbeFile
             IF ProbeFound IS EQUAL TO 0
              MOVE SPACES TO OrphanText
              STRING Fld1(1:3) " " FUNCTION TRIM(Fld2) " "
                     FUNCTION TRIM(Fld3) ": extra source "
                     FUNCTION TRIM(ExtraSrc(Sx)) " is gone"
               DELIMITED BY SIZE INTO OrphanText
              END-STRING
              PERFORM ReportOrphan
             END-IF
            END-IF
           END-PERFORM.

      * Subroutine ProbeFile.
      *
      * Whether the file ProbePath names is on disk.
      *
      * Uses: ProbePath -> ProbeFound
       ProbeFile SECTION.
           MOVE 0 TO ProbeFound.
           IF ProbePath IS EQUAL TO SPACES
            EXIT SECTION
           END-IF.
           MOVE SPACES TO CommandLine.
           STRING "test -f " FUNCTION TRIM(ProbePath)
            DELIMITED BY SIZE INTO CommandLine
           END-STRING.
           CALL "SYSTEM" USING CommandLine.
           IF RETURN-CODE IS EQUAL TO 0
            MOVE 1 TO ProbeFound
           END-IF.
           MOVE 0 TO RETURN-CODE.

      * Subroutine ReportOrphan.
      *
      * One orphan line under register Tx, counted against it and
      * the sweep's total.
      *
      * Uses: Tx, OrphanText -> ReportFile, Tally(Tx), OrphanTotal
       ReportOrphan SECTION.
           ADD 1 TO TallyOrphans(Tx).
           ADD 1 TO OrphanTotal.
           MOVE SPACES TO PrtLine.
           STRING TallyName(Tx) FUNCTION TRIM(OrphanText)
            DELIMITED BY SIZE INTO PrtLine
           END-STRING.
           PERFORM PrtWriteLine.

      * Subroutine WriteSummary.
      *
      * The per-register block: records checked and orphans found,
      * or that the register is not there to check.
      *
      * Uses: Tally, OrphanTotal -> ReportFile
       WriteSummary SECTION.
           IF OrphanTotal IS EQUAL TO 0
            MOVE "    (every reference resolves)" TO PrtLine
            PERFORM PrtWriteLine
           END-IF.
           MOVE SPACES TO PrtLine.
           PERFORM PrtWriteLine.
           MOVE "By register:" TO PrtLine.
           PERFORM PrtWriteLine.
           PERFORM VARYING Tx FROM 1 UNTIL Tx IS GREATER THAN 6
            MOVE SPACES TO PrtLine
            IF TallyState(Tx) IS EQUAL TO "MISSING"
             STRING "  " TallyName(Tx) "not on disk - nothing to "
                    "check"
              DELIMITED BY SIZE INTO PrtLine
             END-STRING
            ELSE
             MOVE TallyRecs(Tx) TO CountFmt
             MOVE TallyOrphans(Tx) TO OrphanFmt
             STRING "  " TallyName(Tx) CountFmt " record(s), "
                    OrphanFmt " orphan(s)"
              DELIMITED BY SIZE INTO PrtLine
             END-STRING
            END-IF
            PERFORM PrtWriteLine
           END-PERFORM.
           MOVE SPACES TO PrtLine.
           PERFORM PrtWriteLine.
           MOVE SPACES TO PrtLine.
           STRING OrphanTotal " orphaned reference(s) in all"
            DELIMITED BY SIZE INTO PrtLine
           END-STRING.
           PERFORM PrtWriteLine.
           IF OpCount IS EQUAL TO 0
            MOVE "operators.master is missing or holds no operators"
             TO PrtLine
            PERFORM PrtWriteLine
           END-IF.

      * Subroutine PrtPut.
      *
      * The print service's per-program output hook: one physical
      * print record to the integrity report.
       PrtPut SECTION.
           MOVE PrtOut TO ReportRec.
           WRITE ReportRec.

           COPY "PrintWrite.cpy".
