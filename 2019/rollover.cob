       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-Rollover.

      * Season rollover: closes one season and opens the next in a
      * single supervised run instead of a page of manual steps.
      *
      * The run is refused - nothing is changed - unless the closing
      * season is really finished: closeout.cob has bound its
      * close-out book (Closeout.book, headed with that season), and
      * every one of its answers on results.master is OFFICIAL. It is
      * also refused when the opening season has already begun -
      * answers on results.master or the ledger, or records in
      * season.catalog - so a rollover can never run twice or mix
      * one season's results into another's.
      *
      * A rollover that goes ahead:
      *   - snapshots the closing season's results.master records to
      *     archive/season<closing>/results.master.snapshot (closed
      *     by a "TRAILER|count|checksum" record, checksum = the sum
      *     of the answers' first-character ordinals) beside a copy
      *     of its Closeout.book;
      *   - clones the closing season's RUN and REG records in
      *     season.catalog under the opening season, each marked
      *     PENDING (runall.cob and regress.cob hold them back) until
      *     its feed arrives and the flag is taken off;
      *   - clones the run.control settings the closing season runs
      *     under as settings of the opening season's own
      *     (RunControlRead.cpy's season column), recording each in
      *     CtlMaint.audit as ctlmaint.cob would;
      *   - writes Rollover.report.
      * The 2019 day/parts built into runall.cob and regress.cob are
      * not catalog records and are not cloned.
      *
      * Arguments: ClosingSeason OpeningSeason   (e.g. 2019 2020)
      *
      * The run is checked against auth.matrix (AuthorizeCheck.cpy)
      * as program "rollover", action ROLLOVER.
      *
      * RETURN-CODE 0 rolled over, 4 refused (the report says why) or
      * not authorized, 8 bad arguments or results.master absent.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "ResultsMaster.cpy".
       COPY "ResultsLedger.cpy".
       COPY "RunControl.cpy".
       SELECT CatalogFile ASSIGN TO "season.catalog"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CatalogStatus.
       SELECT BookFile ASSIGN TO "Closeout.book"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS BookStatus.
       SELECT SnapFile ASSIGN USING SnapPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SnapStatus.
       SELECT CtlAuditFile ASSIGN TO "CtlMaint.audit"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CtlAuditStatus.
       SELECT ReportFile ASSIGN TO "Rollover.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "Authorize.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "ResultsMasterFD.cpy".
       COPY "ResultsLedgerFD.cpy".
       COPY "RunControlFD.cpy".

       FD CatalogFile.
       01 CatalogRec    PIC X(180).
       88 EndOfCatalog  VALUE HIGH-VALUES.

       FD BookFile.
       01 BookRec PIC X(133).

       FD SnapFile.
       01 SnapRec PIC X(176).

       FD CtlAuditFile.
       01 CtlAuditRec PIC X(150).

       FD ReportFile.
       01 ReportRec PIC X(133).

       COPY "AuthorizeFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "ResultsLedgerFields.cpy".
       COPY "RunControlFields.cpy".
       COPY "PrintFields.cpy".
       COPY "AuthorizeFields.cpy".

       01 Closing        PIC X(4).
       01 Opening        PIC X(4).
       01 Operator       PIC X(8).
       01 Stamp          PIC X(14).
       01 MasterStatus   PIC X(2).
       01 CatalogStatus  PIC X(2).
       01 BookStatus     PIC X(2).
       01 SnapStatus     PIC X(2).
       01 CtlAuditStatus PIC X(2).
       01 SnapDir        PIC X(30).
       01 SnapPath       PIC X(60).
       01 CommandLine    PIC X(200).
       01 BodyLine       PIC X(132).
       01 EndOfFile      PIC 9(1).
       01 HitTally       PIC 9(4).
       01 SeekText       PIC X(20).
       01 RecPtr         PIC 9(3).

      * What the checks found. Every reason the rollover must be
      * refused is kept, so the report gives the whole list at once.
       01 Refusals.
          02 RefuseCount PIC 9(2) VALUE 0.
          02 RefuseWhy   PIC X(100) OCCURS 10 TIMES.
       01 Rx             PIC 9(2).
       01 AnsCount       PIC 9(3) VALUE 0.
       01 OfficialCount  PIC 9(3) VALUE 0.
       01 OpenMasterCount PIC 9(3) VALUE 0.
       01 OpenLedgerCount PIC 9(5) VALUE 0.
       01 OpenCatCount   PIC 9(3) VALUE 0.
       01 BookSeen       PIC 9(1) VALUE 0.
       01 CountFmt       PIC Z(4)9.

      * The closing season's answers still short of OFFICIAL, for
      * the report.
       01 Uncertified.
          02 UncCount    PIC 9(2) VALUE 0.
          02 UncEntry    OCCURS 90 TIMES.
             03 UncDay   PIC X(4).
             03 UncPart  PIC X(1).
             03 UncCert  PIC X(10).
       01 Ux             PIC 9(2).

      * Snapshot control totals.
       01 SnapCount      PIC 9(9) VALUE 0.
       01 SnapSum        PIC 9(9) VALUE 0.

      * The closing season's catalog records and their clones.
       01 CatClones.
          02 CloneCount  PIC 9(3) VALUE 0.
          02 CloneRec    PIC X(180) OCCURS 120 TIMES.
       01 Cx             PIC 9(3).
       01 RunClones      PIC 9(3) VALUE 0.
       01 RegClones      PIC 9(3) VALUE 0.
       01 CatFld         PIC X(60) OCCURS 10 TIMES.
       01 Fx             PIC 9(2).
       01 FieldCount     PIC 9(2).
       01 FieldsWanted   PIC 9(2).

      * run.control in storage: every setting with its season column
      * (blank for the setting every season shares).
       01 CtlTable.
          02 CtlCount    PIC 9(3) VALUE 0.
          02 CtlEntry    OCCURS 200 TIMES.
             03 TabProgram PIC X(8).
             03 TabParam   PIC X(16).
             03 TabValue   PIC X(50).
             03 TabSeason  PIC X(4).
       01 Tx             PIC 9(3).
       01 Kx             PIC 9(3).
       01 Applies        PIC 9(1).
       01 CtlClones      PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Closing FROM ARGUMENT-VALUE.
           ACCEPT Opening FROM ARGUMENT-VALUE.
           IF Closing IS NOT NUMERIC OR Opening IS NOT NUMERIC
            OR Opening IS NOT GREATER THAN Closing
            DISPLAY "Usage: ClosingSeason OpeningSeason "
                    "(e.g. 2019 2020, opening after closing)"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO Stamp.
           DISPLAY "AocOperator" UPON ENVIRONMENT-NAME.
           ACCEPT Operator FROM ENVIRONMENT-VALUE.
           IF Operator IS EQUAL TO SPACES OR Operator IS EQUAL TO
              LOW-VALUES
            MOVE "BATCH" TO Operator
           END-IF.
           MOVE "rollover" TO AuthProgram.
           MOVE "ROLLOVER" TO AuthAction.
           MOVE Operator TO AuthOperator.
           PERFORM CheckAuthorization.
           IF NOT AuthIsGranted
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF.

           OPEN INPUT MasterFile.
           IF MasterStatus IS NOT EQUAL TO "00"
            DISPLAY "results.master not found - run the ledger "
                    "conversion first"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           PERFORM CheckMaster.
           CLOSE MasterFile.
           PERFORM CheckBook.
           PERFORM CheckLedger.
           PERFORM LoadCatalog.
           PERFORM LoadControl.

           OPEN OUTPUT ReportFile.
           MOVE SPACES TO PrtTitle.
           STRING "Season rollover " Closing " to " Opening
            DELIMITED BY SIZE INTO PrtTitle
           END-STRING.
           PERFORM PrtOpenReport.
           PERFORM PrtNewPage.
           PERFORM ReportChecks.

           IF RefuseCount IS GREATER THAN 0
            MOVE SPACES TO BodyLine
            PERFORM WriteBodyLine
            MOVE "ROLLOVER REFUSED - nothing has been changed"
              TO BodyLine
            PERFORM WriteBodyLine
            PERFORM PrtEndReport
            CLOSE ReportFile
            DISPLAY "Rollover " Closing " to " Opening " REFUSED: "
                    RefuseCount " check(s) failed - see "
                    "Rollover.report"
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF.

           PERFORM SnapshotMaster.
           PERFORM CloneCatalog.
           PERFORM CloneControl.
           PERFORM ReportRollover.
           PERFORM PrtEndReport.
           CLOSE ReportFile.
           DISPLAY "Season " Closing " closed and " Opening
                   " opened - see Rollover.report".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      * Subroutine CheckMaster.
      *
      * Walk results.master: every closing-season answer must be
      * OFFICIAL, and the opening season must have none yet.
      *
      * Uses: MasterFile, Closing, Opening -> AnsCount,
      *       OfficialCount, Uncertified, OpenMasterCount, Refusals
       CheckMaster SECTION.
           MOVE LOW-VALUES TO MasterKey.
           START MasterFile KEY IS NOT LESS THAN MasterKey
            INVALID KEY CONTINUE
           END-START.
           MOVE 0 TO EndOfFile.
           PERFORM UNTIL EndOfFile IS EQUAL TO 1
            READ MasterFile NEXT
             AT END MOVE 1 TO EndOfFile
             NOT AT END
              EVALUATE MasterSeason
               WHEN Closing
                ADD 1 TO AnsCount
                IF MasterCert IS EQUAL TO "OFFICIAL"
                 ADD 1 TO OfficialCount
                ELSE
                 IF UncCount IS LESS THAN 90
                  ADD 1 TO UncCount
                  MOVE MasterDay TO UncDay(UncCount)
                  MOVE MasterPart TO UncPart(UncCount)
                  MOVE MasterCert TO UncCert(UncCount)
                 END-IF
                END-IF
               WHEN Opening
                ADD 1 TO OpenMasterCount
              END-EVALUATE
            END-READ
           END-PERFORM.
           IF AnsCount IS EQUAL TO 0
            MOVE SPACES TO BodyLine
            STRING "results.master holds no answers for season "
                   Closing
             DELIMITED BY SIZE INTO BodyLine
            END-STRING
            PERFORM AddRefusal
           END-IF.
           IF OfficialCount IS LESS THAN AnsCount
            MOVE SPACES TO BodyLine
            COMPUTE CountFmt = AnsCount - OfficialCount
            STRING FUNCTION TRIM(CountFmt) " answer(s) of season "
                   Closing " not yet OFFICIAL (listed above)"
             DELIMITED BY SIZE INTO BodyLine
            END-STRING
            PERFORM AddRefusal
           END-IF.
           IF OpenMasterCount IS GREATER THAN 0
            MOVE OpenMasterCount TO CountFmt
            MOVE SPACES TO BodyLine
            STRING "results.master already holds "
                   FUNCTION TRIM(CountFmt) " answer(s) for season "
                   Opening
             DELIMITED BY SIZE INTO BodyLine
            END-STRING
            PERFORM AddRefusal
           END-IF.

      * Subroutine CheckBook.
      *
      * The closing season's close-out book must be on file: the
      * first page header of Closeout.book names the season it was
      * bound for.
      *
      * Uses: BookFile, Closing -> BookSeen, Refusals
       CheckBook SECTION.
           OPEN INPUT BookFile.
           IF BookStatus IS EQUAL TO "00"
            MOVE SPACES TO BookRec
            READ BookFile
             AT END MOVE SPACES TO BookRec
            END-READ
            CLOSE BookFile
            MOVE SPACES TO SeekText
            STRING "   season " Closing "   "
             DELIMITED BY SIZE INTO SeekText
            END-STRING
            MOVE 0 TO HitTally
            INSPECT BookRec TALLYING HitTally FOR ALL SeekText(1:17)
            IF BookRec(1:15) IS EQUAL TO "1Close-out book"
             AND HitTally IS GREATER THAN 0
             MOVE 1 TO BookSeen
            END-IF
           END-IF.
           IF BookSeen IS EQUAL TO 0
            MOVE SPACES TO BodyLine
            STRING "no close-out book for season " Closing
                   " (run closeout.cob " Closing " first)"
             DELIMITED BY SIZE INTO BodyLine
            END-STRING
            PERFORM AddRefusal
           END-IF.

      * Subroutine CheckLedger.
      *
      * The ledger must carry no answer for the opening season yet.
      *
      * Uses: LedgerFile, Opening -> OpenLedgerCount, Refusals
       CheckLedger SECTION.
           OPEN INPUT LedgerFile.
           IF LedgerStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE SPACES TO SeekText.
           STRING "season=" Opening
            DELIMITED BY SIZE INTO SeekText
           END-STRING.
           MOVE 0 TO EndOfFile.
           PERFORM UNTIL EndOfFile IS EQUAL TO 1
            MOVE SPACES TO LedgerRec
            READ LedgerFile
             AT END MOVE 1 TO EndOfFile
             NOT AT END
              MOVE 0 TO HitTally
              INSPECT LedgerRec TALLYING HitTally
               FOR ALL SeekText(1:11)
              IF HitTally IS GREATER THAN 0
               ADD 1 TO OpenLedgerCount
              END-IF
            END-READ
           END-PERFORM.
           CLOSE LedgerFile.
           IF OpenLedgerCount IS GREATER THAN 0
            MOVE OpenLedgerCount TO CountFmt
            MOVE SPACES TO BodyLine
            STRING "results.ledger already holds "
                   FUNCTION TRIM(CountFmt) " line(s) for season "
                   Opening
             DELIMITED BY SIZE INTO BodyLine
            END-STRING
            PERFORM AddRefusal
           END-IF.

      * Subroutine LoadCatalog.
      *
      * Collect the closing season's RUN and REG records; the
      * opening season must have none yet.
      *
      * Uses: CatalogFile, Closing, Opening -> CatClones,
      *       OpenCatCount, Refusals
       LoadCatalog SECTION.
           OPEN INPUT CatalogFile.
           IF CatalogStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           MOVE 0 TO EndOfFile.
           PERFORM UNTIL EndOfFile IS EQUAL TO 1
            MOVE SPACES TO CatalogRec
            READ CatalogFile
             AT END MOVE 1 TO EndOfFile
             NOT AT END
              IF CatalogRec(1:4) IS EQUAL TO "RUN|" OR "REG|"
               IF CatalogRec(5:4) IS EQUAL TO Opening
                AND CatalogRec(9:1) IS EQUAL TO "|"
                ADD 1 TO OpenCatCount
               END-IF
               IF CatalogRec(5:4) IS EQUAL TO Closing
                AND CatalogRec(9:1) IS EQUAL TO "|"
                AND CloneCount IS LESS THAN 120
                ADD 1 TO CloneCount
                MOVE CatalogRec TO CloneRec(CloneCount)
               END-IF
              END-IF
            END-READ
           END-PERFORM.
           CLOSE CatalogFile.
           IF OpenCatCount IS GREATER THAN 0
            MOVE OpenCatCount TO CountFmt
            MOVE SPACES TO BodyLine
            STRING "season.catalog already holds "
                   FUNCTION TRIM(CountFmt) " record(s) for season "
                   Opening " - it has been opened"
             DELIMITED BY SIZE INTO BodyLine
            END-STRING
            PERFORM AddRefusal
           END-IF.

      * Subroutine LoadControl.
      *
      * Load run.control into storage; a missing file has nothing to
      * clone.
      *
      * Uses: ControlFile -> CtlTable
       LoadControl SECTION.
           OPEN INPUT ControlFile.
           IF ControlStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           READ ControlFile
            AT END SET EndOfControl TO TRUE
           END-READ.
           PERFORM UNTIL EndOfControl
            IF FUNCTION TRIM(ControlRec) IS NOT EQUAL TO SPACES
             AND ControlRec(1:1) IS NOT EQUAL TO "*"
             AND CtlCount IS LESS THAN 200
             ADD 1 TO CtlCount
             MOVE SPACES TO CtlFld1 CtlFld2 CtlFld3 CtlFld4
             UNSTRING ControlRec DELIMITED BY "|"
              INTO CtlFld1 CtlFld2 CtlFld3 CtlFld4
             END-UNSTRING
             MOVE CtlFld1 TO TabProgram(CtlCount)
             MOVE CtlFld2 TO TabParam(CtlCount)
             MOVE CtlFld3 TO TabValue(CtlCount)
             MOVE CtlFld4 TO TabSeason(CtlCount)
            END-IF
            MOVE SPACES TO ControlRec
            READ ControlFile
             AT END SET EndOfControl TO TRUE
            END-READ
           END-PERFORM.
           CLOSE ControlFile.

      * Subroutine AddRefusal.
      *
      * Keep BodyLine as one more reason to refuse the rollover.
      *
      * Uses: BodyLine -> Refusals
       AddRefusal SECTION.
           IF RefuseCount IS LESS THAN 10
            ADD 1 TO RefuseCount
            MOVE BodyLine TO RefuseWhy(RefuseCount)
           END-IF.

      * Subroutine ReportChecks.
      *
      * The preconditions page: what was found, each failed check,
      * and the answers still short of OFFICIAL.
      *
      * Uses: check results -> ReportFile
       ReportChecks SECTION.
           MOVE SPACES TO BodyLine.
           STRING "Requested by " FUNCTION TRIM(Operator) " at "
                  Stamp
            DELIMITED BY SIZE INTO BodyLine
           END-STRING.
           PERFORM WriteBodyLine.
           MOVE SPACES TO BodyLine.
           PERFORM WriteBodyLine.
           MOVE "=== Closing-season checks ===" TO BodyLine.
           PERFORM WriteBodyLine.
           MOVE SPACES TO BodyLine.
           IF BookSeen IS EQUAL TO 1
            STRING "  close-out book        Closeout.book, season "
                   Closing
             DELIMITED BY SIZE INTO BodyLine
            END-STRING
           ELSE
            MOVE "  close-out book        NOT ON FILE" TO BodyLine
           END-IF.
           PERFORM WriteBodyLine.
           MOVE SPACES TO BodyLine.
           STRING "  answers on master     " AnsCount
                  ", OFFICIAL " OfficialCount
            DELIMITED BY SIZE INTO BodyLine
           END-STRING.
           PERFORM WriteBodyLine.
           PERFORM VARYING Ux FROM 1 UNTIL Ux IS GREATER THAN
                   UncCount
            MOVE SPACES TO BodyLine
            STRING "    day " UncDay(Ux) " part " UncPart(Ux)
                   "  " UncCert(Ux)
             DELIMITED BY SIZE INTO BodyLine
            END-STRING
            PERFORM WriteBodyLine
           END-PERFORM.
           MOVE SPACES TO BodyLine.
           PERFORM WriteBodyLine.
           MOVE "=== Opening-season checks ===" TO BodyLine.
           PERFORM WriteBodyLine.
           MOVE SPACES TO BodyLine.
           STRING "  answers on master     " OpenMasterCount
            DELIMITED BY SIZE INTO BodyLine
           END-STRING.
           PERFORM WriteBodyLine.
           MOVE SPACES TO BodyLine.
           STRING "  lines on ledger       " OpenLedgerCount
            DELIMITED BY SIZE INTO BodyLine
           END-STRING.
           PERFORM WriteBodyLine.
           MOVE SPACES TO BodyLine.
           STRING "  catalog records       " OpenCatCount
            DELIMITED BY SIZE INTO BodyLine
           END-STRING.
           PERFORM WriteBodyLine.
           IF RefuseCount IS GREATER THAN 0
            MOVE SPACES TO BodyLine
            PERFORM WriteBodyLine
            MOVE "=== Checks failed ===" TO BodyLine
            PERFORM WriteBodyLine
            PERFORM VARYING Rx FROM 1 UNTIL Rx IS GREATER THAN
                    RefuseCount
             MOVE SPACES TO BodyLine
             STRING "  " RefuseWhy(Rx)
              DELIMITED BY SIZE INTO BodyLine
             END-STRING
             PERFORM WriteBodyLine
            END-PERFORM
           END-IF.

      * Subroutine SnapshotMaster.
      *
      * Copy the closing season's master records to the season
      * archive, with a control trailer, and file the close-out book
      * beside them.
      *
      * Uses: MasterFile, Closing -> SnapFile, SnapCount, SnapSum
       SnapshotMaster SECTION.
           MOVE SPACES TO SnapDir.
           STRING "archive/season" Closing
            DELIMITED BY SIZE INTO SnapDir
           END-STRING.
           MOVE SPACES TO CommandLine.
           STRING "mkdir -p " FUNCTION TRIM(SnapDir)
                  " && cp Closeout.book " FUNCTION TRIM(SnapDir)
                  "/Closeout.book"
            DELIMITED BY SIZE INTO CommandLine
           END-STRING.
           CALL "SYSTEM" USING CommandLine.
           MOVE SPACES TO SnapPath.
           STRING FUNCTION TRIM(SnapDir) "/results.master.snapshot"
            DELIMITED BY SIZE INTO SnapPath
           END-STRING.
           OPEN OUTPUT SnapFile.
           OPEN INPUT MasterFile.
           MOVE Closing TO MasterSeason.
           MOVE LOW-VALUES TO MasterDay MasterPart.
           START MasterFile KEY IS NOT LESS THAN MasterKey
            INVALID KEY MOVE HIGH-VALUES TO MasterSeason
           END-START.
           MOVE 0 TO EndOfFile.
           IF MasterSeason IS EQUAL TO HIGH-VALUES
            MOVE 1 TO EndOfFile
           END-IF.
           PERFORM UNTIL EndOfFile IS EQUAL TO 1
            READ MasterFile NEXT
             AT END MOVE 1 TO EndOfFile
             NOT AT END
              IF MasterSeason IS NOT EQUAL TO Closing
               MOVE 1 TO EndOfFile
              ELSE
               MOVE MasterRec TO SnapRec
               WRITE SnapRec
               ADD 1 TO SnapCount
               COMPUTE SnapSum = FUNCTION MOD(SnapSum
                     + FUNCTION ORD(MasterAnswer(1:1)), 1000000000)
              END-IF
            END-READ
           END-PERFORM.
           CLOSE MasterFile.
           MOVE SPACES TO SnapRec.
           STRING "TRAILER|" SnapCount "|" SnapSum
            DELIMITED BY SIZE INTO SnapRec
           END-STRING.
           WRITE SnapRec.
           CLOSE SnapFile.
           MOVE 0 TO RETURN-CODE.

      * Subroutine CloneCatalog.
      *
      * Append the closing season's RUN and REG records to
      * season.catalog under the opening season, every field kept
      * and PENDING added after the last (RUN records carry seven
      * fields, REG records nine).
      *
      * Uses: CatClones, Opening -> CatalogFile, RunClones, RegClones
       CloneCatalog SECTION.
           IF CloneCount IS EQUAL TO 0
            EXIT SECTION
           END-IF.
           OPEN EXTEND CatalogFile.
           MOVE SPACES TO CatalogRec.
           STRING "* Season " Opening ", rolled over from " Closing
                  " on " Stamp(1:8) "; PENDING until its feeds"
                  " arrive:"
            DELIMITED BY SIZE INTO CatalogRec
           END-STRING.
           WRITE CatalogRec.
           PERFORM VARYING Cx FROM 1 UNTIL Cx IS GREATER THAN
                   CloneCount
            PERFORM VARYING Fx FROM 1 UNTIL Fx IS GREATER THAN 10
             MOVE SPACES TO CatFld(Fx)
            END-PERFORM
            MOVE 0 TO FieldCount
            UNSTRING CloneRec(Cx) DELIMITED BY "|"
             INTO CatFld(1) CatFld(2) CatFld(3) CatFld(4) CatFld(5)
                  CatFld(6) CatFld(7) CatFld(8) CatFld(9) CatFld(10)
             TALLYING IN FieldCount
            END-UNSTRING
            IF CatFld(1) IS EQUAL TO "RUN"
             MOVE 7 TO FieldsWanted
             ADD 1 TO RunClones
            ELSE
             MOVE 9 TO FieldsWanted
             ADD 1 TO RegClones
            END-IF
            MOVE Opening TO CatFld(2)
            MOVE SPACES TO CatalogRec
            MOVE 1 TO RecPtr
            PERFORM VARYING Fx FROM 1 UNTIL Fx IS GREATER THAN
                    FieldsWanted
             IF Fx IS GREATER THAN 1
              STRING "|" DELIMITED BY SIZE INTO CatalogRec
               WITH POINTER RecPtr
              END-STRING
             END-IF
             IF CatFld(Fx) IS NOT EQUAL TO SPACES
              STRING FUNCTION TRIM(CatFld(Fx)) DELIMITED BY SIZE
               INTO CatalogRec WITH POINTER RecPtr
              END-STRING
             END-IF
            END-PERFORM
            STRING "|PENDING" DELIMITED BY SIZE INTO CatalogRec
             WITH POINTER RecPtr
            END-STRING
            WRITE CatalogRec
           END-PERFORM.
           CLOSE CatalogFile.

      * Subroutine CloneControl.
      *
      * Give the opening season its own copy of every run.control
      * setting the closing season runs under - the closing
      * season's own record where it has one, else the shared one -
      * unless the opening season already has that setting. Each
      * clone is audited in CtlMaint.audit.
      *
      * Uses: CtlTable, Closing, Opening -> ControlFile,
      *       CtlAuditFile, CtlClones
       CloneControl SECTION.
           IF CtlCount IS EQUAL TO 0
            EXIT SECTION
           END-IF.
           OPEN EXTEND ControlFile.
           OPEN EXTEND CtlAuditFile.
           IF CtlAuditStatus IS EQUAL TO "35"
            OPEN OUTPUT CtlAuditFile
           END-IF.
           PERFORM VARYING Tx FROM 1 UNTIL Tx IS GREATER THAN
                   CtlCount
            PERFORM CheckControlApplies
            IF Applies IS EQUAL TO 1
             ADD 1 TO CtlClones
             MOVE SPACES TO ControlRec
             STRING FUNCTION TRIM(TabProgram(Tx)) "|"
                    FUNCTION TRIM(TabParam(Tx)) "|"
                    FUNCTION TRIM(TabValue(Tx)) "|" Opening
              DELIMITED BY SIZE INTO ControlRec
             END-STRING
             WRITE ControlRec
             MOVE SPACES TO CtlAuditRec
             STRING Stamp "|" FUNCTION TRIM(Operator) "|A|"
                    FUNCTION TRIM(TabProgram(Tx)) "|"
                    FUNCTION TRIM(TabParam(Tx)) "|old=|new="
                    FUNCTION TRIM(TabValue(Tx)) "|season=" Opening
              DELIMITED BY SIZE INTO CtlAuditRec
             END-STRING
             WRITE CtlAuditRec
            END-IF
           END-PERFORM.
           CLOSE ControlFile.
           CLOSE CtlAuditFile.

      * Subroutine CheckControlApplies.
      *
      * Applies comes back 1 when table entry Tx is the setting the
      * closing season runs under and the opening season has no
      * setting of its own for the pair.
      *
      * Uses: CtlTable, Tx, Closing, Opening -> Applies
       CheckControlApplies SECTION.
           MOVE 0 TO Applies.
           IF TabSeason(Tx) IS NOT EQUAL TO SPACES
            AND TabSeason(Tx) IS NOT EQUAL TO Closing
            EXIT SECTION
           END-IF.
           MOVE 1 TO Applies.
           PERFORM VARYING Kx FROM 1 UNTIL Kx IS GREATER THAN
                   CtlCount
            IF Kx IS NOT EQUAL TO Tx
             AND TabProgram(Kx) IS EQUAL TO TabProgram(Tx)
             AND TabParam(Kx) IS EQUAL TO TabParam(Tx)
             IF TabSeason(Kx) IS EQUAL TO Opening
              OR (TabSeason(Kx) IS EQUAL TO Closing
               AND TabSeason(Tx) IS EQUAL TO SPACES)
              MOVE 0 TO Applies
             END-IF
            END-IF
           END-PERFORM.

      * Subroutine ReportRollover.
      *
      * What the rollover did, and what is left for the shop.
      *
      * Uses: SnapPath, SnapCount, RunClones, RegClones, CtlClones
      *       -> ReportFile
       ReportRollover SECTION.
           MOVE SPACES TO BodyLine.
           PERFORM WriteBodyLine.
           MOVE "=== Rollover ===" TO BodyLine.
           PERFORM WriteBodyLine.
           MOVE SPACES TO BodyLine.
           STRING "  master snapshot       " SnapCount
                  " record(s) to " FUNCTION TRIM(SnapPath)
            DELIMITED BY SIZE INTO BodyLine
           END-STRING.
           PERFORM WriteBodyLine.
           MOVE SPACES TO BodyLine.
           STRING "  close-out book        filed in "
                  FUNCTION TRIM(SnapDir)
            DELIMITED BY SIZE INTO BodyLine
           END-STRING.
           PERFORM WriteBodyLine.
           MOVE SPACES TO BodyLine.
           STRING "  catalog               " RunClones
                  " RUN and " RegClones " REG record(s) cloned to "
                  Opening ", PENDING"
            DELIMITED BY SIZE INTO BodyLine
           END-STRING.
           PERFORM WriteBodyLine.
           MOVE SPACES TO BodyLine.
           STRING "  run.control           " CtlClones
                  " setting(s) cloned to season " Opening
            DELIMITED BY SIZE INTO BodyLine
           END-STRING.
           PERFORM WriteBodyLine.
           MOVE SPACES TO BodyLine.
           PERFORM WriteBodyLine.
           MOVE "=== Still to do ===" TO BodyLine.
           PERFORM WriteBodyLine.
           MOVE SPACES TO BodyLine.
           STRING "  - take PENDING off each " Opening
                  " catalog record as its feed arrives"
            DELIMITED BY SIZE INTO BodyLine
           END-STRING.
           PERFORM WriteBodyLine.
           MOVE SPACES TO BodyLine.
           STRING "  - run the new season's batch by giving runall "
                  "season " Opening "; its answers are recorded "
                  "under " Opening
            DELIMITED BY SIZE INTO BodyLine
           END-STRING.
           PERFORM WriteBodyLine.
           MOVE SPACES TO BodyLine.
           STRING "  - start the new status board with statusboard "
                  Opening
            DELIMITED BY SIZE INTO BodyLine
           END-STRING.
           PERFORM WriteBodyLine.

      * Subroutine WriteBodyLine.
      *
      * One body line through the print service.
       WriteBodyLine SECTION.
           MOVE BodyLine TO PrtLine.
           PERFORM PrtWriteLine.

      * Subroutine PrtPut.
      *
      * The print service's per-program output hook: one physical
      * print record to Rollover.report.
       PrtPut SECTION.
           MOVE PrtOut TO ReportRec.
           WRITE ReportRec.

           COPY "PrintWrite.cpy".

           COPY "AuthorizeCheck.cpy".
