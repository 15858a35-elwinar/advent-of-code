      *   A|<program>|<parameter>|<value>   add a setting
      *   C|<program>|<parameter>|<value>   change it
      *   D|<program>|<parameter>           delete it
      * A fifth field names a season, for a setting that applies to
      * that season alone ("A|3a|Clearance|5|2020" or
      * "D|3a|Clearance||2020"); without it the transaction
      * addresses the setting every season shares.
      * Invalid transactions land in CtlMaint.rejects (BAD-ACTION,
      * UNKNOWN-PARAMETER, BAD-VALUE, BAD-SEASON, DUPLICATE,
      * NOT-FOUND); every applied change is recorded in
      * CtlMaint.audit with the operator (the console sign-on's
      * AocOperator, BATCH when unattended), timestamp, old value
      * and new value. The apply mode ends with the same validation
      * pass.
      *
      * Output: CtlMaint.report (validation findings). RETURN-CODE 0
      * clean, 4 on any finding or rejected transaction - so the
      * scheduler can hold the batch on a bad control file - and 8
      * on a missing transactions file. The run is first checked
      * against auth.matrix (AuthorizeCheck.cpy) as action VALIDATE
      * or APPLY; a refused operator gets RETURN-CODE 4 and the
      * control file is not touched.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE STATUS IS ChangeStatus.
       SELECT ReportFile ASSIGN TO "CtlMaint.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "Authorize.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD ReportFile.
       01 ReportRec PIC X(120).

       COPY "AuthorizeFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "RunControlFields.cpy".
       01 TransPath    PIC X(50).
             03 TabProgram PIC X(8).
             03 TabParam   PIC X(16).
             03 TabValue   PIC X(50).
             03 TabSeason  PIC X(4).

      * The catalog of known program/parameter pairs and the value
      * format each expects (NUM = digits only, TEXT = anything
       01 TrnParam    PIC X(16).
       01 TrnValue    PIC X(50).
       01 TrnFld1     PIC X(4).
       01 TrnSeason   PIC X(4).
       01 RecPtr      PIC 9(3).
       01 RejectReason PIC X(20).
       01 OldValue    PIC X(50).
       01 TokOk       PIC 9(1).
       01 RejectedCount PIC 9(3) VALUE 0.
       01 FindingCount  PIC 9(3) VALUE 0.

       COPY "AuthorizeFields.cpy".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT RunMode FROM ARGUMENT-VALUE.
              LOW-VALUES
            MOVE "BATCH" TO Operator
           END-IF.
           MOVE "ctlmaint" TO AuthProgram.
           IF FUNCTION UPPER-CASE(RunMode) IS EQUAL TO "VALIDATE"
            MOVE "VALIDATE" TO AuthAction
           ELSE
            MOVE "APPLY" TO AuthAction
           END-IF.
           MOVE Operator TO AuthOperator.
           PERFORM CheckAuthorization.
           IF NOT AuthIsGranted
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF.
           PERFORM BuildCatalog.
           PERFORM LoadControl.

           MOVE SPACES TO TrnProgram.
           MOVE SPACES TO TrnParam.
           MOVE SPACES TO TrnValue.
           MOVE SPACES TO TrnSeason.
           UNSTRING TransRec DELIMITED BY "|"
            INTO TrnFld1 TrnProgram TrnParam TrnValue TrnSeason
           END-UNSTRING.
           MOVE TrnFld1(1:1) TO TrnAction.
           MOVE SPACES TO RejectReason.
           IF TrnSeason IS NOT EQUAL TO SPACES
            AND TrnSeason IS NOT NUMERIC
            MOVE "BAD-SEASON" TO RejectReason
           END-IF.

      * A delete may target an uncataloged pair - that is exactly how
      * a bogus record gets cleaned out - but adds and changes must
      * name a known parameter and pass its value format.
           IF TrnAction IS NOT EQUAL TO "D"
            AND RejectReason IS EQUAL TO SPACES
            PERFORM FindCatalogEntry
            IF CatIdx IS EQUAL TO 0
             MOVE "UNKNOWN-PARAMETER" TO RejectReason
                MOVE TrnProgram TO TabProgram(CtlCount)
                MOVE TrnParam TO TabParam(CtlCount)
                MOVE TrnValue TO TabValue(CtlCount)
                MOVE TrnSeason TO TabSeason(CtlCount)
                MOVE SPACES TO OldValue
                PERFORM WriteChangeAudit
               END-IF
      *       TrnValue -> ChangeFile
       WriteChangeAudit SECTION.
           MOVE SPACES TO ChangeRec.
           MOVE 1 TO RecPtr.
           STRING Stamp "|" FUNCTION TRIM(Operator) "|"
                  TrnAction "|" FUNCTION TRIM(TrnProgram) "|"
                  FUNCTION TRIM(TrnParam) "|old="
                  FUNCTION TRIM(OldValue) "|new="
                  FUNCTION TRIM(TrnValue)
            DELIMITED BY SIZE INTO ChangeRec WITH POINTER RecPtr
           END-STRING.
           IF TrnSeason IS NOT EQUAL TO SPACES
            STRING "|season=" TrnSeason
             DELIMITED BY SIZE INTO ChangeRec WITH POINTER RecPtr
            END-STRING
           END-IF.
           WRITE ChangeRec.

      * Subroutine FindControlEntry.
      *
      * Locate TrnProgram/TrnParam/TrnSeason in the control table;
      * FoundIdx 0 when absent.
       FindControlEntry SECTION.
           MOVE 0 TO FoundIdx.
           PERFORM VARYING Cx FROM 1 UNTIL Cx IS GREATER THAN
                   CtlCount
            IF TabProgram(Cx) IS EQUAL TO TrnProgram
             AND TabParam(Cx) IS EQUAL TO TrnParam
             AND TabSeason(Cx) IS EQUAL TO TrnSeason
             MOVE Cx TO FoundIdx
             EXIT PERFORM
            END-IF
             MOVE SPACES TO CtlFld1
             MOVE SPACES TO CtlFld2
             MOVE SPACES TO CtlFld3
             MOVE SPACES TO CtlFld4
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
           PERFORM VARYING Cx FROM 1 UNTIL Cx IS GREATER THAN
                   CtlCount
            MOVE SPACES TO ControlRec
            MOVE 1 TO RecPtr
            STRING FUNCTION TRIM(TabProgram(Cx)) "|"
                   FUNCTION TRIM(TabParam(Cx)) "|"
                   FUNCTION TRIM(TabValue(Cx))
             DELIMITED BY SIZE INTO ControlRec WITH POINTER RecPtr
            END-STRING
            IF TabSeason(Cx) IS NOT EQUAL TO SPACES
             STRING "|" TabSeason(Cx)
              DELIMITED BY SIZE INTO ControlRec WITH POINTER RecPtr
             END-STRING
            END-IF
            WRITE ControlRec
           END-PERFORM.
           CLOSE ControlFile.
           MOVE "AsOfDate" TO CatParam(Kx).
           MOVE "NUM" TO CatFormat(Kx).
           ADD 1 TO Kx.
           MOVE "1b" TO CatProgram(Kx).
           MOVE "BudgetPath" TO CatParam(Kx).
           MOVE "TEXT" TO CatFormat(Kx).
           ADD 1 TO Kx.
           MOVE "2a" TO CatProgram(Kx).
           MOVE "DumpPath" TO CatParam(Kx).
           MOVE "TEXT" TO CatFormat(Kx).
           MOVE "Clearance" TO CatParam(Kx).
           MOVE "NUM" TO CatFormat(Kx).
           ADD 1 TO Kx.
           MOVE "3a" TO CatProgram(Kx).
           MOVE "RateCard" TO CatParam(Kx).
           MOVE "TEXT" TO CatFormat(Kx).
           ADD 1 TO Kx.
           MOVE "4a" TO CatProgram(Kx).
           MOVE "PolicyPath" TO CatParam(Kx).
           MOVE "TEXT" TO CatFormat(Kx).
           MOVE "PolicyMode" TO CatParam(Kx).
           MOVE "TEXT" TO CatFormat(Kx).
           ADD 1 TO Kx.
           MOVE "4b" TO CatProgram(Kx).
           MOVE "RunMode" TO CatParam(Kx).
           MOVE "TEXT" TO CatFormat(Kx).
           ADD 1 TO Kx.
           MOVE "5a" TO CatProgram(Kx).
           MOVE "CatalogPath" TO CatParam(Kx).
           MOVE "TEXT" TO CatFormat(Kx).
           MOVE "NUM" TO CatFormat(Kx).

       AddCatLate SECTION.
           ADD 1 TO Kx.
           MOVE "10a" TO CatProgram(Kx).
           MOVE "ConstraintPath" TO CatParam(Kx).
           MOVE "TEXT" TO CatFormat(Kx).
           ADD 1 TO Kx.
           MOVE "10b" TO CatProgram(Kx).
           MOVE "InputPos" TO CatParam(Kx).
           MOVE "LeagueGames" TO CatParam(Kx).
           MOVE "NUM" TO CatFormat(Kx).
           ADD 1 TO Kx.
           MOVE "14a" TO CatProgram(Kx).
           MOVE "InventoryPath" TO CatParam(Kx).
           MOVE "TEXT" TO CatFormat(Kx).
           ADD 1 TO Kx.
           MOVE "14a" TO CatProgram(Kx).
           MOVE "OrdersPath" TO CatParam(Kx).
           MOVE "TEXT" TO CatFormat(Kx).
           ADD 1 TO Kx.
           MOVE "15a" TO CatProgram(Kx).
           MOVE "Verify" TO CatParam(Kx).
           MOVE "TEXT" TO CatFormat(Kx).
           ADD 1 TO Kx.
           MOVE "forecast" TO CatProgram(Kx).
           MOVE "BatchWindow" TO CatParam(Kx).
           MOVE "NUM" TO CatFormat(Kx).
           ADD 1 TO Kx.
           MOVE "alerts" TO CatProgram(Kx).
           MOVE "DedupWindow" TO CatParam(Kx).
           MOVE "NUM" TO CatFormat(Kx).

           COPY "AuthorizeCheck.cpy".
