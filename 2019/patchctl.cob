      * The acting operator comes from the console sign-on's
      * AocOperator environment variable; approval by the operator
      * who registered the patch is refused - change control wants a
      * second pair of eyes. Approval is also refused unless the last
      * tape test coverage pass (tapetest.cob COVER, which writes
      * patches.coverage) found every address the patch touches
      * executed by some case - a patch never run under test does
      * not get approved.
      *
      * Each action is first checked against auth.matrix for the
      * operator's role (AuthorizeCheck.cpy).
      *
      * RETURN-CODE 0 done, 4 refused (not authorized, self-approval,
      * not registered, already approved), 8 bad arguments.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT RegisterFile ASSIGN TO "patches.register"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RegisterStatus.
       SELECT CoverageFile ASSIGN TO "patches.coverage"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CoverageStatus.
       COPY "Authorize.cpy".

       DATA DIVISION.
       FILE SECTION.
       01 RegisterRec    PIC X(200).
       88 EndOfRegister  VALUE HIGH-VALUES.

       FD CoverageFile.
       01 CoverageRec    PIC X(130).
       88 EndOfCoverage  VALUE HIGH-VALUES.

       COPY "AuthorizeFD.cpy".

       WORKING-STORAGE SECTION.
       01 RegisterStatus PIC X(2).
       01 CoverageStatus PIC X(2).
       01 Standing  PIC X(10).
       01 Action    PIC X(10).
       01 PatchName PIC X(50).
       01 Reason    PIC X(60).
       01 Fld7      PIC X(8).
       01 Fld8      PIC X(14).

       COPY "AuthorizeFields.cpy".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Action FROM ARGUMENT-VALUE.
              LOW-VALUES
            MOVE "BATCH" TO Operator
           END-IF.
           IF Action IS EQUAL TO "REGISTER" OR "APPROVE" OR "LIST"
            MOVE "patchctl" TO AuthProgram
            MOVE Action TO AuthAction
            MOVE Operator TO AuthOperator
            PERFORM CheckAuthorization
            IF NOT AuthIsGranted
             MOVE 4 TO RETURN-CODE
             STOP RUN
            END-IF
           END-IF.

           PERFORM LoadRegister.
           EVALUATE Action
            MOVE 4 TO RETURN-CODE
            EXIT SECTION
           END-IF.
           PERFORM FindCoverage.
           IF Standing IS NOT EQUAL TO "COVERED"
            IF Standing IS EQUAL TO SPACES
             MOVE "NO PASS" TO Standing
            END-IF
            DISPLAY "REFUSED: test coverage for "
                    FUNCTION TRIM(PatchName) " is "
                    FUNCTION TRIM(Standing)
                    " - every patched address must run under a "
                    "tape test case (see TapeCover.report)"
            MOVE 4 TO RETURN-CODE
            EXIT SECTION
           END-IF.
           MOVE "APPROVED" TO RgStatus(FoundIdx).
           MOVE Operator TO RgApprover(FoundIdx).
           MOVE Stamp TO RgAppAt(FoundIdx).
            END-IF
           END-PERFORM.

      * Subroutine FindCoverage.
      *
      * Look PatchName up in patches.coverage, the standing the last
      * coverage pass gave it; SPACES if it has none.
       FindCoverage SECTION.
           MOVE SPACES TO Standing.
           OPEN INPUT CoverageFile.
           IF CoverageStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           READ CoverageFile
            AT END SET EndOfCoverage TO TRUE
           END-READ.
           PERFORM UNTIL EndOfCoverage
            MOVE SPACES TO Fld2
            MOVE SPACES TO Fld6
            UNSTRING CoverageRec DELIMITED BY "|"
             INTO Fld1 Fld2 Fld6
            END-UNSTRING
            IF Fld1 IS EQUAL TO "COVER" AND Fld2 IS EQUAL TO PatchName
             MOVE Fld6 TO Standing
            END-IF
            READ CoverageFile
             AT END SET EndOfCoverage TO TRUE
            END-READ
           END-PERFORM.
           CLOSE CoverageFile.

      * Subroutine LoadRegister.
      *
      * Load patches.register; missing file starts empty.
            WRITE RegisterRec
           END-PERFORM.
           CLOSE RegisterFile.

           COPY "AuthorizeCheck.cpy".
