      *
      * RETURN-CODE 0 repaired and promoted, 4 when corrections were
      * rejected or the repaired feed fails its FeedCheck edit (the
      * live feed is then left untouched), 8 missing file. The
      * operator must hold action REPAIR in auth.matrix
      * (AuthorizeCheck.cpy); a refusal is RETURN-CODE 4 with
      * nothing applied.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT RcFile ASSIGN TO "/tmp/aoc_feedrepair.rc"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RcStatus.
       COPY "Authorize.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD RcFile.
       01 RcRec PIC X(10).

       COPY "AuthorizeFD.cpy".

       WORKING-STORAGE SECTION.
       01 FeedType    PIC X(8).
       01 InputPath   PIC X(50).
       01 CommandLine PIC X(300).
       01 CheckRc     PIC 9(4).

       COPY "AuthorizeFields.cpy".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT FeedType FROM ARGUMENT-VALUE.
            STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO Stamp.
           MOVE "feedrepair" TO AuthProgram.
           MOVE "REPAIR" TO AuthAction.
           MOVE SPACES TO AuthOperator.
           PERFORM CheckAuthorization.
           IF NOT AuthIsGranted
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF.

           OPEN OUTPUT RejectFile.
           PERFORM LoadCorrections.
           COMPUTE CorRecNo(CorrCount) = FUNCTION NUMVAL(Fld3).
           MOVE Fld4 TO CorText(CorrCount).
           MOVE 0 TO CorApplied(CorrCount).

           COPY "AuthorizeCheck.cpy".
