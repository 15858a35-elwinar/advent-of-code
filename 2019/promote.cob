      * RETURN-CODE 0 promoted, 4 the staged feed failed its edit
      * (left in intake/ for repair), 8 missing staged feed or bad
      * arguments. Shells out to cobc and the compiled validators
      * via CALL 'SYSTEM', the same mechanism runall.cob uses. The
      * operator must hold action PROMOTE in auth.matrix
      * (AuthorizeCheck.cpy); a refusal is RETURN-CODE 4 with the
      * live feed untouched.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT RcFile ASSIGN TO "/tmp/aoc_promote.rc"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RcStatus.
       COPY "Authorize.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD RcFile.
       01 RcRec PIC X(10).

       COPY "AuthorizeFD.cpy".

       WORKING-STORAGE SECTION.
       01 FeedType     PIC X(8).
       01 FeedName     PIC X(30).
       01 CheckRc      PIC 9(4).
       01 LogText      PIC X(120).

       COPY "AuthorizeFields.cpy".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT FeedType FROM ARGUMENT-VALUE.
            STOP RUN
           END-IF.

           MOVE "promote" TO AuthProgram.
           MOVE "PROMOTE" TO AuthAction.
           MOVE SPACES TO AuthOperator.
           PERFORM CheckAuthorization.
           IF NOT AuthIsGranted
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF.

           MOVE SPACES TO StagedPath.
           STRING "intake/" FUNCTION TRIM(FeedName)
            DELIMITED BY SIZE INTO StagedPath
           END-STRING.
           WRITE LogRec.
           CLOSE LogFile.

           COPY "AuthorizeCheck.cpy".
