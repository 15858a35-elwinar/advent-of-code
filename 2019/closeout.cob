      * copy-and-paste.
      *
      * Arguments: [Season]   (default 2019)
      *            [Generation] the relative generation of the day
      *            reports and Regress.report to bind (0, the
      *            current reports, by default; -1 the generation
      *            before, and so on - see GenerationWrite.cpy)
      * Output: Closeout.book. RETURN-CODE 8 when results.master is
      * absent (run the ledger conversion first).
      *
      * The AocMasterPath environment variable binds the answers from
      * another file in the master's layout instead - the
      * point-in-time picture results.master.asof (asof.cob), say.
      * The book then goes to that path plus ".book", titled with the
      * path, so the season's real Closeout.book is never
      * overwritten.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "ResultsMaster.cpy" REPLACING
            ==ASSIGN TO "results.master"==
            BY ==ASSIGN USING MasterPath==.
       COPY "Generation.cpy".
       SELECT SourceFile ASSIGN USING SourcePath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SourceStatus.
       SELECT BookFile ASSIGN USING BookPath
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ResultsMasterFD.cpy".
       COPY "GenerationFD.cpy".

       FD SourceFile RECORD IS VARYING IN SIZE FROM 1 TO 150
          CHARACTERS.

       WORKING-STORAGE SECTION.
       01 MasterStatus PIC X(2).
       01 MasterPath   PIC X(60).
       01 BookPath     PIC X(70).
       01 SourcePath   PIC X(50).
       01 SourceStatus PIC X(2).
       01 Season       PIC X(4).
      * Pagination, page headers and the totals page come from the
      * shared print service every operations report uses.
       COPY "PrintFields.cpy".
       COPY "GenerationFields.cpy".
       01 BodyLine  PIC X(124).

      * The season's answers, sorted into numeric day order for the
       01 DayNum    PIC 9(4).
       01 DayFmt    PIC Z(3)9.
       01 EchoTitle PIC X(40).
       01 GenArg    PIC X(8).
       01 BookGen   PIC S9(4).
       01 GenFmt    PIC -(4)9.

       PROCEDURE DIVISION.
       Begin.
              LOW-VALUES
            MOVE "2019" TO Season
           END-IF.
           ACCEPT GenArg FROM ARGUMENT-VALUE.
           INSPECT GenArg REPLACING ALL LOW-VALUES BY SPACE.
           MOVE 0 TO BookGen.
           IF GenArg IS NOT EQUAL TO SPACES
            IF FUNCTION TEST-NUMVAL(GenArg) IS NOT EQUAL TO 0
             OR FUNCTION NUMVAL(GenArg) IS GREATER THAN 0
             DISPLAY "Usage: [Season] [Generation 0, -1, ...]"
             MOVE 8 TO RETURN-CODE
             STOP RUN
            END-IF
            COMPUTE BookGen = FUNCTION NUMVAL(GenArg)
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO GenDate.
           MOVE "Close-out book" TO PrtTitle.
           MOVE Season TO PrtSeason.
           MOVE SPACES TO MasterPath.
           DISPLAY "AocMasterPath" UPON ENVIRONMENT-NAME.
           ACCEPT MasterPath FROM ENVIRONMENT-VALUE.
           IF MasterPath IS EQUAL TO SPACES
            OR MasterPath IS EQUAL TO LOW-VALUES
            OR MasterPath IS EQUAL TO "results.master"
            MOVE "results.master" TO MasterPath
            MOVE "Closeout.book" TO BookPath
           ELSE
            MOVE SPACES TO BookPath
            STRING FUNCTION TRIM(MasterPath) ".book"
             DELIMITED BY SIZE INTO BookPath
            END-STRING
            MOVE SPACES TO PrtTitle
            STRING "Close-out book from " FUNCTION TRIM(MasterPath)
             DELIMITED BY SIZE INTO PrtTitle
            END-STRING
           END-IF.

           OPEN INPUT MasterFile.
           IF MasterStatus IS NOT EQUAL TO "00"
            DISPLAY FUNCTION TRIM(MasterPath) " not found - run the "
                    "ledger conversion first"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           PERFORM PrtEndReport.
           CLOSE BookFile.
           DISPLAY "Close-out book for season " Season
                   " written to " FUNCTION TRIM(BookPath) " ("
                   PrtPageNo
                   " page(s)).".
           STOP RUN.

      *
      * Open a fresh page for one companion file (a rendered image,
      * or the regression report) and echo it, noting its absence
      * rather than silently dropping the page. The file echoed is
      * the relative generation of the companion the book was asked
      * for.
      *
      * Uses: SourcePath, EchoTitle, BookGen -> BookFile
       EchoArtPage SECTION.
           PERFORM PrtNewPage.
           MOVE EchoTitle TO BodyLine.
           PERFORM WriteBodyLine.
           MOVE SourcePath TO GenReport.
           MOVE BookGen TO GenRelative.
           PERFORM ResolveGeneration.
           IF NOT GenIsResolved
            MOVE SPACES TO BodyLine
            IF BookGen IS EQUAL TO 0
             STRING "    (no " FUNCTION TRIM(SourcePath)
                    " on file this season)"
              DELIMITED BY SIZE INTO BodyLine
             END-STRING
            ELSE
             MOVE BookGen TO GenFmt
             STRING "    (generation " FUNCTION TRIM(GenFmt) " of "
                    FUNCTION TRIM(SourcePath) " is not on file)"
              DELIMITED BY SIZE INTO BodyLine
             END-STRING
            END-IF
            PERFORM WriteBodyLine
            EXIT SECTION
           END-IF.
           IF BookGen IS NOT EQUAL TO 0
            MOVE SPACES TO BodyLine
            STRING "    (as kept in " FUNCTION TRIM(GenPath) ")"
             DELIMITED BY SIZE INTO BodyLine
            END-STRING
            PERFORM WriteBodyLine
           END-IF.
           MOVE GenPath TO SourcePath.
           DISPLAY "SourcePath" UPON ENVIRONMENT-NAME.
           DISPLAY SourcePath UPON ENVIRONMENT-VALUE.
           OPEN INPUT SourceFile.
           WRITE BookRec.

           COPY "PrintWrite.cpy".

           COPY "GenerationWrite.cpy".
