      * so a re-cut of 10.input reruns exactly 10a then 10b, in
      * DayTable order, and nothing else.
      *
      * Each consumer's last answer on the feed names the build that
      * produced it (" build=", BuildRegistry.cpy). The planner
      * checksums that build's sources as they stand now: when they
      * have changed, the rerun will also run new code, so a changed
      * answer cannot be put down to the re-cut alone. Each consumer
      * gets a comment line on the worklist (and on the console)
      * saying whether its rerun changes the feed only or the feed
      * and the build.
      *
      * Arguments: FeedName [WorklistPath]  (default
      * "rerun.worklist")
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "AuditTrail.cpy".
       COPY "BuildRegistry.cpy".
       SELECT WorklistFile ASSIGN USING WorklistPath
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "AuditTrailFD.cpy".
       COPY "BuildRegistryFD.cpy".

       FD WorklistFile.
       01 WorklistRec PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "AuditTrailFields.cpy".
       COPY "BuildRegistryFields.cpy".
       01 FeedName     PIC X(50).
       01 WorklistPath PIC X(50).
       01 EndOfAudit   PIC 9(1).
      * lands before 10b.
       01 Consumers.
          02 ConsCount PIC 9(2) VALUE 0.
          02 ConsEntry OCCURS 40 TIMES.
             03 ConsName  PIC X(8).
      * ConsBuild is the build of the consumer's newest answer on
      * the feed, blank when that entry carries none.
             03 ConsBuild PIC X(6).
       01 CurBuild    PIC X(6).
       01 SavedSum    PIC X(18).
       01 Cx          PIC 9(2).
       01 Dx          PIC 9(2).
       01 DupFlag     PIC 9(1).
          02 FILLER PIC X(8) VALUE "14b".
          02 FILLER PIC X(8) VALUE "15a".
          02 FILLER PIC X(8) VALUE "15b".
          02 FILLER PIC X(8) VALUE "16a".
          02 FILLER PIC X(8) VALUE "16b".
          02 FILLER PIC X(8) VALUE "17a".
          02 FILLER PIC X(8) VALUE "17b".
          02 FILLER PIC X(8) VALUE "19a".
          02 FILLER PIC X(8) VALUE "19b".
          02 FILLER PIC X(8) VALUE "22a".
          02 FILLER PIC X(8) VALUE "22b".
          02 FILLER PIC X(8) VALUE "23a".
          02 FILLER PIC X(8) VALUE "23b".
          02 FILLER PIC X(8) VALUE "24a".
          02 FILLER PIC X(8) VALUE "24b".
       01 DayOrderTable REDEFINES DayOrder.
          02 OrderName PIC X(8) OCCURS 40 TIMES.

       PROCEDURE DIVISION.
       Begin.
            DELIMITED BY SIZE INTO WorklistRec
           END-STRING.
           WRITE WorklistRec.
           PERFORM LoadBuildRegistry.
           PERFORM VARYING Cx FROM 1 UNTIL Cx IS GREATER THAN
                   ConsCount
            PERFORM AssessBuild
            WRITE WorklistRec
            DISPLAY FUNCTION TRIM(WorklistRec(3:))
           END-PERFORM.
      * Emit in the driver's day order, so chained parts (10b after
      * 10a) rerun in the order their arguments derive.
           PERFORM VARYING Dx FROM 1 UNTIL Dx IS GREATER THAN 40
            PERFORM VARYING Cx FROM 1 UNTIL Cx IS GREATER THAN
                    ConsCount
             IF ConsName(Cx) IS EQUAL TO OrderName(Dx)
           PERFORM VARYING Cx FROM 1 UNTIL Cx IS GREATER THAN
                   ConsCount
            MOVE 0 TO DupFlag
            PERFORM VARYING Dx FROM 1 UNTIL Dx IS GREATER THAN 40
             IF ConsName(Cx) IS EQUAL TO OrderName(Dx)
              MOVE 1 TO DupFlag
              EXIT PERFORM
             EXIT PERFORM
            END-IF
           END-PERFORM.
           MOVE SPACES TO CurBuild.
           UNSTRING AuditRec DELIMITED BY " build="
            INTO LineJunk CurBuild
           END-UNSTRING.
           IF CurBuild IS NOT NUMERIC
            MOVE SPACES TO CurBuild
           END-IF.
           IF DupFlag IS EQUAL TO 0 AND ConsCount IS LESS THAN 40
            ADD 1 TO ConsCount
            MOVE ProgSuffix TO ConsName(ConsCount)
            MOVE ConsCount TO Cx
           END-IF.
      * The newest entry on the feed wins, build and all.
           IF Cx IS NOT GREATER THAN ConsCount
            MOVE CurBuild TO ConsBuild(Cx)
           END-IF.

      * Subroutine AssessBuild.
      *
      * Say whether consumer Cx's rerun changes the feed only or the
      * build as well: its last answer's build is looked up in the
      * registry and that build's sources checksummed as they stand
      * now.
      *
      * Uses: ConsEntry(Cx), BldTable -> WorklistRec
       AssessBuild SECTION.
           MOVE SPACES TO WorklistRec.
           IF ConsBuild(Cx) IS EQUAL TO SPACES
            STRING "* " FUNCTION TRIM(ConsName(Cx))
                   ": last answer on this feed carries no build;"
                   " feed and build cannot be told apart"
             DELIMITED BY SIZE INTO WorklistRec
            END-STRING
            EXIT SECTION
           END-IF.
           MOVE ConsBuild(Cx) TO BldWantNumber.
           PERFORM FindBuild.
           IF BldIx IS EQUAL TO 0
            STRING "* " FUNCTION TRIM(ConsName(Cx))
                   ": last answer from build " ConsBuild(Cx)
                   ", which build.registry does not hold"
             DELIMITED BY SIZE INTO WorklistRec
            END-STRING
            EXIT SECTION
           END-IF.
           MOVE BldTSum(BldIx) TO SavedSum.
           MOVE BldTSources(BldIx) TO BldSources.
           PERFORM ChecksumBuild.
           IF BldChecksum IS EQUAL TO SavedSum
            STRING "* " FUNCTION TRIM(ConsName(Cx))
                   ": last answer from build " ConsBuild(Cx)
                   ", source unchanged - a changed answer is the"
                   " feed"
             DELIMITED BY SIZE INTO WorklistRec
            END-STRING
           ELSE
            STRING "* " FUNCTION TRIM(ConsName(Cx))
                   ": last answer from build " ConsBuild(Cx)
                   ", source changed since - a changed answer may"
                   " be the build, not the feed"
             DELIMITED BY SIZE INTO WorklistRec
            END-STRING
           END-IF.

           COPY "BuildRegistryWrite.cpy".
