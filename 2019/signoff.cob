      * the signing operator's id and a timestamp. Any later run
      * that changes the answer drops it back to UNVERIFIED (the
      * ledger conversion enforces that), so certification always
      * refers to the answer actually on file. An answer the
      * reasonability edit tagged SUSPECT cannot be made OFFICIAL
      * at all until a clean run replaces it.
      *
      * The operator id comes from the console sign-on's AocOperator
      * environment variable, or is prompted for. Console commands:
      * L lists every master record with its status, U lists only
      * the UNVERIFIED ones, S signs one off (prompts for season,
      * day and part), K locks OFFICIAL answers once they have gone
      * to head office (one day/part, or a blank day for every
      * OFFICIAL answer of the season), R releases a lock, Q quits.
      * A locked answer cannot be changed by any later run - the
      * ledger conversion keeps it and reports the attempt - and
      * every lock and release is written to freeze.log. Every
      * sign-off is also appended to signoff.log, so the as-of
      * reconstruction (asof.cob) can tell what was OFFICIAL at any
      * earlier moment, not just what is OFFICIAL now. Signing
      * off, locking and releasing are checked against auth.matrix
      * for the operator's role (AuthorizeCheck.cpy) each time; the
      * listings are open to anyone.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "ResultsMaster.cpy".
       COPY "Authorize.cpy".
       COPY "Freeze.cpy".
       SELECT SignLogFile ASSIGN TO "signoff.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SignLogStatus.

       DATA DIVISION.
       FILE SECTION.
       COPY "ResultsMasterFD.cpy".

       COPY "AuthorizeFD.cpy".

       COPY "FreezeFD.cpy".

       FD SignLogFile.
       01 SignLogRec   PIC X(120).

       WORKING-STORAGE SECTION.
       01 MasterStatus PIC X(2).
       01 SignLogStatus PIC X(2).
       01 Operator     PIC X(8).
       01 Command      PIC X(4).
       01 QuitFlag     PIC 9(1) VALUE 0.
       01 ReplyStr     PIC X(20).
       01 Stamp        PIC X(14).
       01 ListCount    PIC 9(4).
       01 LockCount    PIC 9(4).
      * LockAll: a lock request naming no day covers every OFFICIAL
      * answer of the season.
       01 LockAll      PIC 9(1).
       01 LockSeason   PIC X(4).

       COPY "AuthorizeFields.cpy".
       COPY "FreezeFields.cpy".

       PROCEDURE DIVISION.
       Begin.

           PERFORM UNTIL QuitFlag IS EQUAL TO 1
            DISPLAY "Sign-off console - L list, U unverified, "
                    "S sign off, K lock, R release, Q quit: "
                    WITH NO ADVANCING
            MOVE SPACES TO Command
            ACCEPT Command
            EVALUATE FUNCTION UPPER-CASE(Command(1:1))
              PERFORM ListMaster
             WHEN "S"
              PERFORM SignOffRecord
             WHEN "K"
              PERFORM LockAnswers
             WHEN "R"
              PERFORM ReleaseLock
             WHEN "Q"
              MOVE 1 TO QuitFlag
             WHEN OTHER
             OR MasterCert IS NOT EQUAL TO "OFFICIAL"
             ADD 1 TO ListCount
             DISPLAY MasterSeason " " MasterDay " " MasterPart " "
                     MasterCert " " MasterLock " " MasterAnswer " "
                     MasterCertBy " " MasterCertAt
            END-IF
           END-PERFORM.
      *
      * Uses: (console), Operator -> MasterFile
       SignOffRecord SECTION.
           MOVE "signoff" TO AuthProgram.
           MOVE "SIGNOFF" TO AuthAction.
           MOVE Operator TO AuthOperator.
           PERFORM CheckAuthorization.
           IF NOT AuthIsGranted
            MOVE 4 TO RETURN-CODE
            EXIT SECTION
           END-IF.
           DISPLAY "Season [2019]: " WITH NO ADVANCING.
           MOVE SPACES TO ReplyStr.
           ACCEPT ReplyStr.
            INVALID KEY
             DISPLAY "No master record for that season/day/part."
            NOT INVALID KEY
             IF MasterCert IS EQUAL TO "SUSPECT"
              DISPLAY "Answer " FUNCTION TRIM(MasterAnswer)
                      " is SUSPECT - it failed its reasonability"
                      " edit (see Suspect.report); not signed off."
              MOVE 4 TO RETURN-CODE
              EXIT SECTION
             END-IF
             MOVE FUNCTION CURRENT-DATE(1:14) TO Stamp
             MOVE "OFFICIAL" TO MasterCert
             MOVE Operator TO MasterCertBy
             MOVE Stamp TO MasterCertAt
             REWRITE MasterRec
             PERFORM WriteSignLog
             DISPLAY "Signed off: " MasterSeason " day "
                     MasterDay " part " MasterPart " answer "
                     FUNCTION TRIM(MasterAnswer) " by "
                     FUNCTION TRIM(Operator)
           END-READ.

      * Subroutine WriteSignLog.
      *
      * Append the sign-off just made to signoff.log as
      * "SIGNOFF|stamp|operator|season|day|part|answer", creating the
      * log on first use.
      *
      * Uses: MasterRec, Stamp, Operator -> SignLogFile
       WriteSignLog SECTION.
           OPEN EXTEND SignLogFile.
           IF SignLogStatus IS EQUAL TO "35"
            OPEN OUTPUT SignLogFile
           END-IF.
           MOVE SPACES TO SignLogRec.
           STRING "SIGNOFF|" Stamp "|" FUNCTION TRIM(Operator) "|"
                  MasterSeason "|" FUNCTION TRIM(MasterDay) "|"
                  MasterPart "|" FUNCTION TRIM(MasterAnswer)
            DELIMITED BY SIZE INTO SignLogRec
           END-STRING.
           WRITE SignLogRec.
           CLOSE SignLogFile.

      * Subroutine LockAnswers.
      *
      * Prompt for a season and a day/part and lock its OFFICIAL
      * answer; a blank day locks every OFFICIAL answer of the season
      * not already locked. Answers short of OFFICIAL are never
      * locked - only a certified answer is worth protecting.
      *
      * Uses: (console), Operator -> MasterFile, freeze.log
       LockAnswers SECTION.
           MOVE "signoff" TO AuthProgram.
           MOVE "LOCK" TO AuthAction.
           MOVE Operator TO AuthOperator.
           PERFORM CheckAuthorization.
           IF NOT AuthIsGranted
            MOVE 4 TO RETURN-CODE
            EXIT SECTION
           END-IF.
           PERFORM PromptKey.
           MOVE FUNCTION CURRENT-DATE(1:14) TO Stamp.
           MOVE 0 TO LockCount.
           IF LockAll IS EQUAL TO 0
            READ MasterFile
             INVALID KEY
              DISPLAY "No master record for that season/day/part."
             NOT INVALID KEY
              IF MasterCert IS NOT EQUAL TO "OFFICIAL"
               DISPLAY "Answer " FUNCTION TRIM(MasterAnswer)
                       " is " FUNCTION TRIM(MasterCert)
                       " - only an OFFICIAL answer can be locked."
               MOVE 4 TO RETURN-CODE
              ELSE
               PERFORM LockOneRecord
              END-IF
            END-READ
            EXIT SECTION
           END-IF.

           MOVE LOW-VALUES TO MasterKey.
           MOVE LockSeason TO MasterSeason.
           START MasterFile KEY IS NOT LESS THAN MasterKey
            INVALID KEY CONTINUE
           END-START.
           PERFORM FOREVER
            READ MasterFile NEXT
             AT END EXIT PERFORM
            END-READ
            IF MasterSeason IS NOT EQUAL TO LockSeason
             EXIT PERFORM
            END-IF
            IF MasterCert IS EQUAL TO "OFFICIAL"
             AND NOT MasterIsLocked
             PERFORM LockOneRecord
            END-IF
           END-PERFORM.
           DISPLAY LockCount " answer(s) of season " LockSeason
                   " locked.".

      * Subroutine LockOneRecord.
      *
      * Lock the master record just read under this operator's id
      * and log it.
      *
      * Uses: MasterRec, Operator, Stamp -> MasterFile, freeze.log,
      *       LockCount
       LockOneRecord SECTION.
           MOVE "L" TO MasterLock.
           MOVE Operator TO MasterLockBy.
           MOVE Stamp TO MasterLockAt.
           MOVE SPACES TO MasterLockSeen.
           REWRITE MasterRec.
           ADD 1 TO LockCount.
           MOVE SPACES TO FrzLogLine.
           STRING "LOCK|" Stamp "|" FUNCTION TRIM(Operator) "|signoff|"
                  MasterSeason "|" FUNCTION TRIM(MasterDay) "|"
                  MasterPart "|" FUNCTION TRIM(MasterAnswer)
            DELIMITED BY SIZE INTO FrzLogLine
           END-STRING.
           PERFORM WriteFreezeLog.
           DISPLAY "Locked: " MasterSeason " day " MasterDay
                   " part " MasterPart " answer "
                   FUNCTION TRIM(MasterAnswer).

      * Subroutine ReleaseLock.
      *
      * Prompt for a season/day/part and release its answer lock, so
      * the next run's answer is taken again; the release is logged.
      *
      * Uses: (console), Operator -> MasterFile, freeze.log
       ReleaseLock SECTION.
           MOVE "signoff" TO AuthProgram.
           MOVE "UNLOCK" TO AuthAction.
           MOVE Operator TO AuthOperator.
           PERFORM CheckAuthorization.
           IF NOT AuthIsGranted
            MOVE 4 TO RETURN-CODE
            EXIT SECTION
           END-IF.
           PERFORM PromptKey.
           IF LockAll IS EQUAL TO 1
            DISPLAY "A lock is released one day/part at a time."
            EXIT SECTION
           END-IF.
           READ MasterFile
            INVALID KEY
             DISPLAY "No master record for that season/day/part."
            NOT INVALID KEY
             IF NOT MasterIsLocked
              DISPLAY "That answer is not locked."
             ELSE
              MOVE FUNCTION CURRENT-DATE(1:14) TO Stamp
              MOVE SPACES TO MasterLockInfo
              REWRITE MasterRec
              MOVE SPACES TO FrzLogLine
              STRING "UNLOCK|" Stamp "|" FUNCTION TRIM(Operator)
                     "|signoff|" MasterSeason "|"
                     FUNCTION TRIM(MasterDay) "|" MasterPart "|"
                     FUNCTION TRIM(MasterAnswer)
               DELIMITED BY SIZE INTO FrzLogLine
              END-STRING
              PERFORM WriteFreezeLog
              DISPLAY "Released: " MasterSeason " day " MasterDay
                      " part " MasterPart
             END-IF
           END-READ.

      * Subroutine PromptKey.
      *
      * Prompt for the season, day and part a lock command works on;
      * a blank day sets LockAll.
      *
      * Uses: (console) -> MasterKey, LockSeason, LockAll
       PromptKey SECTION.
           MOVE 0 TO LockAll.
           DISPLAY "Season [2019]: " WITH NO ADVANCING.
           MOVE SPACES TO ReplyStr.
           ACCEPT ReplyStr.
           IF FUNCTION TRIM(ReplyStr) IS EQUAL TO SPACES
            MOVE "2019" TO LockSeason
           ELSE
            MOVE ReplyStr(1:4) TO LockSeason
           END-IF.
           MOVE LockSeason TO MasterSeason.
           DISPLAY "Day (blank for the whole season): "
                   WITH NO ADVANCING.
           MOVE SPACES TO ReplyStr.
           ACCEPT ReplyStr.
           IF FUNCTION TRIM(ReplyStr) IS EQUAL TO SPACES
            MOVE 1 TO LockAll
            EXIT SECTION
           END-IF.
           MOVE ReplyStr(1:4) TO MasterDay.
           DISPLAY "Part: " WITH NO ADVANCING.
           MOVE SPACES TO ReplyStr.
           ACCEPT ReplyStr.
           MOVE ReplyStr(1:1) TO MasterPart.

           COPY "AuthorizeCheck.cpy".
           COPY "FreezeCheck.cpy".
