      * The ledger itself is left untouched; the day programs keep
      * appending to it, and this conversion can be re-run at day end
      * to refresh the master.
      *
      * A locked answer (MasterLock, set from the sign-off console)
      * survives the rebuild: the standing master's locked records
      * are read before it is recreated, ledger lines for a locked
      * day/part newer than its locked answer are not applied, and
      * the locked record - certification and all - is put back
      * once the load is done. A newer line that would have changed
      * the answer is reported instead (console and a WARNING alert,
      * once per attempt) and sets RETURN-CODE 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS HistoryStatus.
       COPY "ResultsLedger.cpy".
       COPY "Alert.cpy".

       DATA DIVISION.
       FILE SECTION.
       01 HistoryRec PIC X(160).

       COPY "ResultsLedgerFD.cpy".
       COPY "AlertFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "ResultsLedgerFields.cpy".
       COPY "AlertFields.cpy".
       01 MasterStatus  PIC X(2).
       01 HistoryStatus PIC X(2).

      * CurSeason comes off the season= tag at the end of the line;
      * lines written before the season field read as 2019.
       01 CurSeason   PIC X(4).
       01 SuspectTally PIC 9(2).

       01 LoadedCount   PIC 9(5) VALUE 0.
       01 SupersededCount PIC 9(5) VALUE 0.

      * LockTable holds the locked records of the master being
      * replaced, each with its whole record image to put back and
      * the ledger time of the newest change attempt reported so far.
       01 LockTable.
          02 LockCount PIC 9(3) VALUE 0.
          02 LockEntry OCCURS 200 TIMES.
             03 LkKey    PIC X(9).
             03 LkAnswer PIC X(30).
             03 LkAt     PIC X(26).
             03 LkSeen   PIC X(26).
             03 LkImage  PIC X(176).
       01 Lx            PIC 9(3).
       01 LockHit       PIC 9(3).
       01 HeldBackCount PIC 9(5) VALUE 0.
       01 AttemptCount  PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT LedgerFile.
            STOP RUN
           END-IF.

           PERFORM LoadLocks.

      * The load loop READs by key before deciding WRITE or REWRITE,
      * and READ is only legal on a file in I-O mode: create the
      * master empty first, then reopen it I-O for the load.
            END-READ
           END-PERFORM.

           PERFORM RestoreLocks.
           CLOSE LedgerFile.
           CLOSE MasterFile.
           CLOSE HistoryFile.
           DISPLAY LoadedCount " ledger line(s) applied, "
                   SupersededCount " prior answer(s) moved to "
                   "results.history".
           IF LockCount IS GREATER THAN 0
            DISPLAY LockCount " locked answer(s) kept, "
                    HeldBackCount " newer ledger line(s) held back, "
                    AttemptCount " new change attempt(s) reported"
           END-IF.
           IF AttemptCount IS GREATER THAN 0
            MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Subroutine LoadLocks.
      *
      * Save every locked record of the standing master before it is
      * recreated. No master yet means nothing is locked; one that
      * cannot be read is called out, since any locks it held cannot
      * be carried over.
      *
      * Uses: MasterFile -> LockTable
       LoadLocks SECTION.
           OPEN INPUT MasterFile.
           IF MasterStatus IS EQUAL TO "35"
            EXIT SECTION
           END-IF.
           IF MasterStatus IS NOT EQUAL TO "00"
            DISPLAY "WARNING: results.master unreadable (status "
                    MasterStatus ") - no answer locks carried over"
            EXIT SECTION
           END-IF.
           MOVE LOW-VALUES TO MasterKey.
           START MasterFile KEY IS NOT LESS THAN MasterKey
            INVALID KEY CONTINUE
           END-START.
           PERFORM FOREVER
            READ MasterFile NEXT
             AT END EXIT PERFORM
            END-READ
            IF MasterIsLocked
             AND LockCount IS LESS THAN 200
             ADD 1 TO LockCount
             MOVE MasterKey TO LkKey(LockCount)
             MOVE MasterAnswer TO LkAnswer(LockCount)
             MOVE MasterAt TO LkAt(LockCount)
             MOVE MasterLockSeen TO LkSeen(LockCount)
             MOVE MasterRec TO LkImage(LockCount)
            END-IF
           END-PERFORM.
           CLOSE MasterFile.

      * Subroutine RestoreLocks.
      *
      * Put every locked record back as it stood, with the newest
      * attempt reported this run.
      *
      * Uses: LockTable -> MasterFile
       RestoreLocks SECTION.
           PERFORM VARYING Lx FROM 1 UNTIL Lx IS GREATER THAN
                   LockCount
            MOVE LkKey(Lx) TO MasterKey
            READ MasterFile
             INVALID KEY
              MOVE LkImage(Lx) TO MasterRec
              MOVE LkSeen(Lx) TO MasterLockSeen
              WRITE MasterRec
              END-WRITE
             NOT INVALID KEY
              MOVE LkImage(Lx) TO MasterRec
              MOVE LkSeen(Lx) TO MasterLockSeen
              REWRITE MasterRec
            END-READ
           END-PERFORM.

      * Subroutine FindLock.
      *
      * Look the master key just built up in LockTable; LockHit
      * comes back 0 when the day/part is not locked.
      *
      * Uses: MasterKey, LockTable -> LockHit
       FindLock SECTION.
           MOVE 0 TO LockHit.
           PERFORM VARYING Lx FROM 1 UNTIL Lx IS GREATER THAN
                   LockCount
            IF LkKey(Lx) IS EQUAL TO MasterKey
             MOVE Lx TO LockHit
             EXIT PERFORM
            END-IF
           END-PERFORM.

      * Subroutine ReportAttempt.
      *
      * A run newer than a locked answer came up with a different
      * one: say so and raise a WARNING alert, once per attempt (a
      * line already reported by an earlier conversion run is not
      * reported again).
      *
      * Uses: CurSeason/CurDay/CurPart/CurProg/CurAnswer/CurTime,
      *       LockTable, LockHit -> LkSeen, AttemptCount, alert
       ReportAttempt SECTION.
           IF CurTime IS NOT GREATER THAN LkSeen(LockHit)
            EXIT SECTION
           END-IF.
           MOVE CurTime TO LkSeen(LockHit).
           ADD 1 TO AttemptCount.
           DISPLAY "LOCKED: " CurSeason " day " FUNCTION TRIM(CurDay)
                   " part " CurPart(1:1) " stands at "
                   FUNCTION TRIM(LkAnswer(LockHit)) "; "
                   FUNCTION TRIM(CurProg) " at " CurTime(1:14)
                   " tried " FUNCTION TRIM(CurAnswer)
                   " - not applied".
           MOVE "WARNING" TO AlertSeverity.
           MOVE "ledgerconv" TO AlertSource.
           MOVE "LOCKED-ANS" TO AlertCode.
           MOVE SPACES TO AlertDayPart.
           STRING FUNCTION TRIM(CurDay) CurPart(1:1)
            DELIMITED BY SIZE INTO AlertDayPart
           END-STRING.
           MOVE SPACES TO AlertText.
           STRING "Locked " CurSeason " answer "
                  FUNCTION TRIM(LkAnswer(LockHit))
                  " kept; run at " CurTime(1:14) " tried "
                  FUNCTION TRIM(CurAnswer)
            DELIMITED BY SIZE INTO AlertText
           END-STRING.
           PERFORM RaiseAlert.

      * Subroutine ApplyLedgerLine.
      *
      * Apply one ledger line to the master: a day/part not yet keyed
            MOVE "2019" TO CurSeason
           END-IF.
           ADD 1 TO LoadedCount.
           MOVE 0 TO SuspectTally.
           INSPECT LedgerRec TALLYING SuspectTally FOR ALL " suspect=".

           MOVE CurSeason TO MasterSeason.
           MOVE CurDay(1:4) TO MasterDay.
           MOVE CurPart(1:1) TO MasterPart.
      * A locked day/part takes nothing newer than its locked answer;
      * a newer line with a different answer is reported instead.
           PERFORM FindLock.
           IF LockHit IS GREATER THAN 0
            AND CurTime IS GREATER THAN LkAt(LockHit)
            ADD 1 TO HeldBackCount
            IF CurAnswer(1:30) IS NOT EQUAL TO LkAnswer(LockHit)
             PERFORM ReportAttempt
            END-IF
            EXIT SECTION
           END-IF.
           READ MasterFile
            INVALID KEY
             MOVE CurProg TO MasterProgram
             MOVE "UNVERIFIED" TO MasterCert
             MOVE SPACES TO MasterCertBy
             MOVE SPACES TO MasterCertAt
             IF SuspectTally IS GREATER THAN 0
              MOVE "SUSPECT" TO MasterCert
             END-IF
             MOVE SPACES TO MasterLockInfo
             WRITE MasterRec
             END-WRITE
            NOT INVALID KEY
             PERFORM ArchiveMasterRec
      * A newer run that changes the answer invalidates whatever
             IF MasterCert IS EQUAL TO SPACES
              MOVE "UNVERIFIED" TO MasterCert
             END-IF
      * An answer the reasonability edit tagged SUSPECT stands
      * SUSPECT, whatever it carried before; a clean answer replacing
      * a SUSPECT one starts over as UNVERIFIED.
             IF SuspectTally IS GREATER THAN 0
              MOVE "SUSPECT" TO MasterCert
              MOVE SPACES TO MasterCertBy
              MOVE SPACES TO MasterCertAt
             ELSE
              IF MasterCert IS EQUAL TO "SUSPECT"
               MOVE "UNVERIFIED" TO MasterCert
              END-IF
             END-IF
             MOVE CurProg TO MasterProgram
             MOVE CurAnswer TO MasterAnswer
             MOVE CurTime TO MasterAt
            DELIMITED BY SIZE INTO HistoryRec
           END-STRING.
           WRITE HistoryRec.

           COPY "AlertWrite.cpy".
