      *
      * Output: Recover.report, rebuilt results.master,
      * results.history and results.ledger.trl. RETURN-CODE 0 fully
      * accounted, 4 when any slice is missing or short, or when the
      * operator is refused action REBUILD by auth.matrix
      * (AuthorizeCheck.cpy) - checked before anything is rebuilt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "Recover.report"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "Authorize.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD ReportFile.
       01 ReportRec PIC X(120).

       COPY "AuthorizeFD.cpy".

       WORKING-STORAGE SECTION.
       01 MasterStatus   PIC X(2).
       01 HistoryStatus  PIC X(2).
       01 CurAnswer PIC X(40).
       01 CurTime   PIC X(26).
       01 CurSeason PIC X(4).
       01 SuspectTally PIC 9(2).

       01 LoadedCount     PIC 9(6) VALUE 0.
       01 SupersededCount PIC 9(6) VALUE 0.
       01 TrlSum          PIC 9(9) VALUE 0.
       01 TrlAnswer       PIC X(30).

       COPY "AuthorizeFields.cpy".

       PROCEDURE DIVISION.
       Begin.
           MOVE "recover" TO AuthProgram.
           MOVE "REBUILD" TO AuthAction.
           MOVE SPACES TO AuthOperator.
           PERFORM CheckAuthorization.
           IF NOT AuthIsGranted
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF.

      * The master and history are rebuilt from scratch, the same
      * create-empty-then-reopen dance the ledger conversion does.
           OPEN OUTPUT MasterFile.
            MOVE "2019" TO CurSeason
           END-IF.
           ADD 1 TO LoadedCount.
           MOVE 0 TO SuspectTally.
           INSPECT SourceRec TALLYING SuspectTally FOR ALL " suspect=".

           MOVE CurSeason TO MasterSeason.
           MOVE CurDay(1:4) TO MasterDay.
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
             IF MasterAnswer IS NOT EQUAL TO CurAnswer(1:30)
              MOVE SPACES TO MasterCertBy
              MOVE SPACES TO MasterCertAt
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
            END-READ
           END-PERFORM.
           CLOSE ManifestFile.

           COPY "AuthorizeCheck.cpy".
