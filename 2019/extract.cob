      *   D<season 4><day 4><part 1><answer 30><at 14><cert 10>
      *   T<count 7><checksum 9>
      *
      * The AocMasterPath environment variable points the build at
      * another file in the master's layout - the point-in-time
      * picture results.master.asof (asof.cob), say. The
      * interchange then goes to that path plus ".interchange" and
      * is not logged: it shows what would have been sent, it is
      * not a transmission.
      *
      * RETURN-CODE 0 done, 4 unacknowledged transmissions found
      * (CHECK) or unknown transmission (ACK), 8 missing master.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "ResultsMaster.cpy" REPLACING
            ==ASSIGN TO "results.master"==
            BY ==ASSIGN USING MasterPath==.
       SELECT TransFile ASSIGN USING TransPath
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LogFile ASSIGN TO "Extract.translog"
       ORGANIZATION IS LINE SEQUENTIAL

       WORKING-STORAGE SECTION.
       01 MasterStatus PIC X(2).
       01 MasterPath   PIC X(60).
       01 TransPath    PIC X(80).
       01 AltMaster    PIC 9(1) VALUE 0.
       01 LogStatus    PIC X(2).
       01 RunMode      PIC X(8).
       01 AckId        PIC X(14).
      *
      * Uses: MasterFile -> TransFile, LogFile
       BuildTransmission SECTION.
           MOVE SPACES TO MasterPath.
           DISPLAY "AocMasterPath" UPON ENVIRONMENT-NAME.
           ACCEPT MasterPath FROM ENVIRONMENT-VALUE.
           IF MasterPath IS EQUAL TO SPACES
            OR MasterPath IS EQUAL TO LOW-VALUES
            OR MasterPath IS EQUAL TO "results.master"
            MOVE "results.master" TO MasterPath
            MOVE "results.interchange" TO TransPath
           ELSE
            MOVE 1 TO AltMaster
            MOVE SPACES TO TransPath
            STRING FUNCTION TRIM(MasterPath) ".interchange"
             DELIMITED BY SIZE INTO TransPath
            END-STRING
           END-IF.
           OPEN INPUT MasterFile.
           IF MasterStatus IS NOT EQUAL TO "00"
            DISPLAY FUNCTION TRIM(MasterPath) " not found - run the "
                    "ledger conversion first"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           WRITE TransRec.
           CLOSE TransFile.

           IF AltMaster IS EQUAL TO 1
            DISPLAY "Extract of " FUNCTION TRIM(MasterPath) ": "
                    DetailCount " detail record(s) in "
                    FUNCTION TRIM(TransPath) " (not logged)"
            EXIT SECTION
           END-IF.
           OPEN EXTEND LogFile.
           IF LogStatus IS EQUAL TO "35"
            OPEN OUTPUT LogFile
