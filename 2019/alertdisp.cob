       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-AlertDisp.

      * Alert dispatcher for the outbound alert queue (alerts.queue,
      * written through RaiseAlert in AlertWrite.cpy by RunAll - day
      * abends and timeouts, and CARRY-PROOF when the weekly full
      * pass disproves a carried answer - drift, golden-image
      * certification, the invariant check, the feed scorecard, the
      * head-office export, the ledger conversion's locked-answer
      * check, feed arrival, inbound receipt and the weekly
      * verification pass): every NEW alert is forwarded by
      * severity - CRITICAL ones as one paging-format line each
      * appended to alerts.page, the
      * rest into this run's warning digest, Alerts.digest - and is
      * then marked SENT with the dispatch time, so monitoring picks
      * alerts up from the queue and the pager file instead of
      * scraping report text. An alert repeating one already sent
      * (same source, code, day/part and message) within the dedup
      * window is marked DUPLICATE and not forwarded again.
      * Dispatched alerts are retired from the queue once they are
      * older than the retention period (run.control
      * "alerts|RetainDays", else 30 days, never less than the dedup
      * window): a SENT or DUPLICATE alert dispatched before then is
      * dropped when the queue is loaded, so the queue stays within
      * what one run can hold.
      *
      * Arguments: [WindowMinutes] - the dedup window; defaults to
      * run.control "alerts|DedupWindow", else 60.
      *
      * Page line: "PAGE|stamp|source|code|daypart|message", kept
      * to 160 characters for the paging gateway.
      *
      * RETURN-CODE 0 dispatched (or nothing new), 4 when anything
      * was paged, 8 when the queue is too large to load.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "Alert.cpy".
       SELECT PageFile ASSIGN TO "alerts.page"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PageStatus.
       SELECT DigestFile ASSIGN TO "Alerts.digest"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "RunControl.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "AlertFD.cpy".

       FD PageFile.
       01 PageRec PIC X(160).

       FD DigestFile.
       01 DigestRec PIC X(150).

       COPY "RunControlFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "AlertFields.cpy".
       COPY "RunControlFields.cpy".
       01 PageStatus   PIC X(2).
       01 WindowArg    PIC X(10).
       01 WindowMins   PIC 9(6) VALUE 60.
       01 Stamp        PIC X(14).
       01 RetainDays   PIC 9(4) VALUE 30.
       01 RetainMins   PIC 9(12).
       01 CutoffMins   PIC 9(12).
       01 SentMinutes  PIC 9(12).
       01 RetiredCount PIC 9(4) VALUE 0.

      * The whole queue is held in memory and written back with the
      * dispatch states filled in; records that are not alerts
      * (comments) are carried through untouched.
       01 QueueTable.
          02 QueueCount PIC 9(4) VALUE 0.
          02 QueueEntry OCCURS 3000 TIMES.
             03 QRaw      PIC X(200).
             03 QIsAlert  PIC 9(1).
             03 QStamp    PIC X(14).
             03 QSeverity PIC X(8).
             03 QSource   PIC X(12).
             03 QCode     PIC X(12).
             03 QDayPart  PIC X(8).
             03 QState    PIC X(10).
             03 QSent     PIC X(14).
             03 QText     PIC X(100).
             03 QMinutes  PIC 9(12).

       01 Qx           PIC 9(4).
       01 Px           PIC 9(4).
       01 DupOf        PIC 9(4).
       01 QFld1        PIC X(8).
       01 CalcStamp    PIC X(14).
       01 CalcMinutes  PIC 9(12).
       01 CalcDate     PIC 9(8).
       01 GapMinutes   PIC 9(12).
       01 NewCount     PIC 9(4) VALUE 0.
       01 PagedCount   PIC 9(4) VALUE 0.
       01 DigestCount  PIC 9(4) VALUE 0.
       01 DupCount     PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
           MOVE FUNCTION CURRENT-DATE(1:14) TO Stamp.
           ACCEPT WindowArg FROM ARGUMENT-VALUE.
           IF WindowArg IS EQUAL TO SPACES OR WindowArg IS EQUAL TO
              LOW-VALUES
            MOVE "alerts" TO CtlProgram
            MOVE "DedupWindow" TO CtlParam
            PERFORM GetControlParam
            MOVE CtlValue TO WindowArg
           END-IF.
           IF WindowArg IS NOT EQUAL TO SPACES
            COMPUTE WindowMins = FUNCTION NUMVAL(WindowArg)
           END-IF.

           MOVE "alerts" TO CtlProgram.
           MOVE "RetainDays" TO CtlParam.
           PERFORM GetControlParam.
           IF CtlValue IS NOT EQUAL TO SPACES
            COMPUTE RetainDays = FUNCTION NUMVAL(CtlValue)
           END-IF.
           COMPUTE RetainMins = RetainDays * 1440.
           IF RetainMins IS LESS THAN WindowMins
            MOVE WindowMins TO RetainMins
           END-IF.
           MOVE Stamp TO CalcStamp.
           PERFORM StampMinutes.
           MOVE 0 TO CutoffMins.
           IF CalcMinutes IS GREATER THAN RetainMins
            COMPUTE CutoffMins = CalcMinutes - RetainMins
           END-IF.

           PERFORM LoadQueue.

           OPEN OUTPUT DigestFile.
           MOVE SPACES TO DigestRec.
           STRING "Alert digest " Stamp " (dedup window "
                  WindowMins " minutes)"
            DELIMITED BY SIZE INTO DigestRec
           END-STRING.
           WRITE DigestRec.
           OPEN EXTEND PageFile.
           IF PageStatus IS EQUAL TO "35"
            OPEN OUTPUT PageFile
           END-IF.

           PERFORM VARYING Qx FROM 1 UNTIL Qx IS GREATER THAN
                   QueueCount
            IF QIsAlert(Qx) IS EQUAL TO 1
             AND QState(Qx) IS EQUAL TO "NEW"
             PERFORM DispatchAlert
            END-IF
           END-PERFORM.
           CLOSE PageFile.

           MOVE SPACES TO DigestRec.
           WRITE DigestRec.
           MOVE SPACES TO DigestRec.
           STRING NewCount " new alert(s): " PagedCount " paged, "
                  DigestCount " in this digest, " DupCount
                  " duplicate(s) suppressed"
            DELIMITED BY SIZE INTO DigestRec
           END-STRING.
           WRITE DigestRec.
           DISPLAY FUNCTION TRIM(DigestRec).
           IF RetiredCount IS GREATER THAN 0
            MOVE SPACES TO DigestRec
            STRING RetiredCount " dispatched alert(s) older than "
                   RetainDays " day(s) retired from the queue"
             DELIMITED BY SIZE INTO DigestRec
            END-STRING
            WRITE DigestRec
            DISPLAY FUNCTION TRIM(DigestRec)
           END-IF.
           CLOSE DigestFile.

           IF NewCount IS GREATER THAN 0
            OR RetiredCount IS GREATER THAN 0
            PERFORM SaveQueue
           END-IF.
           IF PagedCount IS GREATER THAN 0
            MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Subroutine DispatchAlert.
      *
      * Forward one NEW alert, unless it repeats one already SENT
      * within the dedup window.
      *
      * Uses: QueueEntry(Qx), WindowMins, Stamp -> PageFile,
      *       DigestFile, QState(Qx), QSent(Qx)
       DispatchAlert SECTION.
           ADD 1 TO NewCount.
           MOVE Stamp TO QSent(Qx).
           MOVE 0 TO DupOf.
           PERFORM VARYING Px FROM 1 UNTIL Px IS EQUAL TO Qx
            IF QIsAlert(Px) IS EQUAL TO 1
             AND QState(Px) IS EQUAL TO "SENT"
             AND QSource(Px) IS EQUAL TO QSource(Qx)
             AND QCode(Px) IS EQUAL TO QCode(Qx)
             AND QDayPart(Px) IS EQUAL TO QDayPart(Qx)
             AND QText(Px) IS EQUAL TO QText(Qx)
             AND QMinutes(Px) IS NOT GREATER THAN QMinutes(Qx)
             COMPUTE GapMinutes = QMinutes(Qx) - QMinutes(Px)
             IF GapMinutes IS NOT GREATER THAN WindowMins
              MOVE Px TO DupOf
             END-IF
            END-IF
           END-PERFORM.
           IF DupOf IS GREATER THAN 0
            MOVE "DUPLICATE" TO QState(Qx)
            ADD 1 TO DupCount
            EXIT SECTION
           END-IF.

           MOVE "SENT" TO QState(Qx).
           IF QSeverity(Qx) IS EQUAL TO "CRITICAL"
            ADD 1 TO PagedCount
            MOVE SPACES TO PageRec
            STRING "PAGE|" QStamp(Qx) "|"
                   FUNCTION TRIM(QSource(Qx)) "|"
                   FUNCTION TRIM(QCode(Qx)) "|"
                   FUNCTION TRIM(QDayPart(Qx)) "|"
                   FUNCTION TRIM(QText(Qx))
             DELIMITED BY SIZE INTO PageRec
            END-STRING
            WRITE PageRec
            DISPLAY FUNCTION TRIM(PageRec)
           ELSE
            ADD 1 TO DigestCount
            MOVE SPACES TO DigestRec
            STRING QStamp(Qx) " " QSeverity(Qx) " " QSource(Qx)
                   " " QCode(Qx) " " QDayPart(Qx) " "
                   FUNCTION TRIM(QText(Qx))
             DELIMITED BY SIZE INTO DigestRec
            END-STRING
            WRITE DigestRec
           END-IF.

      * Subroutine LoadQueue.
      *
      * Read alerts.queue into QueueTable, splitting each alert
      * record into its fields. A missing queue is an empty one. A
      * SENT or DUPLICATE alert dispatched before the retention
      * cutoff is retired - left out of the table, so SaveQueue
      * drops it.
      *
      * Uses: AlertFile, CutoffMins -> QueueTable, RetiredCount
       LoadQueue SECTION.
           OPEN INPUT AlertFile.
           IF AlertStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           READ AlertFile
            AT END SET EndOfAlerts TO TRUE
           END-READ.
           PERFORM UNTIL EndOfAlerts
            IF QueueCount IS EQUAL TO 3000
             DISPLAY "alerts.queue holds more than 3000 records"
             CLOSE AlertFile
             MOVE 8 TO RETURN-CODE
             STOP RUN
            END-IF
            ADD 1 TO QueueCount
            MOVE AlertRec TO QRaw(QueueCount)
            MOVE 0 TO QIsAlert(QueueCount)
            IF AlertRec(1:6) IS EQUAL TO "ALERT|"
             PERFORM SplitAlert
             PERFORM RetireAlert
            END-IF
            MOVE SPACES TO AlertRec
            READ AlertFile
             AT END SET EndOfAlerts TO TRUE
            END-READ
           END-PERFORM.
           CLOSE AlertFile.

      * Subroutine SplitAlert.
      *
      * Split the alert record just read into its QueueTable fields.
      *
      * Uses: AlertRec -> QueueEntry(QueueCount)
       SplitAlert SECTION.
           MOVE 1 TO QIsAlert(QueueCount).
           MOVE SPACES TO QFld1 QStamp(QueueCount)
                          QSeverity(QueueCount) QSource(QueueCount)
                          QCode(QueueCount) QDayPart(QueueCount)
                          QState(QueueCount) QSent(QueueCount)
                          QText(QueueCount).
           UNSTRING AlertRec DELIMITED BY "|"
            INTO QFld1 QStamp(QueueCount) QSeverity(QueueCount)
                 QSource(QueueCount) QCode(QueueCount)
                 QDayPart(QueueCount) QState(QueueCount)
                 QSent(QueueCount) QText(QueueCount)
           END-UNSTRING.
           MOVE QStamp(QueueCount) TO CalcStamp.
           PERFORM StampMinutes.
           MOVE CalcMinutes TO QMinutes(QueueCount).

      * Subroutine RetireAlert.
      *
      * Drop the alert just split back out of the table when it was
      * dispatched (SENT or DUPLICATE) before the retention cutoff;
      * one with no readable dispatch time goes by when it was
      * raised.
      *
      * Uses: QueueEntry(QueueCount), CutoffMins -> QueueCount,
      *       RetiredCount
       RetireAlert SECTION.
           IF QState(QueueCount) IS NOT EQUAL TO "SENT"
            AND QState(QueueCount) IS NOT EQUAL TO "DUPLICATE"
            EXIT SECTION
           END-IF.
           MOVE QSent(QueueCount) TO CalcStamp.
           PERFORM StampMinutes.
           MOVE CalcMinutes TO SentMinutes.
           IF SentMinutes IS EQUAL TO 0
            MOVE QMinutes(QueueCount) TO SentMinutes
           END-IF.
           IF SentMinutes IS LESS THAN CutoffMins
            SUBTRACT 1 FROM QueueCount
            ADD 1 TO RetiredCount
           END-IF.

      * Subroutine StampMinutes.
      *
      * Minutes since the calendar epoch for a CCYYMMDDhhmmss stamp,
      * so two alert times can be subtracted across midnight.
      *
      * Uses: CalcStamp -> CalcMinutes
       StampMinutes SECTION.
           MOVE 0 TO CalcMinutes.
           IF CalcStamp(1:12) IS NOT NUMERIC
            EXIT SECTION
           END-IF.
           MOVE CalcStamp(1:8) TO CalcDate.
           IF FUNCTION TEST-DATE-YYYYMMDD(CalcDate) IS NOT EQUAL
              TO 0
            EXIT SECTION
           END-IF.
           COMPUTE CalcMinutes =
                   FUNCTION INTEGER-OF-DATE(CalcDate) * 1440
                 + FUNCTION NUMVAL(CalcStamp(9:2)) * 60
                 + FUNCTION NUMVAL(CalcStamp(11:2)).

      * Subroutine SaveQueue.
      *
      * Write the queue back with every dispatched alert's state and
      * dispatch time filled in.
      *
      * Uses: QueueTable -> AlertFile
       SaveQueue SECTION.
           OPEN OUTPUT AlertFile.
           PERFORM VARYING Qx FROM 1 UNTIL Qx IS GREATER THAN
                   QueueCount
            IF QIsAlert(Qx) IS EQUAL TO 1
             MOVE SPACES TO AlertRec
             STRING "ALERT|" QStamp(Qx) "|"
                    FUNCTION TRIM(QSeverity(Qx)) "|"
                    FUNCTION TRIM(QSource(Qx)) "|"
                    FUNCTION TRIM(QCode(Qx)) "|"
                    FUNCTION TRIM(QDayPart(Qx)) "|"
                    FUNCTION TRIM(QState(Qx)) "|"
                    FUNCTION TRIM(QSent(Qx)) "|"
                    FUNCTION TRIM(QText(Qx))
              DELIMITED BY SIZE INTO AlertRec
             END-STRING
            ELSE
             MOVE QRaw(Qx) TO AlertRec
            END-IF
            WRITE AlertRec
           END-PERFORM.
           CLOSE AlertFile.

           COPY "RunControlRead.cpy".
