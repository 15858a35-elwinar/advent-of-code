       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-Arrival.

      * Feed arrival monitor for the intake area. A late feed used to
      * be noticed only when its day came up MISSING on the status
      * board, hours after the sending desk could have been chased.
      * This pass checks every feed in feed.schedule against intake/
      * and Promote.log (FeedArrivalCheck.cpy) and reports each one
      * due today as
      *   ARRIVED   staged in intake/ within its window
      *   PROMOTED  arrived within its window and already promoted
      *   LATE      arrived, but after its window - with by how much
      *   MISSING   not in and its window has closed - with how long
      *   DUE       not in yet, window still open
      * with the supplier and contact to chase; feeds not sent today
      * are listed NOT DUE. Each feed due today is appended to
      * feed.arrivals ("ARR|Date|Feed|Supplier|State|LateMin|
      * ArrivedAt|Checked"), the last check of a day standing as its
      * outcome - the scorecard counts late and missing feeds per
      * supplier from it. A MISSING feed also raises a WARNING alert
      * (FEED-MISSING) so the desk is chased before the batch needs
      * it.
      *
      * Arguments: none
      *
      * Output: Arrival.report, feed.arrivals. RETURN-CODE 0 when
      * nothing due is late or missing, 4 when something is, 8 when
      * feed.schedule is missing or holds no feeds.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "FeedArrival.cpy".
       COPY "Alert.cpy".
       SELECT HistoryFile ASSIGN TO "feed.arrivals"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS HistoryStatus.
       SELECT ReportFile ASSIGN TO "Arrival.report"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "FeedArrivalFD.cpy".

       COPY "AlertFD.cpy".

       FD HistoryFile.
       01 HistoryRec PIC X(150).

       FD ReportFile.
       01 ReportRec PIC X(133).

       WORKING-STORAGE SECTION.
       COPY "FeedArrivalFields.cpy".
       COPY "AlertFields.cpy".
       COPY "PrintFields.cpy".
       01 HistoryStatus  PIC X(2).
       01 Fx             PIC 9(3).
       01 DueCount       PIC 9(3) VALUE 0.
       01 InCount        PIC 9(3) VALUE 0.
       01 LateCount      PIC 9(3) VALUE 0.
       01 MissingCount   PIC 9(3) VALUE 0.
       01 WaitingCount   PIC 9(3) VALUE 0.
       01 LateFmt        PIC Z(4)9.
       01 SeenFmt        PIC X(5).

       PROCEDURE DIVISION.
       Begin.
           PERFORM LoadFeedSchedule.
           IF ArrCount IS EQUAL TO 0
            DISPLAY "feed.schedule is missing or holds no feeds"
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.

           OPEN OUTPUT ReportFile.
           MOVE "Feed arrival monitor" TO PrtTitle.
           MOVE SPACES TO PrtHeading.
           STRING "Feed         Supplier         Window     State    "
                  "Arrived  Late(min)  Contact"
            DELIMITED BY SIZE INTO PrtHeading
           END-STRING.
           PERFORM PrtOpenReport.
           PERFORM PrtNewPage.
           OPEN EXTEND HistoryFile.
           IF HistoryStatus IS EQUAL TO "35"
            OPEN OUTPUT HistoryFile
           END-IF.

           PERFORM VARYING Fx FROM 1 UNTIL Fx IS GREATER THAN ArrCount
            MOVE ArrTFeed(Fx) TO ArrFeed
            PERFORM CheckFeedArrival
            PERFORM ReportFeed
           END-PERFORM.

           CLOSE HistoryFile.
           MOVE SPACES TO PrtLine.
           PERFORM PrtWriteLine.
           MOVE SPACES TO PrtLine.
           STRING DueCount " feed(s) due today: " InCount " in on "
                  "time, " LateCount " late, " MissingCount
                  " missing, " WaitingCount " not yet due"
            DELIMITED BY SIZE INTO PrtLine
           END-STRING.
           PERFORM PrtWriteLine.
           PERFORM PrtEndReport.
           CLOSE ReportFile.

           DISPLAY DueCount " feed(s) due, " LateCount " late, "
                   MissingCount " missing - see Arrival.report".
           IF LateCount IS GREATER THAN 0
            OR MissingCount IS GREATER THAN 0
            MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Subroutine ReportFeed.
      *
      * One report line for the feed just checked; a feed due today
      * is also counted, appended to feed.arrivals and, when
      * MISSING, alerted.
      *
      * Uses: ArrIx, ArrState, ArrSeenAt, ArrLateMin -> ReportFile,
      *       HistoryFile, alerts.queue, the counts
       ReportFeed SECTION.
           MOVE SPACES TO SeenFmt.
           IF ArrSeenAt IS NOT EQUAL TO SPACES
            STRING ArrSeenAt(9:2) ":" ArrSeenAt(11:2)
             DELIMITED BY SIZE INTO SeenFmt
            END-STRING
           END-IF.
           MOVE ArrLateMin TO LateFmt.
           MOVE SPACES TO PrtLine.
           STRING ArrTFeed(ArrIx)(1:12) " " ArrTSupplier(ArrIx) " "
                  ArrTFrom(ArrIx) "-" ArrTTo(ArrIx) "  " ArrState " "
                  SeenFmt "    " LateFmt "      "
                  FUNCTION TRIM(ArrTContact(ArrIx))
            DELIMITED BY SIZE INTO PrtLine
           END-STRING.
           IF ArrState IS EQUAL TO "LATE"
            OR ArrState IS EQUAL TO "MISSING"
            DISPLAY FUNCTION TRIM(PrtLine)
           END-IF.
           PERFORM PrtWriteLine.
           IF ArrExpected IS EQUAL TO 0
            EXIT SECTION
           END-IF.

           ADD 1 TO DueCount.
           EVALUATE ArrState
            WHEN "LATE"
             ADD 1 TO LateCount
            WHEN "MISSING"
             ADD 1 TO MissingCount
            WHEN "DUE"
             ADD 1 TO WaitingCount
            WHEN OTHER
             ADD 1 TO InCount
           END-EVALUATE.
           MOVE SPACES TO HistoryRec.
           STRING "ARR|" ArrToday "|" FUNCTION TRIM(ArrTFeed(ArrIx))
                  "|" FUNCTION TRIM(ArrTSupplier(ArrIx)) "|"
                  FUNCTION TRIM(ArrState) "|" ArrLateMin "|"
                  ArrSeenAt "|" ArrNow
            DELIMITED BY SIZE INTO HistoryRec
           END-STRING.
           WRITE HistoryRec.

           IF ArrState IS EQUAL TO "MISSING"
            MOVE "WARNING" TO AlertSeverity
            MOVE "arrival" TO AlertSource
            MOVE "FEED-MISSING" TO AlertCode
            MOVE "-" TO AlertDayPart
            MOVE SPACES TO AlertText
            STRING "feed " FUNCTION TRIM(ArrTFeed(ArrIx))
                   " not in, " FUNCTION TRIM(LateFmt)
                   " min past its window - chase "
                   FUNCTION TRIM(ArrTSupplier(ArrIx)) " ("
                   FUNCTION TRIM(ArrTContact(ArrIx)) ")"
             DELIMITED BY SIZE INTO AlertText
            END-STRING
            PERFORM RaiseAlert
           END-IF.

      * Subroutine PrtPut.
      *
      * The print service's per-program output hook: one physical
      * print record to the arrival report.
       PrtPut SECTION.
           MOVE PrtOut TO ReportRec.
           WRITE ReportRec.

           COPY "PrintWrite.cpy".

           COPY "FeedArrivalCheck.cpy".

           COPY "AlertWrite.cpy".
