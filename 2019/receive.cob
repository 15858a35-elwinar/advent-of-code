       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdventOfCode2019-Receive.

      * Inbound interchange receiver for head office's corrected
      * feeds: they used to arrive as mailed text files someone saved
      * into intake/ by hand. Head office now transmits them in the
      * same fixed-width interchange style extract.cob sends - batch
      * header, one detail record per feed line tagged with its feed
      * name, trailer with the control totals. This program checks
      * the whole transmission first and rejects it outright on any
      * fault (nothing reaches intake/ from a bad batch); an accepted
      * batch is split into intake/<FeedName> files, replacing any
      * earlier staged copy, ready for promote.cob. Every batch is
      * logged in Receive.translog, and an acknowledgment record
      * echoing head office's transmission id - the same id our own
      * "extract ACK <transid>" matches on - goes back in
      * inbound.ack.
      *
      * Arguments: [InboundFile]   (default inbound.interchange)
      *
      * Interchange layout (every field fixed width):
      *   H<transid 14><date 8><origin 12>
      *   D<feedname 12><line 7><feed line text>
      *   T<count 7><checksum 9>
      * A feed's detail records run together, lines numbered from 1.
      * The checksum is the total of the feed line text lengths,
      * modulo 1000000000.
      *
      * Acknowledgment layout:
      *   A<transid 14><date 8><origin 12><status 8><count 7><reason 30>
      *
      * RETURN-CODE 0 batch accepted, 4 batch rejected (alert raised),
      * 8 no inbound file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT InFile ASSIGN USING InPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS InStatus.
       SELECT FeedFile ASSIGN USING FeedPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FeedStatus.
       SELECT LogFile ASSIGN TO "Receive.translog"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LogStatus.
       SELECT AckFile ASSIGN TO "inbound.ack"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "Alert.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD InFile RECORD IS VARYING IN SIZE FROM 1 TO 10019
          CHARACTERS DEPENDING ON InLen.
       01 InRec PIC X(10019).
       01 InDetail REDEFINES InRec.
          02 IdTag   PIC X(1).
          02 IdFeed  PIC X(12).
          02 IdLine  PIC X(7).
          02 IdText  PIC X(9999).
       01 InHeader REDEFINES InRec.
          02 IhTag    PIC X(1).
          02 IhTrans  PIC X(14).
          02 IhDate   PIC X(8).
          02 IhOrigin PIC X(12).
          02 FILLER   PIC X(9984).
       01 InTrailer REDEFINES InRec.
          02 ItTag   PIC X(1).
          02 ItCount PIC X(7).
          02 ItSum   PIC X(9).
          02 FILLER  PIC X(10002).

       FD FeedFile RECORD IS VARYING IN SIZE FROM 1 TO 9999
          CHARACTERS DEPENDING ON FeedLen.
       01 FeedRec PIC X(9999).

       FD LogFile.
       01 LogRec PIC X(120).
       88 EndOfLog VALUE HIGH-VALUES.

       FD AckFile.
       01 AckRec.
          02 AkTag    PIC X(1).
          02 AkTrans  PIC X(14).
          02 AkDate   PIC X(8).
          02 AkOrigin PIC X(12).
          02 AkStatus PIC X(8).
          02 AkCount  PIC 9(7).
          02 AkReason PIC X(30).

       COPY "AlertFD.cpy".

       WORKING-STORAGE SECTION.
       01 InPath      PIC X(60).
       01 InStatus    PIC X(2).
       01 InLen       PIC 9(5).
       01 FeedPath    PIC X(50).
       01 FeedStatus  PIC X(2).
       01 FeedLen     PIC 9(4).
       01 LogStatus   PIC X(2).
       01 EndOfIn     PIC 9(1).
       01 RecNo       PIC 9(7) VALUE 0.
       01 TransId     PIC X(14) VALUE SPACES.
       01 BatchDate   PIC X(8) VALUE SPACES.
       01 Origin      PIC X(12) VALUE SPACES.
       01 HaveTrailer PIC 9(1) VALUE 0.
       01 TrailCount  PIC 9(7) VALUE 0.
       01 TrailSum    PIC 9(9) VALUE 0.
       01 DetailCount PIC 9(7) VALUE 0.
       01 TextSum     PIC 9(9) VALUE 0.
       01 TextLen     PIC 9(5).
       01 LineNum     PIC 9(7).
       01 RejectWhy   PIC X(30) VALUE SPACES.
       01 BatchStatus PIC X(8).
       01 Stamp       PIC X(14).
       01 SlashCount  PIC 9(2).
       01 FeedWord    PIC X(12).
       01 FeedWord2   PIC X(12).
       01 CommandLine PIC X(100).
       01 FeedList    PIC X(60).
       01 ListPtr     PIC 9(3).

      * Each feed in the batch with its detail count, in the order
      * the feeds arrive.
       01 FeedTable.
          02 FeedCount PIC 9(2) VALUE 0.
          02 FeedEntry OCCURS 50 TIMES.
             03 FeedId    PIC X(12).
             03 FeedLines PIC 9(7).
       01 Fx          PIC 9(2).
       01 CurFx       PIC 9(2) VALUE 0.
       01 FoundFx     PIC 9(2).

       COPY "AlertFields.cpy".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT InPath FROM ARGUMENT-VALUE.
           INSPECT InPath REPLACING ALL LOW-VALUES BY SPACE.
           IF InPath IS EQUAL TO SPACES
            MOVE "inbound.interchange" TO InPath
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO Stamp.
           OPEN INPUT InFile.
           IF InStatus IS NOT EQUAL TO "00"
            DISPLAY "No inbound transmission at "
                    FUNCTION TRIM(InPath)
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF.
           PERFORM CheckBatch.
           CLOSE InFile.
           IF RejectWhy IS EQUAL TO SPACES
            PERFORM CheckDuplicate
           END-IF.

           IF RejectWhy IS EQUAL TO SPACES
            MOVE "ACCEPTED" TO BatchStatus
            PERFORM SplitFeeds
           ELSE
            MOVE "REJECTED" TO BatchStatus
            MOVE "WARNING" TO AlertSeverity
            MOVE "receive" TO AlertSource
            MOVE "INBOUND-REJ" TO AlertCode
            MOVE "-" TO AlertDayPart
            MOVE SPACES TO AlertText
            STRING "inbound transmission " TransId " rejected: "
                   FUNCTION TRIM(RejectWhy)
             DELIMITED BY SIZE INTO AlertText
            END-STRING
            PERFORM RaiseAlert
           END-IF.
           PERFORM LogBatch.
           PERFORM WriteAck.

           IF BatchStatus IS EQUAL TO "ACCEPTED"
            DISPLAY "Transmission " TransId " accepted: "
                    DetailCount " line(s) staged for "
                    FUNCTION TRIM(FeedList)
           ELSE
            DISPLAY "Transmission " TransId " REJECTED: "
                    FUNCTION TRIM(RejectWhy)
                    " - nothing staged"
            MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Acknowledgment written to inbound.ack".
           STOP RUN.

      * Subroutine CheckBatch.
      *
      * Read the whole transmission and edit its structure: header
      * first, trailer last, every detail carrying a plain feed name
      * and its lines in order, and the trailer's count and checksum
      * matching what was read. The first fault found is the reason
      * the batch is rejected.
      *
      * Uses: InFile -> TransId, BatchDate, Origin, FeedTable,
      *       DetailCount, TextSum, RejectWhy
       CheckBatch SECTION.
           MOVE 0 TO EndOfIn.
           PERFORM UNTIL EndOfIn IS EQUAL TO 1
                      OR RejectWhy IS NOT EQUAL TO SPACES
            READ InFile
             AT END MOVE 1 TO EndOfIn
             NOT AT END PERFORM CheckRecord
            END-READ
           END-PERFORM.
           IF RejectWhy IS NOT EQUAL TO SPACES
            EXIT SECTION
           END-IF.
           EVALUATE TRUE
            WHEN RecNo IS EQUAL TO 0
             MOVE "EMPTY TRANSMISSION" TO RejectWhy
            WHEN HaveTrailer IS EQUAL TO 0
             MOVE "NO TRAILER RECORD" TO RejectWhy
            WHEN TrailCount IS NOT EQUAL TO DetailCount
             MOVE "TRAILER COUNT MISMATCH" TO RejectWhy
            WHEN TrailSum IS NOT EQUAL TO TextSum
             MOVE "TRAILER CHECKSUM MISMATCH" TO RejectWhy
           END-EVALUATE.

      * Subroutine CheckRecord.
      *
      * Edit one interchange record in its place in the batch.
      *
      * Uses: InRec, InLen -> TransId, FeedTable, DetailCount,
      *       TextSum, TrailCount, TrailSum, RejectWhy
       CheckRecord SECTION.
           ADD 1 TO RecNo.
           IF RecNo IS EQUAL TO 1
            IF IhTag IS NOT EQUAL TO "H" OR InLen IS LESS THAN 23
             MOVE "NO BATCH HEADER" TO RejectWhy
            ELSE
             MOVE IhTrans TO TransId
             MOVE IhDate TO BatchDate
             MOVE IhOrigin TO Origin
            END-IF
            EXIT SECTION
           END-IF.
           IF HaveTrailer IS EQUAL TO 1
            MOVE "RECORDS AFTER TRAILER" TO RejectWhy
            EXIT SECTION
           END-IF.
           EVALUATE IdTag
            WHEN "D"
             PERFORM CheckDetail
            WHEN "T"
             IF ItCount IS NOT NUMERIC OR ItSum IS NOT NUMERIC
              MOVE "TRAILER TOTALS NOT NUMERIC" TO RejectWhy
             ELSE
              MOVE ItCount TO TrailCount
              MOVE ItSum TO TrailSum
              MOVE 1 TO HaveTrailer
             END-IF
            WHEN "H"
             MOVE "SECOND BATCH HEADER" TO RejectWhy
            WHEN OTHER
             MOVE "UNKNOWN RECORD TYPE" TO RejectWhy
           END-EVALUATE.

      * Subroutine CheckDetail.
      *
      * A detail's feed name must be a plain file name (it becomes
      * intake/<FeedName>), and a feed's lines must arrive together,
      * numbered 1, 2, 3 ...
      *
      * Uses: InDetail, InLen -> FeedTable, CurFx, DetailCount,
      *       TextSum, RejectWhy
       CheckDetail SECTION.
           IF InLen IS LESS THAN 20 OR IdLine IS NOT NUMERIC
            MOVE "SHORT DETAIL RECORD" TO RejectWhy
            EXIT SECTION
           END-IF.
           MOVE 0 TO SlashCount.
           INSPECT IdFeed TALLYING SlashCount FOR ALL "/".
           MOVE SPACES TO FeedWord FeedWord2.
           UNSTRING IdFeed DELIMITED BY ALL SPACE
            INTO FeedWord FeedWord2
           END-UNSTRING.
           IF IdFeed(1:1) IS EQUAL TO SPACE OR "."
            OR SlashCount IS GREATER THAN 0
            OR FeedWord2 IS NOT EQUAL TO SPACES
            MOVE "BAD FEED NAME" TO RejectWhy
            EXIT SECTION
           END-IF.
           MOVE IdLine TO LineNum.

           IF CurFx IS EQUAL TO 0 OR FeedId(CurFx) IS NOT EQUAL TO
              IdFeed
            MOVE 0 TO FoundFx
            PERFORM VARYING Fx FROM 1 UNTIL Fx IS GREATER THAN
                    FeedCount
             IF FeedId(Fx) IS EQUAL TO IdFeed
              MOVE Fx TO FoundFx
             END-IF
            END-PERFORM
            IF FoundFx IS GREATER THAN 0
             MOVE "FEED LINES NOT TOGETHER" TO RejectWhy
             EXIT SECTION
            END-IF
            IF FeedCount IS EQUAL TO 50
             MOVE "TOO MANY FEEDS IN BATCH" TO RejectWhy
             EXIT SECTION
            END-IF
            ADD 1 TO FeedCount
            MOVE IdFeed TO FeedId(FeedCount)
            MOVE 0 TO FeedLines(FeedCount)
            MOVE FeedCount TO CurFx
           END-IF.
           IF LineNum IS NOT EQUAL TO FeedLines(CurFx) + 1
            MOVE "FEED LINES OUT OF SEQUENCE" TO RejectWhy
            EXIT SECTION
           END-IF.
           ADD 1 TO FeedLines(CurFx).
           ADD 1 TO DetailCount.
           COMPUTE TextLen = InLen - 20.
           COMPUTE TextSum = FUNCTION MOD(TextSum + TextLen,
                                          1000000000).

      * Subroutine CheckDuplicate.
      *
      * A transmission id already accepted on the log is a resend;
      * staging it again could undo a promotion made since.
      *
      * Uses: TransId, LogFile -> RejectWhy
       CheckDuplicate SECTION.
           OPEN INPUT LogFile.
           IF LogStatus IS NOT EQUAL TO "00"
            EXIT SECTION
           END-IF.
           READ LogFile
            AT END SET EndOfLog TO TRUE
           END-READ.
           PERFORM UNTIL EndOfLog
            IF LogRec(1:14) IS EQUAL TO TransId
             AND LogRec(32:10) IS EQUAL TO "|ACCEPTED|"
             MOVE "DUPLICATE TRANSMISSION" TO RejectWhy
            END-IF
            READ LogFile
             AT END SET EndOfLog TO TRUE
            END-READ
           END-PERFORM.
           CLOSE LogFile.

      * Subroutine SplitFeeds.
      *
      * Write each feed of the accepted batch to intake/<FeedName>,
      * one pass over the transmission per feed.
      *
      * Uses: FeedTable, InFile -> intake/, FeedList
       SplitFeeds SECTION.
           MOVE "mkdir -p intake" TO CommandLine.
           CALL "SYSTEM" USING CommandLine.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO FeedList.
           MOVE 1 TO ListPtr.
           PERFORM VARYING Fx FROM 1 UNTIL Fx IS GREATER THAN
                   FeedCount
            MOVE SPACES TO FeedPath
            STRING "intake/" FUNCTION TRIM(FeedId(Fx))
             DELIMITED BY SIZE INTO FeedPath
            END-STRING
            OPEN OUTPUT FeedFile
            OPEN INPUT InFile
            MOVE 0 TO EndOfIn
            PERFORM UNTIL EndOfIn IS EQUAL TO 1
             READ InFile
              AT END MOVE 1 TO EndOfIn
              NOT AT END
               IF IdTag IS EQUAL TO "D" AND IdFeed IS EQUAL TO
                  FeedId(Fx)
                PERFORM WriteFeedLine
               END-IF
             END-READ
            END-PERFORM
            CLOSE InFile
            CLOSE FeedFile
            IF Fx IS GREATER THAN 1
             STRING " " DELIMITED BY SIZE INTO FeedList
              WITH POINTER ListPtr
              ON OVERFLOW CONTINUE
             END-STRING
            END-IF
            STRING FUNCTION TRIM(FeedId(Fx)) DELIMITED BY SIZE
             INTO FeedList WITH POINTER ListPtr
             ON OVERFLOW CONTINUE
            END-STRING
           END-PERFORM.

      * Subroutine WriteFeedLine.
      *
      * Copy one detail's feed line text to the staged feed.
      *
      * Uses: InDetail, InLen -> FeedFile
       WriteFeedLine SECTION.
           COMPUTE TextLen = InLen - 20.
           IF TextLen IS EQUAL TO 0
            MOVE 1 TO FeedLen
            MOVE SPACE TO FeedRec
           ELSE
            MOVE TextLen TO FeedLen
            MOVE IdText(1:TextLen) TO FeedRec
           END-IF.
           WRITE FeedRec.

      * Subroutine LogBatch.
      *
      * Append the batch to the inbound transmission log.
      *
      * Uses: TransId, BatchDate, DetailCount, BatchStatus, Stamp,
      *       FeedList / RejectWhy -> LogFile
       LogBatch SECTION.
           OPEN EXTEND LogFile.
           IF LogStatus IS EQUAL TO "35"
            OPEN OUTPUT LogFile
           END-IF.
           MOVE SPACES TO LogRec.
           IF BatchStatus IS EQUAL TO "ACCEPTED"
            STRING TransId "|" BatchDate "|" DetailCount "|"
                   BatchStatus "|" Stamp "|" FUNCTION TRIM(FeedList)
             DELIMITED BY SIZE INTO LogRec
            END-STRING
           ELSE
            STRING TransId "|" BatchDate "|" DetailCount "|"
                   BatchStatus "|" Stamp "|" FUNCTION TRIM(RejectWhy)
             DELIMITED BY SIZE INTO LogRec
            END-STRING
           END-IF.
           WRITE LogRec.
           CLOSE LogFile.

      * Subroutine WriteAck.
      *
      * The acknowledgment record back to head office, carrying
      * their transmission id, our origin, the verdict and the
      * detail count taken.
      *
      * Uses: TransId, BatchStatus, DetailCount, RejectWhy -> AckFile
       WriteAck SECTION.
           OPEN OUTPUT AckFile.
           MOVE SPACES TO AckRec.
           MOVE "A" TO AkTag.
           MOVE TransId TO AkTrans.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AkDate.
           MOVE "AOC-OPS" TO AkOrigin.
           MOVE BatchStatus TO AkStatus.
           IF BatchStatus IS EQUAL TO "ACCEPTED"
            MOVE DetailCount TO AkCount
           ELSE
            MOVE 0 TO AkCount
            MOVE RejectWhy TO AkReason
           END-IF.
           WRITE AckRec.
           CLOSE AckFile.

           COPY "AlertWrite.cpy".
