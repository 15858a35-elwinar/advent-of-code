      * FeedArrivalFD.cpy
      *
      * FD/records for the feed arrival check (see FeedArrival.cpy).
       FD FeedSchedFile.
       01 FeedSchedRec    PIC X(200).
       88 EndOfFeedSched  VALUE HIGH-VALUES.

       FD PromoteLogFile.
       01 PromoteLogRec   PIC X(150).
       88 EndOfPromoteLog VALUE HIGH-VALUES.

       FD ArrStampFile.
       01 ArrStampRec     PIC X(20).
