      * FeedArrival.cpy
      *
      * Shared FILE-CONTROL entries for the feed arrival check
      * (FeedArrivalCheck.cpy): feed.schedule says when each feed is
      * due ("FEED|Feed|From|To|Days|Supplier|Contact"), Promote.log
      * (promote.cob) which feeds were promoted today, and
      * ArrStampFile reads back a staged or live feed's arrival time
      * from the shell.
       SELECT FeedSchedFile ASSIGN TO "feed.schedule"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FeedSchedStatus.
       SELECT PromoteLogFile ASSIGN TO "Promote.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PromoteLogStatus.
       SELECT ArrStampFile ASSIGN TO "/tmp/aoc_arrival.stamp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ArrStampStatus.
