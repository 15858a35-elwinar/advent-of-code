          02 FILLER PIC X(10) VALUE "13.input".
          02 FILLER PIC X(10) VALUE "14.input".
          02 FILLER PIC X(10) VALUE "15.input".
          02 FILLER PIC X(10) VALUE "16.input".
          02 FILLER PIC X(10) VALUE "17.input".
          02 FILLER PIC X(10) VALUE "19.input".
          02 FILLER PIC X(10) VALUE "22.input".
          02 FILLER PIC X(10) VALUE "23.input".
          02 FILLER PIC X(10) VALUE "24.input".
       01 FeedNameTable REDEFINES FeedNames.
          02 FeedName PIC X(10) OCCURS 21 TIMES.
       01 FeedCount PIC 9(2) VALUE 21.

      * The registry held in storage: every known feed version with
      * its fingerprint, first/last seen stamps and standing status.
