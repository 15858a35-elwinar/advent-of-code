      * Alert.cpy
      *
      * Shared FILE-CONTROL entry for the outbound alert queue: the
      * programs that detect an operational failure (RunAll, drift,
      * the feed scorecard, golden-image certification) append a
      * standard alert record through RaiseAlert (AlertWrite.cpy),
      * and the dispatcher (alertdisp.cob) forwards new ones to
      * paging and monitoring - so nobody has to scrape report text
      * to find out something went wrong.
       SELECT AlertFile ASSIGN TO "alerts.queue"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AlertStatus.
