       SELECT AuditFile ASSIGN USING AuditLogPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AuditStatus.
      * Each audit.log and results.ledger record carries a chained
      * link (" chain=" and 18 digits at the end of the line): a
      * hash of its own content seeded with the previous record's
      * link, so changing, dropping or inserting any record breaks
      * every link after it. The newest link of each file is kept
      * in a small head file beside it ("audit.log.link",
      * "results.ledger.link") for the next append to chain from -
      * which also shows a record cut off the end.
       SELECT ChainHeadFile ASSIGN USING ChainHeadPath
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ChainHeadStatus.
