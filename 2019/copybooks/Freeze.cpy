      * Freeze.cpy
      *
      * Shared FILE-CONTROL entries for the production freeze check
      * every launcher makes before starting a day/part
      * (FreezeCheck.cpy): the freeze calendar the supervisor keeps,
      * and the append-only freeze log every refused launch,
      * emergency override and answer lock or release is written to.
       SELECT FreezeCalFile ASSIGN TO "freeze.calendar"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FreezeCalStatus.
       SELECT FreezeLogFile ASSIGN TO "freeze.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS FreezeLogStatus.
