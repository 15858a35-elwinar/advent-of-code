       01 CtlFld1       PIC X(8).
       01 CtlFld2       PIC X(16).
       01 CtlFld3       PIC X(50).
      * CtlSeason is the season the lookup is made for: the batch
      * driver's AocSeason from the environment, 2019 when unset
      * (resolved on the first lookup). CtlFld4 is a record's
      * optional season column; CtlSeasonHit notes that a record
      * naming the season itself was found.
       01 CtlSeason     PIC X(4) VALUE SPACES.
       01 CtlFld4       PIC X(4).
       01 CtlSeasonHit  PIC 9(1).
