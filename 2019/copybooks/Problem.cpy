      * Problem.cpy
      *
      * Shared FILE-CONTROL entry for the problem register: where
      * incidents.log holds one record per failure, a problem record
      * groups the incidents that share one underlying cause (the
      * fifth 12b timeout of the month on the same feed) so the cause
      * is worked once - root cause, workaround and permanent fix -
      * instead of each recurrence being worked and closed alone.
      * The problem console (problem.cob) maintains it; the batch
      * driver, the shift handover and the end-of-day summary read
      * it through ProblemLoad.cpy.
       SELECT ProblemFile ASSIGN TO "problems.register"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ProblemStatus.
