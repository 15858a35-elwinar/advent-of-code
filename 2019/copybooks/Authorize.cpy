      * Authorize.cpy
      *
      * Shared FILE-CONTROL entries for the authorization check every
      * privileged program makes before acting (AuthorizeCheck.cpy):
      * the role/program/action matrix, the operator master that
      * gives each console id its role, and the append-only security
      * log every refusal is written to.
       SELECT AuthMatrixFile ASSIGN TO "auth.matrix"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AuthMatrixStatus.
       SELECT AuthOperFile ASSIGN TO "operators.master"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AuthOperStatus.
       SELECT SecurityLogFile ASSIGN TO "security.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SecurityLogStatus.
