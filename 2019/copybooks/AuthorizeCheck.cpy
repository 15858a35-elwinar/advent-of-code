      * AuthorizeCheck.cpy
      *
      * Checks the acting operator may run AuthProgram with action
      * AuthAction: the operator's role comes from operators.master
      * (BATCH, the unattended pass, is its own role and needs no
      * master record), then auth.matrix is searched for a
      * "Role|program|action" grant, "*" in the program or action
      * column matching anything. No matrix, no master record or no
      * grant is a refusal - the check fails closed - and every
      * refusal is appended to security.log as
      * "REFUSED|stamp|operator|role|program|action|reason" for the
      * supervisor's weekly violations report (secreport.cob). The
      * caller decides what a refusal does to its run.
       CheckAuthorization SECTION.
           MOVE 0 TO AuthGranted.
           MOVE SPACES TO AuthRole.
           MOVE SPACES TO AuthReason.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AuthStamp.
           IF AuthOperator IS EQUAL TO SPACES
            OR AuthOperator IS EQUAL TO LOW-VALUES
            DISPLAY "AocOperator" UPON ENVIRONMENT-NAME
            ACCEPT AuthOperator FROM ENVIRONMENT-VALUE
            IF AuthOperator IS EQUAL TO SPACES
             OR AuthOperator IS EQUAL TO LOW-VALUES
             MOVE "BATCH" TO AuthOperator
            END-IF
           END-IF.
           MOVE FUNCTION UPPER-CASE(AuthOperator) TO AuthOperator.
           MOVE FUNCTION UPPER-CASE(AuthAction) TO AuthAction.

           IF AuthOperator IS EQUAL TO "BATCH"
            MOVE "BATCH" TO AuthRole
           ELSE
            OPEN INPUT AuthOperFile
            IF AuthOperStatus IS EQUAL TO "00"
             READ AuthOperFile
              AT END SET EndOfAuthOper TO TRUE
             END-READ
             PERFORM UNTIL EndOfAuthOper
              IF AuthOperRec(1:1) IS NOT EQUAL TO "*"
               MOVE SPACES TO AuthFld1 AuthFld2 AuthFld3
               UNSTRING AuthOperRec DELIMITED BY "|"
                INTO AuthFld1 AuthFld2 AuthFld3
               END-UNSTRING
               IF AuthFld1 IS EQUAL TO AuthOperator
                MOVE AuthFld3 TO AuthRole
                SET EndOfAuthOper TO TRUE
               END-IF
              END-IF
              IF NOT EndOfAuthOper
               READ AuthOperFile
                AT END SET EndOfAuthOper TO TRUE
               END-READ
              END-IF
             END-PERFORM
             CLOSE AuthOperFile
            END-IF
           END-IF.

           IF AuthRole IS EQUAL TO SPACES
            MOVE "not in operators.master" TO AuthReason
           ELSE
            OPEN INPUT AuthMatrixFile
            IF AuthMatrixStatus IS NOT EQUAL TO "00"
             MOVE "no auth.matrix" TO AuthReason
            ELSE
             READ AuthMatrixFile
              AT END SET EndOfAuthMatrix TO TRUE
             END-READ
             PERFORM UNTIL EndOfAuthMatrix
              IF AuthMatrixRec(1:1) IS NOT EQUAL TO "*"
               MOVE SPACES TO AuthFld1 AuthFld2 AuthFld3
               UNSTRING AuthMatrixRec DELIMITED BY "|"
                INTO AuthFld1 AuthFld2 AuthFld3
               END-UNSTRING
               IF AuthFld1 IS EQUAL TO AuthRole
                AND (AuthFld2 IS EQUAL TO "*"
                 OR AuthFld2 IS EQUAL TO AuthProgram)
                AND (AuthFld3 IS EQUAL TO "*"
                 OR AuthFld3 IS EQUAL TO AuthAction)
                MOVE 1 TO AuthGranted
                SET EndOfAuthMatrix TO TRUE
               END-IF
              END-IF
              IF NOT EndOfAuthMatrix
               READ AuthMatrixFile
                AT END SET EndOfAuthMatrix TO TRUE
               END-READ
              END-IF
             END-PERFORM
             CLOSE AuthMatrixFile
             IF NOT AuthIsGranted
              MOVE "no grant for role" TO AuthReason
             END-IF
            END-IF
           END-IF.

           IF NOT AuthIsGranted
            OPEN EXTEND SecurityLogFile
            IF SecurityLogStatus IS EQUAL TO "35"
             OPEN OUTPUT SecurityLogFile
            END-IF
            MOVE SPACES TO SecurityLogRec
            STRING "REFUSED|" AuthStamp "|"
                   FUNCTION TRIM(AuthOperator) "|"
                   FUNCTION TRIM(AuthRole) "|"
                   FUNCTION TRIM(AuthProgram) "|"
                   FUNCTION TRIM(AuthAction) "|"
                   FUNCTION TRIM(AuthReason)
                   DELIMITED BY SIZE INTO SecurityLogRec
            END-STRING
            WRITE SecurityLogRec
            CLOSE SecurityLogFile
            DISPLAY "REFUSED: " FUNCTION TRIM(AuthOperator)
                    " may not run " FUNCTION TRIM(AuthProgram)
                    " " FUNCTION TRIM(AuthAction) " ("
                    FUNCTION TRIM(AuthReason) ")"
           END-IF.
