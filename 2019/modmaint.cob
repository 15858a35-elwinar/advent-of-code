      * maintenance run converts the shop to effective dating.
      *
      * RETURN-CODE 0 clean, 4 when any transaction rejected, 8 when
      * the transactions file is missing. The operator must hold
      * action APPLY in auth.matrix (AuthorizeCheck.cpy); a refusal
      * is RETURN-CODE 4 with 1.emaster untouched.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE STATUS IS TransStatus.
       SELECT RejectFile ASSIGN TO "ModMaint.rejects"
       ORGANIZATION IS LINE SEQUENTIAL.
       COPY "Authorize.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD RejectFile.
       01 RejectRec PIC X(120).

       COPY "AuthorizeFD.cpy".

       WORKING-STORAGE SECTION.
       01 EMasterStatus PIC X(2).
       01 FlatStatus    PIC X(2).
       01 AppliedCount  PIC 9(4) VALUE 0.
       01 RejectedCount PIC 9(4) VALUE 0.

       COPY "AuthorizeFields.cpy".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT TransPath FROM ARGUMENT-VALUE.
              LOW-VALUES
            MOVE "module.trans" TO TransPath
           END-IF.
           MOVE "modmaint" TO AuthProgram.
           MOVE "APPLY" TO AuthAction.
           MOVE SPACES TO AuthOperator.
           PERFORM CheckAuthorization.
           IF NOT AuthIsGranted
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF.

           PERFORM LoadEMaster.
           IF EmCount IS EQUAL TO 0
            WRITE EMasterRec
           END-PERFORM.
           CLOSE EMasterFile.

           COPY "AuthorizeCheck.cpy".
