      * AuthorizeFields.cpy
      *
      * WORKING-STORAGE fields a program fills in before PERFORMing
      * the CheckAuthorization SECTION (AuthorizeCheck.cpy):
      * AuthProgram and AuthAction name what is about to be done;
      * AuthOperator may be preset (an interactive id), otherwise the
      * console sign-on's AocOperator is used, BATCH when there is
      * none. AuthGranted comes back set, with AuthRole the role the
      * operator holds and AuthReason saying why when refused.
       01 AuthMatrixStatus  PIC X(2).
       01 AuthOperStatus    PIC X(2).
       01 SecurityLogStatus PIC X(2).
       01 AuthProgram       PIC X(12).
       01 AuthAction        PIC X(10).
       01 AuthOperator      PIC X(8).
       01 AuthRole          PIC X(12).
       01 AuthReason        PIC X(30).
       01 AuthStamp         PIC X(14).
       01 AuthGranted       PIC 9(1).
       88 AuthIsGranted     VALUE 1.
       01 AuthFld1          PIC X(12).
       01 AuthFld2          PIC X(30).
       01 AuthFld3          PIC X(12).
