            INTO LineJunk CurAnswer
           END-UNSTRING.
           MOVE SPACES TO CurOper.
           UNSTRING AuditRec DELIMITED BY " operator=" OR " chain="
            INTO LineJunk CurOper
           END-UNSTRING.
           UNSTRING CurAnswer DELIMITED BY " at="
