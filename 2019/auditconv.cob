       COPY "AuditTrailFD.cpy".

       FD NewFile.
       01 NewRec PIC X(300).

       WORKING-STORAGE SECTION.
       COPY "AuditTrailFields.cpy".
