       FILE SECTION.
       FD  OPER-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
