       01 PANTLOG-LINJE    PIC X(150).

       FD LAANFIL.
       01 LAAN-LINJE       PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "LAANREC.cpy".
