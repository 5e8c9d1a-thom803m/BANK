       DATA DIVISION.
       FILE SECTION.
       FD RESERVFIL.
       01 RESERV-LINJE     PIC X(150).

       WORKING-STORAGE SECTION.
       COPY "RESERVREC.cpy".
