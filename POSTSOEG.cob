      *> READ paa noeglen i konti.txt); blanke filtre = alle.
      *> Traefferne vises med den ejende kundes navn (konti.txt ->
      *> kunder.txt) og kan til sidst skrives til
      *> postsoeg_udtraek.txt. Traefferne vises med baade
      *> bogfoeringsdato og valoerdato; datofiltret gaelder
      *> bogfoeringsdatoen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT KUNDEFIL ASSIGN TO "kunder.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FELT-ID
               ALTERNATE RECORD KEY IS FELT-CPR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FELT-EFTERNAVN
                   WITH DUPLICATES
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT UDTRAEKFIL ASSIGN TO "postsoeg_udtraek.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           MOVE SPACES TO HIST-FELT6
           MOVE SPACES TO HIST-FELT7
           MOVE SPACES TO HIST-FELT8
           MOVE SPACES TO HIST-FELT9
           MOVE SPACES TO HIST-FELT10
           UNSTRING HIST-LINJE
               DELIMITED BY ";"
               INTO HIST-FELT1 HIST-FELT2 HIST-FELT3
                    HIST-FELT4 HIST-FELT5 HIST-FELT6
                    HIST-FELT7 HIST-FELT8 HIST-FELT9
                    HIST-FELT10
           IF HIST-FELT10 = SPACES
               MOVE HIST-FELT2 TO HIST-FELT10
           END-IF.

       TJEK-FILTRE.
           MOVE "J" TO LINJE-MATCHER
           DISPLAY FUNCTION TRIM(ARKIV-MARKOER)
               "Konto " FUNCTION TRIM(HIST-FELT1)
               "  " FUNCTION TRIM(HIST-FELT2)
               " val " FUNCTION TRIM(HIST-FELT10)
               "  " FUNCTION TRIM(HIST-FELT3)
               "  " FUNCTION TRIM(HIST-FELT4)
               "  nr " FUNCTION TRIM(HIST-FELT6)
