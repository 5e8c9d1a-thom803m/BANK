      *> Hver reservation faar sit eget nummer fra NYTLOEBENR, saa
      *> frigivelsen rammer entydigt. Frigivelse saetter status F
      *> via samme temp-fil/FILSKIFT-moenster som FASTHOLD.
      *> Kortkoebs-reservationer lagt af KORTAUT baerer kortets
      *> autorisationsreference i 9. felt; den vises og bevares
      *> her, og KORTAFREG frigiver dem naar afregningen kommer.

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

       DATA DIVISION.
       FILE SECTION.
       FD RESERVFIL.
       01 RESERV-LINJE     PIC X(150).

       FD RESERVTEMP.
       01 RESERVTEMP-LINJE PIC X(150).

       FD KONTOFIL.
       COPY "KONTOPOST.cpy".
       01 DISPONIBEL       PIC S9(11)V99.
       01 DISPONIBEL-EDIT  PIC -(10)9.99.

       01 LINJE            PIC X(150).
       01 TRIM-LINJE       PIC X(150).

       01 FS-HANDLING      PIC X.
       01 FS-KILDE         PIC X(100).
                       " (oprettet " FUNCTION TRIM(RES-FELT3)
                       ", udloeber " FUNCTION TRIM(RES-FELT4)
                       ") " FUNCTION TRIM(RES-FELT7)
                   IF RES-FELT9 NOT = SPACES
                       DISPLAY "       kortautorisation "
                           FUNCTION TRIM(RES-FELT9)
                   END-IF
               END-IF
           END-IF.

                       FUNCTION TRIM(RES-FELT8) DELIMITED BY SIZE
                       INTO LINJE
                   END-STRING
                   IF RES-FELT9 NOT = SPACES
                       STRING
                           FUNCTION TRIM(LINJE) DELIMITED BY SIZE
                           ";"
                           FUNCTION TRIM(RES-FELT9) DELIMITED BY SIZE
                           INTO LINJE
                       END-STRING
                   END-IF
                   WRITE RESERVTEMP-LINJE FROM LINJE
               ELSE
                   WRITE RESERVTEMP-LINJE FROM RESERV-LINJE

       SKIL-RESERVLINJE.
           MOVE SPACES TO RES-FELT8
           MOVE SPACES TO RES-FELT9
           UNSTRING RESERV-LINJE
               DELIMITED BY ";"
               INTO RES-FELT1 RES-FELT2 RES-FELT3 RES-FELT4
                    RES-FELT5 RES-FELT6 RES-FELT7 RES-FELT8
                    RES-FELT9.

       FIND-KONTO.
           MOVE "N" TO KONTO-FUNDET
