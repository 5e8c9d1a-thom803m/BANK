      *> genaabn-og-scan moenster som KONTROL's COUNT-KONTI-FOR-KUNDE),
      *> og for hver konto udskrives maanedens posteringer gennem
      *> HISTADGANG (kun maanedens partition laeses, samme filter
      *> paa kontoen som VISHISTORIK). Hver kundes udtog sendes som
      *> et brev gennem FORSEND i kundens valgte brevkanal.
      *> Posteringslinjerne viser baade bogfoeringsdato og
      *> valoerdato.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FELT-ID
               ALTERNATE RECORD KEY IS FELT-CPR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FELT-EFTERNAVN
                   WITH DUPLICATES
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT KONTOFIL ASSIGN TO "konti.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.
           SELECT CHECKPOINTFIL ASSIGN TO "maanedsudtog.ckpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-STATUS.
       FD KONTOFIL.
       COPY "KONTOPOST.cpy".

       FD CHECKPOINTFIL.
       01 CKPT-LINJE       PIC X(10).

       01 ANTAL-KONTI      PIC 9(5) VALUE 0.
       01 ANTAL-KUNDER     PIC 9(5) VALUE 0.

       01 FO-HANDLING      PIC X(1).
       01 FO-KUNDE         PIC X(10).
       01 FO-BREVTYPE      PIC X(15) VALUE "KONTOUDTOG".
       01 FO-LINJE         PIC X(120).
       01 FO-RETUR         PIC 9.

       01 LINJE            PIC X(200).

       01 LT-PROGRAM       PIC X(20) VALUE "MAANEDSUDTOG".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.
           IF SENESTE-ID > 0
               DISPLAY "Genstart fra checkpoint - springer kunder "
                   "til og med " SENESTE-ID " over."
           END-IF

           MOVE "N" TO EOF-FLAG
           OPEN INPUT KUNDEFIL
           IF KUNDEFIL-STATUS = "35"
               CLOSE KUNDEFIL
               DISPLAY "kunder.txt ikke fundet - kontoudtog kan "
                   "ikke dannes."
               MOVE 1 TO RETUR
           END-PERFORM
           CLOSE KUNDEFIL

           PERFORM SLET-CHECKPOINT

           DISPLAY "Kontoudtog dannet for " ANTAL-KUNDER
               " kunder"
           END-IF

           MOVE "SLUT" TO LT-HAENDELSE
           MOVE "maanedsudtog.ckpt" TO FS-KILDE
           CALL "FILSKIFT" USING FS-HANDLING FS-KILDE FS-MAAL FS-RETUR.

      * Et brev pr. kunde; FORSEND saetter navn og adresse paa.
       SKRIV-KUNDE-UDTOG.
           MOVE ALL SPACES TO LINJE
           STRING "KONTOUDTOG - dannet " DELIMITED BY SIZE
               NU-AAR DELIMITED BY SIZE "-" DELIMITED BY SIZE
               NU-MAANED DELIMITED BY SIZE "-" DELIMITED BY SIZE
               NU-DAG DELIMITED BY SIZE
               "  Kunde " DELIMITED BY SIZE
               FUNCTION TRIM(FELT-ID) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           MOVE "B" TO FO-HANDLING
           MOVE FELT-ID TO FO-KUNDE
           MOVE LINJE TO FO-LINJE
           CALL "FORSEND" USING FO-HANDLING FO-KUNDE FO-BREVTYPE
               FO-LINJE FO-RETUR

           MOVE 0 TO ANTAL-KONTI
           MOVE "N" TO EOF-FLAG
           CLOSE KONTOFIL

           IF ANTAL-KONTI = 0
               MOVE ALL SPACES TO LINJE
               STRING "  Ingen konti registreret." INTO LINJE
               END-STRING
               PERFORM SKRIV-BREVLINJE
           END-IF.

       SKRIV-KONTO-UDTOG.
           MOVE ALL SPACES TO LINJE
           STRING "  Konto " DELIMITED BY SIZE
               FUNCTION TRIM(KONTO-FELT1) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(KONTO-FELT4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(KONTO-FELT5) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           PERFORM SKRIV-BREVLINJE

           MOVE "N" TO EOF-FLAG
           MOVE "A" TO HA-HANDLING
                       MOVE SPACES TO HIST-FELT6
                       MOVE SPACES TO HIST-FELT7
                       MOVE SPACES TO HIST-FELT8
                       MOVE SPACES TO HIST-FELT9
                       MOVE SPACES TO HIST-FELT10
                       UNSTRING HIST-LINJE
                           DELIMITED BY ";"
                           INTO HIST-FELT1 HIST-FELT2 HIST-FELT3
                                HIST-FELT4 HIST-FELT5
                                HIST-FELT6 HIST-FELT7
                                HIST-FELT8 HIST-FELT9
                                HIST-FELT10
                       IF HIST-FELT10 = SPACES
                           MOVE HIST-FELT2 TO HIST-FELT10
                       END-IF
                       IF FUNCTION NUMVAL(HIST-FELT1) =
                           FUNCTION NUMVAL(KONTO-FELT1)
                           AND FUNCTION TRIM(HIST-FELT2)
                               NOT < UDTOG-FRA-DATO
                           AND FUNCTION TRIM(HIST-FELT2)
                               NOT > UDTOG-TIL-DATO
                           MOVE ALL SPACES TO LINJE
                           STRING "    " DELIMITED BY SIZE
                               FUNCTION TRIM(HIST-FELT2)
                                   DELIMITED BY SIZE
                               " val " DELIMITED BY SIZE
                               FUNCTION TRIM(HIST-FELT10)
                                   DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               FUNCTION TRIM(HIST-FELT3)
                                   DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               FUNCTION TRIM(HIST-FELT8)
                                   DELIMITED BY SIZE
                               INTO LINJE
                           END-STRING
                           PERFORM SKRIV-BREVLINJE
                       END-IF
                   END-IF
               END-IF
           MOVE "L" TO HA-HANDLING
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT.

       SKRIV-BREVLINJE.
           MOVE "L" TO FO-HANDLING
           MOVE LINJE TO FO-LINJE
           CALL "FORSEND" USING FO-HANDLING FO-KUNDE FO-BREVTYPE
               FO-LINJE FO-RETUR.
