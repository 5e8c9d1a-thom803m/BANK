      *>   POSTTYPE;SEGMENT;GEBYR
      *> hvor SEGMENT "*" gaelder alle segmenter og en specifik
      *> segmentraekke gaar forud for stjerneraekken. Kaldes af
      *> INDSATHAEV, OVERFPOST, UDBETAL og UDLANDBET ved selve
      *> posteringen; kontohaverens segment slaas op her (konto ->
      *> ejer -> FELT-SEGMENT, blank = PRIVAT), saa kalderne ikke
      *> selv skal aabne kunder.txt. Gebyret posteres af kalderen
      *> som en egen GEBYR-historiklinje i samme ekspedition, og
      *> disponibel-tjekket skal medregne gebyret ligesom hovedbeloebet.
      *> Mangler filen oprettes den med standardtakster (samme
      *> moenster som SIKR-GEBYRFIL).
      *> En gyldig individuel prisaftale (PRISAFTALE, art
      *> TAKST:<posttype>) paa kontoen eller ejeren slaas op foerst
      *> og gaar forud for baade segment- og stjerneraekken.
      *> Retur: 0 = takst fundet (evt. 0,00), 1 = ingen raekke for
      *> posteringstypen (intet gebyr).

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

       DATA DIVISION.
       01 SEGMENT-FUNDET   PIC X.
       01 STJERNE-FUNDET   PIC X.
       01 STJERNE-GEBYR    PIC S9(7)V99.
       01 KONTO-EJER       PIC X(10).

       01 PA-KONTO         PIC X(10).
       01 PA-KUNDE         PIC X(10).
       01 PA-ART           PIC X(20).
       01 PA-VAERDI        PIC S9(7)V9999.
       01 PA-AFTALE-ID     PIC X(10).
       01 PA-RETUR         PIC 9.

       01 TAKST-EOF-FLAG   PIC X VALUE "N".
          88 TAKST-EOF     VALUE "Y".
           PERFORM SIKR-TAKSTFIL
           PERFORM FIND-SEGMENT

           MOVE GT-KONTO TO PA-KONTO
           MOVE KONTO-EJER TO PA-KUNDE
           MOVE ALL SPACES TO PA-ART
           STRING "TAKST:" DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(GT-POSTTYPE))
                   DELIMITED BY SIZE
               INTO PA-ART
           END-STRING
           CALL "PRISAFTALE" USING PA-KONTO PA-KUNDE PA-ART
               PA-VAERDI PA-AFTALE-ID PA-RETUR
           IF PA-RETUR = 0
               MOVE PA-VAERDI TO GT-GEBYR
               MOVE 0 TO GT-RETUR
           ELSE
               PERFORM SOEG-TAKST
           END-IF

           EXIT PROGRAM.

       SOEG-TAKST.
           MOVE "N" TO SEGMENT-FUNDET
           MOVE "N" TO STJERNE-FUNDET
           MOVE 0 TO STJERNE-GEBYR
                   MOVE 0 TO GT-RETUR
               WHEN OTHER
                   MOVE 0 TO GT-GEBYR
           END-EVALUATE.

      * Kontohaverens segment: konto -> ejer (FELT2) -> FELT-SEGMENT
      * i kunder.txt; blank behandles som PRIVAT.
       FIND-SEGMENT.
           MOVE "PRIVAT" TO KONTO-SEGMENT
           MOVE SPACES TO KONTO-EJER
           OPEN INPUT KONTOFIL
           IF KONTOFIL-STATUS = "35"
               CLOSE KONTOFIL
                                KONTO-FELT7 KONTO-FELT8
                                KONTO-FELT9 KONTO-FELT10
                                KONTO-FELT11
                       MOVE KONTO-FELT2 TO KONTO-EJER
                       OPEN INPUT KUNDEFIL
                       IF KUNDEFIL-STATUS = "35"
                           CLOSE KUNDEFIL
               WRITE TAKST-LINJE
               MOVE "VALUTAVEKSEL;ANSAT;0.00" TO TAKST-LINJE
               WRITE TAKST-LINJE
               MOVE "UDLAND-UD;*;150.00" TO TAKST-LINJE
               WRITE TAKST-LINJE
               MOVE "UDLAND-UD;ANSAT;0.00" TO TAKST-LINJE
               WRITE TAKST-LINJE
               MOVE "UDLAND-OUR;*;100.00" TO TAKST-LINJE
               WRITE TAKST-LINJE
               CLOSE TAKSTFIL
               DISPLAY "Ingen gebyrtakster.txt fundet - oprettet "
                   "standardtakstblad."
