      *> ellers, og RETKUNDE rettes kun naar kunden selv staar ved
      *> skranken. Filformat: en linje pr. flytning
      *>   CPR;ADRESSE;POSTNR;BY;EFFEKTIV-DATO
      *> Hver linje slaas op paa CPR-noeglen i kunder.txt (alle kunder
      *> med CPR'et opdateres - dubletkunder faar samme adresse),
      *> og hver feltaendring logges som foer/efter-linje i
      *> kundelog.txt praecis som RETKUNDE goer. Umatchede CPR'er
      *> og kunder med aktivt doedsbo (BOTJEK) eller
      *> adressebeskyttelse (CPR-linje i adressebeskyttelse.txt)
      *> SPRINGES IKKE TAVST OVER men listes paa exceptionlisten
      *> adresse_exceptions.txt til manuel behandling. Det samme
      *> goer en kunde hvis navn og CPR giver hit paa sanktions-
      *> listen (SANKTIONSTJEK) - hittet aabner samtidig en
      *> SANKTION-sag paa "K<kunde-id>" i amlsager.txt. Linjer med
      *> effektiv dato ude i fremtiden bliver staaende i filen til
      *> datoen er naaet; resten arkiveres ved at filen skrives om
      *> med kun de ventende linjer.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FELT-ID
               ALTERNATE RECORD KEY IS FELT-CPR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FELT-EFTERNAVN
                   WITH DUPLICATES
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT BESKYTFIL ASSIGN TO "adressebeskyttelse.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BESKYTFIL-STATUS.
           SELECT EXCEPTFIL ASSIGN TO "adresse_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTFIL-STATUS.
       FD BESKYTFIL.
       01 BESKYT-LINJE     PIC X(15).

       FD EXCEPTFIL.
       01 EXCEPT-LINJE     PIC X(200).

       01 OPDATFIL-STATUS  PIC XX.
       01 KUNDEFIL-STATUS  PIC XX.
       01 BESKYTFIL-STATUS PIC XX.
       01 EXCEPTFIL-STATUS PIC XX.

       01 AO-FELT1         PIC X(11).
       01 KUNDE-ID-TXT     PIC X(10).
       01 AARSAG           PIC X(50).

      * CPR-visning paa exceptionlisten gennem CPRVIS.
       01 CV-REF           PIC X(20).
       01 CV-BEGRUND       PIC X(40) VALUE SPACES.
       01 CV-VIS           PIC X(11).
       01 CV-RETUR         PIC 9.

       01 GAMMEL-VAERDI    PIC X(60).
       01 NY-VAERDI        PIC X(60).
       01 FELT-NAVN        PIC X(10).
       01 ANTAL-EXCEPTION  PIC 9(5) VALUE 0.
       01 ANTAL-VENTER     PIC 9(5) VALUE 0.

       01 KD-HANDLING      PIC X(1).
       01 KD-LOGFIL        PIC X(30).
       01 KD-LINJE         PIC X(300).
       01 KD-FRA-DATO      PIC X(10).
       01 KD-TIL-DATO      PIC X(10).
       01 KD-RETUR         PIC 9.

       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.

       01 ST-NAVN          PIC X(100).
       01 ST-CPR           PIC X(11).
       01 ST-REF           PIC X(10).
       01 ST-KILDE         PIC X(20) VALUE "ADRIMPORT".
       01 ST-SCORE         PIC 9(3).
       01 ST-LISTE-ID      PIC X(15).
       01 ST-SAG-ID        PIC X(10).
       01 ST-RETUR         PIC 9.

       LINKAGE SECTION.
       01 RETUR            PIC 9.
       01 OPERATOR-ID      PIC X(10).

      * Alle kunder med CPR'et opdateres; findes ingen, eller er
      * kunden doedsbo/beskyttet, gaar linjen paa exceptionlisten.
      * Kunderne findes direkte via CPR-noeglen; OPDATER-KUNDE
      * aendrer ikke CPR, saa positionen i noeglen bevares.
       ANVEND-OPDATERING.
           PERFORM TJEK-BESKYTTET
           MOVE "N" TO MATCH-FUNDET
           IF KUNDEFIL-STATUS = "35"
               CLOSE KUNDEFIL
           ELSE
               MOVE FUNCTION TRIM(AO-FELT1) TO FELT-CPR
               START KUNDEFIL KEY IS EQUAL TO FELT-CPR
                   INVALID KEY SET KUNDE-EOF TO TRUE
               END-START
               PERFORM UNTIL KUNDE-EOF
                   READ KUNDEFIL NEXT RECORD
                       AT END SET KUNDE-EOF TO TRUE
                           IF FUNCTION TRIM(FELT-CPR) =
                               FUNCTION TRIM(AO-FELT1)
                               PERFORM OPDATER-KUNDE
                           ELSE
                               SET KUNDE-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
                       TO AARSAG
                   PERFORM SKRIV-EXCEPTION
               ELSE
                   PERFORM SANKTIONSSCREEN
                   IF ST-RETUR = 1
                       MOVE "J" TO MATCH-FUNDET
                       ADD 1 TO ANTAL-EXCEPTION
                       MOVE ALL SPACES TO AARSAG
                       STRING "sanktionshit " DELIMITED BY SIZE
                           FUNCTION TRIM(ST-LISTE-ID)
                               DELIMITED BY SIZE
                           " - sag " DELIMITED BY SIZE
                           FUNCTION TRIM(ST-SAG-ID) DELIMITED BY SIZE
                           INTO AARSAG
                       END-STRING
                       PERFORM SKRIV-EXCEPTION
                   ELSE
                       MOVE "J" TO MATCH-FUNDET
                       ADD 1 TO ANTAL-OPDATERET
      * Foer/efter-linjer praecis som RETKUNDE, et felt ad gangen.
                       IF FUNCTION TRIM(FELT-ADRESSE) NOT =
                           FUNCTION TRIM(AO-FELT2)
                           MOVE "ADRESSE" TO FELT-NAVN
                           MOVE FELT-ADRESSE TO GAMMEL-VAERDI
                           MOVE AO-FELT2 TO NY-VAERDI
                           PERFORM SKRIV-KUNDELOG
                           MOVE AO-FELT2 TO FELT-ADRESSE
                       END-IF
                       IF FUNCTION TRIM(FELT-POSTNR) NOT =
                           FUNCTION TRIM(AO-FELT3)
                           MOVE "POSTNR" TO FELT-NAVN
                           MOVE FELT-POSTNR TO GAMMEL-VAERDI
                           MOVE AO-FELT3 TO NY-VAERDI
                           PERFORM SKRIV-KUNDELOG
                           MOVE AO-FELT3 TO FELT-POSTNR
                       END-IF
                       IF FUNCTION TRIM(FELT-BY) NOT =
                           FUNCTION TRIM(AO-FELT4)
                           MOVE "BY" TO FELT-NAVN
                           MOVE FELT-BY TO GAMMEL-VAERDI
                           MOVE AO-FELT4 TO NY-VAERDI
                           PERFORM SKRIV-KUNDELOG
                           MOVE AO-FELT4 TO FELT-BY
                       END-IF
                       REWRITE KUNDE-LINJE
                   END-IF
               END-IF
           END-IF.

       SANKTIONSSCREEN.
           MOVE ALL SPACES TO ST-NAVN
           STRING FUNCTION TRIM(FELT-FORNAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(FELT-EFTERNAVN) DELIMITED BY SIZE
               INTO ST-NAVN
           END-STRING
           MOVE FELT-CPR TO ST-CPR
           MOVE ALL SPACES TO ST-REF
           STRING "K" DELIMITED BY SIZE
               FELT-ID DELIMITED BY SIZE
               INTO ST-REF
           END-STRING
           CALL "SANKTIONSTJEK" USING ST-NAVN ST-CPR ST-REF
               ST-KILDE OPERATOR-ID ST-SCORE ST-LISTE-ID ST-SAG-ID
               ST-RETUR.

       TJEK-BESKYTTET.
           MOVE "N" TO BESKYTTET
           MOVE "N" TO BESKYT-EOF-FLAG
               CLOSE BESKYTFIL
           END-IF.

      * Er kunden fundet, refereres visningen til kunden, saa en
      * eventuel fuld visning findes af GDPRUDTRAEK.
       SKRIV-EXCEPTION.
           MOVE SPACES TO CV-REF
           IF MATCH-FUNDET = "J"
               STRING "KUNDE:" DELIMITED BY SIZE
                   FUNCTION TRIM(KUNDE-ID-TXT) DELIMITED BY SIZE
                   INTO CV-REF
               END-STRING
           END-IF
           CALL "CPRVIS" USING AO-FELT1 CV-REF CV-BEGRUND CV-VIS
               CV-RETUR LT-PROGRAM OPERATOR-ID
           MOVE ALL SPACES TO LINJE
           STRING
               "CPR " DELIMITED BY SIZE
               FUNCTION TRIM(CV-VIS) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(AO-FELT2) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(NY-VAERDI) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
      * Skrives gennem LOGKAEDE, der kaeder linjen til den forrige
      * med en hash (og selv opretter kundelog.txt hvis den mangler).
           MOVE "S" TO KD-HANDLING
           MOVE "kundelog.txt" TO KD-LOGFIL
           MOVE LINJE TO KD-LINJE
           MOVE SPACES TO KD-FRA-DATO
           MOVE SPACES TO KD-TIL-DATO
           CALL "LOGKAEDE" USING KD-HANDLING KD-LOGFIL KD-LINJE
               KD-FRA-DATO KD-TIL-DATO KD-RETUR.
