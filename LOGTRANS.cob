      *>
      *> Indgangen LOGTRANSD tager desuden et detaljefelt, der
      *> skrives som 6. felt paa linjen. Overstyrings- og andre
      *> foelsomme haendelser (OVERSTYR, BO-OVERST, LEGIT-OVST,
      *> GODKENDT, STORNO, TILB-BEKR, TILB-AFVIS) logger her
      *> tellerens ID og beloebet ("T:<id> B:<beloeb>"), saa
      *> OVERSTYRRAP kan gruppere paa parret supervisor/teller og
      *> vise beloebene. LOGVIS og aeldre
      *> laesere ignorerer blot det ekstra felt.
      *>
      *> Linjen skrives gennem LOGKAEDE, der haenger en kaedet hash
      *> paa som sidste felt, saa rettede, fjernede eller indskudte
      *> linjer kan opdages af INTEGRITET. Detaljefeltet skrives
      *> derfor altid (evt. tomt), saa hashen staar fast som 7. felt
      *> og aldrig kan forveksles med en detalje.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 NU.
          05 NU-DATO.
             10 NU-AAR     PIC 9(4).
       01 LINJE            PIC X(200).
       01 DETALJE-WS       PIC X(40).

       01 KD-HANDLING      PIC X(1).
       01 KD-LOGFIL        PIC X(30).
       01 KD-LINJE         PIC X(300).
       01 KD-FRA-DATO      PIC X(10).
       01 KD-TIL-DATO      PIC X(10).
       01 KD-RETUR         PIC 9.

       LINKAGE SECTION.
       01 LT-PROGRAM       PIC X(20).
       01 LT-HAENDELSE     PIC X(10).
           PERFORM SKRIV-LOGLINJE
           EXIT PROGRAM.

      * Indgang med detaljefelt - samme linjeformat, med detaljen
      * udfyldt i 6. felt.
       LOGTRANSD-START.
       ENTRY "LOGTRANSD" USING LT-PROGRAM LT-HAENDELSE LT-RC
           LT-OPERATOR LT-DETALJE
               ";"
               "RC=" DELIMITED BY SIZE
               LT-RC DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(DETALJE-WS) DELIMITED BY SIZE
               INTO LINJE
           END-STRING

           MOVE "S" TO KD-HANDLING
           MOVE "transaktion.log" TO KD-LOGFIL
           MOVE LINJE TO KD-LINJE
           MOVE SPACES TO KD-FRA-DATO
           MOVE SPACES TO KD-TIL-DATO
           CALL "LOGKAEDE" USING KD-HANDLING KD-LOGFIL KD-LINJE
               KD-FRA-DATO KD-TIL-DATO KD-RETUR.
