      *> Hovedmenu og operatoer-login. Hver operatoer i brugere.txt
      *> har en rolle (4. felt): TELLER maa lave forespoergsler og
      *> posteringer, SUPERVISOR maa alt (ogsaa slet, gendan og
      *> batchkoersel), COMPLIANCE har tellerens adgang plus
      *> revisionslog, KYC, AML og GDPR-udtraek og ser fulde CPR-
      *> numre (se CPRVIS), BATCH maa kun koere batchtrinnene. Et
      *> menuvalg rollen ikke er berettiget til afvises og logges
      *> via LOGTRANS med haendelsen AFVIST paa det program valget
      *> ville have startet. Linjer uden rollefelt behandles som
      *> (nye operatoerer og nulstillinger fra BRUGERADMIN). Efter
      *> 3 fejlede forsoeg i traek laases operatoeren (status L) og
      *> maa laases op af en supervisor i BRUGERADMIN.
      *>
      *> Efter login kan en TELLER eller SUPERVISOR vaelge
      *> oevelsesbanken (OEVELSE): al filadgang i resten af sessionen
      *> gaar da til det anonymiserede oevelsessaet, og hvert
      *> skaermbillede viser et tydeligt OEVELSESBANK-banner. Valget
      *> og sessionens afslutning logges i driftens revisionslog
      *> foer/efter omstillingen; alt derimellem logges i
      *> oevelsessaettets egen log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          88 ROLLE-TELLER      VALUE "TELLER".
          88 ROLLE-SUPERVISOR  VALUE "SUPERVISOR".
          88 ROLLE-BATCH       VALUE "BATCH".
          88 ROLLE-COMPLIANCE  VALUE "COMPLIANCE".

       01 LOGIN-NAVN           PIC X(30).
       01 LOGIN-STATUS         PIC X(1).
          88 EOF               VALUE "Y".
          88 NOT-EOF           VALUE "N".

       01 OE-HANDLING          PIC X.
       01 OE-RETUR             PIC 9.
       01 OEVELSE-SVAR         PIC X.
       01 OEVELSE-FLAG         PIC X VALUE "N".
          88 OEVELSE-AKTIV     VALUE "J".
       01 OEVELSE-VALGT-FLAG   PIC X VALUE "N".
          88 OEVELSE-VALGT     VALUE "J".

       PROCEDURE DIVISION.

           PERFORM OPERATOR-LOGIN
           IF LOGIN-OK
               IF NOT ROLLE-BATCH
                   PERFORM VAELG-OEVELSE
               END-IF
               PERFORM MAIN-LOOP
               IF OEVELSE-AKTIV
                   PERFORM FORLAD-OEVELSE
               END-IF
           END-IF
           DISPLAY "---------------------------------------"
           DISPLAY "Afslutter systemet..."
               " (" FUNCTION TRIM(LOGIN-ROLLE) ", filial "
               FUNCTION TRIM(LOGIN-FILIAL) ")".

      * Oevelsesbanken vaelges efter login. Er saettet ikke
      * klargjort (OEVNULSTIL aldrig koert), siges det tydeligt og
      * der spoerges igen, saa ingen tror de oever mens de er i
      * driften. Valget logges i driftens log foer omstillingen.
       VAELG-OEVELSE.
           MOVE "N" TO OEVELSE-VALGT-FLAG
           PERFORM UNTIL OEVELSE-VALGT
               DISPLAY "Oevelsesbank - log ind paa oevelsesdata i "
                   "stedet for driften (J/N): " WITH NO ADVANCING
               ACCEPT OEVELSE-SVAR
               IF OEVELSE-SVAR = "J" OR OEVELSE-SVAR = "j"
                   MOVE "A" TO OE-HANDLING
                   CALL "OEVELSE" USING OE-HANDLING OE-RETUR
                   IF OE-RETUR = 0
      * Haendelsen skrives i driftens log; omstillingen sker
      * foerst bagefter, saa skiftes der tilbage et kort oejeblik.
                       MOVE "D" TO OE-HANDLING
                       CALL "OEVELSE" USING OE-HANDLING OE-RETUR
                       MOVE "OEVELSE" TO LT-HAENDELSE
                       MOVE 0 TO LT-RC
                       MOVE "BANKMAIN" TO VALG-PROGRAM
                       CALL "LOGTRANS" USING VALG-PROGRAM
                           LT-HAENDELSE LT-RC LOGIN-ID
                       MOVE "A" TO OE-HANDLING
                       CALL "OEVELSE" USING OE-HANDLING OE-RETUR
                       SET OEVELSE-AKTIV TO TRUE
                       SET OEVELSE-VALGT TO TRUE
                       PERFORM VIS-OEVELSESBANNER
                       DISPLAY "Intet du bogfoerer her naar driften, "
                           "clearingen eller revisionsloggen."
                   ELSE
                       DISPLAY "Oevelsesbanken er ikke klargjort - "
                           "en supervisor skal nulstille den "
                           "(valg 78)."
                   END-IF
               ELSE
                   SET OEVELSE-VALGT TO TRUE
               END-IF
           END-PERFORM.

      * Tilbage til driften ved afslutning, og sessionens slut i
      * oevelsesbanken noteres i driftens log.
       FORLAD-OEVELSE.
           MOVE "D" TO OE-HANDLING
           CALL "OEVELSE" USING OE-HANDLING OE-RETUR
           MOVE "N" TO OEVELSE-FLAG
           MOVE "OEVSLUT" TO LT-HAENDELSE
           MOVE 0 TO LT-RC
           MOVE "BANKMAIN" TO VALG-PROGRAM
           CALL "LOGTRANS" USING VALG-PROGRAM LT-HAENDELSE LT-RC
               LOGIN-ID.

       VIS-OEVELSESBANNER.
           DISPLAY "****************************************"
           DISPLAY "*  OEVELSESBANK - TRAENING, IKKE DRIFT *"
           DISPLAY "****************************************".

      * Bruger-ID fandtes: afgoer om login godkendes. Hash-match er
      * normaltilfaeldet; direkte match paa den gemte vaerdi er en
      * gammel klartekst-linje, der accepteres men straks udloeser
           DISPLAY "---------------------------------------"
           DISPLAY "     BANK CICS-SYSTEM v1.0"
           DISPLAY "---------------------------------------"
           IF OEVELSE-AKTIV
               PERFORM VIS-OEVELSESBANNER
           END-IF

           PERFORM MENU-HEADER
           PERFORM LAES-MENU-VALG
                   CALL "LOGTRANS" USING VALG-PROGRAM LT-HAENDELSE
                       LT-RC LOGIN-ID
               ELSE
               IF OEVELSE-AKTIV
                   PERFORM VIS-OEVELSESBANNER
               END-IF
               EVALUATE MENU-VALG
                   WHEN 1
                       CALL "VISKUNDE" USING RC LOGIN-ID
                       CALL "HVAELV" USING RC LOGIN-ID
                   WHEN 60
                       CALL "ADRIMPORT" USING RC LOGIN-ID
                   WHEN 61
                       CALL "LAANINDFRI" USING RC LOGIN-ID
                   WHEN 62
                       CALL "REGNRADMIN" USING RC LOGIN-ID
                   WHEN 63
                       CALL "SKATADMIN" USING RC LOGIN-ID
                   WHEN 64
                       CALL "CRSUDTRAEK" USING RC LOGIN-ID
                   WHEN 65
                       CALL "KORTAUT" USING RC LOGIN-ID
                   WHEN 66
                       CALL "KREDITSAG" USING RC LOGIN-ID
                   WHEN 67
                       CALL "NEDSKRIV" USING RC LOGIN-ID
                   WHEN 68
                       CALL "KUNDEPROFIT" USING RC LOGIN-ID
                   WHEN 69
                       CALL "REVISORBEKR" USING RC LOGIN-ID
                   WHEN 70
                       CALL "KLAGE" USING RC LOGIN-ID
                   WHEN 71
                       CALL "BOKS" USING RC LOGIN-ID
                   WHEN 72
                       CALL "ERPABON" USING RC LOGIN-ID
                   WHEN 73
                       CALL "BREVKANAL" USING RC LOGIN-ID
                   WHEN 74
                       CALL "PRISADMIN" USING RC LOGIN-ID
                   WHEN 75
                       CALL "LIKVIDITET" USING RC LOGIN-ID
                   WHEN 76
                       CALL "GRUPPEADMIN" USING RC LOGIN-ID
                   WHEN 77
                       CALL "GRUPPERAP" USING RC LOGIN-ID
                   WHEN 78
                       CALL "OEVNULSTIL" USING RC LOGIN-ID
                   WHEN 79
                       CALL "SALDOALARM" USING RC LOGIN-ID
                   WHEN 80
                       CALL "BANKSKIFTE" USING RC LOGIN-ID
                   WHEN 81
                       CALL "UDLANDBET" USING RC LOGIN-ID
                   WHEN 82
                       CALL "GDPRUDTRAEK" USING RC LOGIN-ID
                   WHEN 83
                       CALL "ATMREG" USING RC LOGIN-ID
                   WHEN 84
                       CALL "NOEGLEKONV" USING RC LOGIN-ID
                   WHEN 85
                       CALL "LEGITADMIN" USING RC LOGIN-ID
                   WHEN 86
                       CALL "TILBAGERING" USING RC LOGIN-ID
                   WHEN 99
                       EXIT PERFORM
                   WHEN OTHER
                   DISPLAY "---------------------------------------"
                   DISPLAY "     BANK CICS-SYSTEM v1.0"
                   DISPLAY "---------------------------------------"
                   IF OEVELSE-AKTIV
                       PERFORM VIS-OEVELSESBANNER
                   END-IF
                   PERFORM MENU-HEADER
                   PERFORM LAES-MENU-VALG
               END-IF
      * Slet/gendan og alle batchkoersel-valg er supervisor-
      * forbeholdt; BATCH-rollen maa kun koere batchtrinnene;
      * TELLER maa resten (forespoergsler og posteringer).
      * COMPLIANCE har tellerens adgang plus revisionsloggen, KYC,
      * AML-sagerne og GDPR-indsigtsudtraekket.
       TJEK-ADGANG.
           PERFORM FIND-VALG-PROGRAM
           MOVE "N" TO ADGANG-FLAG
           EVALUATE TRUE
               WHEN ROLLE-SUPERVISOR
                   SET ADGANG-TILLADT TO TRUE
               WHEN ROLLE-COMPLIANCE
                   AND (MENU-VALG = 36 OR MENU-VALG = 50
                        OR MENU-VALG = 51 OR MENU-VALG = 82)
                   SET ADGANG-TILLADT TO TRUE
               WHEN ROLLE-BATCH
                   EVALUATE MENU-VALG
                       WHEN 12
                       WHEN 15
                       WHEN 16
                       WHEN 17
                       WHEN 67
                       WHEN 75
                           SET ADGANG-TILLADT TO TRUE
                       WHEN OTHER
                           CONTINUE
                       WHEN 55
                       WHEN 58
                       WHEN 60
                       WHEN 62
                       WHEN 63
                       WHEN 64
                       WHEN 65
                       WHEN 67
                       WHEN 68
                       WHEN 69
                       WHEN 75
                       WHEN 77
                       WHEN 78
                       WHEN 82
                       WHEN 84
                           CONTINUE
                       WHEN OTHER
                           SET ADGANG-TILLADT TO TRUE
                   MOVE "HVAELV" TO VALG-PROGRAM
               WHEN 60
                   MOVE "ADRIMPORT" TO VALG-PROGRAM
               WHEN 61
                   MOVE "LAANINDFRI" TO VALG-PROGRAM
               WHEN 62
                   MOVE "REGNRADMIN" TO VALG-PROGRAM
               WHEN 63
                   MOVE "SKATADMIN" TO VALG-PROGRAM
               WHEN 64
                   MOVE "CRSUDTRAEK" TO VALG-PROGRAM
               WHEN 65
                   MOVE "KORTAUT" TO VALG-PROGRAM
               WHEN 66
                   MOVE "KREDITSAG" TO VALG-PROGRAM
               WHEN 67
                   MOVE "NEDSKRIV" TO VALG-PROGRAM
               WHEN 68
                   MOVE "KUNDEPROFIT" TO VALG-PROGRAM
               WHEN 69
                   MOVE "REVISORBEKR" TO VALG-PROGRAM
               WHEN 70
                   MOVE "KLAGE" TO VALG-PROGRAM
               WHEN 71
                   MOVE "BOKS" TO VALG-PROGRAM
               WHEN 72
                   MOVE "ERPABON" TO VALG-PROGRAM
               WHEN 73
                   MOVE "BREVKANAL" TO VALG-PROGRAM
               WHEN 74
                   MOVE "PRISADMIN" TO VALG-PROGRAM
               WHEN 75
                   MOVE "LIKVIDITET" TO VALG-PROGRAM
               WHEN 76
                   MOVE "GRUPPEADMIN" TO VALG-PROGRAM
               WHEN 77
                   MOVE "GRUPPERAP" TO VALG-PROGRAM
               WHEN 78
                   MOVE "OEVNULSTIL" TO VALG-PROGRAM
               WHEN 79
                   MOVE "SALDOALARM" TO VALG-PROGRAM
               WHEN 80
                   MOVE "BANKSKIFTE" TO VALG-PROGRAM
               WHEN 81
                   MOVE "UDLANDBET" TO VALG-PROGRAM
               WHEN 82
                   MOVE "GDPRUDTRAEK" TO VALG-PROGRAM
               WHEN 83
                   MOVE "ATMREG" TO VALG-PROGRAM
               WHEN 84
                   MOVE "NOEGLEKONV" TO VALG-PROGRAM
               WHEN 85
                   MOVE "LEGITADMIN" TO VALG-PROGRAM
               WHEN 86
                   MOVE "TILBAGERING" TO VALG-PROGRAM
               WHEN OTHER
                   MOVE "BANKMAIN" TO VALG-PROGRAM
           END-EVALUATE.
           DISPLAY "59. Hvaelvstyring (overfoer/optael/bestil)"
           DISPLAY "60. Adresseimport fra officielt register "
               "(supervisor)"
           DISPLAY "61. Indfri laan/ekstraordinaert afdrag"
           DISPLAY "62. Pengeinstitutregister (reg.nr.) "
               "(supervisor)"
           DISPLAY "63. Skatteresidens CRS/FATCA (supervisor)"
           DISPLAY "64. CRS/FATCA-aarsindberetning (supervisor)"
           DISPLAY "65. Indlaes kortautorisationer (supervisor)"
           DISPLAY "66. Kreditsager (ansoegning og bevilling)"
           DISPLAY "67. Nedskrivninger IFRS 9 (batch, supervisor)"
           DISPLAY "68. Kunderentabilitet (supervisor)"
           DISPLAY "69. Revisorbekraeftelse (supervisor)"
           DISPLAY "70. Klageregister"
           DISPLAY "71. Bankbokse"
           DISPLAY "72. ERP-kontoudtog (abonnementer)"
           DISPLAY "73. Brevkanal (digital/papir)"
           DISPLAY "74. Prisaftaler (individuelle priser)"
           DISPLAY "75. Likviditetsprognose (treasury)"
           DISPLAY "76. Kundegrupper (husstand/koncern)"
           DISPLAY "77. Gruppeengagement (supervisor)"
           DISPLAY "78. Nulstil oevelsesbank (supervisor)"
           DISPLAY "79. Saldoalarmer (kundealarmer)"
           DISPLAY "80. Bankskifte (til/fra anden bank)"
           DISPLAY "81. Betaling til udlandet (IBAN/BIC)"
           DISPLAY "82. Indsigtsudtraek GDPR (supervisor)"
           DISPLAY "83. Haeveautomater (fyld/toem/afstem)"
           DISPLAY "84. Konverter kunder/konti til alternative "
               "noegler (supervisor)"
           DISPLAY "85. Legitimationsregister (ID-dokumenter)"
           DISPLAY "86. Tilbageringning ved kontaktaendring"
           DISPLAY "99. Afslut"
           DISPLAY "---------------------------------------"
           DISPLAY "Valg: " WITH NO ADVANCING.
