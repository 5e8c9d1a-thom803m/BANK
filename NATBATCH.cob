      *> Driverprogram for det natlige batchvindue. Trinnene koeres
      *> i fast raekkefoelge via almindelige CALL-saetninger (samme
      *> moenster som BANKMAIN's MAIN-LOOP): SIKRING, INTEGRITET,
      *> VALUTAIMPORT, CLEARIND, BSKIFTEKOER, VENTKOER, FASTKOER,
      *> BOKSLEJE,
      *> BSKOER, KORTAFREG, ATMJOURNAL,
      *> LAANREPRIS, LAANBATCH, RYKKER, AFTALEKOER,
      *> AFTALEVARSEL, SATSVARSEL, KLAGEFRIST, PRISUDLOEB,
      *> CLEARUD, KORRESPUD,
      *> CLEARSTATUS, KORRSTATUS, CLEARAFSTEM, RENTEKORR,
      *> RENTEDAGLIG, AMLBATCH,
      *> SANKTIONKOER,
      *> KYCKOER, DAGSAFSTEM,
      *> GLEKSPORT, SALDOTJEK, OVERTRAEKRAP, OVERSTYRRAP,
      *> KONTAKTRAP, GEBYRDAGRAP, LIKVIDITET og ADVISKOER hver
      *> bankdag, og paa maanedens
      *> sidste bankdag desuden RENTEBATCH, VALUTAREVAL,
      *> GEBYRBATCH,
      *> MAANEDSUDTOG (gebyr foer udtog, saa traekket staar paa
      *> udtoget) og NEDSKRIV (maanedens nedskrivninger efter
      *> renter og gebyrer, tilfoejet gl_journal.txt efter
      *> GLEKSPORT); paa andre bankdage logges de SPRUNGET.
      *> PERIODISER koeres hver bankdag efter NEDSKRIV: paa
      *> maanedens sidste bankdag periodiseres paaloebne, ikke
      *> tilskrevne renter i gl_journal.txt, og paa naeste maaneds
      *> foerste bankdag tilbagefoeres de. Paa
      *> aarets sidste bankdag (december) koeres desuden BINDFRIGIV
      *> (frigivelse af bundne opsparingskonti). Paa maanedens
      *> sidste bankdag koeres derefter OPRYDNING (afsluttede
      *> koe- og registerraekker flyttes til daterede arkiver).
      *> Sidst koeres
      *> ERPUDTRAEK hver bankdag, saa erhvervskundernes daglige
      *> kontoudtog ogsaa baerer maanedsultimoens renter og
      *> gebyrer. Derefter vurderer ALARMKOER kundernes
      *> saldoalarmer mod dagens posteringer og slutsaldi.
      *> Allersidst fordeler FORSENDKOER alle nattens
      *> breve (stillet i koe gennem FORSEND af trinnene foer) til
      *> print- og digitalpostfilerne. Kaeden
      *> stopper ved foerste trin med RC <> 0, og hvert trin logges
      *> i natbatch.log (samme "opret hvis filen mangler"-moenster
      *> som LOGTRANS), saa man om morgenen kan se hvilke trin der
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "BSKIFTEKOER" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               IF TRIN-ER-KOERT
                   PERFORM LOG-TRIN-SPRUNGET
               ELSE
                   CALL "BSKIFTEKOER" USING TRIN-RC OPERATOR-ID
                   PERFORM VURDER-TRIN
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "VENTKOER" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "BOKSLEJE" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               IF TRIN-ER-KOERT
                   PERFORM LOG-TRIN-SPRUNGET
               ELSE
                   CALL "BOKSLEJE" USING TRIN-RC OPERATOR-ID
                   PERFORM VURDER-TRIN
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "BSKOER" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "KORTAFREG" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               IF TRIN-ER-KOERT
                   PERFORM LOG-TRIN-SPRUNGET
               ELSE
                   CALL "KORTAFREG" USING TRIN-RC OPERATOR-ID
                   PERFORM VURDER-TRIN
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "ATMJOURNAL" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               IF TRIN-ER-KOERT
                   PERFORM LOG-TRIN-SPRUNGET
               ELSE
                   CALL "ATMJOURNAL" USING TRIN-RC OPERATOR-ID
                   PERFORM VURDER-TRIN
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "LAANREPRIS" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               IF TRIN-ER-KOERT
                   PERFORM LOG-TRIN-SPRUNGET
               ELSE
                   CALL "LAANREPRIS" USING TRIN-RC OPERATOR-ID
                   PERFORM VURDER-TRIN
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "LAANBATCH" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "SATSVARSEL" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               IF TRIN-ER-KOERT
                   PERFORM LOG-TRIN-SPRUNGET
               ELSE
                   CALL "SATSVARSEL" USING TRIN-RC OPERATOR-ID
                   PERFORM VURDER-TRIN
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "KLAGEFRIST" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               IF TRIN-ER-KOERT
                   PERFORM LOG-TRIN-SPRUNGET
               ELSE
                   CALL "KLAGEFRIST" USING TRIN-RC OPERATOR-ID
                   PERFORM VURDER-TRIN
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "PRISUDLOEB" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               IF TRIN-ER-KOERT
                   PERFORM LOG-TRIN-SPRUNGET
               ELSE
                   CALL "PRISUDLOEB" USING TRIN-RC OPERATOR-ID
                   PERFORM VURDER-TRIN
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "CLEARUD" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "KORRESPUD" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               IF TRIN-ER-KOERT
                   PERFORM LOG-TRIN-SPRUNGET
               ELSE
                   CALL "KORRESPUD" USING TRIN-RC OPERATOR-ID
                   PERFORM VURDER-TRIN
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "CLEARSTATUS" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "KORRSTATUS" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               IF TRIN-ER-KOERT
                   PERFORM LOG-TRIN-SPRUNGET
               ELSE
                   CALL "KORRSTATUS" USING TRIN-RC OPERATOR-ID
                   PERFORM VURDER-TRIN
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "CLEARAFSTEM" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               IF TRIN-ER-KOERT
                   PERFORM LOG-TRIN-SPRUNGET
               ELSE
                   CALL "CLEARAFSTEM" USING TRIN-RC OPERATOR-ID
                   PERFORM VURDER-TRIN
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "RENTEKORR" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               IF TRIN-ER-KOERT
                   PERFORM LOG-TRIN-SPRUNGET
               ELSE
                   CALL "RENTEKORR" USING TRIN-RC OPERATOR-ID
                   PERFORM VURDER-TRIN
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "RENTEDAGLIG" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "SANKTIONKOER" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               IF TRIN-ER-KOERT
                   PERFORM LOG-TRIN-SPRUNGET
               ELSE
                   CALL "SANKTIONKOER" USING TRIN-RC OPERATOR-ID
                   PERFORM VURDER-TRIN
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "KYCKOER" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "KONTAKTRAP" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               IF TRIN-ER-KOERT
                   PERFORM LOG-TRIN-SPRUNGET
               ELSE
                   CALL "KONTAKTRAP" USING TRIN-RC OPERATOR-ID
                   PERFORM VURDER-TRIN
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "GEBYRDAGRAP" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "LIKVIDITET" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               IF TRIN-ER-KOERT
                   PERFORM LOG-TRIN-SPRUNGET
               ELSE
                   CALL "LIKVIDITET" USING TRIN-RC OPERATOR-ID
                   PERFORM VURDER-TRIN
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "ADVISKOER" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               IF ER-SIDSTE-BANKDAG
                   MOVE "NEDSKRIV" TO TRIN-NAVN
                   PERFORM TJEK-TRIN-KOERT
                   IF TRIN-ER-KOERT
                       PERFORM LOG-TRIN-SPRUNGET
                   ELSE
                       CALL "NEDSKRIV" USING TRIN-RC OPERATOR-ID
                       PERFORM VURDER-TRIN
                   END-IF
               ELSE
                   MOVE "NEDSKRIV" TO TRIN-NAVN
                   MOVE "SPRUNGET" TO TRIN-STATUS
                   MOVE 0 TO TRIN-RC
                   PERFORM SKRIV-TRINLOG
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "PERIODISER" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               IF TRIN-ER-KOERT
                   PERFORM LOG-TRIN-SPRUNGET
               ELSE
                   CALL "PERIODISER" USING TRIN-RC OPERATOR-ID
                   PERFORM VURDER-TRIN
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               IF ER-SIDSTE-BANKDAG AND NU-MAANED = 12
                   MOVE "BINDFRIGIV" TO TRIN-NAVN
                   PERFORM TJEK-TRIN-KOERT
                   IF TRIN-ER-KOERT
                       PERFORM LOG-TRIN-SPRUNGET
                   ELSE
                       CALL "BINDFRIGIV" USING TRIN-RC OPERATOR-ID
                       PERFORM VURDER-TRIN
                   END-IF
               ELSE
                   MOVE "BINDFRIGIV" TO TRIN-NAVN
                   MOVE "SPRUNGET" TO TRIN-STATUS
                   MOVE 0 TO TRIN-RC
                   PERFORM SKRIV-TRINLOG
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               IF ER-SIDSTE-BANKDAG
                   MOVE "OPRYDNING" TO TRIN-NAVN
                   PERFORM TJEK-TRIN-KOERT
                   IF TRIN-ER-KOERT
                       PERFORM LOG-TRIN-SPRUNGET
                   ELSE
                       CALL "OPRYDNING" USING TRIN-RC OPERATOR-ID
                       PERFORM VURDER-TRIN
                   END-IF
               ELSE
                   MOVE "OPRYDNING" TO TRIN-NAVN
                   MOVE "SPRUNGET" TO TRIN-STATUS
                   MOVE 0 TO TRIN-RC
                   PERFORM SKRIV-TRINLOG
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "ERPUDTRAEK" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               IF TRIN-ER-KOERT
                   PERFORM LOG-TRIN-SPRUNGET
               ELSE
                   CALL "ERPUDTRAEK" USING TRIN-RC OPERATOR-ID
                   PERFORM VURDER-TRIN
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "ALARMKOER" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               IF TRIN-ER-KOERT
                   PERFORM LOG-TRIN-SPRUNGET
               ELSE
                   CALL "ALARMKOER" USING TRIN-RC OPERATOR-ID
                   PERFORM VURDER-TRIN
               END-IF
           END-IF

           IF NOT KAEDE-ER-STOPPET
               MOVE "FORSENDKOER" TO TRIN-NAVN
               PERFORM TJEK-TRIN-KOERT
               IF TRIN-ER-KOERT
                   PERFORM LOG-TRIN-SPRUNGET
               ELSE
                   CALL "FORSENDKOER" USING TRIN-RC OPERATOR-ID
                   PERFORM VURDER-TRIN
               END-IF
           END-IF

           IF KAEDE-ER-STOPPET
               DISPLAY "Batchvindue stoppet foer alle trin naaede "
                   "at koere."
