      *> ben, og krydsreferencer i HIST-FELT8: modposteringen faar
      *> STORNO-AF:<nr> og originalen markeres STORNERET:<nr>, saa
      *> VISHISTORIK og MAANEDSUDTOG kan vise parret sammen.
      *> Modposteringen faar originalens valoerdato, saa renten
      *> neutraliseres fra den dag originalen fik virkning.
      *> Transaktionsnummeret slaas op i kontohistorik.txt; deler
      *> flere linjer nummeret (en overfoersels to ben) tilbagefoeres
      *> de alle. OPRET-, SALDO-FREM- og STORNO-linjer kan ikke
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KONTO-NOEGLE
               ALTERNATE RECORD KEY IS KONTO-EJER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS KONTO-MEDEJER-ID
                   WITH DUPLICATES
               FILE STATUS IS KONTOFIL-STATUS.

       DATA DIVISION.
          05 BEN1-KONTO    PIC X(10).
          05 BEN1-TYPE     PIC X(15).
          05 BEN1-BELOEB   PIC S9(11)V99.
          05 BEN1-VALOER   PIC X(10).
       01 BEN2.
          05 BEN2-KONTO    PIC X(10).
          05 BEN2-TYPE     PIC X(15).
          05 BEN2-BELOEB   PIC S9(11)V99.
          05 BEN2-VALOER   PIC X(10).

       01 BEN-KONTO        PIC X(10).
       01 BEN-TYPE         PIC X(15).
       01 BEN-BELOEB       PIC S9(11)V99.
       01 BEN-VALOER       PIC X(10).
       01 BEN-JUSTERING    PIC S9(11)V99.

       01 KAN-STORNERES    PIC X VALUE "J".
               MOVE FUNCTION TRIM(HIST-FELT1) TO BEN1-KONTO
               MOVE FUNCTION TRIM(HIST-FELT3) TO BEN1-TYPE
               MOVE FUNCTION NUMVAL(HIST-FELT4) TO BEN1-BELOEB
               MOVE HIST-FELT10 TO BEN1-VALOER
               IF HIST-FELT10 = SPACES
                   MOVE HIST-FELT2 TO BEN1-VALOER
               END-IF
           ELSE
               MOVE FUNCTION TRIM(HIST-FELT1) TO BEN2-KONTO
               MOVE FUNCTION TRIM(HIST-FELT3) TO BEN2-TYPE
               MOVE FUNCTION NUMVAL(HIST-FELT4) TO BEN2-BELOEB
               MOVE HIST-FELT10 TO BEN2-VALOER
               IF HIST-FELT10 = SPACES
                   MOVE HIST-FELT2 TO BEN2-VALOER
               END-IF
           END-IF.

       UDFOER-STORNO.
           MOVE BEN1-KONTO TO BEN-KONTO
           MOVE BEN1-TYPE TO BEN-TYPE
           MOVE BEN1-BELOEB TO BEN-BELOEB
           MOVE BEN1-VALOER TO BEN-VALOER
           PERFORM STORNER-BEN

           IF ANTAL-BEN > 1
               MOVE BEN2-KONTO TO BEN-KONTO
               MOVE BEN2-TYPE TO BEN-TYPE
               MOVE BEN2-BELOEB TO BEN-BELOEB
               MOVE BEN2-VALOER TO BEN-VALOER
               PERFORM STORNER-BEN
           END-IF

               WHEN "LAAN-YDELSE"
               WHEN "AFTALE-UD"
               WHEN "AFTALE-UDLOEB"
               WHEN "KORT"
               WHEN "ATM-HAEV"
               WHEN "BOKSLEJE"
                   MOVE BEN-BELOEB TO BEN-JUSTERING
               WHEN OTHER
                   COMPUTE BEN-JUSTERING = 0 - BEN-BELOEB
               INTO LINJE
           END-STRING
           MOVE LINJE TO KONTO-DATA
           CALL "KONTOEJER" USING KONTO-POST
           REWRITE KONTO-POST.

       SKRIV-STORNOLINJE.
               INTO LINJE
           END-STRING

           MOVE "V" TO HA-HANDLING
           MOVE BEN-VALOER TO HA-TIL-DATO
           MOVE LINJE TO HA-LINJE
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT.
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
                    HIST-FELT10.

       SKRIV-HISTLINJE.
           MOVE ALL SPACES TO LINJE
               FUNCTION TRIM(HIST-FELT7) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT8) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT9) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(HIST-FELT10) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           WRITE HISTTEMP-LINJE FROM LINJE.
