      *> i kontohistorik.txt plus den nye haevning maa ikke overstige
      *> graensen. En supervisor kan legitimere sig via BRUGERTJEK og
      *> overstyre graensen; overstyringen logges via LOGTRANS.
      *> Paa en bunden opsparing (BINDTJEK) afvises haevninger foer
      *> frigivelsesdatoen og indskud ud over produktets aarlige
      *> eller samlede indskudsloft; et gennemfoert indskud
      *> bogfoeres i kontoens indskudstaellere. Posteringslinjen faar
      *> valoerdato via VALOERDATO ud fra klokkeslaettet, saa en
      *> indbetaling efter skaeringstiden (eller paa en dag der ikke
      *> er bankdag) foerst forrentes fra naeste bankdag.

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
           SELECT GRAENSEFIL ASSIGN TO "graenser.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       01 BT-RETUR         PIC 9.
       01 BO-OVERSTYRET    PIC X VALUE "N".

      * Bunden opsparing (BINDTJEK).
       01 BN-HANDLING      PIC X.
       01 BN-KUNDE         PIC X(10) VALUE SPACES.
       01 BN-TYPE          PIC X(20) VALUE SPACES.
       01 BN-BELOEB        PIC S9(11)V99.
       01 BN-DATO          PIC X(10).
       01 BN-RETUR         PIC 9.

      * Fuldmagtskontrol: haever en anden end ejer/medejer, skal
      * vedkommende identificeres og have en aktiv fuldmagt der
      * daekker haevning (FULDMAGTTJEK); den anvendte fuldmagts
             10 NU-DAG     PIC 9(2).
          05 FILLER        PIC X(12).

       01 VD-POSTTYPE      PIC X(15).
       01 VD-TID           PIC X(4).
       01 VD-RETUR         PIC 9.

       01 SØGE-KONTO-ID    PIC X(10).
       01 BEVAEGELSE       PIC X.
          88 ER-INDSAT     VALUE "I" "i".
                       " opdateret. Ny saldo: "
                       FUNCTION TRIM(FINAL-SALDO-TXT)
                   PERFORM SKRIV-HISTORIK
                   IF ER-INDSAT
                       MOVE "B" TO BN-HANDLING
                       CALL "BINDTJEK" USING BN-HANDLING
                           SØGE-KONTO-ID BN-KUNDE BN-TYPE BELOEB
                           BN-DATO BN-RETUR
                   END-IF
                   IF ER-HAEV AND TRANSGEBYR NOT = 0
                       PERFORM SKRIV-GEBYRHISTORIK
                   END-IF
                   END-IF
               END-IF

               IF ER-GODKENDT
                   PERFORM TJEK-BINDING
                   IF ER-AFVIST
                       MOVE SALDO-NU TO SALDO-NY
                   END-IF
               END-IF

               IF ER-HAEV AND ER-GODKENDT
                   AND (HANDLER-SELV = "N"
                       OR HANDLER-SELV = "n")
               PERFORM SKRIV-KONTOLINJE
           END-IF.

      * Bunden opsparing: haevning foer frigivelsesdatoen og
      * indskud over lofterne afvises.
       TJEK-BINDING.
           IF ER-HAEV
               MOVE "U" TO BN-HANDLING
           ELSE
               MOVE "I" TO BN-HANDLING
           END-IF
           MOVE BELOEB TO BN-BELOEB
           CALL "BINDTJEK" USING BN-HANDLING SØGE-KONTO-ID BN-KUNDE
               BN-TYPE BN-BELOEB BN-DATO BN-RETUR
           EVALUATE BN-RETUR
               WHEN 1
                   DISPLAY "Afvist: bunden opsparing - udbetaling "
                       "er spaerret til " FUNCTION TRIM(BN-DATO) "."
                   MOVE "N" TO POSTERING-GODKENDT
               WHEN 2
                   DISPLAY "Afvist: indskuddet overstiger "
                       "produktets aarlige indskudsloft."
                   MOVE "N" TO POSTERING-GODKENDT
               WHEN 3
                   DISPLAY "Afvist: indskuddet overstiger "
                       "produktets samlede indskudsloft."
                   MOVE "N" TO POSTERING-GODKENDT
           END-EVALUATE.

      * Kontante ind- og udbetalinger opdaterer ogsaa kassererens
      * kasseledger, saa KASSEOPGOER kan goere kassen op mod dagens
      * posteringer. Linjeformat: dato;bruger;type;beloeb.
               INTO LINJE
           END-STRING
           MOVE LINJE TO KONTO-DATA
           CALL "KONTOEJER" USING KONTO-POST
           REWRITE KONTO-POST.

      * Transaktionsgebyret for en kontanthaevning fra
               END-STRING
           END-IF

      * Valoeren afgoeres af posteringstypen og klokkeslaettet.
           MOVE HIST-FELT3 TO VD-POSTTYPE
           MOVE NU(9:4) TO VD-TID
           CALL "VALOERDATO" USING VD-POSTTYPE HIST-FELT2 VD-TID
               HIST-FELT10 VD-RETUR
           IF VD-RETUR = 1
               DISPLAY "Bemaerk: posteringen faar valoer "
                   FUNCTION TRIM(HIST-FELT10) "."
           END-IF

           MOVE "V" TO HA-HANDLING
           MOVE HIST-FELT10 TO HA-TIL-DATO
           MOVE LINJE TO HA-LINJE
           CALL "HISTADGANG" USING HA-HANDLING HA-FRA-DATO
               HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT.
