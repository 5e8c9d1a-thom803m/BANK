      *> tillige er fremdateret). Graensefilen oprettes med en
      *> standardgraense hvis den mangler, samme moenster som
      *> RENTEBATCH's SIKR-RENTEFIL.
      *>
      *> Er kontaktdata for fra-kontoens ejer aendret for nylig
      *> (KONTAKTVAGT) og beloebet over vagtens graense, laegges
      *> ordren ogsaa i godkendkoe.txt - med status T
      *> (tilbageringning), som GODKEND ikke roerer. Naar en anden
      *> operatoer har ringet kunden op og bekraeftet i TILBAGERING,
      *> saettes den til V og frigives derefter i GODKEND som
      *> enhver anden stor overfoersel.

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
           SELECT VENTEFIL ASSIGN TO "ventende.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       01 SUP-ROLLE        PIC X(10).
       01 SUP-RETUR        PIC 9.

      * Vagt mod kontoovertagelse (KONTAKTVAGT).
       01 KV-HANDLING      PIC X.
       01 KV-KILDE         PIC X(10) VALUE "OVERFOER".
       01 KV-REF           PIC X(10).
       01 KV-KUNDE         PIC X(10).
       01 KV-DATO          PIC X(10).
       01 KV-HOLD-ID       PIC X(10).
       01 KV-RETUR         PIC 9 VALUE 0.
       01 GODKEND-STATUS   PIC X VALUE "V".

       01 LAST-ID          PIC 9(5) VALUE 0.
       01 NEW-ID           PIC 9(5).

                       MOVE 9 TO OP-RETUR
                   ELSE
                   PERFORM LAES-GRAENSE
                   MOVE "T" TO KV-HANDLING
                   CALL "KONTAKTVAGT" USING KV-HANDLING FRA-KONTO-ID
                       BELOEB KV-KILDE KV-REF KV-KUNDE KV-DATO
                       KV-HOLD-ID OPERATOR-ID KV-RETUR
                   IF KV-RETUR = 1
                       MOVE "T" TO GODKEND-STATUS
                   END-IF
                   IF BELOEB NOT < GODKEND-GRAENSE OR KV-RETUR = 1
                       PERFORM LAEG-I-GODKENDKOE
                   ELSE
                   IF FUNCTION TRIM(UDFOER-DATO) NOT = SPACES

      * Stor overfoersel: valider at begge konti findes og laeg
      * ordren i godkendkoe.txt med status V til fire-oejne-
      * frigivelse i GODKEND (status T naar den foerst skal
      * bekraeftes ved tilbageringning).
       LAEG-I-GODKENDKOE.
           MOVE FRA-KONTO-ID TO SOEGE-KONTO-ID
           PERFORM FIND-KONTO
               NU-DATO-TXT DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";"
               GODKEND-STATUS DELIMITED BY SIZE
               ";"
               INTO LINJE
           END-STRING

           WRITE GODKEND-LINJE FROM LINJE
           CLOSE GODKENDFIL

           IF GODKEND-STATUS = "T"
               MOVE "H" TO KV-HANDLING
               MOVE NEW-ID TO KV-REF
               CALL "KONTAKTVAGT" USING KV-HANDLING FRA-KONTO-ID
                   BELOEB KV-KILDE KV-REF KV-KUNDE KV-DATO
                   KV-HOLD-ID OPERATOR-ID KV-RETUR
               DISPLAY "Kunde " FUNCTION TRIM(KV-KUNDE)
                   "s kontaktdata er aendret "
                   FUNCTION TRIM(KV-DATO) "."
               DISPLAY "Overfoerslen holdes til tilbageringning "
                   "(hold-ID " FUNCTION TRIM(KV-HOLD-ID)
                   ", koe-ID " FUNCTION TRIM(NEW-ID) ") - en "
                   "anden operatoer skal ringe kunden op og "
                   "bekraefte i TILBAGERING."
           ELSE
               DISPLAY "Beloebet er paa eller over "
                   "godkendelsesgraensen - overfoerslen afventer "
                   "godkendelse af en anden operatoer (koe-ID "
                   FUNCTION TRIM(NEW-ID) ")."
           END-IF.

       FIND-SENESTE-GODKEND-ID.
           MOVE 0 TO LAST-ID
                   DISPLAY "Afvist: aftaleindlaan kan ikke haeves "
                       "foer forfald - brug AFTALE-skaermens "
                       "brud med supervisor-godkendelse."
               WHEN 13
                   DISPLAY "Afvist: fra-konto er en bunden "
                       "opsparing - udbetaling er spaerret til "
                       "frigivelsesdatoen."
               WHEN 14
                   DISPLAY "Afvist: til-kontoens indskudsloft "
                       "(bunden opsparing) ville blive overskredet."
               WHEN OTHER
                   DISPLAY "Afvist: overfoerslen kunne ikke "
                       "gennemfoeres."
