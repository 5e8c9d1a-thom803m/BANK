      *> ID-tildelingen genbruger OPRETKONTO/OPRETKUNDE's moenster:
      *> find hoejeste eksisterende Kunde-ID via START/READ PREVIOUS
      *> og taeller saa op for hver ny linje i samme koersel.
      *> Hvert navn screenes mod sanktionslisten (SANKTIONSTJEK)
      *> foer det skrives; en linje med hit oprettes ikke, og hittet
      *> noteres paa en SANKTION-sag i amlsager.txt til compliance.
      *> Hver linje screenes med sin egen reference "B" +
      *> loebenummer (NYTLOEBENR), saa hits paa forskellige personer
      *> ikke samles paa een sag.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FELT-ID
               ALTERNATE RECORD KEY IS FELT-CPR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FELT-EFTERNAVN
                   WITH DUPLICATES
               FILE STATUS IS KUNDEFIL-STATUS.
           SELECT IMPORTFIL ASSIGN TO "kunder_bulk_import.csv"
               ORGANIZATION IS LINE SEQUENTIAL
       01 LT-HAENDELSE      PIC X(10).
       01 LT-RC             PIC 9 VALUE 0.

       01 ST-NAVN           PIC X(100).
       01 ST-CPR            PIC X(11) VALUE SPACES.
       01 ST-REF            PIC X(10).
       01 ST-LOEBENR        PIC X(10).
       01 ST-KILDE          PIC X(20) VALUE "BULKOPRET".
       01 ST-SCORE          PIC 9(3).
       01 ST-LISTE-ID       PIC X(15).
       01 ST-SAG-ID         PIC X(10).
       01 ST-RETUR          PIC 9.
       01 ANTAL-SANKTION    PIC 9(7) VALUE 0.

       LINKAGE SECTION.
       01 RETUR             PIC 9.
       01 OPERATOR-ID       PIC X(10).
           CLOSE IMPORTFIL
           CLOSE KUNDEFIL

           IF ANTAL-SANKTION > 0
               DISPLAY ANTAL-SANKTION " linje(r) afvist ved "
                   "sanktionsscreening - se sagerne i AMLSAG."
           END-IF

           CALL "SLUTRAPPORT" USING LT-PROGRAM ANTAL-LAEST
               ANTAL-SKREVET ANTAL-AFVIST

                   FUNCTION TRIM(IMPORT-LINJE)
               ADD 1 TO ANTAL-AFVIST
           ELSE
               PERFORM SANKTIONSSCREEN
               IF ST-RETUR = 1
                   DISPLAY "Afvist linje (sanktionshit "
                       FUNCTION TRIM(ST-LISTE-ID) ", sag "
                       FUNCTION TRIM(ST-SAG-ID) "): "
                       FUNCTION TRIM(IMPORT-LINJE)
                   ADD 1 TO ANTAL-AFVIST
                   ADD 1 TO ANTAL-SANKTION
               ELSE
                   PERFORM SKRIV-KUNDE
               END-IF
           END-IF.

       SKRIV-KUNDE.
           ADD 1 TO LAST-ID
           MOVE LAST-ID TO NEW-ID
           MOVE NEW-ID TO FELT-ID
           MOVE IMP-FORNAVN TO FELT-FORNAVN
           MOVE IMP-EFTERNAVN TO FELT-EFTERNAVN
           MOVE SPACES TO FELT-ADRESSE FELT-POSTNR FELT-BY
               FELT-TELEFON FELT-EMAIL FELT-CPR
           WRITE KUNDE-LINJE
               INVALID KEY
                   DISPLAY "Fejl: Kunde-ID "
                       FUNCTION TRIM(NEW-ID) " findes allerede."
                   ADD 1 TO ANTAL-AFVIST
                   SUBTRACT 1 FROM LAST-ID
               NOT INVALID KEY
                   DISPLAY "Kunde oprettet! ID: "
                       FUNCTION TRIM(NEW-ID) " - "
                       FUNCTION TRIM(IMP-FORNAVN) " "
                       FUNCTION TRIM(IMP-EFTERNAVN)
                   ADD 1 TO ANTAL-SKREVET
           END-WRITE.

       SANKTIONSSCREEN.
           MOVE ALL SPACES TO ST-NAVN
           STRING FUNCTION TRIM(IMP-FORNAVN) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(IMP-EFTERNAVN) DELIMITED BY SIZE
               INTO ST-NAVN
           END-STRING
           CALL "NYTLOEBENR" USING ST-LOEBENR
           MOVE ALL SPACES TO ST-REF
           STRING "B" DELIMITED BY SIZE
               ST-LOEBENR(2:9) DELIMITED BY SIZE
               INTO ST-REF
           END-STRING
           CALL "SANKTIONSTJEK" USING ST-NAVN ST-CPR ST-REF
               ST-KILDE OPERATOR-ID ST-SCORE ST-LISTE-ID
               ST-SAG-ID ST-RETUR.

       BACKUP-KUNDEFIL.
           MOVE FUNCTION CURRENT-DATE TO NU
           MOVE ALL SPACES TO BACKUP-NAVN
