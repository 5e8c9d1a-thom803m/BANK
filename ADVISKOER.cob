       PROGRAM-ID. ADVISKOER.

      *> Natbatch-trin der samler advis-koeen advis_koe.txt (lagt
      *> af ADVIS fra batchposteringerne) til dagens adviser: et
      *> brev pr. kunde gennem FORSEND (kundens valgte brevkanal)
      *> med en linje pr. postering (konto, type, beloeb,
      *> modpartsreference). Efter samlingen noteres forsendelsen
      *> i registret advis_sendt.txt (DATO;KUNDE;ANTAL), de
      *> behandlede linjer haegtes paa
      *> advis_koe_behandlet.txt, og koeen skrives om med kun de
      *> ubehandlede linjer - en genkoersel dublerer derfor ikke
      *> adviser. Faar kundetabellen (100 kunder) ikke plads til
           SELECT KOEFIL ASSIGN TO "advis_koe.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KOEFIL-STATUS.
           SELECT SENDTFIL ASSIGN TO "advis_sendt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SENDTFIL-STATUS.
       FD KOEFIL.
       01 KOE-LINJE        PIC X(100).

       FD SENDTFIL.
       01 SENDT-LINJE      PIC X(40).


       WORKING-STORAGE SECTION.
       01 KOEFIL-STATUS    PIC XX.
       01 SENDTFIL-STATUS  PIC XX.
       01 BEHANDLETFIL-STATUS PIC XX.

       01 KD-IX            PIC 9(3).
       01 KD-MATCH         PIC X.

       01 ANTAL-ADVISER    PIC 9(5) VALUE 0.

       01 NU.
       01 FS-MAAL          PIC X(100).
       01 FS-RETUR         PIC 9.

       01 FO-HANDLING      PIC X(1).
       01 FO-KUNDE         PIC X(10).
       01 FO-BREVTYPE      PIC X(15) VALUE "ADVIS".
       01 FO-LINJE         PIC X(120).
       01 FO-RETUR         PIC 9.

       01 LT-PROGRAM       PIC X(20) VALUE "ADVISKOER".
       01 LT-HAENDELSE     PIC X(10).
       01 LT-RC            PIC 9 VALUE 0.
               PERFORM OPDEL-KOEEN
               DISPLAY "Adviseringer: " ANTAL-ADVISER
                   " adviser til " KD-ANTAL-RAEKKER
                   " kunder."
               IF KD-OVERLOEB > 0
                   DISPLAY "ADVARSEL: kundetabellen (100) loeb "
                       "fuld - " KD-OVERLOEB " kunder bliver "
           END-PERFORM
           CLOSE KOEFIL.

      * Pas 2: et brev pr. kunde med alle kundens adviser.
       DAN-DOKUMENT.
           PERFORM VARYING KD-IX FROM 1 BY 1
               UNTIL KD-IX > KD-ANTAL-RAEKKER
               PERFORM SKRIV-KUNDEAFSNIT
           END-PERFORM.

       SKRIV-KUNDEAFSNIT.
           MOVE ALL SPACES TO LINJE
           STRING "ADVISERINGER " DELIMITED BY SIZE
               NU-DATO-TXT DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           MOVE "B" TO FO-HANDLING
           MOVE KD-KUNDE (KD-IX) TO FO-KUNDE
           MOVE LINJE TO FO-LINJE
           CALL "FORSEND" USING FO-HANDLING FO-KUNDE FO-BREVTYPE
               FO-LINJE FO-RETUR
           MOVE "Foelgende posteringer er gennemfoert:"
               TO LINJE
           PERFORM SKRIV-BREVLINJE

           MOVE "N" TO EOF-FLAG
           OPEN INPUT KOEFIL
                                       DELIMITED BY SIZE
                                   INTO LINJE
                               END-STRING
                               PERFORM SKRIV-BREVLINJE
                           END-IF
                       END-IF
               END-READ
               INTO AK-FELT1 AK-FELT2 AK-FELT3 AK-FELT4 AK-FELT5
                    AK-FELT6.

       SKRIV-BREVLINJE.
           MOVE "L" TO FO-HANDLING
           MOVE LINJE TO FO-LINJE
           CALL "FORSEND" USING FO-HANDLING FO-KUNDE FO-BREVTYPE
               FO-LINJE FO-RETUR.
