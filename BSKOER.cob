      *> med aarsag til kreditoren. Den behandlede fil omdoebes til
      *> bs_ind_behandlet.txt saa en dobbeltkoersel ikke traekker
      *> igen, og bs_rapport.txt opsummerer posteret og afvist.
      *> Traekkets BS-TRAEK-historiklinje baerer kreditorens
      *> reference som "REF:<ref>" (samme stil som CLEARING-IND),
      *> saa CLEARAFSTEM kan matche den mod centralens afregning,
      *> og kreditor-ID'et som modpart i 9. felt (ERPUDTRAEK).

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
           SELECT MANDATFIL ASSIGN TO "mandater.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               INTO LINJE
           END-STRING
           MOVE LINJE TO KONTO-DATA
           CALL "KONTOEJER" USING KONTO-POST
           REWRITE KONTO-POST.

       SKRIV-HISTORIK.
               FUNCTION TRIM(HIST-FELT6) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               ";REF:"
               FUNCTION TRIM(BS-REF) DELIMITED BY SIZE
               ";"
               FUNCTION TRIM(BS-KREDITOR) DELIMITED BY SIZE
               INTO LINJE
           END-STRING
           MOVE "S" TO HA-HANDLING
