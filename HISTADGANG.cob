      *>       HA-TIL-DATO HA-LINJE HA-FILNAVN HA-SLUT
      *>   "S" = skriv HA-LINJE; posteringsdatoen (2. felt i
      *>         linjen) afgoer partitionen, nye partitioner
      *>         katalogiseres automatisk. Har linjen ikke sit
      *>         10. felt (valoerdatoen), udfyldes det via
      *>         VALOERDATO ud fra typen (3. felt) og
      *>         posteringsdatoen; tomme felter 8-9 indsaettes.
      *>   "V" = som "S", men valoerdatoen er HA-TIL-DATO (sat af
      *>         kalderen, fx ud fra skaeringstid eller en
      *>         originalpostering). Blank = som "S".
      *>   "A" = aabn gennemloeb for datointervallet HA-FRA-DATO..
      *>         HA-TIL-DATO (blanke = aabent interval). Kun filer
      *>         hvis maaned skaerer intervallet laeses; den gamle
       01 SKRIV-FELT1      PIC X(10).
       01 SKRIV-FELT2      PIC X(10).
       01 SKRIV-AAMM       PIC X(6).
       01 SKRIV-FELT3      PIC X(15).
       01 SKRIV-VALOER     PIC X(10).
       01 SEMIKOLON-ANTAL  PIC 9(3).
       01 LINJE-LAENGDE    PIC 9(3).

       01 VD-POSTTYPE      PIC X(15).
       01 VD-TID           PIC X(4).
       01 VD-RETUR         PIC 9.

       01 FRA-AAMM         PIC X(6).
       01 TIL-AAMM         PIC X(6).
           EVALUATE HA-HANDLING
               WHEN "S"
               WHEN "s"
                   MOVE SPACES TO SKRIV-VALOER
                   PERFORM SKRIV-LINJE-TIL-PARTITION
               WHEN "V"
               WHEN "v"
                   MOVE HA-TIL-DATO TO SKRIV-VALOER
                   PERFORM SKRIV-LINJE-TIL-PARTITION
               WHEN "A"
               WHEN "a"
       SKRIV-LINJE-TIL-PARTITION.
           MOVE SPACES TO SKRIV-FELT1
           MOVE SPACES TO SKRIV-FELT2
           MOVE SPACES TO SKRIV-FELT3
           UNSTRING HA-LINJE
               DELIMITED BY ";"
               INTO SKRIV-FELT1 SKRIV-FELT2 SKRIV-FELT3
           PERFORM TILFOEJ-VALOER
           IF SKRIV-FELT2(1:4) IS NUMERIC
               AND SKRIV-FELT2(6:2) IS NUMERIC
               MOVE ALL SPACES TO SKRIV-AAMM
           WRITE SKRIV-LINJE FROM HA-LINJE
           CLOSE SKRIVFIL.

      * Valoerdatoen er linjens 10. felt. Linjer der allerede har
      * ni semikoloner roeres ikke; ellers fyldes tomme felter op
      * til 9 og valoeren tilfoejes. Uden kaldervalgt valoer
      * afgoer VALOERDATO den ud fra typen og posteringsdatoen.
       TILFOEJ-VALOER.
           MOVE 0 TO SEMIKOLON-ANTAL
           INSPECT HA-LINJE TALLYING SEMIKOLON-ANTAL FOR ALL ";"
           IF SEMIKOLON-ANTAL < 9
               IF FUNCTION TRIM(SKRIV-VALOER) = SPACES
                   MOVE SKRIV-FELT3 TO VD-POSTTYPE
                   MOVE SPACES TO VD-TID
                   CALL "VALOERDATO" USING VD-POSTTYPE SKRIV-FELT2
                       VD-TID SKRIV-VALOER VD-RETUR
               END-IF
               MOVE FUNCTION LENGTH(FUNCTION TRIM(HA-LINJE
                   TRAILING)) TO LINJE-LAENGDE
               PERFORM UNTIL SEMIKOLON-ANTAL = 9
                   ADD 1 TO LINJE-LAENGDE
                   MOVE ";" TO HA-LINJE(LINJE-LAENGDE:1)
                   ADD 1 TO SEMIKOLON-ANTAL
               END-PERFORM
               MOVE SKRIV-VALOER
                   TO HA-LINJE(LINJE-LAENGDE + 1:10)
           END-IF.

      * Ny partition katalogiseres foerste gang der skrives til
      * den.
       SIKR-KATALOGISERET.
