       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONTOEJER.

      *> Saetter de afledte ejerfelter KONTO-EJER-ID og
      *> KONTO-MEDEJER-ID i en konti.txt-post ud fra ";"-linjen i
      *> KONTO-DATA (felt 2 = primaer ejer, felt 8 = medejer). Felterne
      *> baerer filens alternative noegler, saa kaldes rutinen af alle
      *> programmer lige foer WRITE/REWRITE KONTO-POST - ellers ville
      *> noeglerne pege paa en tidligere ejer. Et blankt eller
      *> ikke-numerisk Kunde-ID giver 0.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "KONTOREC.cpy".

       LINKAGE SECTION.
       COPY "KONTOPOST.cpy".

       PROCEDURE DIVISION USING KONTO-POST.

           MOVE SPACES TO KONTO-FELT2 KONTO-FELT8
           UNSTRING KONTO-DATA DELIMITED BY ";"
               INTO KONTO-FELT1 KONTO-FELT2 KONTO-FELT3 KONTO-FELT4
                    KONTO-FELT5 KONTO-FELT6 KONTO-FELT7 KONTO-FELT8
           END-UNSTRING

           MOVE 0 TO KONTO-EJER-ID KONTO-MEDEJER-ID
           IF FUNCTION TRIM(KONTO-FELT2) IS NUMERIC
               MOVE FUNCTION NUMVAL(KONTO-FELT2) TO KONTO-EJER-ID
           END-IF
           IF FUNCTION TRIM(KONTO-FELT8) IS NUMERIC
               MOVE FUNCTION NUMVAL(KONTO-FELT8) TO KONTO-MEDEJER-ID
           END-IF

           EXIT PROGRAM.
