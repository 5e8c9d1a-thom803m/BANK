      *> aarsarkiver (HISTADGANG "U"), saa telleren kan besvare
      *> historiske spoergsmaal ved skranken uden manuel
      *> tilbagelaegning - arkivlinjer maerkes tydeligt [ARKIV].
      *> Hver linje viser bogfoeringsdato og valoerdato (gamle
      *> linjer uden valoer vises med bogfoeringsdatoen).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       MOVE SPACES TO HIST-FELT6
                       MOVE SPACES TO HIST-FELT7
                       MOVE SPACES TO HIST-FELT8
                       MOVE SPACES TO HIST-FELT9
                       MOVE SPACES TO HIST-FELT10
                       UNSTRING HIST-LINJE
                           DELIMITED BY ";"
                           INTO HIST-FELT1 HIST-FELT2 HIST-FELT3
                                HIST-FELT4 HIST-FELT5
                                HIST-FELT6 HIST-FELT7
                                HIST-FELT8 HIST-FELT9
                                HIST-FELT10
                       IF HIST-FELT10 = SPACES
                           MOVE HIST-FELT2 TO HIST-FELT10
                       END-IF
                       IF FUNCTION NUMVAL(HIST-FELT1) =
                           SØGE-KONTO-ID
                           DISPLAY
                               FUNCTION TRIM(ARKIV-MARKOER)
                               FUNCTION TRIM(HIST-FELT2)
                               " val " FUNCTION TRIM(HIST-FELT10)
                               "  " FUNCTION TRIM(HIST-FELT3)
                               "  " FUNCTION TRIM(HIST-FELT4)
                               "  Ny saldo: "
