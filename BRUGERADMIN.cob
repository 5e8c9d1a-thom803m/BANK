      *> hvor STATUS er A=aktiv, L=laast (efter gentagne fejlede
      *> login), D=deaktiveret; FEJL er antal fejlede loginforsoeg i
      *> traek; SKIFT=J tvinger kodeordsskift ved naeste login.
      *> ROLLE er TELLER, SUPERVISOR, COMPLIANCE eller BATCH.
      *> Kodeord gemmes kun som hash via den delte KODEHASH-rutine.
      *> Nye operatoerer og kodenulstillinger faar altid SKIFT=J, saa
      *> startkoden kun kan bruges til at saette sit eget kodeord.
           ACCEPT NY-ID
           DISPLAY "Navn: " WITH NO ADVANCING
           ACCEPT NY-NAVN
           DISPLAY "Rolle (TELLER/SUPERVISOR/COMPLIANCE/BATCH): "
               WITH NO ADVANCING
           ACCEPT NY-ROLLE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(NY-ROLLE))
           ELSE
           IF NY-ROLLE NOT = "TELLER" AND NY-ROLLE NOT = "SUPERVISOR"
               AND NY-ROLLE NOT = "BATCH"
               AND NY-ROLLE NOT = "COMPLIANCE"
               DISPLAY "Afvist: rollen skal vaere TELLER, "
                   "SUPERVISOR, COMPLIANCE eller BATCH."
           ELSE
               MOVE NY-ID TO SOEGE-ID
               PERFORM FIND-BRUGER
