      *> pant.txt. Laan over LTV-graensen, laan med vurderinger
      *> aeldre end maksalderen og laan helt uden pant flages, saa
      *> kreditgennemgangen ikke laengere er et arkivskab.
      *> Indfriede laan (restgaeld nul) udelades.
      *> Graenserne staar i pant_graenser.txt ("LTV;0.80" og
      *> "ALDER;365" som standard - oprettes hvis filen mangler,
      *> samme moenster som SIKR-GEBYRFIL). Rapporten skrives til
       DATA DIVISION.
       FILE SECTION.
       FD LAANFIL.
       01 LAAN-LINJE       PIC X(100).

       FD PLANFIL.
       01 PLAN-LINJE       PIC X(100).
               OPERATOR-ID
           EXIT PROGRAM.

      * Et indfriet laan (sidste betalte termin har restgaeld nul,
      * se LAANINDFRI) har faaet sit pant frigivet og udelades.
       VURDER-LAAN.
           PERFORM FIND-RESTGAELD
           IF BETALT-FUNDET = "J" AND RESTGAELD = 0
               CONTINUE
           ELSE
               PERFORM VURDER-AKTIVT-LAAN
           END-IF.

       VURDER-AKTIVT-LAAN.
           ADD 1 TO ANTAL-LAAN
           PERFORM SUMMER-PANT

           MOVE SPACES TO FLAG-TEKST
