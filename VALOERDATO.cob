       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALOERDATO.

      *> Delt valoerdato-afgoerelse: hvilken rentedato (valoer) faar
      *> en postering med en given posteringstype, bogfoeringsdato og
      *> tidspunkt? Skaeringstiderne staar i skaeringstider.txt, en
      *> linje pr. posteringstype: "POSTTYPE;TT:MM". For en type i
      *> filen gaelder:
      *>   - bogfoeres posteringen paa en dag der ikke er bankdag
      *>     (BANKDAG), faar den valoer naeste bankdag;
      *>   - er der en skaeringstid og er tidspunktet senere, faar
      *>     den valoer naeste bankdag efter bogfoeringsdatoen.
      *> Staar typen med blank tid, gaelder kun bankdagsreglen. En
      *> type der ikke staar i filen faar altid valoer lig
      *> bogfoeringsdatoen (interne posteringer). Blankt tidspunkt
      *> betyder at skaeringstiden ikke proeves (fx naar datoen
      *> kommer udefra som paa clearingfilen). Mangler filen
      *> oprettes den med standardtiderne. Returkoder:
      *>   0 = valoer lig bogfoeringsdatoen
      *>   1 = valoer flyttet til en senere bankdag
      *>
      *> Kald: CALL "VALOERDATO" USING VD-POSTTYPE VD-BOGDATO
      *>       VD-TID VD-VALOER VD-RETUR
      *>   VD-POSTTYPE X(15), VD-BOGDATO X(10) (AAAA-MM-DD),
      *>   VD-TID X(4) (TTMM eller blank), VD-VALOER X(10) (ud),
      *>   VD-RETUR 9 (ud).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKAERINGFIL ASSIGN TO "skaeringstider.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKAERINGFIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SKAERINGFIL.
       01 SKAERING-LINJE   PIC X(60).

       WORKING-STORAGE SECTION.
       01 SKAERINGFIL-STATUS PIC XX.

       01 SK-TYPE          PIC X(15).
       01 SK-TID           PIC X(10).
       01 SK-TTMM          PIC X(4).
       01 TYPE-FUNDET      PIC X VALUE "N".
       01 FLYT-VALOER      PIC X VALUE "N".

       01 DATO-TAL.
          05 DT-AAR        PIC 9(4).
          05 DT-MAANED     PIC 9(2).
          05 DT-DAG        PIC 9(2).
       01 DATO-TAL-RED     REDEFINES DATO-TAL PIC 9(8).
       01 DAG-NUMMER       PIC 9(7).
       01 DAG-TAELLER      PIC 9(2).

       01 BD-DATO          PIC X(10).
       01 BD-RETUR         PIC 9.

       01 EOF-FLAG         PIC X VALUE "N".
          88 EOF           VALUE "Y".
          88 NOT-EOF       VALUE "N".

       LINKAGE SECTION.
       01 VD-POSTTYPE      PIC X(15).
       01 VD-BOGDATO       PIC X(10).
       01 VD-TID           PIC X(4).
       01 VD-VALOER        PIC X(10).
       01 VD-RETUR         PIC 9.

       PROCEDURE DIVISION USING VD-POSTTYPE VD-BOGDATO VD-TID
               VD-VALOER VD-RETUR.

           MOVE VD-BOGDATO TO VD-VALOER
           MOVE 0 TO VD-RETUR
           IF VD-BOGDATO(1:4) IS NOT NUMERIC
               OR VD-BOGDATO(6:2) IS NOT NUMERIC
               OR VD-BOGDATO(9:2) IS NOT NUMERIC
               EXIT PROGRAM
           END-IF

           PERFORM SIKR-SKAERINGSTIDER
           PERFORM FIND-SKAERINGSTID
           IF TYPE-FUNDET NOT = "J"
               EXIT PROGRAM
           END-IF

           MOVE "N" TO FLYT-VALOER
           MOVE VD-BOGDATO TO BD-DATO
           CALL "BANKDAG" USING BD-DATO BD-RETUR
           IF BD-RETUR NOT = 0
               MOVE "J" TO FLYT-VALOER
           END-IF
           IF SK-TTMM NOT = SPACES
               AND VD-TID NOT = SPACES
               AND VD-TID > SK-TTMM
               MOVE "J" TO FLYT-VALOER
           END-IF

           IF FLYT-VALOER = "J"
               PERFORM FIND-NAESTE-BANKDAG
               MOVE BD-DATO TO VD-VALOER
               MOVE 1 TO VD-RETUR
           END-IF

           EXIT PROGRAM.

      * Skaeringstiden for posteringstypen; "TT:MM" gemmes som TTMM
      * saa den kan sammenlignes direkte med kalderens tidspunkt.
       FIND-SKAERINGSTID.
           MOVE "N" TO TYPE-FUNDET
           MOVE SPACES TO SK-TTMM
           MOVE "N" TO EOF-FLAG
           OPEN INPUT SKAERINGFIL
           PERFORM UNTIL EOF
               READ SKAERINGFIL
                   AT END SET EOF TO TRUE
                   NOT AT END
                       IF FUNCTION
                       LENGTH(FUNCTION TRIM(SKAERING-LINJE)) > 0
                           MOVE SPACES TO SK-TYPE
                           MOVE SPACES TO SK-TID
                           UNSTRING SKAERING-LINJE
                               DELIMITED BY ";"
                               INTO SK-TYPE SK-TID
                           IF FUNCTION TRIM(SK-TYPE) =
                               FUNCTION TRIM(VD-POSTTYPE)
                               MOVE "J" TO TYPE-FUNDET
                               MOVE FUNCTION TRIM(SK-TID) TO SK-TID
                               IF SK-TID(1:2) IS NUMERIC
                                   AND SK-TID(4:2) IS NUMERIC
                                   STRING SK-TID(1:2)
                                       DELIMITED BY SIZE
                                       SK-TID(4:2)
                                       DELIMITED BY SIZE
                                       INTO SK-TTMM
                                   END-STRING
                               END-IF
                               SET EOF TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKAERINGFIL.

      * Foerste bankdag efter bogfoeringsdatoen (hoejst en maaned
      * frem, saa en tom eller forkert kalender ikke giver loekke).
       FIND-NAESTE-BANKDAG.
           MOVE VD-BOGDATO(1:4) TO DT-AAR
           MOVE VD-BOGDATO(6:2) TO DT-MAANED
           MOVE VD-BOGDATO(9:2) TO DT-DAG
           COMPUTE DAG-NUMMER =
               FUNCTION INTEGER-OF-DATE(DATO-TAL-RED)
           MOVE 1 TO BD-RETUR
           MOVE 0 TO DAG-TAELLER
           PERFORM UNTIL BD-RETUR = 0 OR DAG-TAELLER > 30
               ADD 1 TO DAG-NUMMER
               ADD 1 TO DAG-TAELLER
               COMPUTE DATO-TAL-RED =
                   FUNCTION DATE-OF-INTEGER(DAG-NUMMER)
               MOVE ALL SPACES TO BD-DATO
               STRING DT-AAR DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   DT-MAANED DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   DT-DAG DELIMITED BY SIZE
                   INTO BD-DATO
               END-STRING
               CALL "BANKDAG" USING BD-DATO BD-RETUR
           END-PERFORM.

       SIKR-SKAERINGSTIDER.
           OPEN INPUT SKAERINGFIL
           IF SKAERINGFIL-STATUS = "35"
               CLOSE SKAERINGFIL
               OPEN OUTPUT SKAERINGFIL
               MOVE "INDSAT;16:00" TO SKAERING-LINJE
               WRITE SKAERING-LINJE
               MOVE "CLEARING-IND;" TO SKAERING-LINJE
               WRITE SKAERING-LINJE
               MOVE "RETUR;" TO SKAERING-LINJE
               WRITE SKAERING-LINJE
               CLOSE SKAERINGFIL
               DISPLAY "Ingen skaeringstider.txt fundet - oprettet "
                   "med standardtider."
           ELSE
               CLOSE SKAERINGFIL
           END-IF.
