       COPY "P_W255.CPY".
       COPY "P_W666.CPY".
       COPY "P_W675.CPY".
       COPY "P_W692.CPY".
       COPY "P_W693.CPY".
       COPY "P_W697.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-MÅNAD                      PIC X(2).
       01  WS-DAG                        PIC X(2).

       01  ws-count                      PIC 9(4) VALUE 0.

       01  WS-FUNKTION                   PIC 9(1) VALUE 0.

      *> Operatörens signatur - matas in på konsolen och prövas
      *> mot operatörsregistret före varje ändring.
       01  WS-SIGNATUR                   PIC X(8).

      *> Behörighetskontroll mot operatörsregistret, se
      *> Z-KONTROLLERA-BEHORIGHET.
       01  WS-BEHORIG-FUNKTION           PIC X(15).
       01  WS-BEHORIG                    PIC X(1) VALUE "N".
       01  WS-SOK-UPGNR                  PIC S9(7) COMP-3 VALUE 0.

       01  WS-NY-NAMN                    PIC X(60).
       01  WS-NY-ORGNR                   PIC X(11).
       01  WS-NY-KONTAKT                 PIC X(60).
       01  WS-NY-BANKKONTO               PIC X(20).
       01  WS-NY-STATUSFIL               PIC X(1).
       01  WS-NY-SAMLINGSKRAV            PIC X(1).

       01  WS-VARNING-KALLA              PIC X(11).
       01  WS-ANTAL-VARNINGAR            PIC 9(6) VALUE 0.
       A-MAIN SECTION.

           PERFORM B-CONNECT-TO-DB

           DISPLAY "ANGE SIGNATUR: "
           ACCEPT WS-SIGNATUR FROM CONSOLE

           IF WS-SIGNATUR = SPACES
               DISPLAY "SIGNATUR MASTE ANGES."
               STOP RUN
           END-IF

           PERFORM C-VISA-MENY

           PERFORM UNTIL WS-FUNKTION = 9
               EVALUATE WS-FUNKTION
                   WHEN 1
                       MOVE "UPPDRAGSGIVARE" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM D-NYREGISTRERA
                       END-IF
                   WHEN 2
                       MOVE "UPPDRAGSGIVARE" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM E-ANDRA
                       END-IF
                   WHEN 3
                       PERFORM F-SKRIV-VARNINGSLISTA
                   WHEN OTHER
                   MOVE WS-NY-ORGNR TO upg-orgnr
                   MOVE WS-NY-KONTAKT TO upg-kontakt
                   MOVE WS-NY-BANKKONTO TO upg-bankkonto
                   MOVE WS-NY-STATUSFIL TO upg-statusfil-typ
                   MOVE WS-NY-SAMLINGSKRAV TO upg-samlingskrav

                   EXEC SQL
                       INSERT INTO REDWARRIOR.dbo.uppdragsgivare
                           (upgnr, namn, orgnr, kontakt, bankkonto,
                            statusfil_typ, samlingskrav)
                       VALUES
                           (:upg-upgnr, :upg-namn, :upg-orgnr,
                            :upg-kontakt, :upg-bankkonto,
                            :upg-statusfil-typ, :upg-samlingskrav)
                   END-EXEC

                   IF SQLCODE = 0
                       DISPLAY "UPPDRAGSGIVARE REGISTRERAD."
                       MOVE "NY" TO upglogg-handelse
                       MOVE "NAMN" TO upglogg-falt-namn
                       MOVE SPACES TO upglogg-gammalt-varde
                       MOVE WS-NY-NAMN TO upglogg-nytt-varde
                       PERFORM H-SPARA-ANDRINGSLOGG
                       IF WS-NY-BANKKONTO NOT = SPACES
                           MOVE "BANKKONTO" TO upglogg-falt-namn
                           MOVE SPACES TO upglogg-gammalt-varde
                           MOVE WS-NY-BANKKONTO TO upglogg-nytt-varde
                           PERFORM H-SPARA-ANDRINGSLOGG
                       END-IF
                       IF WS-NY-SAMLINGSKRAV = "J"
                           MOVE "SAMLINGSKRAV" TO upglogg-falt-namn
                           MOVE SPACES TO upglogg-gammalt-varde
                           MOVE WS-NY-SAMLINGSKRAV
                             TO upglogg-nytt-varde
                           PERFORM H-SPARA-ANDRINGSLOGG
                       END-IF
                   ELSE
                       DISPLAY "FEL VID INSERT UPPDRAGSGIVARE: "
                         SQLCODE
           ACCEPT WS-SOK-UPGNR FROM CONSOLE

           EXEC SQL
               SELECT namn, orgnr, kontakt, bankkonto,
                      ISNULL(statusfil_typ, 'H'),
                      ISNULL(samlingskrav, 'N')
               INTO :upg-namn, :upg-orgnr, :upg-kontakt,
                    :upg-bankkonto, :upg-statusfil-typ,
                    :upg-samlingskrav
               FROM REDWARRIOR.dbo.uppdragsgivare
               WHERE upgnr = :WS-SOK-UPGNR
           END-EXEC
               DISPLAY "NUVARANDE ORGNR:     " upg-orgnr
               DISPLAY "NUVARANDE KONTAKT:   " upg-kontakt
               DISPLAY "NUVARANDE BANKKONTO: " upg-bankkonto
               DISPLAY "NUVARANDE STATUSFIL: " upg-statusfil-typ
               DISPLAY "NUVARANDE SAMLINGSKRAV: " upg-samlingskrav

               PERFORM G-LAS-UPPGIFTER

               IF WS-NY-NAMN NOT = SPACES

                   PERFORM I-LOGGA-FALTANDRINGAR

                   MOVE WS-NY-NAMN TO upg-namn
                   MOVE WS-NY-ORGNR TO upg-orgnr
                   MOVE WS-NY-KONTAKT TO upg-kontakt
                   MOVE WS-NY-BANKKONTO TO upg-bankkonto
                   MOVE WS-NY-STATUSFIL TO upg-statusfil-typ
                   MOVE WS-NY-SAMLINGSKRAV TO upg-samlingskrav

                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.uppdragsgivare
                       SET namn = :upg-namn,
                           orgnr = :upg-orgnr,
                           kontakt = :upg-kontakt,
                           bankkonto = :upg-bankkonto,
                           statusfil_typ = :upg-statusfil-typ,
                           samlingskrav = :upg-samlingskrav
                       WHERE upgnr = :WS-SOK-UPGNR
                   END-EXEC

           ACCEPT WS-NY-KONTAKT FROM CONSOLE
           DISPLAY "BANKKONTO (KLIENTMEDEL): "
           ACCEPT WS-NY-BANKKONTO FROM CONSOLE
      *> Daglig ärendestatusfil (ArendestatusExport.cbl): hel fil,
      *> bara förändringar sedan i går, eller ingen fil. Tomt
      *> svar ger hel fil.
           DISPLAY "STATUSFIL (H=HEL, F=FORANDRINGAR, N=INGEN): "
           ACCEPT WS-NY-STATUSFIL FROM CONSOLE

           IF WS-NY-STATUSFIL = SPACES
               MOVE "H" TO WS-NY-STATUSFIL
           END-IF
      *> Samlingskrav (samlingsarende, P_W715.CPY): en gäldenärs
      *> alla öppna ärenden i ett krav. Tomt svar ger N - ett
      *> ärende per faktura som förut. Ett byte till N gäller nya
      *> ärenden; befintliga samlingsärenden drivs färdigt.
           DISPLAY "SAMLINGSKRAV (J/N): "
           ACCEPT WS-NY-SAMLINGSKRAV FROM CONSOLE

           IF WS-NY-SAMLINGSKRAV = SPACES
               MOVE "N" TO WS-NY-SAMLINGSKRAV
           END-IF

           IF WS-NY-NAMN = SPACES
               DISPLAY "NAMN MASTE ANGES - INGEN ANDRING SPARAD."
           ELSE
               IF WS-NY-STATUSFIL NOT = "H"
                 AND WS-NY-STATUSFIL NOT = "F"
                 AND WS-NY-STATUSFIL NOT = "N"
                   DISPLAY "OGILTIG STATUSFIL - INGEN ANDRING SPARAD."
                   MOVE SPACES TO WS-NY-NAMN
               END-IF
               IF WS-NY-SAMLINGSKRAV NOT = "J"
                 AND WS-NY-SAMLINGSKRAV NOT = "N"
                   DISPLAY "OGILTIGT SAMLINGSKRAV - INGEN ANDRING "
                     "SPARAD."
                   MOVE SPACES TO WS-NY-NAMN
               END-IF
           END-IF.

       I-LOGGA-FALTANDRINGAR SECTION.

      *> En loggrad per fält som faktiskt ändrats, med gammalt och
      *> nytt värde - samma upplägg som KundmasterUnderhall.cbl.
      *> Ett ändrat bankkonto flaggas sedan i 30 dagar när
      *> klientmedelsutbetalningar attesteras.
           MOVE "ANDRAD" TO upglogg-handelse

           IF WS-NY-NAMN NOT = upg-namn
               MOVE "NAMN" TO upglogg-falt-namn
               MOVE upg-namn TO upglogg-gammalt-varde
               MOVE WS-NY-NAMN TO upglogg-nytt-varde
               PERFORM H-SPARA-ANDRINGSLOGG
           END-IF

           IF WS-NY-ORGNR NOT = upg-orgnr
               MOVE "ORGNR" TO upglogg-falt-namn
               MOVE upg-orgnr TO upglogg-gammalt-varde
               MOVE WS-NY-ORGNR TO upglogg-nytt-varde
               PERFORM H-SPARA-ANDRINGSLOGG
           END-IF

           IF WS-NY-KONTAKT NOT = upg-kontakt
               MOVE "KONTAKT" TO upglogg-falt-namn
               MOVE upg-kontakt TO upglogg-gammalt-varde
               MOVE WS-NY-KONTAKT TO upglogg-nytt-varde
               PERFORM H-SPARA-ANDRINGSLOGG
           END-IF

           IF WS-NY-BANKKONTO NOT = upg-bankkonto
               MOVE "BANKKONTO" TO upglogg-falt-namn
               MOVE upg-bankkonto TO upglogg-gammalt-varde
               MOVE WS-NY-BANKKONTO TO upglogg-nytt-varde
               PERFORM H-SPARA-ANDRINGSLOGG
           END-IF

           IF WS-NY-STATUSFIL NOT = upg-statusfil-typ
               MOVE "STATUSFIL" TO upglogg-falt-namn
               MOVE upg-statusfil-typ TO upglogg-gammalt-varde
               MOVE WS-NY-STATUSFIL TO upglogg-nytt-varde
               PERFORM H-SPARA-ANDRINGSLOGG
           END-IF

           IF WS-NY-SAMLINGSKRAV NOT = upg-samlingskrav
               MOVE "SAMLINGSKRAV" TO upglogg-falt-namn
               MOVE upg-samlingskrav TO upglogg-gammalt-varde
               MOVE WS-NY-SAMLINGSKRAV TO upglogg-nytt-varde
               PERFORM H-SPARA-ANDRINGSLOGG
           END-IF.

       H-SPARA-ANDRINGSLOGG SECTION.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
           MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
           MOVE WS-TIMESTAMP(7:2) TO WS-DAG

           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             " " WS-TIMESTAMP(9:2) ":" WS-TIMESTAMP(11:2)
             ":" WS-TIMESTAMP(13:2)
             DELIMITED BY SIZE
             INTO upglogg-andrad-at
           END-STRING

           MOVE WS-SOK-UPGNR TO upglogg-upgnr
           MOVE WS-SIGNATUR TO upglogg-andrad-av

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.uppdragsgivare_logg
                   (upgnr, handelse, falt_namn, gammalt_varde,
                    nytt_varde, andrad_av, andrad_at)
               VALUES
                   (:upglogg-upgnr, :upglogg-handelse,
                    :upglogg-falt-namn, :upglogg-gammalt-varde,
                    :upglogg-nytt-varde, :upglogg-andrad-av,
                    :upglogg-andrad-at)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA-ANDRINGSLOGG: " SQLCODE
           END-IF.

       F-SKRIV-VARNINGSLISTA SECTION.

           DISPLAY "VARNINGSLISTA SKRIVEN. ANTAL: "
             WS-ANTAL-VARNINGAR.

       Z-KONTROLLERA-BEHORIGHET SECTION.

      *> Slår upp operatörens signatur och funktionen i
      *> WS-BEHORIG-FUNKTION i operatörsregistret
      *> (operator_behorighet, P_W692.CPY) och sätter WS-BEHORIG
      *> till J om signaturen har en aktiv rad för funktionen.
      *> Annars nekas åtgärden och försöket loggas i
      *> behorighet_logg (P_W693.CPY) - samma kontroll i samtliga
      *> underhållsprogram, revisorns månadsrapport
      *> BehorighetsRapport.cbl listar de nekade försöken.
           MOVE "N" TO WS-BEHORIG
           MOVE 0 TO ws-count

           EXEC SQL
               SELECT COUNT(*) INTO :ws-count
               FROM REDWARRIOR.dbo.operator_behorighet
               WHERE signatur = :WS-SIGNATUR
                 AND funktion = :WS-BEHORIG-FUNKTION
                 AND aktiv = 'J'
           END-EXEC

           IF SQLCODE = 0 AND ws-count > 0
               MOVE "J" TO WS-BEHORIG
           ELSE
               DISPLAY "SIGNATUR " WS-SIGNATUR " SAKNAR BEHORIGHET "
                 WS-BEHORIG-FUNKTION " - ATGARDEN NEKAS."

               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
               MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
               MOVE WS-TIMESTAMP(7:2) TO WS-DAG
               STRING
                 WS-ÅR "-" WS-MÅNAD "-" WS-DAG
                 " " WS-TIMESTAMP(9:2) ":" WS-TIMESTAMP(11:2)
                 ":" WS-TIMESTAMP(13:2)
                 DELIMITED BY SIZE
                 INTO blogg-logg-at
               END-STRING

               MOVE WS-SIGNATUR TO blogg-signatur
               MOVE WS-BEHORIG-FUNKTION TO blogg-funktion
               MOVE "UppdragsgivareUnderhall" TO blogg-program
               MOVE "NEKAD" TO blogg-handelse
               MOVE WS-SIGNATUR TO blogg-utford-av

               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.behorighet_logg
                       (signatur, funktion, program, handelse,
                        utford_av, logg_at)
                   VALUES
                       (:blogg-signatur, :blogg-funktion,
                        :blogg-program, :blogg-handelse,
                        :blogg-utford-av, :blogg-logg-at)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID LOGGNING AV NEKAD ATGARD: "
                     SQLCODE
               END-IF
           END-IF.
