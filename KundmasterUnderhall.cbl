       COPY "P_W666.CPY".
       COPY "P_W667.CPY".
       COPY "P_W674.CPY".
       COPY "P_W692.CPY".
       COPY "P_W693.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-FUNKTION                   PIC 9(1) VALUE 0.
       01  WS-SIGNATUR                   PIC X(8).

      *> Behörighetskontroll mot operatörsregistret, se
      *> Z-KONTROLLERA-BEHORIGHET.
       01  WS-BEHORIG-FUNKTION           PIC X(15).
       01  WS-BEHORIG                    PIC X(1) VALUE "N".

      *> Inmatade nya värden, separata från kundmaster-raden som
      *> håller det gamla innehållet vid ändring.
       01  WS-NY-KUNDNAMN                PIC X(60).
       01  WS-NY-POSTNR                  PIC X(10).
       01  WS-NY-POSTORT                 PIC X(40).
       01  WS-NY-IDENTITETSNR            PIC X(13).
       01  WS-NY-SPRAK                   PIC X(2).

       01  WS-POSTNR-SIFFROR             PIC X(5).

      *> NULL-indikator för identitetsnr - fältet är nytt och
      *> tomt på alla kunder som ännu inte kompletterats.
       01  WS-IDENT-NULL                 PIC S9(4) COMP-5.
      *> NULL-indikator för sprak - NULL betyder svenska.
       01  WS-SPRAK-NULL                 PIC S9(4) COMP-5.

       01  WS-SOK-KUNDNR                 PIC S9(10) COMP-3 VALUE 0.
       01  WS-ANTAL-VARNINGAR            PIC 9(6) VALUE 0.
           PERFORM UNTIL WS-FUNKTION = 9
               EVALUATE WS-FUNKTION
                   WHEN 1
                       MOVE "KUNDMASTER" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM D-NYREGISTRERA-KUND
                       END-IF
                   WHEN 2
                       MOVE "KUNDMASTER" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM E-ANDRA-KUND
                       END-IF
                   WHEN 3
                       PERFORM F-SKRIV-VARNINGSLISTA
                   WHEN OTHER
                   MOVE WS-NY-POSTORT TO kundmaster-postort
                   MOVE WS-NY-IDENTITETSNR
                     TO kundmaster-identitetsnr
                   MOVE WS-NY-SPRAK TO kundmaster-sprak

                   EXEC SQL
                       INSERT INTO REDWARRIOR.dbo.kundmaster
                           (kundnr, kundnamn, adress, postnr,
                            postort, identitetsnr, sprak)
                       VALUES
                           (:kundmaster-kundnr, :kundmaster-kundnamn,
                            :kundmaster-adress, :kundmaster-postnr,
                            :kundmaster-postort,
                            :kundmaster-identitetsnr,
                            :kundmaster-sprak)
                   END-EXEC

                   IF SQLCODE = 0
                             TO kundlogg-nytt-varde
                           PERFORM H-SPARA-ANDRINGSLOGG
                       END-IF
                       IF WS-NY-SPRAK NOT = "SV"
                           MOVE "SPRAK" TO kundlogg-falt-namn
                           MOVE SPACES TO kundlogg-gammalt-varde
                           MOVE WS-NY-SPRAK TO kundlogg-nytt-varde
                           PERFORM H-SPARA-ANDRINGSLOGG
                       END-IF
                   ELSE
                       DISPLAY "FEL VID INSERT KUNDMASTER: " SQLCODE
                   END-IF

           EXEC SQL
               SELECT kundnamn, adress, postnr, postort,
                      identitetsnr, sprak
               INTO :kundmaster-kundnamn, :kundmaster-adress,
                    :kundmaster-postnr, :kundmaster-postort,
                    :kundmaster-identitetsnr :WS-IDENT-NULL,
                    :kundmaster-sprak :WS-SPRAK-NULL
               FROM REDWARRIOR.dbo.kundmaster
               WHERE kundnr = :WS-SOK-KUNDNR
           END-EXEC
               IF WS-IDENT-NULL < 0
                   MOVE SPACES TO kundmaster-identitetsnr
               END-IF
               IF WS-SPRAK-NULL < 0
                   MOVE "SV" TO kundmaster-sprak
               END-IF

               DISPLAY "NUVARANDE NAMN:   " kundmaster-kundnamn
               DISPLAY "NUVARANDE ADRESS: " kundmaster-adress
               DISPLAY "NUVARANDE POSTNR: " kundmaster-postnr
               DISPLAY "NUVARANDE ORT:    " kundmaster-postort
               DISPLAY "NUVARANDE IDENT:  " kundmaster-identitetsnr
               DISPLAY "NUVARANDE SPRAK:  " kundmaster-sprak

               PERFORM G-LAS-KUNDUPPGIFTER

                   MOVE WS-NY-POSTORT TO kundmaster-postort
                   MOVE WS-NY-IDENTITETSNR
                     TO kundmaster-identitetsnr
                   MOVE WS-NY-SPRAK TO kundmaster-sprak

                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.kundmaster
                           adress = :kundmaster-adress,
                           postnr = :kundmaster-postnr,
                           postort = :kundmaster-postort,
                           identitetsnr = :kundmaster-identitetsnr,
                           sprak = :kundmaster-sprak
                       WHERE kundnr = :WS-SOK-KUNDNR
                   END-EXEC

      *> siffror, eventuellt med mellanslag efter de tre första
      *> (123 45). Ogiltigt postnr avbryter registreringen -
      *> WS-NY-POSTNR lämnas då SPACES som signal till anroparen.
      *> Språket styr vilken brevmall (P_W711.CPY) gäldenären får:
      *> två versaler, tomt blir SV. Ogiltigt språk avbryter på
      *> samma sätt som ogiltigt postnr.
           DISPLAY "KUNDNAMN: "
           ACCEPT WS-NY-KUNDNAMN FROM CONSOLE
           DISPLAY "ADRESS: "
           ACCEPT WS-NY-POSTORT FROM CONSOLE
           DISPLAY "ORGNR/PERSONNR (TOMT OM OKANT): "
           ACCEPT WS-NY-IDENTITETSNR FROM CONSOLE
           DISPLAY "SPRAK (SV, EN, ... TOMT = SV): "
           ACCEPT WS-NY-SPRAK FROM CONSOLE
           IF WS-NY-SPRAK = SPACES
               MOVE "SV" TO WS-NY-SPRAK
           END-IF

           MOVE SPACES TO WS-POSTNR-SIFFROR
           IF WS-NY-POSTNR(4:1) = SPACE
           IF WS-POSTNR-SIFFROR IS NOT NUMERIC
               DISPLAY "OGILTIGT POSTNR - INGEN ANDRING SPARAD."
               MOVE SPACES TO WS-NY-POSTNR
           END-IF

           IF WS-NY-SPRAK(1:1) < "A" OR WS-NY-SPRAK(1:1) > "Z"
              OR WS-NY-SPRAK(2:1) < "A" OR WS-NY-SPRAK(2:1) > "Z"
               DISPLAY "OGILTIGT SPRAK - INGEN ANDRING SPARAD."
               MOVE SPACES TO WS-NY-POSTNR
           END-IF.

       I-LOGGA-FALTANDRINGAR SECTION.
                 TO kundlogg-gammalt-varde
               MOVE WS-NY-IDENTITETSNR TO kundlogg-nytt-varde
               PERFORM H-SPARA-ANDRINGSLOGG
           END-IF

           IF WS-NY-SPRAK NOT = kundmaster-sprak
               MOVE "SPRAK" TO kundlogg-falt-namn
               MOVE kundmaster-sprak TO kundlogg-gammalt-varde
               MOVE WS-NY-SPRAK TO kundlogg-nytt-varde
               PERFORM H-SPARA-ANDRINGSLOGG
           END-IF.

       H-SPARA-ANDRINGSLOGG SECTION.

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
               MOVE "KundmasterUnderhall" TO blogg-program
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
