           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W667.CPY".
       COPY "P_W674.CPY".
       COPY "P_W692.CPY".
       COPY "P_W693.CPY".
       COPY "P_W717.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-FUNKTION                   PIC 9(1) VALUE 0.
       01  WS-SIGNATUR                   PIC X(8).

      *> Behörighetskontroll mot operatörsregistret, se
      *> Z-KONTROLLERA-BEHORIGHET.
       01  WS-BEHORIG-FUNKTION           PIC X(15).
       01  WS-BEHORIG                    PIC X(1) VALUE "N".

      *> Sammanslagning: kvarvarande respektive uppgående kundnr,
      *> deras identitetsnummer och antal omnycklade rader per
      *> tabell (loggas i kundmaster_logg som revisionsspår).
                   WHEN 1
                       PERFORM D-SKRIV-DUBLETTRAPPORT
                   WHEN 2
                       MOVE "SAMMANSLA" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM E-SLA-SAMMAN
                       END-IF
                   WHEN OTHER
                       DISPLAY "OGILTIGT VAL."
               END-EVALUATE
           MOVE "PAMINNELSER" TO kundlogg-falt-namn
           PERFORM G-LOGGA-OMNYCKLING

      *> Fakturor som flyttats till faktura_historik (P_W717.CPY)
      *> nycklas om på samma sätt - annars kommer de tillbaka under
      *> den uppgående kunden om ärendet återställs.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ANTAL-RADER
               FROM REDWARRIOR.dbo.faktura_historik
               WHERE kundnr = :WS-FORLORARE-KUNDNR
           END-EXEC
           EXEC SQL
               UPDATE REDWARRIOR.dbo.faktura_historik
               SET kundnr = :WS-VINNARE-KUNDNR
               WHERE kundnr = :WS-FORLORARE-KUNDNR
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID OMNYCKLING AV FAKTURA_HISTORIK: "
                 SQLCODE
           END-IF
           MOVE "FAKTURA_HISTORIK" TO kundlogg-falt-namn
           PERFORM G-LOGGA-OMNYCKLING

      *> kreditsparr har kundnr som nyckel - har båda kundnr en
      *> spärrrad tas den uppgående bort (vinnarens spärr täcker),
      *> annars nycklas den om.
               END-IF
           END-IF
           MOVE "KREDITSPARR" TO kundlogg-falt-namn
           PERFORM G-LOGGA-OMNYCKLING

      *> betalningsscore nycklas inte om - poängen räknas om från
      *> fakturorna av BetalningsScore.cbl nästa natt, nu med båda
      *> kundnumrens historik på vinnaren. Den uppgåendes rad tas
      *> bort; dess rader i betalningsscore_historik står kvar.
           EXEC SQL
               DELETE FROM REDWARRIOR.dbo.betalningsscore
               WHERE kundnr = :WS-FORLORARE-KUNDNR
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID BORTTAG AV BETALNINGSSCORE: " SQLCODE
           END-IF.

       G-LOGGA-OMNYCKLING SECTION.

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID BORTTAG AV KUNDMASTERRAD: " SQLCODE
           END-IF.

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
               MOVE "KundmasterDublett" TO blogg-program
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
