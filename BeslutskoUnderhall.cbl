       COPY "P_W681.CPY".
       COPY "P_W687.CPY".
       COPY "P_W688.CPY".
       COPY "P_W692.CPY".
       COPY "P_W693.CPY".
       COPY "P_W700.CPY".
       COPY "P_W713.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-BESLUTSVAL                 PIC 9(1) VALUE 0.
       01  WS-SIGNATUR                   PIC X(8).

      *> Behörighetskontroll mot operatörsregistret, se
      *> Z-KONTROLLERA-BEHORIGHET.
       01  WS-BEHORIG-FUNKTION           PIC X(15).
       01  WS-BEHORIG                    PIC X(1) VALUE "N".

       01  WS-NY-STATUS                  PIC X(10).
      *> Valfritt bevakningsdatum för pausen - tomt betyder inget
      *> datum, och PausBevakning varnar när datumet passerats.
       01  WS-EDIT-KUNDNR                PIC Z(9)9.
       01  WS-EDIT-UPGNR                 PIC Z(6)9.
       01  WS-EDIT-BELOPP                PIC Z(8)9.99-.
       01  WS-EDIT-SCORE                 PIC ZZ9.
      *> NULL-indikator för betalningsscore - gäldenär som ännu
      *> inte fått någon poäng av BetalningsScore.cbl.
       01  WS-HAR-SCORE-NULL             PIC S9(4) COMP-5.
       01  WS-RAPPORT-RAD                PIC X(120).

       PROCEDURE DIVISION.
                   WHEN 1
                       PERFORM D-SKRIV-ARBETSLISTA
                   WHEN 2
                       MOVE "BESLUT" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM E-REGISTRERA-BESLUT
                       END-IF
                   WHEN OTHER
                       DISPLAY "OGILTIGT VAL."
               END-EVALUATE

           STRING
             "LOPNR      KUNDNR     UPGNR       BELOPP  "
             "FORFALLODATUM  SCORE"
             DELIMITED BY SIZE
             INTO BESLUTSLISTA-RAD
           END-STRING
           EXEC SQL
               DECLARE BESLUTSKO_CURSOR CURSOR FOR
               SELECT p.lopnr, p.kundnr, p.upgnr,
                      f.attbet - f.belopp_bet, p.forfallo_datum,
                      s.score, s.klass
               FROM REDWARRIOR.dbo.paminnelser p
               JOIN REDWARRIOR.dbo.faktura f ON f.lopnr = p.lopnr
               JOIN REDWARRIOR.dbo.inkasso_parameter ip
                 ON ip.upgnr = p.upgnr
               LEFT JOIN REDWARRIOR.dbo.betalningsscore s
                 ON s.kundnr = p.kundnr
               WHERE p.inkasso_status = 'NEJ'
                 AND p.paminnelse_niva = 2
                 AND p.forfallo_datum < CAST(GETDATE() AS DATE)
                   FETCH BESLUTSKO_CURSOR INTO
                       :paminnelser-lopnr, :paminnelser-kundnr,
                       :paminnelser-upgnr, :WS-BELOPP,
                       :paminnelser-forfallo-datum,
                       :score-score :WS-HAR-SCORE-NULL,
                       :score-klass :WS-HAR-SCORE-NULL
               END-EXEC

               IF SQLCODE = 0
                   IF WS-HAR-SCORE-NULL < 0
                       MOVE 0 TO WS-EDIT-SCORE
                       MOVE "-" TO score-klass
                   ELSE
                       MOVE score-score TO WS-EDIT-SCORE
                   END-IF
                   MOVE paminnelser-lopnr TO WS-EDIT-LOPNR
                   MOVE paminnelser-kundnr TO WS-EDIT-KUNDNR
                   MOVE paminnelser-upgnr TO WS-EDIT-UPGNR
                     WS-EDIT-KUNDNR  " "
                     WS-EDIT-UPGNR   " "
                     WS-EDIT-BELOPP  "  "
                     paminnelser-forfallo-datum "     "
                     WS-EDIT-SCORE   " "
                     score-klass
                     DELIMITED BY SIZE
                     INTO WS-RAPPORT-RAD
                   END-STRING
                           DISPLAY "BESLUT REGISTRERAT - "
                             "VERKSTALLS AV NATTENS FLAGGA-STEG."
                       WHEN 2
      *> Avskrivning kräver egen behörighet utöver BESLUT.
                           MOVE "AVSKRIV" TO WS-BEHORIG-FUNKTION
                           PERFORM Z-KONTROLLERA-BEHORIGHET
                           IF WS-BEHORIG = "J"
                               MOVE "AVSKRIV" TO beslut-beslut
                               MOVE "J" TO beslut-utford
                               PERFORM F-SPARA-BESLUT
                               MOVE "AVSKRIVEN" TO WS-NY-STATUS
                               PERFORM G-VERKSTALL-STATUSBYTE
                               DISPLAY "ARENDET AVSKRIVET."
                           END-IF
                       WHEN 3
                           PERFORM K-LAS-BEVAKNINGSDATUM
                           MOVE "PAUSA" TO beslut-beslut

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID VERKSTALLANDE AV BESLUT: " SQLCODE
           ELSE
               IF history-new-status = "AVSKRIVEN"
                   MOVE beslut-lopnr TO reskontra-lopnr
                   MOVE SPACES TO reskontra-referens
                   STRING
                     "BESLUT AVSKRIV " WS-SIGNATUR
                     DELIMITED BY SIZE
                     INTO reskontra-referens
                   END-STRING
                   PERFORM L-AVSKRIV-RESKONTRA
               END-IF
           END-IF.

       L-AVSKRIV-RESKONTRA SECTION.

      *> Ett avskrivet ärende nollas i ärendereskontran
      *> (P_W713.CPY): en AVSKRIVN-rad per del med hela det
      *> kvarstående saldot med omvänt tecken, samma som
      *> AVSKRIV-RESKONTRA i The_Heart.cbl. Anroparen fyller i
      *> reskontra-lopnr och -referens.
           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.arendereskontra
                   (lopnr, trans_datum, transtyp, del, belopp,
                    valuta, kalla_program, referens, bokford_at)
               SELECT t.lopnr, CAST(GETDATE() AS DATE), 'AVSKRIVN',
                      t.del, 0 - SUM(t.belopp), t.valuta,
                      'BeslutskoUnderhall',
                      NULLIF(:reskontra-referens, ' '),
                      GETDATE()
               FROM REDWARRIOR.dbo.arendereskontra t
               WHERE t.lopnr = :reskontra-lopnr
               GROUP BY t.lopnr, t.del, t.valuta
               HAVING SUM(t.belopp) <> 0
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID AVSKRIVNING I ARENDERESKONTRA: "
                 SQLCODE " LOPNR " reskontra-lopnr
           END-IF.

       J-SKAPA-ATERKALLELSE SECTION.
           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA-STATUSHISTORIK: " SQLCODE
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
               MOVE "BeslutskoUnderhall" TO blogg-program
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
