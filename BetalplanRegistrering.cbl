       COPY "P_W671.CPY".
       COPY "P_W676.CPY".
       COPY "P_W681.CPY".
       COPY "P_W692.CPY".
       COPY "P_W693.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  ws-count                      PIC 9(4) VALUE 0.

       01  WS-FUNKTION                   PIC 9(1) VALUE 0.

      *> Operatörens signatur - matas in på konsolen och prövas
      *> mot operatörsregistret före varje ändring.
       01  WS-SIGNATUR                   PIC X(8).

      *> Behörighetskontroll mot operatörsregistret, se
      *> Z-KONTROLLERA-BEHORIGHET.
       01  WS-BEHORIG-FUNKTION           PIC X(15).
       01  WS-BEHORIG                    PIC X(1) VALUE "N".
       01  WS-ANTAL-DELAR                PIC 9(2) VALUE 0.
       01  WS-DELNR                      PIC 9(2) VALUE 0.

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
                       MOVE "BETALPLAN" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM D-REGISTRERA-PLAN
                       END-IF
                   WHEN 2
                       MOVE "BETALPLAN" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM E-AVSLUTA-PLAN
                       END-IF
                   WHEN OTHER
                       DISPLAY "OGILTIGT VAL."
               END-EVALUATE
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
               MOVE "BetalplanRegistrering" TO blogg-program
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
