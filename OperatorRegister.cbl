       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorRegister.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W692.CPY".
       COPY "P_W693.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-MÅNAD                      PIC X(2).
       01  WS-DAG                        PIC X(2).
       01  WS-TIDSSTAMPEL                PIC X(19).

       01  ws-count                      PIC 9(4) VALUE 0.

      *> Menyval och operatörens signatur - samma konsolmönster
      *> som KundmasterUnderhall.cbl. Registret skyddas av sin egen
      *> funktion BEHORIGHET; den första raden med BEHORIGHET läggs
      *> in av drift, samma väg som styrparameter.
       01  WS-FUNKTION                   PIC 9(1) VALUE 0.
       01  WS-SIGNATUR                   PIC X(8).

      *> Behörighetskontroll mot operatörsregistret, se
      *> Z-KONTROLLERA-BEHORIGHET.
       01  WS-BEHORIG-FUNKTION           PIC X(15).
       01  WS-BEHORIG                    PIC X(1) VALUE "N".

      *> Signatur och funktion som ändras - en operatör får aldrig
      *> ändra sina egna behörigheter.
       01  WS-SOK-SIGNATUR               PIC X(8).
       01  WS-SOK-FUNKTION               PIC X(15).
       01  WS-KAND-FUNKTION              PIC X(1) VALUE "N".
       01  WS-AKTIV                      PIC X(1).
       01  WS-ANTAL-RADER                PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

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
                       MOVE "BEHORIGHET" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM D-BEVILJA-BEHORIGHET
                       END-IF
                   WHEN 2
                       MOVE "BEHORIGHET" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM E-ATERKALLA-BEHORIGHET
                       END-IF
                   WHEN 3
                       PERFORM F-VISA-BEHORIGHETER
                   WHEN OTHER
                       DISPLAY "OGILTIGT VAL."
               END-EVALUATE
               PERFORM C-VISA-MENY
           END-PERFORM

           DISPLAY "Operatörsregister avslutat."

           EXEC SQL
               COMMIT
           END-EXEC

           GOBACK.

       B-CONNECT-TO-DB SECTION.

           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "DB CONNECTION FAILED. SQLCODE = " SQLCODE
               STOP RUN
           END-IF.

       C-VISA-MENY SECTION.

           DISPLAY " "
           DISPLAY "OPERATORSREGISTER"
           DISPLAY "1 = BEVILJA BEHORIGHET"
           DISPLAY "2 = ATERKALLA BEHORIGHET"
           DISPLAY "3 = VISA BEHORIGHETER FOR SIGNATUR"
           DISPLAY "9 = AVSLUTA"
           DISPLAY "VAL: "
           ACCEPT WS-FUNKTION FROM CONSOLE.

       D-BEVILJA-BEHORIGHET SECTION.

           PERFORM G-LAS-SIGNATUR-OCH-FUNKTION

           IF WS-SOK-SIGNATUR = SPACES OR WS-KAND-FUNKTION = "N"
               CONTINUE
           ELSE

               MOVE SPACES TO WS-AKTIV

               EXEC SQL
                   SELECT aktiv INTO :WS-AKTIV
                   FROM REDWARRIOR.dbo.operator_behorighet
                   WHERE signatur = :WS-SOK-SIGNATUR
                     AND funktion = :WS-SOK-FUNKTION
               END-EXEC

               IF SQLCODE = 0 AND WS-AKTIV = "J"
                   DISPLAY "SIGNATUREN HAR REDAN BEHORIGHETEN."
               ELSE
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY "SQL FEL VID LASNING AV "
                     "OPERATOR_BEHORIGHET: " SQLCODE
               ELSE

                   PERFORM J-SATT-TIDSSTAMPEL
                   MOVE WS-SOK-SIGNATUR TO oper-signatur
                   MOVE WS-SOK-FUNKTION TO oper-funktion
                   MOVE "J" TO oper-aktiv
                   MOVE WS-TIDSSTAMPEL(1:10) TO oper-beviljad-datum
                   MOVE WS-SIGNATUR TO oper-beviljad-av

                   IF SQLCODE = 0
      *> Tidigare återkallad rad - återaktiveras så att den
      *> gamla historiken i behorighet_logg hänger ihop.
                       EXEC SQL
                           UPDATE REDWARRIOR.dbo.operator_behorighet
                           SET aktiv = 'J',
                               beviljad_datum = :oper-beviljad-datum,
                               beviljad_av = :oper-beviljad-av,
                               aterkallad_datum = NULL,
                               aterkallad_av = NULL
                           WHERE signatur = :oper-signatur
                             AND funktion = :oper-funktion
                       END-EXEC
                   ELSE
                       PERFORM H-LAS-OPERATORSNAMN

                       EXEC SQL
                           INSERT INTO
                               REDWARRIOR.dbo.operator_behorighet
                               (signatur, funktion, operator_namn,
                                aktiv, beviljad_datum, beviljad_av)
                           VALUES
                               (:oper-signatur, :oper-funktion,
                                :oper-operator-namn, :oper-aktiv,
                                :oper-beviljad-datum,
                                :oper-beviljad-av)
                       END-EXEC
                   END-IF

                   IF SQLCODE = 0
                       MOVE "BEVILJAD" TO blogg-handelse
                       PERFORM I-SPARA-BEHORIGHETSLOGG
                       DISPLAY "BEHORIGHET BEVILJAD."
                   ELSE
                       DISPLAY "FEL VID BEVILJANDE AV BEHORIGHET: "
                         SQLCODE
                   END-IF

               END-IF
               END-IF
           END-IF.

       E-ATERKALLA-BEHORIGHET SECTION.

           PERFORM G-LAS-SIGNATUR-OCH-FUNKTION

           IF WS-SOK-SIGNATUR = SPACES OR WS-KAND-FUNKTION = "N"
               CONTINUE
           ELSE

               MOVE 0 TO ws-count

               EXEC SQL
                   SELECT COUNT(*) INTO :ws-count
                   FROM REDWARRIOR.dbo.operator_behorighet
                   WHERE signatur = :WS-SOK-SIGNATUR
                     AND funktion = :WS-SOK-FUNKTION
                     AND aktiv = 'J'
               END-EXEC

               IF ws-count = 0
                   DISPLAY "SIGNATUREN HAR INTE BEHORIGHETEN."
               ELSE

                   PERFORM J-SATT-TIDSSTAMPEL
                   MOVE WS-SOK-SIGNATUR TO oper-signatur
                   MOVE WS-SOK-FUNKTION TO oper-funktion
                   MOVE WS-TIDSSTAMPEL(1:10) TO oper-aterkallad-datum
                   MOVE WS-SIGNATUR TO oper-aterkallad-av

                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.operator_behorighet
                       SET aktiv = 'N',
                           aterkallad_datum = :oper-aterkallad-datum,
                           aterkallad_av = :oper-aterkallad-av
                       WHERE signatur = :oper-signatur
                         AND funktion = :oper-funktion
                         AND aktiv = 'J'
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE "ATERKALLAD" TO blogg-handelse
                       PERFORM I-SPARA-BEHORIGHETSLOGG
                       DISPLAY "BEHORIGHET ATERKALLAD."
                   ELSE
                       DISPLAY "FEL VID ATERKALLANDE AV "
                         "BEHORIGHET: " SQLCODE
                   END-IF

               END-IF
           END-IF.

       F-VISA-BEHORIGHETER SECTION.

           DISPLAY "ANGE SIGNATUR ATT VISA: "
           ACCEPT WS-SOK-SIGNATUR FROM CONSOLE

           MOVE 0 TO WS-ANTAL-RADER

           EXEC SQL
               DECLARE OPER_CURSOR CURSOR FOR
               SELECT funktion, operator_namn, aktiv,
                      CONVERT(CHAR(10), beviljad_datum, 120),
                      beviljad_av,
                      ISNULL(CONVERT(CHAR(10), aterkallad_datum, 120),
                             ' '),
                      ISNULL(aterkallad_av, ' ')
               FROM REDWARRIOR.dbo.operator_behorighet
               WHERE signatur = :WS-SOK-SIGNATUR
               ORDER BY funktion
           END-EXEC

           EXEC SQL
               OPEN OPER_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN OPER_CURSOR: " SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH OPER_CURSOR
                   INTO :oper-funktion, :oper-operator-namn,
                        :oper-aktiv, :oper-beviljad-datum,
                        :oper-beviljad-av, :oper-aterkallad-datum,
                        :oper-aterkallad-av
               END-EXEC

               IF SQLCODE = 0
                   IF WS-ANTAL-RADER = 0
                       DISPLAY "OPERATOR: " oper-operator-namn
                   END-IF
                   IF oper-aktiv = "J"
                       DISPLAY oper-funktion " AKTIV      BEVILJAD "
                         oper-beviljad-datum " AV " oper-beviljad-av
                   ELSE
                       DISPLAY oper-funktion " ATERKALLAD "
                         oper-aterkallad-datum " AV "
                         oper-aterkallad-av
                   END-IF
                   ADD 1 TO WS-ANTAL-RADER
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH OPER: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE OPER_CURSOR
           END-EXEC

           IF WS-ANTAL-RADER = 0
               DISPLAY "SIGNATUREN SAKNAS I OPERATORSREGISTRET."
           END-IF.

       G-LAS-SIGNATUR-OCH-FUNKTION SECTION.

      *> Läser signatur och funktion som ska ändras. Egna rader får
      *> inte ändras och funktionen måste vara en av dem som
      *> underhållsprogrammen frågar efter (se P_W692.CPY).
           MOVE "N" TO WS-KAND-FUNKTION

           DISPLAY "ANGE SIGNATUR SOM ANDRAS: "
           ACCEPT WS-SOK-SIGNATUR FROM CONSOLE

           IF WS-SOK-SIGNATUR = SPACES
               DISPLAY "SIGNATUR MASTE ANGES."
           ELSE
           IF WS-SOK-SIGNATUR = WS-SIGNATUR
               DISPLAY "EGNA BEHORIGHETER KAN INTE ANDRAS."
               MOVE SPACES TO WS-SOK-SIGNATUR
           ELSE

               DISPLAY "ANGE FUNKTION (KUNDMASTER, SAMMANSLA, BESLUT, "
                 "AVSKRIV, PLACERA, KFM, PAUS, UPPDRAGSGIVARE, "
                 "BETALPLAN, LOFTE, ATTEST, ATERBETKONTO, "
                 "AVSTAMNING, DODSBO, BREVMALL, ACKORD, "
                 "KLIENTMEDEL, BEHORIGHET): "
               ACCEPT WS-SOK-FUNKTION FROM CONSOLE

               IF WS-SOK-FUNKTION = "KUNDMASTER"
                 OR WS-SOK-FUNKTION = "SAMMANSLA"
                 OR WS-SOK-FUNKTION = "BESLUT"
                 OR WS-SOK-FUNKTION = "AVSKRIV"
                 OR WS-SOK-FUNKTION = "PLACERA"
                 OR WS-SOK-FUNKTION = "KFM"
                 OR WS-SOK-FUNKTION = "PAUS"
                 OR WS-SOK-FUNKTION = "UPPDRAGSGIVARE"
                 OR WS-SOK-FUNKTION = "BETALPLAN"
                 OR WS-SOK-FUNKTION = "LOFTE"
                 OR WS-SOK-FUNKTION = "ATTEST"
                 OR WS-SOK-FUNKTION = "ATERBETKONTO"
                 OR WS-SOK-FUNKTION = "AVSTAMNING"
                 OR WS-SOK-FUNKTION = "DODSBO"
                 OR WS-SOK-FUNKTION = "BREVMALL"
                 OR WS-SOK-FUNKTION = "ACKORD"
                 OR WS-SOK-FUNKTION = "KLIENTMEDEL"
                 OR WS-SOK-FUNKTION = "BEHORIGHET"
                   MOVE "J" TO WS-KAND-FUNKTION
               ELSE
                   DISPLAY "OKAND FUNKTION - INGET SPARAT."
               END-IF

           END-IF
           END-IF.

       H-LAS-OPERATORSNAMN SECTION.

      *> Namnet tas från en befintlig rad för signaturen; bara för
      *> en helt ny operatör frågas det efter på konsolen.
           MOVE SPACES TO oper-operator-namn

           EXEC SQL
               SELECT MAX(operator_namn) INTO :oper-operator-namn
               FROM REDWARRIOR.dbo.operator_behorighet
               WHERE signatur = :oper-signatur
           END-EXEC

           IF SQLCODE NOT = 0 OR oper-operator-namn = SPACES
               DISPLAY "NY OPERATOR - ANGE NAMN: "
               ACCEPT oper-operator-namn FROM CONSOLE
           END-IF.

       I-SPARA-BEHORIGHETSLOGG SECTION.

      *> Ändringar i registret loggas med den ändrade signaturen i
      *> signatur och den som utförde ändringen i utford_av.
           MOVE oper-signatur TO blogg-signatur
           MOVE oper-funktion TO blogg-funktion
           MOVE "OperatorRegister" TO blogg-program
           MOVE WS-SIGNATUR TO blogg-utford-av
           MOVE WS-TIDSSTAMPEL TO blogg-logg-at

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
               DISPLAY "FEL VID INSERT BEHORIGHET_LOGG: " SQLCODE
           END-IF.

       J-SATT-TIDSSTAMPEL SECTION.

      *> Bygger 'ÅÅÅÅ-MM-DD HH:MM:SS' i WS-TIDSSTAMPEL, samma
      *> teknik som SPARA-STATUSHISTORIK i The_Heart.cbl.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
           MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
           MOVE WS-TIMESTAMP(7:2) TO WS-DAG
           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             " " WS-TIMESTAMP(9:2) ":" WS-TIMESTAMP(11:2)
             ":" WS-TIMESTAMP(13:2)
             DELIMITED BY SIZE
             INTO WS-TIDSSTAMPEL
           END-STRING.

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
               MOVE "OperatorRegister" TO blogg-program
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
