       IDENTIFICATION DIVISION.
       PROGRAM-ID. AvstamningsKvittering.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W692.CPY".
       COPY "P_W693.CPY".
       COPY "P_W705.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-MÅNAD                      PIC X(2).
       01  WS-DAG                        PIC X(2).
       01  WS-TIDSSTAMPEL                PIC X(19).

       01  ws-count                      PIC 9(4) VALUE 0.

      *> Menyval och operatörens signatur - samma konsolmönster
      *> som OplaceradBetalning.cbl.
       01  WS-FUNKTION                   PIC 9(1) VALUE 0.
       01  WS-SIGNATUR                   PIC X(8).

      *> Behörighetskontroll mot operatörsregistret, se
      *> Z-KONTROLLERA-BEHORIGHET.
       01  WS-BEHORIG-FUNKTION           PIC X(15).
       01  WS-BEHORIG                    PIC X(1) VALUE "N".

       01  WS-VALT-ID                    PIC S9(9) COMP-5 VALUE 0.
       01  WS-KOMMENTAR                  PIC X(60).
       01  WS-BEKRAFTA                   PIC X(1).
       01  WS-ANTAL-OPPNA                PIC 9(6) VALUE 0.
       01  WS-SUMMA-OPPNA                PIC S9(11)V9(2) COMP-3
                                           VALUE 0.

       01  WS-EDIT-ID                    PIC Z(8)9.
       01  WS-EDIT-BELOPP                PIC Z(10)9.99-.

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
                       PERFORM D-LISTA-OPPNA
                   WHEN 2
                       MOVE "AVSTAMNING" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM E-KVITTERA-DIFFERENS
                       END-IF
                   WHEN OTHER
                       DISPLAY "OGILTIGT VAL."
               END-EVALUATE
               PERFORM C-VISA-MENY
           END-PERFORM

           DISPLAY "Avstämningskvittering avslutad."

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
           DISPLAY "AVSTAMNING AV KLIENTMEDELSKONTOT"
           DISPLAY "1 = LISTA OPPNA DIFFERENSER"
           DISPLAY "2 = KVITTERA DIFFERENS"
           DISPLAY "9 = AVSLUTA"
           DISPLAY "VAL: "
           ACCEPT WS-FUNKTION FROM CONSOLE.

       D-LISTA-OPPNA SECTION.

      *> Samma urval som den dagliga differensrapporten
      *> KLIENTMEDELSDIFF.TXT från KontoutdragImport.cbl.
           MOVE 0 TO WS-ANTAL-OPPNA
           MOVE 0 TO WS-SUMMA-OPPNA

           EXEC SQL
               DECLARE OPPNA_CURSOR CURSOR FOR
               SELECT differens_id,
                      CONVERT(CHAR(10), utdrag_datum, 120),
                      difftyp, kalla, nyckel, dk, belopp
               FROM REDWARRIOR.dbo.avstamning_differens
               WHERE status = 'OPPEN'
               ORDER BY utdrag_datum, differens_id
           END-EXEC

           EXEC SQL
               OPEN OPPNA_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN OPPNA_CURSOR: " SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH OPPNA_CURSOR INTO
                       :avdiff-differens-id, :avdiff-utdrag-datum,
                       :avdiff-difftyp, :avdiff-kalla,
                       :avdiff-nyckel, :avdiff-dk, :avdiff-belopp
               END-EXEC

               IF SQLCODE = 0
                   MOVE avdiff-differens-id TO WS-EDIT-ID
                   MOVE avdiff-belopp TO WS-EDIT-BELOPP
                   DISPLAY WS-EDIT-ID " " avdiff-utdrag-datum " "
                     avdiff-difftyp " " avdiff-kalla " "
                     avdiff-nyckel " " avdiff-dk " " WS-EDIT-BELOPP
                   ADD 1 TO WS-ANTAL-OPPNA
                   IF avdiff-dk = "D" AND avdiff-difftyp NOT = "SALDO"
                       SUBTRACT avdiff-belopp FROM WS-SUMMA-OPPNA
                   ELSE
                       ADD avdiff-belopp TO WS-SUMMA-OPPNA
                   END-IF
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH OPPNA: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE OPPNA_CURSOR
           END-EXEC

           MOVE WS-SUMMA-OPPNA TO WS-EDIT-BELOPP
           DISPLAY "OPPNA DIFFERENSER: " WS-ANTAL-OPPNA
             "  NETTO: " WS-EDIT-BELOPP.

       E-KVITTERA-DIFFERENS SECTION.

      *> En differens kvitteras en i taget med signatur och en
      *> obligatorisk kommentar om vad som förklarar den - det är
      *> kommentaren revisorn läser vid bokslutet.
           DISPLAY "ANGE DIFFERENS-ID: "
           ACCEPT WS-VALT-ID FROM CONSOLE

           EXEC SQL
               SELECT CONVERT(CHAR(10), utdrag_datum, 120),
                      difftyp, kalla, nyckel, dk, belopp
               INTO :avdiff-utdrag-datum, :avdiff-difftyp,
                    :avdiff-kalla, :avdiff-nyckel, :avdiff-dk,
                    :avdiff-belopp
               FROM REDWARRIOR.dbo.avstamning_differens
               WHERE differens_id = :WS-VALT-ID
                 AND status = 'OPPEN'
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "INGEN OPPEN DIFFERENS MED DET ID."
           ELSE
           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID LASNING AV DIFFERENS: " SQLCODE
           ELSE

               MOVE avdiff-belopp TO WS-EDIT-BELOPP
               DISPLAY "DIFFERENS: " avdiff-difftyp " "
                 avdiff-kalla " " avdiff-nyckel " " avdiff-dk " "
                 WS-EDIT-BELOPP " UPPSTOD " avdiff-utdrag-datum

               DISPLAY "ANGE KOMMENTAR (FORKLARING): "
               ACCEPT WS-KOMMENTAR FROM CONSOLE

               IF WS-KOMMENTAR = SPACES
                   DISPLAY "KOMMENTAR MASTE ANGES - INGET KVITTERAT."
               ELSE
                   DISPLAY "BEKRAFTA KVITTERING (J/N): "
                   ACCEPT WS-BEKRAFTA FROM CONSOLE
                   IF WS-BEKRAFTA = "J"
                       PERFORM F-SPARA-KVITTERING
                   ELSE
                       DISPLAY "INGET KVITTERAT."
                   END-IF
               END-IF

           END-IF
           END-IF.

       F-SPARA-KVITTERING SECTION.

           PERFORM G-SATT-TIDSSTAMPEL
           MOVE WS-SIGNATUR TO avdiff-kvitterad-av
           MOVE WS-TIDSSTAMPEL TO avdiff-kvitterad-at
           MOVE WS-KOMMENTAR TO avdiff-kommentar

           EXEC SQL
               UPDATE REDWARRIOR.dbo.avstamning_differens
               SET status = 'KVITTERAD',
                   kvitterad_av = :avdiff-kvitterad-av,
                   kvitterad_at = :avdiff-kvitterad-at,
                   kommentar = :avdiff-kommentar
               WHERE differens_id = :WS-VALT-ID
                 AND status = 'OPPEN'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID KVITTERING AV DIFFERENS: " SQLCODE
           ELSE
               DISPLAY "DIFFERENS " WS-VALT-ID " KVITTERAD."
           END-IF.

       G-SATT-TIDSSTAMPEL SECTION.

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
               MOVE "AvstamningsKvittering" TO blogg-program
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
