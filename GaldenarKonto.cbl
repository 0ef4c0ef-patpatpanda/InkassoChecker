       IDENTIFICATION DIVISION.
       PROGRAM-ID. GaldenarKonto.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W667.CPY".
       COPY "P_W674.CPY".
       COPY "P_W692.CPY".
       COPY "P_W693.CPY".
       COPY "P_W698.CPY".
       COPY "P_W699.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-MÅNAD                      PIC X(2).
       01  WS-DAG                        PIC X(2).

       01  ws-count                      PIC 9(4) VALUE 0.

      *> Menyval och operatörens signatur - samma konsolmönster
      *> som KundmasterUnderhall.cbl. Signaturen stämplas på
      *> kontot och i kundmaster_logg.
       01  WS-FUNKTION                   PIC 9(1) VALUE 0.
       01  WS-SIGNATUR                   PIC X(8).

      *> Behörighetskontroll mot operatörsregistret, se
      *> Z-KONTROLLERA-BEHORIGHET.
       01  WS-BEHORIG-FUNKTION           PIC X(15).
       01  WS-BEHORIG                    PIC X(1) VALUE "N".

       01  WS-SOK-KUNDNR                 PIC S9(10) COMP-3 VALUE 0.
       01  WS-NYTT-KONTONR               PIC X(20).
       01  WS-GAMMALT-KONTONR            PIC X(20).
       01  WS-GAMMAL-KALLA               PIC X(10).
       01  WS-KONTO-FINNS                PIC X(1) VALUE "N".
       01  WS-BEKRAFTA                   PIC X(1).

       01  WS-DAGAR                      PIC S9(5) COMP-5.
       01  WS-ANTAL-RADER                PIC 9(6) VALUE 0.
       01  WS-EDIT-KUNDNR                PIC Z(9)9.
       01  WS-EDIT-LOPNR                 PIC Z(9)9.
       01  WS-EDIT-BELOPP                PIC Z(8)9.99-.
       01  WS-EDIT-DAGAR                 PIC Z(4)9.
       01  WS-EDIT-ANTAL                 PIC Z(5)9.

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
                       MOVE "ATERBETKONTO" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM D-REGISTRERA-KONTO
                       END-IF
                   WHEN 2
                       PERFORM E-VISA-KUND
                   WHEN 3
                       PERFORM F-LISTA-SAKNAR-KONTO
                   WHEN OTHER
                       DISPLAY "OGILTIGT VAL."
               END-EVALUATE
               PERFORM C-VISA-MENY
           END-PERFORM

           DISPLAY "Gäldenärskonton avslutat."

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
           DISPLAY "UTBETALNINGSKONTON FOR ATERBETALNING"
           DISPLAY "1 = REGISTRERA UTBETALNINGSKONTO"
           DISPLAY "2 = VISA KONTO OCH ATERBETALNINGAR FOR KUND"
           DISPLAY "3 = LISTA ATERBETALNINGAR SOM SAKNAR KONTO"
           DISPLAY "9 = AVSLUTA"
           DISPLAY "VAL: "
           ACCEPT WS-FUNKTION FROM CONSOLE.

       D-REGISTRERA-KONTO SECTION.

      *> Kontot som gäldenären själv uppgett till kundtjänst
      *> (kalla KUNDTJANST) ersätter ett konto från BG Max och
      *> skrivs därefter aldrig över av BetalfilImport.cbl. Ett
      *> överskott som väntar som SAKNAR_KONTO tas med i nästa
      *> natts ATERBET-batch och betalas ut efter attest - kontot
      *> visas för attestanten med varning i
      *> UtbetalningsAttest.cbl de första 30 dagarna.
           DISPLAY "ANGE KUNDNR: "
           ACCEPT WS-SOK-KUNDNR FROM CONSOLE

           EXEC SQL
               SELECT kundnamn INTO :kundmaster-kundnamn
               FROM REDWARRIOR.dbo.kundmaster
               WHERE kundnr = :WS-SOK-KUNDNR
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "KUNDNR SAKNAS I KUNDMASTER."
           ELSE
           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID LASNING AV KUNDMASTER: " SQLCODE
           ELSE

               DISPLAY "KUND: " kundmaster-kundnamn
               PERFORM G-LAS-KONTO

               DISPLAY "ANGE NYTT UTBETALNINGSKONTO (CLEARING+KONTO "
                 "ELLER BANKGIRO): "
               MOVE SPACES TO WS-NYTT-KONTONR
               ACCEPT WS-NYTT-KONTONR FROM CONSOLE

               IF WS-NYTT-KONTONR = SPACES
                   DISPLAY "INGET KONTO ANGIVET - INGET SPARAT."
               ELSE
               IF WS-NYTT-KONTONR = WS-GAMMALT-KONTONR
                 AND WS-GAMMAL-KALLA = "KUNDTJANST"
                   DISPLAY "KONTOT AR REDAN REGISTRERAT."
               ELSE

                   DISPLAY "BEKRAFTA KONTO " WS-NYTT-KONTONR
                     " (J/N): "
                   ACCEPT WS-BEKRAFTA FROM CONSOLE

                   IF WS-BEKRAFTA NOT = "J"
                       DISPLAY "INGET SPARAT."
                   ELSE
                       PERFORM H-SPARA-KONTO
                   END-IF

               END-IF
               END-IF

           END-IF
           END-IF.

       E-VISA-KUND SECTION.

           DISPLAY "ANGE KUNDNR: "
           ACCEPT WS-SOK-KUNDNR FROM CONSOLE

           PERFORM G-LAS-KONTO

           MOVE 0 TO WS-ANTAL-RADER

           EXEC SQL
               DECLARE KUNDATERBET_CURSOR CURSOR FOR
               SELECT lopnr, belopp, status,
                      CONVERT(CHAR(10), upptackt_datum, 120),
                      ISNULL(CONVERT(CHAR(10), utbetald_datum, 120),
                             ' ')
               FROM REDWARRIOR.dbo.aterbetalning
               WHERE kundnr = :WS-SOK-KUNDNR
               ORDER BY upptackt_datum, lopnr
           END-EXEC

           EXEC SQL
               OPEN KUNDATERBET_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN KUNDATERBET_CURSOR: "
                 SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH KUNDATERBET_CURSOR
                   INTO :aterb-lopnr, :aterb-belopp, :aterb-status,
                        :aterb-upptackt-datum, :aterb-utbetald-datum
               END-EXEC

               IF SQLCODE = 0
                   MOVE aterb-lopnr TO WS-EDIT-LOPNR
                   MOVE aterb-belopp TO WS-EDIT-BELOPP
                   DISPLAY "LOPNR " WS-EDIT-LOPNR " " WS-EDIT-BELOPP
                     " " aterb-status " UPPTACKT "
                     aterb-upptackt-datum " UTBETALD "
                     aterb-utbetald-datum
                   ADD 1 TO WS-ANTAL-RADER
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH KUNDATERBET: "
                         SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE KUNDATERBET_CURSOR
           END-EXEC

           IF WS-ANTAL-RADER = 0
               DISPLAY "INGA ATERBETALNINGAR FOR KUNDEN."
           END-IF.

       F-LISTA-SAKNAR-KONTO SECTION.

      *> Kundtjänstens arbetslista: överskott som inte kan
      *> betalas ut förrän gäldenären gett oss ett konto, äldst
      *> först. Hela listan med åldersintervall och de
      *> preskriberade beloppen skrivs av
      *> AterbetalningsBevakning.cbl.
           MOVE 0 TO WS-ANTAL-RADER

           EXEC SQL
               DECLARE SAKNARKONTO_CURSOR CURSOR FOR
               SELECT a.kundnr, a.lopnr, a.belopp,
                      CONVERT(CHAR(10), a.upptackt_datum, 120),
                      DATEDIFF(DAY, a.upptackt_datum, GETDATE())
               FROM REDWARRIOR.dbo.aterbetalning a
               WHERE a.status = 'SAKNAR_KONTO'
               ORDER BY a.upptackt_datum, a.kundnr, a.lopnr
           END-EXEC

           EXEC SQL
               OPEN SAKNARKONTO_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN SAKNARKONTO_CURSOR: "
                 SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH SAKNARKONTO_CURSOR
                   INTO :aterb-kundnr, :aterb-lopnr, :aterb-belopp,
                        :aterb-upptackt-datum, :WS-DAGAR
               END-EXEC

               IF SQLCODE = 0
                   MOVE aterb-kundnr TO WS-EDIT-KUNDNR
                   MOVE aterb-lopnr TO WS-EDIT-LOPNR
                   MOVE aterb-belopp TO WS-EDIT-BELOPP
                   MOVE WS-DAGAR TO WS-EDIT-DAGAR
                   DISPLAY "KUNDNR " WS-EDIT-KUNDNR
                     " LOPNR " WS-EDIT-LOPNR " " WS-EDIT-BELOPP
                     " SEDAN " aterb-upptackt-datum
                     " DAGAR " WS-EDIT-DAGAR
                   ADD 1 TO WS-ANTAL-RADER
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH SAKNARKONTO: "
                         SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE SAKNARKONTO_CURSOR
           END-EXEC

           MOVE WS-ANTAL-RADER TO WS-EDIT-ANTAL
           DISPLAY "ATERBETALNINGAR UTAN KONTO: " WS-EDIT-ANTAL.

       G-LAS-KONTO SECTION.

           MOVE "N" TO WS-KONTO-FINNS
           MOVE SPACES TO WS-GAMMALT-KONTONR
           MOVE SPACES TO WS-GAMMAL-KALLA

           EXEC SQL
               SELECT kontonr, kalla, signatur,
                      CONVERT(CHAR(19), registrerad_at, 120)
               INTO :gkonto-kontonr, :gkonto-kalla,
                    :gkonto-signatur, :gkonto-registrerad-at
               FROM REDWARRIOR.dbo.galdenar_konto
               WHERE kundnr = :WS-SOK-KUNDNR
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "INGET UTBETALNINGSKONTO REGISTRERAT."
           ELSE
           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID LASNING AV GALDENAR_KONTO: "
                 SQLCODE
           ELSE
               MOVE "J" TO WS-KONTO-FINNS
               MOVE gkonto-kontonr TO WS-GAMMALT-KONTONR
               MOVE gkonto-kalla TO WS-GAMMAL-KALLA
               DISPLAY "NUVARANDE KONTO: " gkonto-kontonr
                 " KALLA " gkonto-kalla
               DISPLAY "REGISTRERAT:     " gkonto-registrerad-at
                 " AV " gkonto-signatur
           END-IF
           END-IF.

       H-SPARA-KONTO SECTION.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
           MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
           MOVE WS-TIMESTAMP(7:2) TO WS-DAG

           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             " " WS-TIMESTAMP(9:2) ":" WS-TIMESTAMP(11:2)
             ":" WS-TIMESTAMP(13:2)
             DELIMITED BY SIZE
             INTO gkonto-registrerad-at
           END-STRING

           MOVE WS-SOK-KUNDNR TO gkonto-kundnr
           MOVE WS-NYTT-KONTONR TO gkonto-kontonr
           MOVE "KUNDTJANST" TO gkonto-kalla
           MOVE WS-SIGNATUR TO gkonto-signatur

           IF WS-KONTO-FINNS = "J"
               EXEC SQL
                   UPDATE REDWARRIOR.dbo.galdenar_konto
                   SET kontonr = :gkonto-kontonr,
                       kalla = :gkonto-kalla,
                       registrerad_at = :gkonto-registrerad-at,
                       signatur = :gkonto-signatur
                   WHERE kundnr = :gkonto-kundnr
               END-EXEC
               MOVE "ANDRAD" TO kundlogg-handelse
           ELSE
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.galdenar_konto
                       (kundnr, kontonr, kalla, registrerad_at,
                        signatur)
                   VALUES
                       (:gkonto-kundnr, :gkonto-kontonr,
                        :gkonto-kalla, :gkonto-registrerad-at,
                        :gkonto-signatur)
               END-EXEC
               MOVE "NY" TO kundlogg-handelse
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA GALDENAR_KONTO: " SQLCODE
           ELSE

      *> Kontobytet loggas i kundmaster_logg (P_W674.CPY) med
      *> samma fältlogg som KundmasterUnderhall.cbl.
               MOVE WS-SOK-KUNDNR TO kundlogg-kundnr
               MOVE "UTBETKONTO" TO kundlogg-falt-namn
               MOVE WS-GAMMALT-KONTONR TO kundlogg-gammalt-varde
               MOVE WS-NYTT-KONTONR TO kundlogg-nytt-varde
               MOVE WS-SIGNATUR TO kundlogg-andrad-av
               MOVE gkonto-registrerad-at TO kundlogg-andrad-at

               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.kundmaster_logg
                       (kundnr, handelse, falt_namn, gammalt_varde,
                        nytt_varde, andrad_av, andrad_at)
                   VALUES
                       (:kundlogg-kundnr, :kundlogg-handelse,
                        :kundlogg-falt-namn, :kundlogg-gammalt-varde,
                        :kundlogg-nytt-varde, :kundlogg-andrad-av,
                        :kundlogg-andrad-at)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID SPARA-ANDRINGSLOGG: " SQLCODE
               END-IF

               MOVE 0 TO ws-count
               EXEC SQL
                   SELECT COUNT(*) INTO :ws-count
                   FROM REDWARRIOR.dbo.aterbetalning
                   WHERE kundnr = :gkonto-kundnr
                     AND status = 'SAKNAR_KONTO'
               END-EXEC

               DISPLAY "UTBETALNINGSKONTO SPARAT."
               IF SQLCODE = 0 AND ws-count > 0
                   MOVE ws-count TO WS-EDIT-ANTAL
                   DISPLAY WS-EDIT-ANTAL " VANTANDE ATERBETALNINGAR "
                     "TAS MED I NASTA NATTS ATTESTBATCH."
               END-IF

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
               MOVE "GaldenarKonto" TO blogg-program
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
