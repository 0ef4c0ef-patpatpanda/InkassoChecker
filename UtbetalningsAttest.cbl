       IDENTIFICATION DIVISION.
       PROGRAM-ID. UtbetalningsAttest.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W692.CPY".
       COPY "P_W693.CPY".
       COPY "P_W694.CPY".
       COPY "P_W695.CPY".
       COPY "P_W696.CPY".
       COPY "P_W697.CPY".
       COPY "P_W698.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-MÅNAD                      PIC X(2).
       01  WS-DAG                        PIC X(2).
       01  WS-TIDSSTAMPEL                PIC X(19).

       01  ws-count                      PIC 9(4) VALUE 0.

      *> Menyval och attestantens signatur - samma konsolmönster
      *> som KundmasterUnderhall.cbl. Attest och avvisning kräver
      *> funktionen ATTEST i operatörsregistret.
       01  WS-FUNKTION                   PIC 9(1) VALUE 0.
       01  WS-SIGNATUR                   PIC X(8).

      *> Behörighetskontroll mot operatörsregistret, se
      *> Z-KONTROLLERA-BEHORIGHET.
       01  WS-BEHORIG-FUNKTION           PIC X(15).
       01  WS-BEHORIG                    PIC X(1) VALUE "N".

      *> Vald batch: typ (KLIENTMEDEL/ATERBET) och nummer, se
      *> P_W694.CPY.
       01  WS-BATCHTYP                   PIC X(11).
       01  WS-BATCHNR-IN                 PIC 9(9) VALUE 0.
       01  WS-BATCH-FINNS                PIC X(1) VALUE "N".
       01  WS-BEKRAFTA                   PIC X(1).
       01  WS-ANMARKNING                 PIC X(60).

      *> Uppdragsgivare i batchen vars bankkonto ändrats de
      *> senaste 30 dagarna (uppdragsgivare_logg) - visas som
      *> varning och noteras i attestloggen.
       01  WS-ANTAL-KONTOANDRINGAR       PIC 9(4) VALUE 0.
       01  WS-KONTO-ANDRAT-DATUM         PIC X(10).

       01  WS-ANTAL-RADER                PIC 9(6) VALUE 0.
       01  WS-EDIT-BATCH                 PIC Z(8)9.
       01  WS-EDIT-ANTAL                 PIC Z(5)9.
       01  WS-EDIT-UPGNR                 PIC Z(6)9.
       01  WS-EDIT-LOPNR                 PIC Z(9)9.
       01  WS-EDIT-KUNDNR                PIC Z(9)9.
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
                       PERFORM D-LISTA-VANTANDE
                   WHEN 2
                       PERFORM E-GRANSKA-BATCH
                   WHEN 3
                       MOVE "ATTEST" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM F-ATTESTERA-BATCH
                       END-IF
                   WHEN 4
                       MOVE "ATTEST" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM G-AVVISA-BATCH
                       END-IF
                   WHEN OTHER
                       DISPLAY "OGILTIGT VAL."
               END-EVALUATE
               PERFORM C-VISA-MENY
           END-PERFORM

           DISPLAY "Utbetalningsattest avslutad."

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
           DISPLAY "ATTEST AV UTBETALNINGSBATCHAR"
           DISPLAY "1 = LISTA VANTANDE BATCHAR"
           DISPLAY "2 = GRANSKA BATCH"
           DISPLAY "3 = ATTESTERA BATCH"
           DISPLAY "4 = AVVISA BATCH"
           DISPLAY "9 = AVSLUTA"
           DISPLAY "VAL: "
           ACCEPT WS-FUNKTION FROM CONSOLE.

       D-LISTA-VANTANDE SECTION.

           MOVE 0 TO WS-ANTAL-RADER

           EXEC SQL
               DECLARE VANTANDE_CURSOR CURSOR FOR
               SELECT batchtyp, batchnr, antal, belopp,
                      krav_attester, upprattad_av,
                      ISNULL(attest1_av, ' ')
               FROM REDWARRIOR.dbo.utbetalning_batch
               WHERE status = 'VANTANDE'
               ORDER BY batchtyp, batchnr
           END-EXEC

           EXEC SQL
               OPEN VANTANDE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN VANTANDE_CURSOR: " SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH VANTANDE_CURSOR
                   INTO :ubatch-batchtyp, :ubatch-batchnr,
                        :ubatch-antal, :ubatch-belopp,
                        :ubatch-krav-attester,
                        :ubatch-upprattad-av, :ubatch-attest1-av
               END-EXEC

               IF SQLCODE = 0
                   MOVE ubatch-batchnr TO WS-EDIT-BATCH
                   MOVE ubatch-antal TO WS-EDIT-ANTAL
                   MOVE ubatch-belopp TO WS-EDIT-BELOPP
                   DISPLAY ubatch-batchtyp " " WS-EDIT-BATCH
                     " RADER " WS-EDIT-ANTAL " SUMMA " WS-EDIT-BELOPP
                     " UPPRATTAD AV " ubatch-upprattad-av
                   IF ubatch-krav-attester = 2
                       IF ubatch-attest1-av = SPACES
                           DISPLAY "    KRAVER TVA ATTESTER - "
                             "INGEN GIVEN"
                       ELSE
                           DISPLAY "    KRAVER TVA ATTESTER - "
                             "FORSTA AV " ubatch-attest1-av
                       END-IF
                   END-IF
                   ADD 1 TO WS-ANTAL-RADER
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH VANTANDE: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE VANTANDE_CURSOR
           END-EXEC

           IF WS-ANTAL-RADER = 0
               DISPLAY "INGA BATCHAR VANTAR PA ATTEST."
           END-IF.

       E-GRANSKA-BATCH SECTION.

           PERFORM H-LAS-BATCH

           IF WS-BATCH-FINNS = "J"
               PERFORM I-VISA-RADER
               PERFORM J-KONTROLLERA-BANKKONTON
           END-IF.

       F-ATTESTERA-BATCH SECTION.

      *> Fyra ögon: den som upprättade batchen får inte attestera
      *> den, och vid krav på två attester måste den andra komma
      *> från en annan signatur än den första. Rader och
      *> bankkontovarningar visas alltid innan attesten bekräftas.
           PERFORM H-LAS-BATCH

           IF WS-BATCH-FINNS = "N"
               CONTINUE
           ELSE
           IF ubatch-status NOT = "VANTANDE"
               DISPLAY "BATCHEN VANTAR INTE PA ATTEST - STATUS "
                 ubatch-status
           ELSE
           IF ubatch-upprattad-av = WS-SIGNATUR
               DISPLAY "DEN SOM UPPRATTAT BATCHEN FAR INTE "
                 "ATTESTERA DEN."
           ELSE
           IF ubatch-attest1-av = WS-SIGNATUR
               DISPLAY "DU HAR REDAN ATTESTERAT BATCHEN - ANDRA "
                 "ATTESTEN MASTE GES AV NAGON ANNAN."
           ELSE

               PERFORM I-VISA-RADER
               PERFORM J-KONTROLLERA-BANKKONTON

               DISPLAY "BEKRAFTA ATTEST (J/N): "
               ACCEPT WS-BEKRAFTA FROM CONSOLE

               IF WS-BEKRAFTA NOT = "J"
                   DISPLAY "INGEN ATTEST GIVEN."
               ELSE

                   PERFORM K-SATT-TIDSSTAMPEL

                   IF ubatch-attest1-av = SPACES
                       EXEC SQL
                           UPDATE REDWARRIOR.dbo.utbetalning_batch
                           SET attest1_av = :WS-SIGNATUR,
                               attest1_at = :WS-TIDSSTAMPEL,
                               status = CASE WHEN krav_attester = 1
                                             THEN 'ATTESTERAD'
                                             ELSE status END
                           WHERE batchtyp = :ubatch-batchtyp
                             AND batchnr = :ubatch-batchnr
                             AND status = 'VANTANDE'
                             AND attest1_av IS NULL
                       END-EXEC
                   ELSE
                       EXEC SQL
                           UPDATE REDWARRIOR.dbo.utbetalning_batch
                           SET attest2_av = :WS-SIGNATUR,
                               attest2_at = :WS-TIDSSTAMPEL,
                               status = 'ATTESTERAD'
                           WHERE batchtyp = :ubatch-batchtyp
                             AND batchnr = :ubatch-batchnr
                             AND status = 'VANTANDE'
                             AND attest1_av <> :WS-SIGNATUR
                             AND attest2_av IS NULL
                       END-EXEC
                   END-IF

                   IF SQLCODE = 100
                       DISPLAY "BATCHEN HAR ANDRATS UNDER TIDEN - "
                         "INGEN ATTEST GIVEN."
                   ELSE
                   IF SQLCODE NOT = 0
                       DISPLAY "FEL VID ATTEST AV BATCH: " SQLCODE
                   ELSE
                       MOVE "ATTEST" TO alogg-handelse
                       MOVE SPACES TO alogg-anmarkning
                       IF WS-ANTAL-KONTOANDRINGAR > 0
                           MOVE WS-ANTAL-KONTOANDRINGAR
                             TO WS-EDIT-ANTAL
                           STRING
                             "BANKKONTO ANDRAT SENASTE 30 DGR: "
                             WS-EDIT-ANTAL
                             DELIMITED BY SIZE
                             INTO alogg-anmarkning
                           END-STRING
                       END-IF
                       PERFORM L-SPARA-ATTESTLOGG

                       IF ubatch-attest1-av = SPACES
                         AND ubatch-krav-attester = 2
                           DISPLAY "FORSTA ATTEST REGISTRERAD - "
                             "BATCHEN KRAVER EN ATTEST TILL."
                       ELSE
                           DISPLAY "BATCHEN ATTESTERAD - FILEN "
                             "BYGGS VID NASTA SLAPPKORNING."
                       END-IF
                   END-IF
                   END-IF

               END-IF

           END-IF
           END-IF
           END-IF
           END-IF.

       G-AVVISA-BATCH SECTION.

      *> En avvisad batch betalas aldrig ut. Klientmedlen ligger
      *> kvar obokförda och föreslås igen i nästa upprättande;
      *> för återbetalningar sätts reskontraraderna
      *> (aterbetalning, P_W699.CPY) till AVVISAD och aterbet_flagga
      *> nollställs så att HITTA-OVERBETALDA i The_Heart.cbl
      *> föreslår dem på nytt - med det konto gäldenären då har.
           PERFORM H-LAS-BATCH

           IF WS-BATCH-FINNS = "N"
               CONTINUE
           ELSE
           IF ubatch-status NOT = "VANTANDE"
               DISPLAY "BATCHEN VANTAR INTE PA ATTEST - STATUS "
                 ubatch-status
           ELSE

               DISPLAY "ANGE ORSAK TILL AVVISNING: "
               ACCEPT WS-ANMARKNING FROM CONSOLE

               IF WS-ANMARKNING = SPACES
                   DISPLAY "ORSAK MASTE ANGES - INGET SPARAT."
               ELSE

                   PERFORM K-SATT-TIDSSTAMPEL

                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.utbetalning_batch
                       SET status = 'AVVISAD',
                           avslutad_av = :WS-SIGNATUR,
                           avslutad_at = :WS-TIDSSTAMPEL
                       WHERE batchtyp = :ubatch-batchtyp
                         AND batchnr = :ubatch-batchnr
                         AND status = 'VANTANDE'
                   END-EXEC

                   IF SQLCODE NOT = 0
                       DISPLAY "FEL VID AVVISNING AV BATCH: " SQLCODE
                   ELSE

                       IF ubatch-batchtyp = "ATERBET"
                           EXEC SQL
                               UPDATE REDWARRIOR.dbo.faktura
                               SET aterbet_flagga = 'N'
                               WHERE lopnr IN (
                                   SELECT r.lopnr
                                   FROM REDWARRIOR.dbo.utbetalning_rad r
                                   WHERE r.batchtyp = :ubatch-batchtyp
                                     AND r.batchnr = :ubatch-batchnr)
                           END-EXEC
                           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                               DISPLAY "FEL VID ATERSTALLNING AV "
                                 "ATERBET_FLAGGA: " SQLCODE
                           END-IF
                           EXEC SQL
                               UPDATE REDWARRIOR.dbo.aterbetalning
                               SET status = 'AVVISAD'
                               WHERE batchnr = :ubatch-batchnr
                                 AND status = 'ATTEST'
                           END-EXEC
                           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                               DISPLAY "FEL VID AVVISNING AV "
                                 "ATERBETALNING: " SQLCODE
                           END-IF
                       END-IF

                       MOVE "AVVISAD" TO alogg-handelse
                       MOVE WS-ANMARKNING TO alogg-anmarkning
                       PERFORM L-SPARA-ATTESTLOGG
                       DISPLAY "BATCHEN AVVISAD."
                   END-IF

               END-IF

           END-IF
           END-IF.

       H-LAS-BATCH SECTION.

           MOVE "N" TO WS-BATCH-FINNS

           DISPLAY "ANGE BATCHTYP (KLIENTMEDEL/ATERBET): "
           ACCEPT WS-BATCHTYP FROM CONSOLE
           DISPLAY "ANGE BATCHNR: "
           ACCEPT WS-BATCHNR-IN FROM CONSOLE

           MOVE WS-BATCHTYP TO ubatch-batchtyp
           MOVE WS-BATCHNR-IN TO ubatch-batchnr

           EXEC SQL
               SELECT status, ISNULL(period, ' '), antal, belopp,
                      krav_attester, upprattad_av,
                      ISNULL(attest1_av, ' ')
               INTO :ubatch-status, :ubatch-period, :ubatch-antal,
                    :ubatch-belopp, :ubatch-krav-attester,
                    :ubatch-upprattad-av, :ubatch-attest1-av
               FROM REDWARRIOR.dbo.utbetalning_batch
               WHERE batchtyp = :ubatch-batchtyp
                 AND batchnr = :ubatch-batchnr
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "BATCHEN FINNS INTE."
           ELSE
           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID LASNING AV UTBETALNING_BATCH: "
                 SQLCODE
           ELSE
               MOVE "J" TO WS-BATCH-FINNS
               MOVE ubatch-batchnr TO WS-EDIT-BATCH
               MOVE ubatch-antal TO WS-EDIT-ANTAL
               MOVE ubatch-belopp TO WS-EDIT-BELOPP
               DISPLAY "BATCH " ubatch-batchtyp " " WS-EDIT-BATCH
                 " STATUS " ubatch-status " PERIOD " ubatch-period
               DISPLAY "RADER " WS-EDIT-ANTAL " SUMMA "
                 WS-EDIT-BELOPP " UPPRATTAD AV " ubatch-upprattad-av
               IF ubatch-attest1-av NOT = SPACES
                   DISPLAY "FORSTA ATTEST AV " ubatch-attest1-av
               END-IF
           END-IF
           END-IF.

       I-VISA-RADER SECTION.

           EXEC SQL
               DECLARE RAD_CURSOR CURSOR FOR
               SELECT ISNULL(upgnr, 0), ISNULL(kundnr, 0),
                      ISNULL(lopnr, 0), ISNULL(mottagare_namn, ' '),
                      ISNULL(mottagarkonto, ' '), belopp
               FROM REDWARRIOR.dbo.utbetalning_rad
               WHERE batchtyp = :ubatch-batchtyp
                 AND batchnr = :ubatch-batchnr
               ORDER BY radnr
           END-EXEC

           EXEC SQL
               OPEN RAD_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN RAD_CURSOR: " SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH RAD_CURSOR
                   INTO :urad-upgnr, :urad-kundnr, :urad-lopnr,
                        :urad-mottagare-namn, :urad-mottagarkonto,
                        :urad-belopp
               END-EXEC

               IF SQLCODE = 0
                   MOVE urad-belopp TO WS-EDIT-BELOPP
                   IF ubatch-batchtyp = "KLIENTMEDEL"
                       MOVE urad-upgnr TO WS-EDIT-UPGNR
                       DISPLAY WS-EDIT-UPGNR " "
                         urad-mottagare-namn(1:30) " "
                         WS-EDIT-BELOPP " TILL " urad-mottagarkonto
                   ELSE
                       MOVE urad-kundnr TO WS-EDIT-KUNDNR
                       MOVE urad-lopnr TO WS-EDIT-LOPNR
                       DISPLAY "KUNDNR " WS-EDIT-KUNDNR
                         " LOPNR " WS-EDIT-LOPNR " " WS-EDIT-BELOPP
                         " TILL " urad-mottagarkonto
                   END-IF
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH RAD: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE RAD_CURSOR
           END-EXEC.

       J-KONTROLLERA-BANKKONTON SECTION.

      *> Varnar för varje uppdragsgivare i batchen vars bankkonto
      *> ändrats i UppdragsgivareUnderhall.cbl de senaste 30
      *> dagarna - det klassiska sättet att leda om klientmedel.
      *> För återbetalningar gäller detsamma gäldenärskonton som
      *> kundtjänst registrerat i GaldenarKonto.cbl, se
      *> N-KONTROLLERA-GALDENARSKONTON.
           MOVE 0 TO WS-ANTAL-KONTOANDRINGAR

           IF ubatch-batchtyp = "ATERBET"
               PERFORM N-KONTROLLERA-GALDENARSKONTON
           END-IF

           EXEC SQL
               DECLARE KONTO_CURSOR CURSOR FOR
               SELECT r.upgnr, ISNULL(l.gammalt_varde, ' '),
                      ISNULL(l.nytt_varde, ' '), l.andrad_av,
                      CONVERT(CHAR(10), l.andrad_at, 120)
               FROM REDWARRIOR.dbo.utbetalning_rad r
               INNER JOIN REDWARRIOR.dbo.uppdragsgivare_logg l
                 ON l.upgnr = r.upgnr
               WHERE r.batchtyp = :ubatch-batchtyp
                 AND r.batchnr = :ubatch-batchnr
                 AND l.falt_namn = 'BANKKONTO'
                 AND l.andrad_at >= DATEADD(DAY, -30, GETDATE())
               ORDER BY r.upgnr, l.andrad_at
           END-EXEC

           EXEC SQL
               OPEN KONTO_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN KONTO_CURSOR: " SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH KONTO_CURSOR
                   INTO :upglogg-upgnr, :upglogg-gammalt-varde,
                        :upglogg-nytt-varde, :upglogg-andrad-av,
                        :WS-KONTO-ANDRAT-DATUM
               END-EXEC

               IF SQLCODE = 0
                   MOVE upglogg-upgnr TO WS-EDIT-UPGNR
                   DISPLAY "*** VARNING: UPGNR " WS-EDIT-UPGNR
                     " BYTTE BANKKONTO " WS-KONTO-ANDRAT-DATUM
                     " AV " upglogg-andrad-av
                   DISPLAY "    FRAN " upglogg-gammalt-varde(1:20)
                     " TILL " upglogg-nytt-varde(1:20)
                   ADD 1 TO WS-ANTAL-KONTOANDRINGAR
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH KONTO: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE KONTO_CURSOR
           END-EXEC.

       N-KONTROLLERA-GALDENARSKONTON SECTION.

      *> Konton från BG Max är avsändarens eget bankgiro; ett
      *> konto som kundtjänst slagit in efter ett telefonsamtal är
      *> däremot precis vad en bedragare skulle be om.
           EXEC SQL
               DECLARE GKONTO_CURSOR CURSOR FOR
               SELECT r.kundnr, g.kontonr, g.signatur,
                      CONVERT(CHAR(10), g.registrerad_at, 120)
               FROM REDWARRIOR.dbo.utbetalning_rad r
               INNER JOIN REDWARRIOR.dbo.galdenar_konto g
                 ON g.kundnr = r.kundnr
               WHERE r.batchtyp = :ubatch-batchtyp
                 AND r.batchnr = :ubatch-batchnr
                 AND g.kalla = 'KUNDTJANST'
                 AND g.registrerad_at >= DATEADD(DAY, -30, GETDATE())
               ORDER BY r.kundnr
           END-EXEC

           EXEC SQL
               OPEN GKONTO_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN GKONTO_CURSOR: " SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH GKONTO_CURSOR
                   INTO :gkonto-kundnr, :gkonto-kontonr,
                        :gkonto-signatur, :WS-KONTO-ANDRAT-DATUM
               END-EXEC

               IF SQLCODE = 0
                   MOVE gkonto-kundnr TO WS-EDIT-KUNDNR
                   DISPLAY "*** VARNING: KUNDNR " WS-EDIT-KUNDNR
                     " KONTO " gkonto-kontonr
                   DISPLAY "    REGISTRERAT AV KUNDTJANST "
                     WS-KONTO-ANDRAT-DATUM " AV " gkonto-signatur
                   ADD 1 TO WS-ANTAL-KONTOANDRINGAR
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH GKONTO: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE GKONTO_CURSOR
           END-EXEC.

       L-SPARA-ATTESTLOGG SECTION.

      *> Anroparen fyller i handelse och anmärkning.
           MOVE ubatch-batchtyp TO alogg-batchtyp
           MOVE ubatch-batchnr TO alogg-batchnr
           MOVE WS-SIGNATUR TO alogg-signatur
           MOVE WS-TIDSSTAMPEL TO alogg-logg-at

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.attest_logg
                   (batchtyp, batchnr, handelse, signatur, logg_at,
                    anmarkning)
               VALUES
                   (:alogg-batchtyp, :alogg-batchnr,
                    :alogg-handelse, :alogg-signatur,
                    :alogg-logg-at, :alogg-anmarkning)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID INSERT ATTEST_LOGG: " SQLCODE
           END-IF.

       K-SATT-TIDSSTAMPEL SECTION.

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
               MOVE "UtbetalningsAttest" TO blogg-program
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
