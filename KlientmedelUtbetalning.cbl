      *> per uppdragsgivare till dennes klientmedelskonto
      *> (uppdragsgivare.bankkonto, se P_W675.CPY). Ersätter den
      *> manuella registreringen i bankportalen, där en felslagen
      *> siffra var osynlig tills klienten ringde. Filen byggs
      *> först i släppkörningen (PARM='SLAPP') ur en attesterad
      *> batch - se L-SLAPP-ATTESTERAD-BATCH.
           SELECT LBFIL ASSIGN TO "LBUT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Klientmedelsredovisning per uppdragsgivare - medel in,
      *> medel ut och kvarstående saldo, med kontrollsummor som
      *> knyter an till avräkningen för samma period. Skrivs när
      *> batchen upprättas och är attestantens underlag.
           SELECT KLIENTMEDELRAPPORT
               ASSIGN TO "KLIENTMEDELRAPPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       COPY "P_W675.CPY".
       COPY "P_W682.CPY".
       COPY "P_W690.CPY".
       COPY "P_W692.CPY".
       COPY "P_W693.CPY".
       COPY "P_W694.CPY".
       COPY "P_W695.CPY".
       COPY "P_W696.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-PERIOD                     PIC X(7).
       01  WS-PERIOD-SLUT                PIC X(10).
       01  WS-DAGENS-DATUM               PIC X(10).
       01  WS-TIDSSTAMPEL                PIC X(19).

      *> Attest med fyra ögon (se P_W694.CPY): en vanlig körning
      *> upprättar bara en väntande batch i utbetalning_batch/
      *> utbetalning_rad - ingen LB-fil och ingen UTBET-bokföring.
      *> Filen byggs av släppkörningen PARM='SLAPP' när batchen
      *> attesterats i UtbetalningsAttest.cbl. Operatörens
      *> signatur måste anges i PARM - position 9-16 efter
      *> perioden vid upprättandet ('AAAA-MM SIGNATUR', perioden
      *> blank = föregående månad) och position 7-14 vid släppet
      *> ('SLAPP SIGNATUR'). Upprättaren står i batchhuvudet och
      *> får inte attestera batchen, och släpparen står som
      *> avslutad_av och i attest_logg. Signaturen måste ha
      *> funktionen KLIENTMEDEL i operatörsregistret, annars
      *> nekas körningen med RC 16.
       01  WS-SLAPP                      PIC X(1) VALUE "N".
       01  WS-SIGNATUR                   PIC X(8) VALUE SPACES.

      *> Behörighetskontroll mot operatörsregistret, se
      *> Z-KONTROLLERA-BEHORIGHET.
       01  WS-BEHORIG-FUNKTION           PIC X(15).
       01  WS-BEHORIG                    PIC X(1) VALUE "N".

      *> Fel i släppkörningen - bokföringen rullas tillbaka,
      *> batchen förblir ATTESTERAD och LBUT.TXT töms.
       01  WS-SLAPP-FEL                  PIC X(1) VALUE "N".
       01  WS-RADER-ANTAL                PIC 9(6) VALUE 0.
       01  WS-RADER-BELOPP               PIC S9(11)V9(2) COMP-3
                                           VALUE 0.

      *> Beloppsgräns i hela kronor över vilken batchen kräver två
      *> attester, ur styrparameter-raden ATTEST_GRANS_TVA.
       01  WS-ATTEST-GRANS               PIC S9(11)V9(2) COMP-3
                                           VALUE 500000.

      *> Vårt bankgironummer i LB-filens öppningspost - läses ur
      *> styrparameter-raden BANKGIRONR så drift kan byta konto
       01  WS-BATCH-NR                   PIC S9(9) COMP-5 VALUE 0.
       01  WS-ANTAL-UTBET                PIC 9(6) VALUE 0.
       01  WS-ANTAL-HOPPADE              PIC 9(6) VALUE 0.
       01  WS-HOPPAD-ORSAK               PIC X(45).
       01  WS-KONTROLL-BELOPP            PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-KONTROLL-ORE               PIC 9(15).

       01  WS-EDIT-UPGNR                 PIC Z(6)9.
       01  WS-EDIT-BATCH                 PIC Z(8)9.
       01  WS-EDIT-ANTAL                 PIC Z(5)9.
       01  WS-EDIT-BELOPP                PIC Z(8)9.99-.
       01  WS-RAPPORT-RAD                PIC X(120).


           PERFORM B-CONNECT-TO-DB
           PERFORM C-LAS-PERIOD

           MOVE "KLIENTMEDEL" TO WS-BEHORIG-FUNKTION
           PERFORM Z-KONTROLLERA-BEHORIGHET
           IF WS-BEHORIG NOT = "J"
      *> Det nekade försöket ska stå kvar i behorighet_logg.
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-SLAPP = "J"
               PERFORM L-SLAPP-ATTESTERAD-BATCH
               PERFORM I-SPARA-KORNINGSLOGG

               DISPLAY "Klientmedelsutbetalning släppt."
               DISPLAY "Utbetalningar i LB-filen:  " WS-ANTAL-UTBET
           ELSE
               PERFORM M-KONTROLLERA-OPPEN-BATCH
               PERFORM D-HAMTA-BATCHNR

               OPEN OUTPUT KLIENTMEDELRAPPORT
               PERFORM F-SKRIV-RAPPORTRUBRIK
               PERFORM G-BYGG-UTBETALNINGAR
               PERFORM N-SKAPA-BATCH
               CLOSE KLIENTMEDELRAPPORT
               PERFORM I-SPARA-KORNINGSLOGG

               DISPLAY "Klientmedelsbatch upprättad - väntar på "
                 "attest."
               DISPLAY "Utbetalningar i batchen:   " WS-ANTAL-UTBET
               DISPLAY "Overhoppade (konto/avslut): " WS-ANTAL-HOPPADE
           END-IF

      *> Ett misslyckat INSERT i batchen eller släppet ger RC 16 -
      *> då sparas ingenting, varken halvfärdig batch, lösa
      *> utbetalning_rad-rader eller UTBET-bokföring.
           IF RETURN-CODE = 16
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "KORNINGEN AVBRUTEN MED FEL - INGA ANDRINGAR "
                 "SPARADE."
           ELSE
               EXEC SQL
                   COMMIT
               END-EXEC
           END-IF

           GOBACK.

               INTO :WS-DAGENS-DATUM
           END-EXEC

           IF LK-PARM-LANGD >= 5 AND LK-PARM-DATA(1:5) = "SLAPP"
      *> Släppkörning - perioden följer med den attesterade
      *> batchen.
               MOVE "J" TO WS-SLAPP
               IF LK-PARM-LANGD > 6
                   MOVE LK-PARM-DATA(7:8) TO WS-SIGNATUR
               END-IF
           ELSE
           IF LK-PARM-LANGD > 8
               MOVE LK-PARM-DATA(9:8) TO WS-SIGNATUR
           END-IF
           IF LK-PARM-LANGD >= 7 AND LK-PARM-DATA(1:7) NOT = SPACES
               MOVE LK-PARM-DATA(1:7) TO WS-PERIOD
               IF WS-PERIOD(1:4) IS NOT NUMERIC
                 OR WS-PERIOD(6:2) IS NOT NUMERIC
                   STOP RUN
               END-IF
           ELSE
      *> Ingen period: föregående månad.
               EXEC SQL
                   SELECT CONVERT(CHAR(7),
                          DATEADD(MONTH, -1, GETDATE()), 120)
                   INTO :WS-PERIOD
               END-EXEC
           END-IF
           END-IF

           IF WS-SIGNATUR = SPACES
               DISPLAY "SIGNATUR SAKNAS I PARM - ANGE 'AAAA-MM "
                 "SIGNATUR' ELLER 'SLAPP SIGNATUR'."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *> Periodslut = första dagen i månaden EFTER perioden - allt
      *> med handelse_datum före detta datum räknas in.
           IF WS-SLAPP = "N"
               EXEC SQL
                   SELECT CONVERT(CHAR(10),
                          DATEADD(MONTH, 1,
                            CAST(:WS-PERIOD + '-01' AS DATE)), 120)
                   INTO :WS-PERIOD-SLUT
               END-EXEC
           END-IF.

       D-HAMTA-BATCHNR SECTION.

                          THEN -k.belopp
                          ELSE CAST(0.00 AS DECIMAL(11,2)) END),
                      ISNULL(MAX(u.namn), '*OKAND*'),
                      ISNULL(MAX(u.bankkonto), ' '),
                      ISNULL(MAX(u.aktiv), 'J')
               FROM REDWARRIOR.dbo.klientmedel k
               LEFT JOIN REDWARRIOR.dbo.uppdragsgivare u
                 ON u.upgnr = k.upgnr
               EXEC SQL
                   FETCH KLMEDEL_CURSOR INTO
                       :klmedel-upgnr, :WS-SALDO,
                       :upg-namn, :upg-bankkonto, :upg-aktiv
               END-EXEC

               IF SQLCODE = 0
                   IF upg-aktiv = "N"
      *> En avslutad uppdragsgivare slutregleras av
      *> UppdragsgivareAvslut (efterreglering) - saldot får inte
      *> dessutom följa med den månatliga batchen.
                       MOVE "UPPDRAG AVSLUTAT - SE UppdragsgivareAvslut"
                         TO WS-HOPPAD-ORSAK
                       PERFORM K-SKRIV-HOPPAD-RAD
                   ELSE
                   IF upg-bankkonto = SPACES
      *> Utan registrerat klientmedelskonto görs ingen utbetalning
      *> - saldot står kvar och raden syns i rapporten tills
      *> UppdragsgivareUnderhall fått in kontot.
                       MOVE "BANKKONTO SAKNAS - EJ UTBETALD"
                         TO WS-HOPPAD-ORSAK
                       PERFORM K-SKRIV-HOPPAD-RAD
                   ELSE
                       PERFORM J-SKRIV-UTBETALNING
                   END-IF
                   END-IF
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH KLMEDEL: " SQLCODE

       J-SKRIV-UTBETALNING SECTION.

      *> Utbetalningen läggs som rad i den väntande batchen med
      *> mottagarkontot fryst - LB-posten och UTBET-bokföringen
      *> görs först när batchen attesterats och släpps, se
      *> P-SKRIV-LB-RAD.
           ADD 1 TO WS-ANTAL-UTBET
           ADD WS-SALDO TO WS-KONTROLL-BELOPP

           MOVE "KLIENTMEDEL" TO urad-batchtyp
           MOVE WS-BATCH-NR TO urad-batchnr
           MOVE WS-ANTAL-UTBET TO urad-radnr
           MOVE klmedel-upgnr TO urad-upgnr
           MOVE 0 TO urad-kundnr
           MOVE 0 TO urad-lopnr
           MOVE upg-namn TO urad-mottagare-namn
           MOVE upg-bankkonto TO urad-mottagarkonto
           MOVE WS-SALDO TO urad-belopp

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.utbetalning_rad
                   (batchtyp, batchnr, radnr, upgnr, kundnr, lopnr,
                    mottagare_namn, mottagarkonto, belopp)
               VALUES
                   (:urad-batchtyp, :urad-batchnr, :urad-radnr,
                    :urad-upgnr, :urad-kundnr, :urad-lopnr,
                    :urad-mottagare-namn, :urad-mottagarkonto,
                    :urad-belopp)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID INSERT UTBETALNING_RAD: " SQLCODE
      *> A-MAIN rullar då tillbaka hela batchen.
               MOVE 16 TO RETURN-CODE
           END-IF

           MOVE klmedel-upgnr TO WS-EDIT-UPGNR
           STRING
             WS-EDIT-UPGNR   " "
             upg-namn(1:30)  "  "
             WS-EDIT-BELOPP  "  " WS-HOPPAD-ORSAK
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           COMPUTE WS-KONTROLL-ORE = WS-KONTROLL-BELOPP * 100
           MOVE WS-KONTROLL-ORE TO LBSLUT-BELOPP-ORE

           WRITE LBFIL-SLUT.

       I-SPARA-KORNINGSLOGG SECTION.

      *> En rad i run_history per utbetalningskörning: antal
      *> utbetalningar i antal_infogade och LB-filens beloppssumma
      *> i kontroll_belopp, så utbetalt kan stämmas av mot bankens
      *> kvittens och mot avräkningen. Upprättandet loggas som
      *> steg KLMED och släppet som steg SLAPP, båda med
      *> batchnumret i parametrar.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
           MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
           END-STRING

           MOVE "KlientmedelUtbetalning" TO run-history-programnamn
           IF WS-SLAPP = "J"
               MOVE "SLAPP" TO run-history-steg
           ELSE
               MOVE "KLMED" TO run-history-steg
           END-IF
           MOVE WS-ANTAL-UTBET TO run-history-antal-infogade
           MOVE 0 TO run-history-antal-borttagna
           MOVE 0 TO run-history-antal-flaggade
           MOVE 0 TO run-history-antal-avskrivna
           MOVE 0 TO run-history-antal-aterbet
           MOVE WS-KONTROLL-BELOPP TO run-history-kontroll-belopp
           MOVE WS-BATCH-NR TO WS-EDIT-BATCH
           MOVE SPACES TO run-history-parametrar
           STRING
             "BATCH=" WS-EDIT-BATCH
             DELIMITED BY SIZE
             INTO run-history-parametrar
           END-STRING

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.run_history
                   (run_timestamp, programnamn, steg, antal_infogade,
                    antal_borttagna, antal_flaggade, antal_avskrivna,
                    antal_aterbet, kontroll_belopp, parametrar)
               VALUES
                   (:run-history-timestamp, :run-history-programnamn,
                    :run-history-steg,
                    :run-history-antal-flaggade,
                    :run-history-antal-avskrivna,
                    :run-history-antal-aterbet,
                    :run-history-kontroll-belopp,
                    :run-history-parametrar)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA-KORNINGSLOGG: " SQLCODE
           END-IF.

       M-KONTROLLERA-OPPEN-BATCH SECTION.

      *> Saldot räknas på allt som ännu inte bokförts som UTBET,
      *> och UTBET bokförs först vid släppet - en ny batch medan
      *> en tidigare väntar på attest eller släpp skulle alltså
      *> föreslå samma pengar två gånger.
           MOVE 0 TO ws-count

           EXEC SQL
               SELECT COUNT(*) INTO :ws-count
               FROM REDWARRIOR.dbo.utbetalning_batch
               WHERE batchtyp = 'KLIENTMEDEL'
                 AND status IN ('VANTANDE', 'ATTESTERAD')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID LASNING AV UTBETALNING_BATCH: "
                 SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ws-count > 0
               DISPLAY "EN KLIENTMEDELSBATCH VANTAR REDAN PA ATTEST "
                 "ELLER SLAPP - INGEN NY BATCH UPPRATTAS."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       N-SKAPA-BATCH SECTION.

      *> Batchhuvudet med antal, summa och antal attester som
      *> krävs - två om summan överstiger ATTEST_GRANS_TVA.
           MOVE WS-KONTROLL-BELOPP TO WS-EDIT-BELOPP
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "SUMMA ATT ATTESTERA:                  "
             WS-EDIT-BELOPP
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           MOVE WS-RAPPORT-RAD TO KLIENTMEDELRAPPORT-RAD
           WRITE KLIENTMEDELRAPPORT-RAD

           IF WS-ANTAL-UTBET = 0
               DISPLAY "Inga utbetalningar - ingen batch upprättad."
           ELSE

               EXEC SQL
                   SELECT parameter_varde INTO :styrparam-varde
                   FROM REDWARRIOR.dbo.styrparameter
                   WHERE parameter_namn = 'ATTEST_GRANS_TVA'
               END-EXEC

               IF SQLCODE = 0 AND styrparam-varde(1:9) IS NUMERIC
                   MOVE styrparam-varde(1:9) TO WS-ATTEST-GRANS
               END-IF

               PERFORM Q-SATT-TIDSSTAMPEL

               MOVE "KLIENTMEDEL" TO ubatch-batchtyp
               MOVE WS-BATCH-NR TO ubatch-batchnr
               MOVE "VANTANDE" TO ubatch-status
               MOVE WS-PERIOD TO ubatch-period
               MOVE WS-ANTAL-UTBET TO ubatch-antal
               MOVE WS-KONTROLL-BELOPP TO ubatch-belopp
               IF WS-KONTROLL-BELOPP > WS-ATTEST-GRANS
                   MOVE 2 TO ubatch-krav-attester
               ELSE
                   MOVE 1 TO ubatch-krav-attester
               END-IF
               MOVE WS-SIGNATUR TO ubatch-upprattad-av
               MOVE WS-TIDSSTAMPEL TO ubatch-upprattad-at

               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.utbetalning_batch
                       (batchtyp, batchnr, status, period, antal,
                        belopp, krav_attester, upprattad_av,
                        upprattad_at)
                   VALUES
                       (:ubatch-batchtyp, :ubatch-batchnr,
                        :ubatch-status, :ubatch-period,
                        :ubatch-antal, :ubatch-belopp,
                        :ubatch-krav-attester,
                        :ubatch-upprattad-av,
                        :ubatch-upprattad-at)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID INSERT UTBETALNING_BATCH: "
                     SQLCODE
      *> A-MAIN rullar då tillbaka batchen och dess rader.
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "UPPRATTAD" TO alogg-handelse
                   MOVE WS-SIGNATUR TO alogg-signatur
                   MOVE SPACES TO alogg-anmarkning
                   PERFORM O-SPARA-ATTESTLOGG
               END-IF

               MOVE ubatch-krav-attester TO WS-EDIT-ANTAL
               MOVE SPACES TO WS-RAPPORT-RAD
               STRING
                 "VANTAR PA ATTEST - ANTAL ATTESTER SOM KRAVS: "
                 WS-EDIT-ANTAL
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               MOVE WS-RAPPORT-RAD TO KLIENTMEDELRAPPORT-RAD
               WRITE KLIENTMEDELRAPPORT-RAD
           END-IF.

       L-SLAPP-ATTESTERAD-BATCH SECTION.

      *> Bygger LBUT.TXT ur den äldsta attesterade
      *> klientmedelsbatchen: exakt de rader, konton och belopp som
      *> attesterades. Batchens rader stäms av mot batchhuvudet
      *> innan filen öppnas. UTBET-raden bokförs per LB-post som
      *> förut, och filens slutsumma stäms av mot batchhuvudet
      *> igen. Går något fel - avvikelse, misslyckad bokföring
      *> eller uppdatering - rullas allt tillbaka, batchen förblir
      *> ATTESTERAD och LBUT.TXT töms så att ingen giltig fil kan
      *> föras över till banken.
           MOVE 0 TO WS-BATCH-NR
           MOVE "N" TO WS-SLAPP-FEL

           EXEC SQL
               SELECT ISNULL(MIN(batchnr), 0) INTO :WS-BATCH-NR
               FROM REDWARRIOR.dbo.utbetalning_batch
               WHERE batchtyp = 'KLIENTMEDEL'
                 AND status = 'ATTESTERAD'
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-BATCH-NR = 0
               DISPLAY "INGEN ATTESTERAD KLIENTMEDELSBATCH ATT SLAPPA."
               MOVE 4 TO RETURN-CODE
           ELSE

               MOVE "KLIENTMEDEL" TO ubatch-batchtyp
               MOVE WS-BATCH-NR TO ubatch-batchnr

               EXEC SQL
                   SELECT antal, belopp
                   INTO :ubatch-antal, :ubatch-belopp
                   FROM REDWARRIOR.dbo.utbetalning_batch
                   WHERE batchtyp = :ubatch-batchtyp
                     AND batchnr = :ubatch-batchnr
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "SQL FEL VID LASNING AV UTBETALNING_BATCH: "
                     SQLCODE
                   MOVE "J" TO WS-SLAPP-FEL
               ELSE
                   EXEC SQL
                       SELECT COUNT(*), ISNULL(SUM(belopp), 0)
                       INTO :WS-RADER-ANTAL, :WS-RADER-BELOPP
                       FROM REDWARRIOR.dbo.utbetalning_rad
                       WHERE batchtyp = :ubatch-batchtyp
                         AND batchnr = :ubatch-batchnr
                   END-EXEC

                   IF SQLCODE NOT = 0
                       DISPLAY "SQL FEL VID LASNING AV "
                         "UTBETALNING_RAD: " SQLCODE
                       MOVE "J" TO WS-SLAPP-FEL
                   ELSE
                   IF WS-RADER-BELOPP NOT = ubatch-belopp
                     OR WS-RADER-ANTAL NOT = ubatch-antal
                       DISPLAY "BATCHENS RADER STAMMER INTE MOT "
                         "ATTESTERAT BATCHHUVUD - INGEN LB-FIL."
                       MOVE "J" TO WS-SLAPP-FEL
                   END-IF
                   END-IF
               END-IF

               IF WS-SLAPP-FEL = "N"
                   PERFORM L1-SKRIV-LB-FIL

                   IF WS-KONTROLL-BELOPP NOT = ubatch-belopp
                     OR WS-ANTAL-UTBET NOT = ubatch-antal
                       DISPLAY "LB-FILEN STAMMER INTE MOT ATTESTERAD "
                         "BATCH."
                       MOVE "J" TO WS-SLAPP-FEL
                   END-IF
               END-IF

               IF WS-SLAPP-FEL = "N"
                   PERFORM L2-MARKERA-SLAPPT
               END-IF

               IF WS-SLAPP-FEL = "J"
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   OPEN OUTPUT LBFIL
                   CLOSE LBFIL
                   DISPLAY "SLAPPET AVBRUTET - BATCH " WS-BATCH-NR
                     " AR KVAR SOM ATTESTERAD OCH LBUT.TXT AR TOMD."
                   MOVE 16 TO RETURN-CODE
               END-IF

           END-IF.

       L1-SKRIV-LB-FIL SECTION.

           OPEN OUTPUT LBFIL
           PERFORM E-SKRIV-OPPNINGSPOST

           EXEC SQL
               DECLARE SLAPP_CURSOR CURSOR FOR
               SELECT upgnr, mottagarkonto, belopp
               FROM REDWARRIOR.dbo.utbetalning_rad
               WHERE batchtyp = :ubatch-batchtyp
                 AND batchnr = :ubatch-batchnr
               ORDER BY radnr
           END-EXEC

           EXEC SQL
               OPEN SLAPP_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN SLAPP_CURSOR: " SQLCODE
               MOVE "J" TO WS-SLAPP-FEL
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH SLAPP_CURSOR INTO
                       :urad-upgnr, :urad-mottagarkonto,
                       :urad-belopp
               END-EXEC

               IF SQLCODE = 0
                   PERFORM P-SKRIV-LB-RAD
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH SLAPP: "
                         SQLCODE
                       MOVE "J" TO WS-SLAPP-FEL
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE SLAPP_CURSOR
           END-EXEC

           PERFORM H-SKRIV-SLUTPOST
           CLOSE LBFIL.

       L2-MARKERA-SLAPPT SECTION.

      *> Släpparens signatur som avslutad_av och i attest_logg.
           PERFORM Q-SATT-TIDSSTAMPEL
           MOVE WS-SIGNATUR TO ubatch-avslutad-av
           MOVE WS-TIDSSTAMPEL TO ubatch-avslutad-at

           EXEC SQL
               UPDATE REDWARRIOR.dbo.utbetalning_batch
               SET status = 'SLAPPT',
                   avslutad_av = :ubatch-avslutad-av,
                   avslutad_at = :ubatch-avslutad-at
               WHERE batchtyp = :ubatch-batchtyp
                 AND batchnr = :ubatch-batchnr
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID UPDATE UTBETALNING_BATCH: "
                 SQLCODE
               MOVE "J" TO WS-SLAPP-FEL
           ELSE
               MOVE "SLAPPT" TO alogg-handelse
               MOVE WS-SIGNATUR TO alogg-signatur
               MOVE SPACES TO alogg-anmarkning
               PERFORM O-SPARA-ATTESTLOGG
           END-IF.

       P-SKRIV-LB-RAD SECTION.

           MOVE "14" TO LBBET-TK
           MOVE urad-mottagarkonto TO LBBET-MOTTAGARKONTO
           COMPUTE WS-BELOPP-ORE = urad-belopp * 100
           MOVE WS-BELOPP-ORE TO LBBET-BELOPP-ORE
           MOVE WS-DAGENS-DATUM TO LBBET-BETALDAG
           MOVE urad-upgnr TO LBBET-REFERENS

           WRITE LBFIL-BETALNING
           ADD 1 TO WS-ANTAL-UTBET
           ADD urad-belopp TO WS-KONTROLL-BELOPP

      *> UTBET-raden bokförs i samma ögonblick som filraden skrivs
      *> - klientmedelsboken och LB-filen kan aldrig glida isär.
           PERFORM Q-SATT-TIDSSTAMPEL
           MOVE WS-TIDSSTAMPEL TO klmedel-bokford-at

           MOVE urad-upgnr TO klmedel-upgnr
           MOVE 0 TO klmedel-lopnr
           MOVE "UTBET" TO klmedel-typ
           MOVE urad-belopp TO klmedel-belopp
           MOVE WS-DAGENS-DATUM TO klmedel-handelse-datum
           MOVE "KlientmedelUtbetalning" TO klmedel-kalla-program
           MOVE WS-BATCH-NR TO klmedel-utbet-batch

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.klientmedel
                   (upgnr, lopnr, typ, belopp, handelse_datum,
                    kalla_program, bokford_at, utbet_batch)
               VALUES
                   (:klmedel-upgnr, :klmedel-lopnr, :klmedel-typ,
                    :klmedel-belopp, :klmedel-handelse-datum,
                    :klmedel-kalla-program, :klmedel-bokford-at,
                    :klmedel-utbet-batch)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID BOKFORING AV UTBETALNING: " SQLCODE
               MOVE "J" TO WS-SLAPP-FEL
           END-IF.

       O-SPARA-ATTESTLOGG SECTION.

      *> Anroparen fyller i handelse, signatur och anmärkning.
           PERFORM Q-SATT-TIDSSTAMPEL
           MOVE "KLIENTMEDEL" TO alogg-batchtyp
           MOVE WS-BATCH-NR TO alogg-batchnr
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

       Q-SATT-TIDSSTAMPEL SECTION.

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
               MOVE "KlientmedelUtbetalning" TO blogg-program
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
