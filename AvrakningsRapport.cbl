       COPY "P_W675.CPY".
       COPY "P_W686.CPY".
       COPY "P_W690.CPY".
       COPY "P_W717.CPY".
       COPY "P_W719.CPY".
       COPY "P_W720.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-ANTAL-TILL-INKASSO         PIC S9(9) COMP-5.
       01  WS-ANTAL-BORTTAGNA            PIC S9(9) COMP-5.
       01  WS-ANTAL-AVSKRIVNA            PIC S9(9) COMP-5.
       01  WS-ANTAL-AVSKR-ACKORD         PIC S9(9) COMP-5.
       01  WS-ACKORD-BETALT              PIC S9(9)V9(2) COMP-3.
       01  WS-ACKORD-AVSKRIVET           PIC S9(9)V9(2) COMP-3.
       01  WS-INDRIVET-BELOPP            PIC S9(9)V9(2) COMP-3.
       01  WS-RANTA-BELOPP               PIC S9(9)V9(2) COMP-3.
       01  WS-BUCKET-0-30                PIC S9(9)V9(2) COMP-3.

       D-BYGG-ALLA-AVRAKNINGAR SECTION.

      *> En avslutad uppdragsgivare (aktiv = 'N', se
      *> UppdragsgivareAvslut.cbl) avräknas till och med den
      *> månad avslutet gjordes i, därefter inte.
           EXEC SQL
               DECLARE AVRAKNING_UPG_CURSOR CURSOR FOR
               SELECT upgnr, namn, orgnr, bankkonto
               FROM REDWARRIOR.dbo.uppdragsgivare
               WHERE ISNULL(aktiv, 'J') <> 'N'
                  OR avslut_datum >= CAST(:WS-PERIOD-START AS DATE)
               ORDER BY upgnr
           END-EXEC.

           EXEC SQL
               SELECT ISNULL(SUM(bf.belopp_avgift), 0)
               INTO :WS-AVGIFTER-BETALDA
               FROM REDWARRIOR.dbo.betalning_fordelning_alla bf
               JOIN REDWARRIOR.dbo.faktura_alla f ON f.lopnr = bf.lopnr
               WHERE f.upgnr = :upg-upgnr
                 AND bf.betaldag >= :WS-PERIOD-START
                 AND bf.betaldag < :WS-PERIOD-SLUT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ANTAL-OPPNADE
               FROM REDWARRIOR.dbo.paminnelser_history h
               JOIN REDWARRIOR.dbo.faktura_alla f ON f.lopnr = h.lopnr
               WHERE f.upgnr = :upg-upgnr
                 AND h.new_status = 'NEJ'
                 AND (h.old_status IS NULL
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ANTAL-TILL-INKASSO
               FROM REDWARRIOR.dbo.paminnelser_history h
               JOIN REDWARRIOR.dbo.faktura_alla f ON f.lopnr = h.lopnr
               WHERE f.upgnr = :upg-upgnr
                 AND h.new_status = 'JA'
                 AND h.changed_at >= :WS-PERIOD-START
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ANTAL-BORTTAGNA
               FROM REDWARRIOR.dbo.paminnelser_history h
               JOIN REDWARRIOR.dbo.faktura_alla f ON f.lopnr = h.lopnr
               WHERE f.upgnr = :upg-upgnr
                 AND h.new_status = 'BORTTAGEN'
                 AND h.changed_at >= :WS-PERIOD-START
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ANTAL-AVSKRIVNA
               FROM REDWARRIOR.dbo.paminnelser_history h
               JOIN REDWARRIOR.dbo.faktura_alla f ON f.lopnr = h.lopnr
               WHERE f.upgnr = :upg-upgnr
                 AND h.new_status = 'AVSKRIVEN'
                 AND ISNULL(h.old_status, ' ') <> 'ACKORD'
                 AND h.changed_at >= :WS-PERIOD-START
                 AND h.changed_at < :WS-PERIOD-SLUT
           END-EXEC

      *> Ackord (P_W723.CPY) redovisas för sig: ärenden som
      *> skrivits av när ett ackord fullgjorts (historikraden
      *> ACKORD -> AVSKRIVEN) räknas inte in bland de vanliga
      *> avskrivningarna ovan, och för de ackord som fullgjorts
      *> under månaden visas vad gäldenärerna betalat och vad som
      *> skrevs av.
           MOVE 0 TO WS-ANTAL-AVSKR-ACKORD
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ANTAL-AVSKR-ACKORD
               FROM REDWARRIOR.dbo.paminnelser_history h
               JOIN REDWARRIOR.dbo.faktura_alla f ON f.lopnr = h.lopnr
               WHERE f.upgnr = :upg-upgnr
                 AND h.new_status = 'AVSKRIVEN'
                 AND h.old_status = 'ACKORD'
                 AND h.changed_at >= :WS-PERIOD-START
                 AND h.changed_at < :WS-PERIOD-SLUT
           END-EXEC

           MOVE 0 TO WS-ACKORD-BETALT
           MOVE 0 TO WS-ACKORD-AVSKRIVET
           EXEC SQL
               SELECT ISNULL(SUM(betalt_belopp), 0),
                      ISNULL(SUM(avskrivet_belopp), 0)
               INTO :WS-ACKORD-BETALT, :WS-ACKORD-AVSKRIVET
               FROM REDWARRIOR.dbo.ackord
               WHERE upgnr = :upg-upgnr
                 AND status = 'FULLGJORT'
                 AND avslutad_datum >= :WS-PERIOD-START
                 AND avslutad_datum < :WS-PERIOD-SLUT
           END-EXEC

      *> Slutreglerat under månaden: summan av belopp_bet för
      *> fakturor som blev FULLT betalda med sista betalning i
      *> perioden. belopp_bet är ackumulerat per faktura, inte per
           EXEC SQL
               SELECT ISNULL(SUM(belopp_bet), 0)
               INTO :WS-INDRIVET-BELOPP
               FROM REDWARRIOR.dbo.faktura_alla
               WHERE upgnr = :upg-upgnr
                 AND belopp_bet >= attbet
                 AND betaldat >= :WS-PERIOD-START
           EXEC SQL
               SELECT ISNULL(SUM(r.ranta_belopp), 0)
               INTO :WS-RANTA-BELOPP
               FROM REDWARRIOR.dbo.rantefaktura_alla r
               WHERE r.upgnr = :upg-upgnr
                 AND r.skapad_datum = (
                     SELECT MAX(r2.skapad_datum)
                     FROM REDWARRIOR.dbo.rantefaktura_alla r2
                     WHERE r2.lopnr = r.lopnr
                       AND r2.skapad_datum < :WS-PERIOD-SLUT
                 )

      *> Aktuell utestående fordran i åldersband - samma indelning
      *> som E-BYGG-ALDERSBUCKETS i AgingReport.cbl men summerad
      *> per uppdragsgivare. Läser faktura direkt och inte
      *> faktura_alla: en faktura i historiken är avslutad, och
      *> det som är avskrivet räknas inte som utestående fordran.
           MOVE 0 TO WS-BUCKET-0-30
           MOVE 0 TO WS-BUCKET-31-60
           MOVE 0 TO WS-BUCKET-61-90
           END-STRING
           PERFORM H-SKRIV-RAD

           MOVE WS-ANTAL-AVSKR-ACKORD TO WS-EDIT-ANTAL
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "ARENDEN AVSKRIVNA GENOM ACKORD:        " WS-EDIT-ANTAL
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM H-SKRIV-RAD

           MOVE WS-INDRIVET-BELOPP TO WS-EDIT-BELOPP
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
           END-STRING
           PERFORM H-SKRIV-RAD

           MOVE WS-ACKORD-BETALT TO WS-EDIT-BELOPP
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "INBETALT ENLIGT ACKORD:            " WS-EDIT-BELOPP
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM H-SKRIV-RAD

           MOVE WS-ACKORD-AVSKRIVET TO WS-EDIT-BELOPP
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "AVSKRIVET GENOM ACKORD:            " WS-EDIT-BELOPP
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM H-SKRIV-RAD

           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "UTESTAENDE FORDRAN PER ALDERSBAND:"
