       COPY "P_W670.CPY".
       COPY "P_W675.CPY".
       COPY "P_W690.CPY".
       COPY "P_W717.CPY".
       COPY "P_W719.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
               FROM REDWARRIOR.dbo.uppdragsgivare u
               LEFT JOIN REDWARRIOR.dbo.inkasso_parameter ip
                 ON ip.upgnr = u.upgnr
      *> Samma urval som AVRAKNING_UPG_CURSOR i
      *> AvrakningsRapport.cbl - en avslutad uppdragsgivare tas
      *> med till och med avslutsmånaden.
               WHERE ISNULL(u.aktiv, 'J') <> 'N'
                  OR u.avslut_datum >=
                     CAST(:WS-PERIOD-START AS DATE)
               ORDER BY u.upgnr
           END-EXEC.

           EXEC SQL
               SELECT COUNT(*) INTO :WS-ANTAL-NYA
               FROM REDWARRIOR.dbo.paminnelser_history h
               JOIN REDWARRIOR.dbo.faktura_alla f ON f.lopnr = h.lopnr
               WHERE f.upgnr = :upg-upgnr
                 AND h.new_status = 'NEJ'
                 AND (h.old_status IS NULL
           EXEC SQL
               SELECT ISNULL(SUM(belopp_bet), 0)
               INTO :WS-INDRIVET-BELOPP
               FROM REDWARRIOR.dbo.faktura_alla
               WHERE upgnr = :upg-upgnr
                 AND belopp_bet >= attbet
                 AND betaldat >= :WS-PERIOD-START
           EXEC SQL
               SELECT ISNULL(SUM(bf.belopp_avgift), 0)
               INTO :WS-AVGIFTER-BETALDA
               FROM REDWARRIOR.dbo.betalning_fordelning_alla bf
               JOIN REDWARRIOR.dbo.faktura_alla f ON f.lopnr = bf.lopnr
               WHERE f.upgnr = :upg-upgnr
                 AND bf.betaldag >= :WS-PERIOD-START
                 AND bf.betaldag < :WS-PERIOD-SLUT
