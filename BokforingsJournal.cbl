      *> Ett verifikat per rad: händelsetyp, debetkonto,
      *> kreditkonto, belopp och bokföringsdag - alltid i balans
      *> eftersom debet och kredit är samma belopp på samma rad.
      *> BELOPP är alltid kronor. VALUTA och BELOPP-VALUTA bär
      *> originalbeloppet för händelser på fakturor i utländsk
      *> valuta - ett verifikat per valuta och händelsetyp; för
      *> SEK-händelser är BELOPP-VALUTA = BELOPP, och för
      *> KURSDIFF (som bara finns i kronor) är det 0.
           03 JOURNAL-HANDELSE            PIC X(12).
           03 JOURNAL-KONTO-DEBET         PIC 9(4).
           03 JOURNAL-KONTO-KREDIT        PIC 9(4).
           03 JOURNAL-BELOPP              PIC 9(9)V9(2).
           03 JOURNAL-DATUM               PIC X(10).
           03 JOURNAL-VALUTA              PIC X(3).
           03 JOURNAL-BELOPP-VALUTA       PIC 9(9)V9(2).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W670.CPY".
       COPY "P_W678.CPY".
       COPY "P_W686.CPY".
       COPY "P_W717.CPY".
       COPY "P_W718.CPY".
       COPY "P_W719.CPY".
       COPY "P_W720.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
      *> schemaläggning, och PARM ger omkörning av en viss dag.
       01  WS-BOKFDAG                    PIC X(10).
       01  WS-HANDELSE-BELOPP            PIC S9(9)V9(2) COMP-3.
      *> Fordran i utländsk valuta står i huvudboken till
      *> fakturans bokföringskurs (faktura.valuta_kurs, satt vid
      *> intaget) - kronorna i ett verifikat är originalbeloppet
      *> gånger den kursen, och skillnaden mot de kronor som
      *> faktiskt kom in bokas som KURSDIFF (M-JOURNAL-KURSDIFF).
       01  WS-HANDELSE-VALUTA            PIC X(3).
       01  WS-HANDELSE-BELOPP-VALUTA     PIC S9(9)V9(2) COMP-3.
       01  WS-RANTA-BELOPP               PIC S9(9)V9(2) COMP-3.
       01  WS-RANTA-BELOPP-VALUTA        PIC S9(9)V9(2) COMP-3.

      *> Kontoplan enligt överenskommelse med ekonomisystemet:
      *>   1510 kundfordringar      1930 bank/klientmedel
      *>   1760 upplupen ränta      3690 avgiftsintäkter
      *>   8313 ränteintäkter       6351 konstaterade kundförluster
      *>   3960 valutakursvinster   7960 valutakursförluster
       01  WS-KONTO-FORDRAN              PIC 9(4) VALUE 1510.
       01  WS-KONTO-BANK                 PIC 9(4) VALUE 1930.
       01  WS-KONTO-UPPL-RANTA           PIC 9(4) VALUE 1760.
       01  WS-KONTO-AVGIFT               PIC 9(4) VALUE 3690.
       01  WS-KONTO-RANTA                PIC 9(4) VALUE 8313.
       01  WS-KONTO-FORLUST              PIC 9(4) VALUE 6351.
       01  WS-KONTO-KURSVINST            PIC 9(4) VALUE 3960.
       01  WS-KONTO-KURSFORLUST          PIC 9(4) VALUE 7960.

       LINKAGE SECTION.
      *> Tas emot från JCL:ens PARM= på EXEC PGM-satsen, enligt
           PERFORM F-JOURNAL-AVSKRIVNINGAR
           PERFORM G-JOURNAL-RANTA
           PERFORM H-JOURNAL-BETALNINGAR
           PERFORM M-JOURNAL-KURSDIFF
           PERFORM I-SKRIV-SLUTPOST
           CLOSE JOURNALFIL
           PERFORM J-SPARA-KORNINGSLOGG
           EXEC SQL
               SELECT ISNULL(SUM(belopp), 0)
               INTO :WS-HANDELSE-BELOPP
               FROM REDWARRIOR.dbo.avgifter_alla
               WHERE skapad_datum = :WS-BOKFDAG
           END-EXEC

           IF WS-HANDELSE-BELOPP > 0
               MOVE "SEK" TO WS-HANDELSE-VALUTA
               MOVE WS-HANDELSE-BELOPP TO WS-HANDELSE-BELOPP-VALUTA
               MOVE "AVGIFT" TO JOURNAL-HANDELSE
               MOVE WS-KONTO-FORDRAN TO JOURNAL-KONTO-DEBET
               MOVE WS-KONTO-AVGIFT TO JOURNAL-KONTO-KREDIT
           EXEC SQL
               SELECT ISNULL(SUM(belopp), 0)
               INTO :WS-HANDELSE-BELOPP
               FROM REDWARRIOR.dbo.avgifter_alla
               WHERE makulerad = 'J'
                 AND makulerad_datum = :WS-BOKFDAG
           END-EXEC

           IF WS-HANDELSE-BELOPP > 0
               MOVE "SEK" TO WS-HANDELSE-VALUTA
               MOVE WS-HANDELSE-BELOPP TO WS-HANDELSE-BELOPP-VALUTA
               MOVE "MAKULERING" TO JOURNAL-HANDELSE
               MOVE WS-KONTO-AVGIFT TO JOURNAL-KONTO-DEBET
               MOVE WS-KONTO-FORDRAN TO JOURNAL-KONTO-KREDIT
      *> AVSKRIVEN, skrivna av SKRIV-AV-SMA-BELOPP,
      *> InkassoReturImport 02 och BeslutskoUnderhall): den
      *> kvarstående fordran bokas som konstaterad kundförlust.
      *> Ett verifikat per valuta, i kronor till bokföringskursen.
           EXEC SQL
               DECLARE AVSKR_CURSOR CURSOR FOR
               SELECT ISNULL(f.valuta, 'SEK'),
                      SUM(f.attbet - f.belopp_bet),
                      SUM(ROUND((f.attbet - f.belopp_bet)
                                * ISNULL(f.valuta_kurs, 1), 2))
               FROM REDWARRIOR.dbo.paminnelser_history h
               JOIN REDWARRIOR.dbo.faktura_alla f ON f.lopnr = h.lopnr
               WHERE h.new_status = 'AVSKRIVEN'
                 AND CAST(h.changed_at AS DATE) = :WS-BOKFDAG
               GROUP BY ISNULL(f.valuta, 'SEK')
               ORDER BY ISNULL(f.valuta, 'SEK')
           END-EXEC

           EXEC SQL
               OPEN AVSKR_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN AVSKR_CURSOR: " SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH AVSKR_CURSOR INTO
                       :WS-HANDELSE-VALUTA,
                       :WS-HANDELSE-BELOPP-VALUTA,
                       :WS-HANDELSE-BELOPP
               END-EXEC

               IF SQLCODE = 0
                   IF WS-HANDELSE-BELOPP > 0
                       MOVE "AVSKRIVNING" TO JOURNAL-HANDELSE
                       MOVE WS-KONTO-FORLUST TO JOURNAL-KONTO-DEBET
                       MOVE WS-KONTO-FORDRAN TO JOURNAL-KONTO-KREDIT
                       PERFORM K-SKRIV-VERIFIKAT
                   END-IF
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH AVSKR: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE AVSKR_CURSOR
           END-EXEC.

       G-JOURNAL-RANTA SECTION.

      *> den upplupna räntan till dags dato (se
      *> RantefakturaBerakning.cbl), så dagens intäkt är dagens
      *> rad minus närmast föregående rad per lopnr - aldrig en
      *> summering över rader. Räntan står i fakturans valuta -
      *> ett verifikat per valuta, i kronor till bokföringskursen.
           EXEC SQL
               DECLARE RANTA_CURSOR CURSOR FOR
               SELECT ISNULL(f.valuta, 'SEK'),
                      SUM(d.okning),
                      SUM(ROUND(d.okning
                                * ISNULL(f.valuta_kurs, 1), 2))
               FROM (SELECT r.lopnr,
                            r.ranta_belopp
                        - ISNULL((SELECT r2.ranta_belopp
                                  FROM REDWARRIOR.dbo.rantefaktura_alla
                                       r2
                                  WHERE r2.lopnr = r.lopnr
                                    AND r2.skapad_datum = (
                                        SELECT MAX(r3.skapad_datum)
                                        FROM
                                        REDWARRIOR.dbo.rantefaktura_alla
                                             r3
                                        WHERE r3.lopnr = r.lopnr
                                          AND r3.skapad_datum <
                                              r.skapad_datum
                                    )),
                                 CAST(0.00 AS DECIMAL(11,2)))
                            AS okning
                     FROM REDWARRIOR.dbo.rantefaktura_alla r
                     WHERE r.skapad_datum = :WS-BOKFDAG) d
               JOIN REDWARRIOR.dbo.faktura_alla f ON f.lopnr = d.lopnr
               GROUP BY ISNULL(f.valuta, 'SEK')
               ORDER BY ISNULL(f.valuta, 'SEK')
           END-EXEC

           EXEC SQL
               OPEN RANTA_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN RANTA_CURSOR: " SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH RANTA_CURSOR INTO
                       :WS-HANDELSE-VALUTA,
                       :WS-HANDELSE-BELOPP-VALUTA,
                       :WS-HANDELSE-BELOPP
               END-EXEC

               IF SQLCODE = 0
                   IF WS-HANDELSE-BELOPP > 0
                       MOVE "RANTA" TO JOURNAL-HANDELSE
                       MOVE WS-KONTO-UPPL-RANTA
                         TO JOURNAL-KONTO-DEBET
                       MOVE WS-KONTO-RANTA TO JOURNAL-KONTO-KREDIT
                       PERFORM K-SKRIV-VERIFIKAT
                   END-IF
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH RANTA: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE RANTA_CURSOR
           END-EXEC.

       H-JOURNAL-BETALNINGAR SECTION.

      *> (betalning_fordelning, skriven av BetalfilImport och
      *> OplaceradBetalning) - ett verifikat per del i
      *> avräkningsordningen, så journalen visar samma uppdelning
      *> som kravflödet räknar med. Avgiftsdelen är alltid
      *> kronor; kapital- och räntedelen står i fakturans valuta
      *> och bokas per valuta till bokföringskursen - avvikelsen
      *> mot dagskursen bokas separat i M-JOURNAL-KURSDIFF.
           EXEC SQL
               DECLARE BETKAP_CURSOR CURSOR FOR
               SELECT ISNULL(f.valuta, 'SEK'),
                      SUM(bf.belopp_kapital),
                      SUM(ROUND(bf.belopp_kapital
                                * ISNULL(f.valuta_kurs, 1), 2)),
                      SUM(bf.belopp_ranta),
                      SUM(ROUND(bf.belopp_ranta
                                * ISNULL(f.valuta_kurs, 1), 2))
               FROM REDWARRIOR.dbo.betalning_fordelning_alla bf
               JOIN REDWARRIOR.dbo.faktura_alla f ON f.lopnr = bf.lopnr
               WHERE CAST(bf.skapad_at AS DATE) = :WS-BOKFDAG
               GROUP BY ISNULL(f.valuta, 'SEK')
               ORDER BY ISNULL(f.valuta, 'SEK')
           END-EXEC

           EXEC SQL
               OPEN BETKAP_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN BETKAP_CURSOR: " SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH BETKAP_CURSOR INTO
                       :WS-HANDELSE-VALUTA,
                       :WS-HANDELSE-BELOPP-VALUTA,
                       :WS-HANDELSE-BELOPP,
                       :WS-RANTA-BELOPP-VALUTA,
                       :WS-RANTA-BELOPP
               END-EXEC

               IF SQLCODE = 0
                   IF WS-HANDELSE-BELOPP > 0
                       MOVE "BET-KAPITAL" TO JOURNAL-HANDELSE
                       MOVE WS-KONTO-BANK TO JOURNAL-KONTO-DEBET
                       MOVE WS-KONTO-FORDRAN TO JOURNAL-KONTO-KREDIT
                       PERFORM K-SKRIV-VERIFIKAT
                   END-IF
                   IF WS-RANTA-BELOPP > 0
                       MOVE WS-RANTA-BELOPP TO WS-HANDELSE-BELOPP
                       MOVE WS-RANTA-BELOPP-VALUTA
                         TO WS-HANDELSE-BELOPP-VALUTA
                       MOVE "BET-RANTA" TO JOURNAL-HANDELSE
                       MOVE WS-KONTO-BANK TO JOURNAL-KONTO-DEBET
                       MOVE WS-KONTO-UPPL-RANTA
                         TO JOURNAL-KONTO-KREDIT
                       PERFORM K-SKRIV-VERIFIKAT
                   END-IF
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH BETKAP: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE BETKAP_CURSOR
           END-EXEC

           MOVE 0 TO WS-HANDELSE-BELOPP
           EXEC SQL
               SELECT ISNULL(SUM(belopp_avgift), 0)
               INTO :WS-HANDELSE-BELOPP
               FROM REDWARRIOR.dbo.betalning_fordelning_alla
               WHERE CAST(skapad_at AS DATE) = :WS-BOKFDAG
           END-EXEC

           IF WS-HANDELSE-BELOPP > 0
               MOVE "SEK" TO WS-HANDELSE-VALUTA
               MOVE WS-HANDELSE-BELOPP TO WS-HANDELSE-BELOPP-VALUTA
               MOVE "BET-AVGIFT" TO JOURNAL-HANDELSE
               MOVE WS-KONTO-BANK TO JOURNAL-KONTO-DEBET
               MOVE WS-KONTO-FORDRAN TO JOURNAL-KONTO-KREDIT
               PERFORM K-SKRIV-VERIFIKAT
           END-IF.

       M-JOURNAL-KURSDIFF SECTION.

      *> Valutakursdifferenser på dagens betalningar: kronorna som
      *> faktiskt täckte ränta och kapital (belopp_ranta_sek/
      *> belopp_kapital_sek, omräknade med dagskursen av
      *> BetalfilImport/OplaceradBetalning och The_Heart vid
      *> återbetalning) minus samma delar till bokföringskursen,
      *> som H-JOURNAL-BETALNINGAR bokat mot fordran. Positiv
      *> differens är kursvinst (bank mot 3960), negativ
      *> kursförlust (7960 mot bank). Rader från före
      *> valutastödet saknar SEK-kolumnerna och är kronor till
      *> kurs 1 - differensen blir noll.
           EXEC SQL
               DECLARE KURSDIFF_CURSOR CURSOR FOR
               SELECT ISNULL(f.valuta, 'SEK'),
                      SUM(ISNULL(bf.belopp_kapital_sek,
                                 bf.belopp_kapital)
                        + ISNULL(bf.belopp_ranta_sek,
                                 bf.belopp_ranta)
                        - ROUND(bf.belopp_kapital
                                * ISNULL(f.valuta_kurs, 1), 2)
                        - ROUND(bf.belopp_ranta
                                * ISNULL(f.valuta_kurs, 1), 2))
               FROM REDWARRIOR.dbo.betalning_fordelning_alla bf
               JOIN REDWARRIOR.dbo.faktura_alla f ON f.lopnr = bf.lopnr
               WHERE CAST(bf.skapad_at AS DATE) = :WS-BOKFDAG
                 AND ISNULL(f.valuta, 'SEK') <> 'SEK'
               GROUP BY ISNULL(f.valuta, 'SEK')
               ORDER BY ISNULL(f.valuta, 'SEK')
           END-EXEC

           EXEC SQL
               OPEN KURSDIFF_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN KURSDIFF_CURSOR: " SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH KURSDIFF_CURSOR INTO
                       :WS-HANDELSE-VALUTA,
                       :WS-HANDELSE-BELOPP
               END-EXEC

               IF SQLCODE = 0
                   MOVE 0 TO WS-HANDELSE-BELOPP-VALUTA
                   IF WS-HANDELSE-BELOPP > 0
                       MOVE "KURSDIFF" TO JOURNAL-HANDELSE
                       MOVE WS-KONTO-BANK TO JOURNAL-KONTO-DEBET
                       MOVE WS-KONTO-KURSVINST
                         TO JOURNAL-KONTO-KREDIT
                       PERFORM K-SKRIV-VERIFIKAT
                   ELSE
                   IF WS-HANDELSE-BELOPP < 0
                       COMPUTE WS-HANDELSE-BELOPP =
                           0 - WS-HANDELSE-BELOPP
                       MOVE "KURSDIFF" TO JOURNAL-HANDELSE
                       MOVE WS-KONTO-KURSFORLUST
                         TO JOURNAL-KONTO-DEBET
                       MOVE WS-KONTO-BANK TO JOURNAL-KONTO-KREDIT
                       PERFORM K-SKRIV-VERIFIKAT
                   END-IF
                   END-IF
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH KURSDIFF: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE KURSDIFF_CURSOR
           END-EXEC.

       K-SKRIV-VERIFIKAT SECTION.

      *> Anroparen har fyllt i händelse, konton,
      *> WS-HANDELSE-BELOPP, WS-HANDELSE-VALUTA och
      *> WS-HANDELSE-BELOPP-VALUTA.
           MOVE WS-HANDELSE-BELOPP TO JOURNAL-BELOPP
           MOVE WS-BOKFDAG TO JOURNAL-DATUM
           MOVE WS-HANDELSE-VALUTA TO JOURNAL-VALUTA
           MOVE WS-HANDELSE-BELOPP-VALUTA TO JOURNAL-BELOPP-VALUTA

           WRITE JOURNAL-RAD
           ADD WS-HANDELSE-BELOPP TO WS-KONTROLL-BELOPP
