           03 INTAG-ATTBET                PIC X(11).
           03 INTAG-ATTBET-NUM REDEFINES INTAG-ATTBET
                                          PIC 9(9)V9(2).
      *> Fakturans valutakod (ISO) - attbet är i denna valuta.
      *> Blankt betyder SEK, så poster från uppdragsgivare som
      *> bara fakturerar i kronor ser ut som förut.
           03 INTAG-VALUTA                PIC X(3).

       FD  KREDITFIL.
       01  KREDITNOTA-RAD.
      *> attbet), M = makulering (hela den kvarstående fordran
      *> släcks, beloppsfältet ignoreras). X-vyn för
      *> NUMERIC-kontrollen, REDEFINES-vyn för beloppet - samma
      *> teknik som INTAG-ATTBET. Beloppet är i fakturans egen
      *> valuta (faktura.valuta), liksom attbet.
           03 KREDIT-POSTTYP              PIC X(1).
           03 KREDIT-LOPNR                PIC X(10).
           03 KREDIT-BELOPP               PIC X(11).
       01  REJECTFIL-RAD.
      *> Originalposten följt av orsakskod och klartext, så
      *> faktureringssystemet kan rätta och skicka om posten.
           03 REJECT-ORIGINAL             PIC X(61).
           03 REJECT-ORSAKSKOD            PIC X(2).
           03 FILLER                      PIC X(2).
           03 REJECT-ORSAKSTEXT           PIC X(30).
       COPY "P_W681.CPY".
       COPY "P_W685.CPY".
       COPY "P_W686.CPY".
       COPY "P_W706.CPY".
       COPY "P_W713.CPY".
       COPY "P_W717.CPY".
       COPY "P_W718.CPY".
       COPY "P_W719.CPY".
       COPY "P_W720.CPY".
       COPY "P_W721.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
      *> se R-MAKULERA-OBETALDA-AVGIFTER.
       01  WS-AVGIFT-TACKT               PIC S9(9)V9(2) COMP-3.

      *> Återställning av en faktura som flyttats till
      *> faktura_historik, se Y-ATERSTALL-FRAN-HISTORIK.
      *> WS-HIST-LOPNR = fakturan; WS-ATER-* = antal och belopp i
      *> grundtabellerna efter återställningen, som ställs mot
      *> ögonblicksbilden av historiken i DClfaktura-flytt.
       01  WS-HIST-LOPNR                 PIC S9(10) COMP-3 VALUE 0.
       01  WS-ATER-FEL                   PIC X(1) VALUE "N".
       01  WS-ATER-FAKTURA               PIC S9(9) COMP-5.
       01  WS-ATER-PAMINNELSER           PIC S9(9) COMP-5.
       01  WS-ATER-AVGIFTER              PIC S9(9) COMP-5.
       01  WS-ATER-FORDELNING            PIC S9(9) COMP-5.
       01  WS-ATER-RANTA                 PIC S9(9) COMP-5.
       01  WS-ATER-ATTBET                PIC S9(9)V9(2) COMP-3.
       01  WS-ATER-BETALT                PIC S9(9)V9(2) COMP-3.
       01  WS-ATER-AVGIFT-BELOPP         PIC S9(9)V9(2) COMP-3.
       01  WS-ATER-FORD-BELOPP           PIC S9(9)V9(2) COMP-3.
       01  WS-ATER-RANTA-BELOPP          PIC S9(9)V9(2) COMP-3.
       01  WS-ATER-PAM-VANTAT            PIC S9(9) COMP-5.

      *> Kontrollpasset för kreditfilen (P-KONTROLLERA-KREDITFIL)
      *> - samma skydd som M-KONTROLLERA-BETALFIL i
      *> BetalfilImport.cbl. WS-KFIL-TOM = 'J' när filen saknas
      *>   13 = OKAND UPPDRAGSGIVARE
      *>   14 = FORFDAT FORE FAKTDAT
      *>   15 = ATTBET EJ POSITIVT
      *>   16 = OGILTIG VALUTAKOD
      *>   17 = VALUTAKURS SAKNAS (ingen kurs i valutakurs på
      *>        eller före faktdat - fakturan kan inte bokas)
      *>   18 = UPPDRAGET AVSLUTAT (uppdragsgivaren är inaktiv
      *>        eller avslutsdatumet är nått - se
      *>        UppdragsgivareAvslut.cbl)
           MOVE "J" TO WS-POST-OK
           MOVE SPACES TO WS-ORSAKSKOD
           MOVE SPACES TO WS-ORSAKSTEXT
               MOVE INTAG-FORFDAT TO faktura-forfdat
               MOVE INTAG-ATTBET-NUM TO WS-ATTBET-NUM
               MOVE WS-ATTBET-NUM TO faktura-attbet
               IF INTAG-VALUTA = SPACES
                   MOVE "SEK" TO faktura-valuta
               ELSE
                   MOVE INTAG-VALUTA TO faktura-valuta
               END-IF

               PERFORM E-VALIDERA-AFFARSREGLER


       E-VALIDERA-AFFARSREGLER SECTION.

      *> Ett lopnr som flyttats till faktura_historik är lika
      *> upptaget som ett i faktura - därav vyn faktura_alla.
           EXEC SQL
               SELECT COUNT(*) INTO :ws-count
               FROM REDWARRIOR.dbo.faktura_alla
               WHERE lopnr = :faktura-lopnr
           END-EXEC

               MOVE "OKAND UPPDRAGSGIVARE" TO WS-ORSAKSTEXT
           ELSE

      *> Från och med avslutsdatumet tas inga nya fakturor emot -
      *> ärendena lämnas tillbaka av UppdragsgivareAvslut.
           EXEC SQL
               SELECT COUNT(*) INTO :ws-count
               FROM REDWARRIOR.dbo.uppdragsgivare
               WHERE upgnr = :faktura-upgnr
                 AND (aktiv = 'N'
                      OR avslut_datum <= CAST(GETDATE() AS DATE))
           END-EXEC

           IF ws-count > 0
               MOVE "N" TO WS-POST-OK
               MOVE "18" TO WS-ORSAKSKOD
               MOVE "UPPDRAGET AVSLUTAT" TO WS-ORSAKSTEXT
           ELSE

           IF faktura-forfdat < faktura-faktdat
               MOVE "N" TO WS-POST-OK
               MOVE "14" TO WS-ORSAKSKOD
               MOVE "N" TO WS-POST-OK
               MOVE "15" TO WS-ORSAKSKOD
               MOVE "ATTBET EJ POSITIVT" TO WS-ORSAKSTEXT
           ELSE

           IF faktura-valuta IS NOT ALPHABETIC-UPPER
             OR faktura-valuta(3:1) = SPACE
               MOVE "N" TO WS-POST-OK
               MOVE "16" TO WS-ORSAKSKOD
               MOVE "OGILTIG VALUTAKOD" TO WS-ORSAKSTEXT
           ELSE
               PERFORM T-HAMTA-BOKFORINGSKURS
           END-IF

           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       T-HAMTA-BOKFORINGSKURS SECTION.

      *> Fakturans bokföringskurs är kursen på faktdat (närmast
      *> föregående noteringsdag vid helg) ur valutakurs,
      *> P_W706.CPY - fordran står i huvudboken till den kursen.
      *> SEK har kurs 1. Saknas kurs för valutan studsar posten
      *> hellre än att läggas in utan omräkningsgrund.
           IF faktura-valuta = "SEK"
               MOVE 1 TO faktura-valuta-kurs
           ELSE

               EXEC SQL
                   SELECT TOP 1 kurs INTO :faktura-valuta-kurs
                   FROM REDWARRIOR.dbo.valutakurs
                   WHERE valuta = :faktura-valuta
                     AND kursdatum <= :faktura-faktdat
                   ORDER BY kursdatum DESC
               END-EXEC

               IF SQLCODE = 100
                   MOVE "N" TO WS-POST-OK
                   MOVE "17" TO WS-ORSAKSKOD
                   MOVE "VALUTAKURS SAKNAS" TO WS-ORSAKSTEXT
               ELSE
               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID HAMTNING AV VALUTAKURS: " SQLCODE
                   MOVE "N" TO WS-POST-OK
                   MOVE "99" TO WS-ORSAKSKOD
                   MOVE "SQL-FEL VID VALUTAKURS" TO WS-ORSAKSTEXT
               END-IF
               END-IF

           END-IF.

       F-SATT-IN-FAKTURA SECTION.

      *> Ny faktura läggs in obetald: belopp_bet 0,00 och betaldat
      *> NULL (via indikatorn, samma teknik som FETCH-sidan i
      *> CHECK-OBETALDA-FAKTUROR). Valutan och bokföringskursen
      *> sattes av valideringen, se T-HAMTA-BOKFORINGSKURS.
           MOVE 0 TO faktura-belopp-bet
           MOVE SPACES TO faktura-betaldat
           MOVE -1 TO faktura-betaldat-NULL
           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.faktura
                   (upgnr, kundnr, lopnr, faktdat, forfdat,
                    attbet, belopp_bet, betaldat, valuta,
                    valuta_kurs)
               VALUES
                   (:faktura-upgnr, :faktura-kundnr, :faktura-lopnr,
                    :faktura-faktdat, :faktura-forfdat,
                    :faktura-attbet, :faktura-belopp-bet,
                    :faktura-betaldat :faktura-betaldat-NULL,
                    :faktura-valuta, :faktura-valuta-kurs)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-ANTAL-INSATTA
               PERFORM U-BOKFOR-KAPITAL
           ELSE
               IF SQLSTATE = "23000"
      *> Samtidig laddning hann före - samma skydd som
      *>   22 = OKANT LOPNR
      *>   23 = INGEN KVARSTAENDE FORDRAN
      *>   24 = BELOPP OVERSTIGER ATERSTOD
      *>   25 = UPPDRAGET AVSLUTAT (ärendet är återlämnat till
      *>        uppdragsgivaren - krediteras i dess egen reskontra)
      *> En kreditnota får bara släcka vad kunden ännu inte
      *> betalat - redan inbetalda medel hanteras som
      *> överbetalning/återbetalning, inte genom att attbet

               MOVE KREDIT-LOPNR TO faktura-lopnr

               MOVE faktura-lopnr TO WS-HIST-LOPNR
               PERFORM Y-ATERSTALL-FRAN-HISTORIK

               EXEC SQL
                   SELECT attbet - belopp_bet
                   INTO :WS-KREDITBAR
                   MOVE "99" TO WS-ORSAKSKOD
                   MOVE "SQL-FEL VID LASNING" TO WS-ORSAKSTEXT
               ELSE

               EXEC SQL
                   SELECT COUNT(*) INTO :ws-count
                   FROM REDWARRIOR.dbo.faktura f
                   JOIN REDWARRIOR.dbo.uppdragsgivare u
                     ON u.upgnr = f.upgnr
                   WHERE f.lopnr = :faktura-lopnr
                     AND u.aktiv = 'N'
               END-EXEC

               IF ws-count > 0
                   MOVE "N" TO WS-POST-OK
                   MOVE "25" TO WS-ORSAKSKOD
                   MOVE "UPPDRAGET AVSLUTAT" TO WS-ORSAKSTEXT
               ELSE
               IF WS-KREDITBAR <= 0
                   MOVE "N" TO WS-POST-OK
                   MOVE "23" TO WS-ORSAKSKOD
               END-IF
               END-IF
               END-IF
               END-IF

           END-IF
           END-IF.

       Y-ATERSTALL-FRAN-HISTORIK SECTION.

      *> Samma som Y-ATERSTALL-FRAN-HISTORIK i BetalfilImport.cbl.
           MOVE "N" TO WS-ATER-FEL

           EXEC SQL
               SELECT h.attbet, h.belopp_bet,
                      CASE WHEN h.inkasso_status IS NULL THEN 'N'
                           ELSE 'J' END,
                      CONVERT(CHAR(10), h.avslutad_datum, 120),
                      a.antal, a.summa, b.antal, b.summa,
                      r.antal, r.summa
               INTO :flytt-attbet, :flytt-belopp-bet,
                    :flytt-har-paminnelse, :flytt-avslutad-datum,
                    :flytt-antal-avgifter, :flytt-summa-avgifter,
                    :flytt-antal-fordelning, :flytt-summa-fordelning,
                    :flytt-antal-ranta, :flytt-summa-ranta
               FROM REDWARRIOR.dbo.faktura_historik h
               CROSS APPLY
                    (SELECT COUNT(*) AS antal,
                            ISNULL(SUM(av.belopp),
                                   CAST(0.00 AS DECIMAL(11,2)))
                              AS summa
                     FROM REDWARRIOR.dbo.avgifter_historik av
                     WHERE av.lopnr = h.lopnr) a
               CROSS APPLY
                    (SELECT COUNT(*) AS antal,
                            ISNULL(SUM(bf.belopp_avgift
                                       + bf.belopp_ranta
                                       + bf.belopp_kapital),
                                   CAST(0.00 AS DECIMAL(11,2)))
                              AS summa
                     FROM REDWARRIOR.dbo.betalning_fordelning_historik
                          bf
                     WHERE bf.lopnr = h.lopnr) b
               CROSS APPLY
                    (SELECT COUNT(*) AS antal,
                            ISNULL(SUM(rf.ranta_belopp),
                                   CAST(0.00 AS DECIMAL(11,2)))
                              AS summa
                     FROM REDWARRIOR.dbo.rantefaktura_historik rf
                     WHERE rf.lopnr = h.lopnr) r
               WHERE h.lopnr = :WS-HIST-LOPNR
                 AND NOT EXISTS
                     (SELECT 1
                      FROM REDWARRIOR.dbo.faktura f
                      WHERE f.lopnr = h.lopnr)
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID LASNING AV FAKTURA_HISTORIK: "
                 SQLCODE
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.faktura
                       (upgnr, kundnr, lopnr, faktdat, forfdat,
                        attbet, belopp_bet, betaldat,
                        aterbet_flagga, valuta, valuta_kurs)
                   SELECT upgnr, kundnr, lopnr, faktdat, forfdat,
                          attbet, belopp_bet, betaldat,
                          aterbet_flagga, valuta, valuta_kurs
                   FROM REDWARRIOR.dbo.faktura_historik
                   WHERE lopnr = :WS-HIST-LOPNR
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "J" TO WS-ATER-FEL
               END-IF

               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.paminnelser
                       (upgnr, kundnr, lopnr, paminnelse_datum,
                        forfallo_datum, inkasso_status,
                        paminnelse_niva, inkasso_exporterad)
                   SELECT upgnr, kundnr, lopnr, paminnelse_datum,
                          forfallo_datum, inkasso_status,
                          paminnelse_niva, inkasso_exporterad
                   FROM REDWARRIOR.dbo.faktura_historik
                   WHERE lopnr = :WS-HIST-LOPNR
                     AND inkasso_status IS NOT NULL
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE "J" TO WS-ATER-FEL
               END-IF

               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.avgifter
                       (lopnr, avgift_typ, belopp, skapad_datum,
                        makulerad, makulerad_datum)
                   SELECT lopnr, avgift_typ, belopp, skapad_datum,
                          makulerad, makulerad_datum
                   FROM REDWARRIOR.dbo.avgifter_historik
                   WHERE lopnr = :WS-HIST-LOPNR
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE "J" TO WS-ATER-FEL
               END-IF

               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.betalning_fordelning
                       (lopnr, betaldag, belopp_avgift, belopp_ranta,
                        belopp_kapital, kalla_program, skapad_at,
                        valuta, kurs, belopp_ranta_sek,
                        belopp_kapital_sek)
                   SELECT lopnr, betaldag, belopp_avgift,
                          belopp_ranta, belopp_kapital,
                          kalla_program, skapad_at, valuta, kurs,
                          belopp_ranta_sek, belopp_kapital_sek
                   FROM REDWARRIOR.dbo.betalning_fordelning_historik
                   WHERE lopnr = :WS-HIST-LOPNR
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE "J" TO WS-ATER-FEL
               END-IF

               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.rantefaktura
                       (lopnr, upgnr, kundnr, dagar_forsenad,
                        ranta_belopp, skapad_datum, fakturerad)
                   SELECT lopnr, upgnr, kundnr, dagar_forsenad,
                          ranta_belopp, skapad_datum, fakturerad
                   FROM REDWARRIOR.dbo.rantefaktura_historik
                   WHERE lopnr = :WS-HIST-LOPNR
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE "J" TO WS-ATER-FEL
               END-IF

               EXEC SQL
                   SELECT
                       (SELECT COUNT(*)
                        FROM REDWARRIOR.dbo.faktura
                        WHERE lopnr = :WS-HIST-LOPNR),
                       (SELECT COUNT(*)
                        FROM REDWARRIOR.dbo.paminnelser
                        WHERE lopnr = :WS-HIST-LOPNR),
                       (SELECT ISNULL(SUM(attbet), 0)
                        FROM REDWARRIOR.dbo.faktura
                        WHERE lopnr = :WS-HIST-LOPNR),
                       (SELECT ISNULL(SUM(belopp_bet), 0)
                        FROM REDWARRIOR.dbo.faktura
                        WHERE lopnr = :WS-HIST-LOPNR),
                       (SELECT COUNT(*)
                        FROM REDWARRIOR.dbo.avgifter
                        WHERE lopnr = :WS-HIST-LOPNR),
                       (SELECT ISNULL(SUM(belopp), 0)
                        FROM REDWARRIOR.dbo.avgifter
                        WHERE lopnr = :WS-HIST-LOPNR),
                       (SELECT COUNT(*)
                        FROM REDWARRIOR.dbo.betalning_fordelning
                        WHERE lopnr = :WS-HIST-LOPNR),
                       (SELECT ISNULL(SUM(belopp_avgift
                                          + belopp_ranta
                                          + belopp_kapital), 0)
                        FROM REDWARRIOR.dbo.betalning_fordelning
                        WHERE lopnr = :WS-HIST-LOPNR),
                       (SELECT COUNT(*)
                        FROM REDWARRIOR.dbo.rantefaktura
                        WHERE lopnr = :WS-HIST-LOPNR),
                       (SELECT ISNULL(SUM(ranta_belopp), 0)
                        FROM REDWARRIOR.dbo.rantefaktura
                        WHERE lopnr = :WS-HIST-LOPNR)
                   INTO :WS-ATER-FAKTURA, :WS-ATER-PAMINNELSER,
                        :WS-ATER-ATTBET, :WS-ATER-BETALT,
                        :WS-ATER-AVGIFTER, :WS-ATER-AVGIFT-BELOPP,
                        :WS-ATER-FORDELNING, :WS-ATER-FORD-BELOPP,
                        :WS-ATER-RANTA, :WS-ATER-RANTA-BELOPP
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "J" TO WS-ATER-FEL
               END-IF

               IF flytt-har-paminnelse = "J"
                   MOVE 1 TO WS-ATER-PAM-VANTAT
               ELSE
                   MOVE 0 TO WS-ATER-PAM-VANTAT
               END-IF

               IF WS-ATER-FEL = "N"
                 AND WS-ATER-FAKTURA = 1
                 AND WS-ATER-PAMINNELSER = WS-ATER-PAM-VANTAT
                 AND WS-ATER-ATTBET = flytt-attbet
                 AND WS-ATER-BETALT = flytt-belopp-bet
                 AND WS-ATER-AVGIFTER = flytt-antal-avgifter
                 AND WS-ATER-AVGIFT-BELOPP = flytt-summa-avgifter
                 AND WS-ATER-FORDELNING = flytt-antal-fordelning
                 AND WS-ATER-FORD-BELOPP = flytt-summa-fordelning
                 AND WS-ATER-RANTA = flytt-antal-ranta
                 AND WS-ATER-RANTA-BELOPP = flytt-summa-ranta
                   EXEC SQL
                       DELETE FROM REDWARRIOR.dbo.avgifter_historik
                       WHERE lopnr = :WS-HIST-LOPNR
                   END-EXEC
                   EXEC SQL
                       DELETE FROM
                           REDWARRIOR.dbo.betalning_fordelning_historik
                       WHERE lopnr = :WS-HIST-LOPNR
                   END-EXEC
                   EXEC SQL
                       DELETE FROM
                           REDWARRIOR.dbo.rantefaktura_historik
                       WHERE lopnr = :WS-HIST-LOPNR
                   END-EXEC
                   EXEC SQL
                       DELETE FROM REDWARRIOR.dbo.faktura_historik
                       WHERE lopnr = :WS-HIST-LOPNR
                   END-EXEC

                   MOVE WS-HIST-LOPNR TO flytt-lopnr
                   MOVE "IN" TO flytt-riktning
                   MOVE 0 TO flytt-batch-nr
                   MOVE 0 TO flytt-omgang
                   MOVE "FakturaIntag" TO flytt-kalla-program

                   EXEC SQL
                       INSERT INTO REDWARRIOR.dbo.faktura_flytt
                           (lopnr, riktning, batch_nr, omgang,
                            flyttad_at, kalla_program, attbet,
                            belopp_bet, har_paminnelse,
                            avslutad_datum, antal_avgifter,
                            summa_avgifter, antal_fordelning,
                            summa_fordelning, antal_ranta,
                            summa_ranta)
                       VALUES
                           (:flytt-lopnr, :flytt-riktning,
                            :flytt-batch-nr, :flytt-omgang,
                            GETDATE(), :flytt-kalla-program,
                            :flytt-attbet, :flytt-belopp-bet,
                            :flytt-har-paminnelse,
                            :flytt-avslutad-datum,
                            :flytt-antal-avgifter,
                            :flytt-summa-avgifter,
                            :flytt-antal-fordelning,
                            :flytt-summa-fordelning,
                            :flytt-antal-ranta, :flytt-summa-ranta)
                   END-EXEC

                   IF SQLCODE NOT = 0
                       DISPLAY "FEL VID LOGGNING I FAKTURA_FLYTT: "
                         SQLCODE
                   END-IF

                   DISPLAY "FAKTURA " WS-HIST-LOPNR
                     " ATERSTALLD FRAN HISTORIKEN."
               ELSE
                   DISPLAY "FAKTURA " WS-HIST-LOPNR
                     " KUNDE INTE ATERSTALLAS FRAN HISTORIKEN -"
                     " SUMMORNA STAMMER INTE."
                   EXEC SQL
                       DELETE FROM REDWARRIOR.dbo.avgifter
                       WHERE lopnr = :WS-HIST-LOPNR
                   END-EXEC
                   EXEC SQL
                       DELETE FROM REDWARRIOR.dbo.betalning_fordelning
                       WHERE lopnr = :WS-HIST-LOPNR
                   END-EXEC
                   EXEC SQL
                       DELETE FROM REDWARRIOR.dbo.rantefaktura
                       WHERE lopnr = :WS-HIST-LOPNR
                   END-EXEC
                   EXEC SQL
                       DELETE FROM REDWARRIOR.dbo.paminnelser
                       WHERE lopnr = :WS-HIST-LOPNR
                   END-EXEC
                   EXEC SQL
                       DELETE FROM REDWARRIOR.dbo.faktura
                       WHERE lopnr = :WS-HIST-LOPNR
                   END-EXEC
               END-IF
           END-IF

           MOVE 0 TO SQLCODE.

       K-SKRIV-KREDIT-REJECT SECTION.

           MOVE SPACES TO REJECT-ORIGINAL
               PERFORM K-SKRIV-KREDIT-REJECT
           ELSE
               ADD 1 TO WS-ANTAL-KREDIT-BOKFORDA
               PERFORM W-BOKFOR-KREDIT
               IF WS-KREDIT-BELOPP >= WS-KREDITBAR
                   PERFORM M-STANG-KREDITERAT-ARENDE
               END-IF
               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID MAKULERING AV AVGIFTSREST: "
                     SQLCODE
               ELSE
                   COMPUTE reskontra-belopp = 0 - WS-AVGIFT-OBETALD
                   PERFORM X-BOKFOR-MAKULERING
               END-IF

               MOVE 0 TO WS-AVGIFT-TACKT
               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID MAKULERING AV AVGIFT: "
                     SQLCODE
               ELSE
                   COMPUTE reskontra-belopp = 0 - avgift-belopp
                   PERFORM X-BOKFOR-MAKULERING
               END-IF
           END-IF
           END-IF.
           END-STRING
           MOVE WS-RAPPORT-RAD TO INTAGSLOGG-RAD
           WRITE INTAGSLOGG-RAD.

       U-BOKFOR-KAPITAL SECTION.

      *> Den nya fakturans kapital är ärendets första rad i
      *> ärendereskontran (P_W713.CPY), daterad fakturadagen.
           MOVE faktura-lopnr TO reskontra-lopnr
           MOVE faktura-faktdat TO reskontra-trans-datum
           MOVE "KAPITAL" TO reskontra-transtyp
           MOVE "KAPITAL" TO reskontra-del
           MOVE faktura-attbet TO reskontra-belopp
           MOVE "FAKTURAINTAG" TO reskontra-referens
           PERFORM V-BOKFOR-RESKONTRA.

       W-BOKFOR-KREDIT SECTION.

      *> Kreditnotan eller makuleringen minskar kapitalet i
      *> reskontran med exakt det belopp attbet sänktes med.
           MOVE faktura-lopnr TO reskontra-lopnr
           MOVE SPACES TO reskontra-trans-datum
           MOVE "KREDIT" TO reskontra-transtyp
           MOVE "KAPITAL" TO reskontra-del
           COMPUTE reskontra-belopp = 0 - WS-KREDIT-BELOPP
           MOVE SPACES TO reskontra-referens
           STRING
             "KREDITFIL " WS-KFIL-FILID " " KREDIT-POSTTYP
             DELIMITED BY SIZE
             INTO reskontra-referens
           END-STRING
           PERFORM V-BOKFOR-RESKONTRA.

       X-BOKFOR-MAKULERING SECTION.

      *> Makulerad avgiftsdel i reskontran - anroparen har lagt
      *> det (negativa) beloppet i reskontra-belopp.
           MOVE paminnelser-lopnr TO reskontra-lopnr
           MOVE SPACES TO reskontra-trans-datum
           MOVE "MAKULERING" TO reskontra-transtyp
           MOVE "AVGIFT" TO reskontra-del
           MOVE avgift-typ TO reskontra-referens
           PERFORM V-BOKFOR-RESKONTRA.

       V-BOKFOR-RESKONTRA SECTION.

      *> En rad i ärendereskontran (arendereskontra, P_W713.CPY).
      *> Anroparen fyller i lopnr, trans-datum (blankt = dagens
      *> datum), transtyp, del, belopp och referens. Valutan tas
      *> från fakturan för KAPITAL och RANTA - avgifterna är
      *> alltid SEK. Nollbelopp bokförs inte.
           IF reskontra-belopp NOT = 0
               MOVE "FakturaIntag" TO reskontra-kalla-program
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.arendereskontra
                       (lopnr, trans_datum, transtyp, del, belopp,
                        valuta, kalla_program, referens, bokford_at)
                   SELECT :reskontra-lopnr,
                          ISNULL(NULLIF(:reskontra-trans-datum, ' '),
                                 CONVERT(CHAR(10), GETDATE(), 120)),
                          :reskontra-transtyp, :reskontra-del,
                          :reskontra-belopp,
                          CASE WHEN :reskontra-del = 'AVGIFT'
                               THEN 'SEK'
                               ELSE ISNULL((SELECT f.valuta
                                     FROM REDWARRIOR.dbo.faktura f
                                     WHERE f.lopnr = :reskontra-lopnr),
                                    'SEK')
                          END,
                          :reskontra-kalla-program,
                          NULLIF(:reskontra-referens, ' '),
                          GETDATE()
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID BOKFORING I ARENDERESKONTRA: "
                     SQLCODE " LOPNR " reskontra-lopnr
               END-IF
           END-IF.
