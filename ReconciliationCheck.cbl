           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W255.CPY".
       COPY "P_W666.CPY".
       COPY "P_W713.CPY".

       01  WS-LOPNR                       PIC S9(10)  COMP-3.
       01  WS-EDIT-LOPNR                  PIC Z(9)9.
       01  WS-ANTAL-EJ-BORTTAGNA          PIC 9(6) VALUE 0.
       01  WS-RADANTAL                    PIC 9(6) VALUE 0.

      *> Saldokontrollen mot ärendereskontran (arendereskontra,
      *> P_W713.CPY): grundtabellernas saldo och reskontrans saldo
      *> per del för ett öppet ärende, se J-KONTROLLERA-RESKONTRA.
       01  WS-VALUTA                      PIC X(3).
       01  WS-TABELL-KAPITAL              PIC S9(9)V9(2) COMP-3.
       01  WS-TABELL-AVGIFT               PIC S9(9)V9(2) COMP-3.
       01  WS-TABELL-RANTA                PIC S9(9)V9(2) COMP-3.
       01  WS-RESK-KAPITAL                PIC S9(9)V9(2) COMP-3.
       01  WS-RESK-AVGIFT                 PIC S9(9)V9(2) COMP-3.
       01  WS-RESK-RANTA                  PIC S9(9)V9(2) COMP-3.
       01  WS-ANTAL-GRUNDRADER            PIC S9(9) COMP-5.
       01  WS-DEL                         PIC X(7).
       01  WS-DEL-VALUTA                  PIC X(3).
       01  WS-TABELL-BELOPP               PIC S9(9)V9(2) COMP-3.
       01  WS-RESK-BELOPP                 PIC S9(9)V9(2) COMP-3.
       01  WS-EDIT-TABELL                 PIC -(9)9.99.
       01  WS-EDIT-RESK                   PIC -(9)9.99.
       01  WS-ANTAL-OPPNA                 PIC 9(6) VALUE 0.
       01  WS-ANTAL-RESKONTRADIFF         PIC 9(6) VALUE 0.
       01  WS-ANTAL-INGAENDE              PIC 9(6) VALUE 0.

       01  WS-RAPPORT-RAD                 PIC X(120).

       PROCEDURE DIVISION.
           PERFORM D-SKRIV-RUBRIK
           PERFORM E-HITTA-FORALDRALOSA-PAMINNELSER
           PERFORM F-HITTA-EJ-BORTTAGNA-PAMINNELSER
           PERFORM J-KONTROLLERA-RESKONTRA
           PERFORM G-STANG-RAPPORT

           DISPLAY "Avstämningsrapport klar. Föräldralösa"
             " paminnelser: " WS-ANTAL-ORPHANS
           DISPLAY "Betalda fakturor med kvarstående paminnelse: "
             WS-ANTAL-EJ-BORTTAGNA
           DISPLAY "Öppna ärenden kontrollerade mot reskontran: "
             WS-ANTAL-OPPNA
           DISPLAY "  varav ingående saldo upplagt: "
             WS-ANTAL-INGAENDE
           DISPLAY "Saldoskillnader mot reskontran: "
             WS-ANTAL-RESKONTRADIFF

      *> En skillnad mot reskontran betyder att något program
      *> ändrat grundtabellerna utan att bokföra - RC 4 så att
      *> driften ser det på morgonen.
           IF WS-ANTAL-RESKONTRADIFF > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           EXEC SQL
               COMMIT
       G-STANG-RAPPORT SECTION.

           CLOSE AVSTAMNINGSRAPPORT.

       J-KONTROLLERA-RESKONTRA SECTION.

      *> Daglig saldokontroll: för varje öppet ärende ställs
      *> ärendereskontrans saldo per del (SUM(belopp) per KAPITAL,
      *> AVGIFT och RANTA) mot vad grundtabellerna säger - samma
      *> aritmetik som P-BERAKNA-FORDELNING i BetalfilImport.cbl,
      *> men utan att negativa delar nollas, så att varje avvikelse
      *> syns. Öppet ärende = fakturan har en påminnelse som inte
      *> är avskriven eller betald hos byrån, eller har ingen
      *> påminnelse och belopp_bet skiljer sig från attbet (ännu
      *> ej förfallen eller överbetald i väntan på återbetalning).
      *> Ärenden som var öppna innan reskontran infördes saknar
      *> både KAPITAL- och INGAENDE-rad - de får sitt ingående
      *> saldo upplagt här första natten, se K-LAGG-UPP-INGAENDE.
           EXEC SQL
               DECLARE RESKONTRA_CURSOR CURSOR FOR
               SELECT f.lopnr, ISNULL(f.valuta, 'SEK'),
                      f.attbet - f.belopp_bet,
                      ISNULL((SELECT SUM(a.belopp)
                              FROM REDWARRIOR.dbo.avgifter a
                              WHERE a.lopnr = f.lopnr
                                AND a.makulerad = 'N'),
                             CAST(0.00 AS DECIMAL(11,2)))
                    - ISNULL((SELECT SUM(bf.belopp_avgift)
                              FROM REDWARRIOR.dbo.betalning_fordelning
                                   bf
                              WHERE bf.lopnr = f.lopnr),
                             CAST(0.00 AS DECIMAL(11,2))),
                      ISNULL((SELECT r.ranta_belopp
                              FROM REDWARRIOR.dbo.rantefaktura r
                              WHERE r.lopnr = f.lopnr
                                AND r.fakturerad = 'N'
                                AND r.skapad_datum = (
                                    SELECT MAX(r2.skapad_datum)
                                    FROM REDWARRIOR.dbo.rantefaktura
                                         r2
                                    WHERE r2.lopnr = f.lopnr
                                      AND r2.fakturerad = 'N'
                                )),
                             CAST(0.00 AS DECIMAL(11,2)))
                    - ISNULL((SELECT SUM(bf.belopp_ranta)
                              FROM REDWARRIOR.dbo.betalning_fordelning
                                   bf
                              WHERE bf.lopnr = f.lopnr),
                             CAST(0.00 AS DECIMAL(11,2))),
                      ISNULL((SELECT SUM(t.belopp)
                              FROM REDWARRIOR.dbo.arendereskontra t
                              WHERE t.lopnr = f.lopnr
                                AND t.del = 'KAPITAL'),
                             CAST(0.00 AS DECIMAL(11,2))),
                      ISNULL((SELECT SUM(t.belopp)
                              FROM REDWARRIOR.dbo.arendereskontra t
                              WHERE t.lopnr = f.lopnr
                                AND t.del = 'AVGIFT'),
                             CAST(0.00 AS DECIMAL(11,2))),
                      ISNULL((SELECT SUM(t.belopp)
                              FROM REDWARRIOR.dbo.arendereskontra t
                              WHERE t.lopnr = f.lopnr
                                AND t.del = 'RANTA'),
                             CAST(0.00 AS DECIMAL(11,2))),
                      (SELECT COUNT(*)
                       FROM REDWARRIOR.dbo.arendereskontra t
                       WHERE t.lopnr = f.lopnr
                         AND t.transtyp IN ('KAPITAL', 'INGAENDE'))
               FROM REDWARRIOR.dbo.faktura f
               LEFT JOIN REDWARRIOR.dbo.paminnelser p
                 ON p.lopnr = f.lopnr
               WHERE (p.lopnr IS NOT NULL
                      AND p.inkasso_status NOT IN ('AVSKRIVEN',
                                                   'BETALDBYRA',
                                                   'ATERLAMNAD'))
                  OR (p.lopnr IS NULL
                      AND f.belopp_bet <> f.attbet)
               ORDER BY f.lopnr
           END-EXEC.

           EXEC SQL
               OPEN RESKONTRA_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN RESKONTRA_CURSOR: " SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH RESKONTRA_CURSOR INTO
                       :WS-LOPNR, :WS-VALUTA,
                       :WS-TABELL-KAPITAL, :WS-TABELL-AVGIFT,
                       :WS-TABELL-RANTA,
                       :WS-RESK-KAPITAL, :WS-RESK-AVGIFT,
                       :WS-RESK-RANTA,
                       :WS-ANTAL-GRUNDRADER
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-ANTAL-OPPNA
                   IF WS-ANTAL-GRUNDRADER = 0
                       PERFORM K-LAGG-UPP-INGAENDE
                   ELSE
                       MOVE "KAPITAL" TO WS-DEL
                       MOVE WS-VALUTA TO WS-DEL-VALUTA
                       MOVE WS-TABELL-KAPITAL TO WS-TABELL-BELOPP
                       MOVE WS-RESK-KAPITAL TO WS-RESK-BELOPP
                       PERFORM L-JAMFOR-DEL
                       MOVE "AVGIFT" TO WS-DEL
                       MOVE "SEK" TO WS-DEL-VALUTA
                       MOVE WS-TABELL-AVGIFT TO WS-TABELL-BELOPP
                       MOVE WS-RESK-AVGIFT TO WS-RESK-BELOPP
                       PERFORM L-JAMFOR-DEL
                       MOVE "RANTA" TO WS-DEL
                       MOVE WS-VALUTA TO WS-DEL-VALUTA
                       MOVE WS-TABELL-RANTA TO WS-TABELL-BELOPP
                       MOVE WS-RESK-RANTA TO WS-RESK-BELOPP
                       PERFORM L-JAMFOR-DEL
                   END-IF
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH RESKONTRA: "
                         SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF.

           EXEC SQL
               CLOSE RESKONTRA_CURSOR
           END-EXEC.

       K-LAGG-UPP-INGAENDE SECTION.

      *> Ingående saldo = grundtabellernas saldo minus det som
      *> redan hunnit bokföras på ärendet (t.ex. en betalning
      *> samma dag som reskontran infördes), så att reskontran
      *> efter uppläggningen visar exakt tabellernas saldo.
           MOVE WS-LOPNR TO reskontra-lopnr
           MOVE SPACES TO reskontra-trans-datum
           MOVE "INGAENDE" TO reskontra-transtyp
           MOVE "ReconciliationCheck" TO reskontra-kalla-program
           MOVE "INGAENDE SALDO" TO reskontra-referens

           MOVE "KAPITAL" TO reskontra-del
           COMPUTE reskontra-belopp =
               WS-TABELL-KAPITAL - WS-RESK-KAPITAL
           PERFORM N-BOKFOR-RESKONTRA

           MOVE "AVGIFT" TO reskontra-del
           COMPUTE reskontra-belopp =
               WS-TABELL-AVGIFT - WS-RESK-AVGIFT
           PERFORM N-BOKFOR-RESKONTRA

           MOVE "RANTA" TO reskontra-del
           COMPUTE reskontra-belopp =
               WS-TABELL-RANTA - WS-RESK-RANTA
           PERFORM N-BOKFOR-RESKONTRA

           ADD 1 TO WS-ANTAL-INGAENDE.

       L-JAMFOR-DEL SECTION.

           IF WS-TABELL-BELOPP NOT = WS-RESK-BELOPP
               PERFORM M-SKRIV-RESKONTRADIFF
           END-IF.

       M-SKRIV-RESKONTRADIFF SECTION.

           MOVE WS-LOPNR TO WS-EDIT-LOPNR
           MOVE WS-TABELL-BELOPP TO WS-EDIT-TABELL
           MOVE WS-RESK-BELOPP TO WS-EDIT-RESK
           MOVE SPACES TO WS-RAPPORT-RAD

           STRING
             "RESKONTRADIFF           " WS-EDIT-LOPNR
             "  " WS-DEL
             " TABELL " WS-EDIT-TABELL
             " RESKONTRA " WS-EDIT-RESK
             " " WS-DEL-VALUTA
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING

           MOVE WS-RAPPORT-RAD TO AVSTAMNINGSRAPPORT-RAD
           WRITE AVSTAMNINGSRAPPORT-RAD
           ADD 1 TO WS-ANTAL-RESKONTRADIFF
           ADD 1 TO WS-RADANTAL.

       N-BOKFOR-RESKONTRA SECTION.

      *> En rad i ärendereskontran (arendereskontra, P_W713.CPY).
      *> Anroparen fyller i lopnr, transtyp, del, belopp,
      *> kalla_program och referens; blank trans-datum betyder
      *> dagens datum. Valutan tas från fakturan för KAPITAL och
      *> RANTA - avgifterna är alltid SEK. Nollbelopp bokförs
      *> inte.
           IF reskontra-belopp NOT = 0
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
