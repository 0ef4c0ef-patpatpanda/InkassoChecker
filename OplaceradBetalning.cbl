       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W255.CPY".
       COPY "P_W666.CPY".
       COPY "P_W671.CPY".
       COPY "P_W681.CPY".
       COPY "P_W682.CPY".
       COPY "P_W684.CPY".
       COPY "P_W686.CPY".
       COPY "P_W692.CPY".
       COPY "P_W693.CPY".
       COPY "P_W706.CPY".
       COPY "P_W713.CPY".
       COPY "P_W717.CPY".
       COPY "P_W718.CPY".
       COPY "P_W719.CPY".
       COPY "P_W720.CPY".
       COPY "P_W721.CPY".
       COPY "P_W723.CPY".
       COPY "P_W724.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-FUNKTION                   PIC 9(1) VALUE 0.
       01  WS-SIGNATUR                   PIC X(8).

      *> Behörighetskontroll mot operatörsregistret, se
      *> Z-KONTROLLERA-BEHORIGHET.
       01  WS-BEHORIG-FUNKTION           PIC X(15).
       01  WS-BEHORIG                    PIC X(1) VALUE "N".

       01  WS-VALT-ID                    PIC S9(9) COMP-5 VALUE 0.
       01  WS-VALT-LOPNR                 PIC S9(10) COMP-3 VALUE 0.
       01  WS-DAGAR-GAMMAL               PIC S9(5) COMP-5.
       01  WS-KVARSTAENDE                PIC S9(9)V9(2) COMP-3.

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

      *> Avräkningsordning - samma fördelning avgifter/ränta/
      *> kapital som P-BERAKNA-FORDELNING i BetalfilImport.cbl.
       01  WS-OPPEN-AVGIFT               PIC S9(9)V9(2) COMP-3.
       01  WS-DEL-AVGIFT                 PIC S9(9)V9(2) COMP-3.
       01  WS-DEL-RANTA                  PIC S9(9)V9(2) COMP-3.
       01  WS-DEL-KAPITAL                PIC S9(9)V9(2) COMP-3.
      *> Omräkning av valutafakturor - samma fält och samma
      *> beräkning som i BetalfilImport.cbl (se S-HAMTA-DAGSKURS
      *> och P-BERAKNA-FORDELNING där).
       01  WS-VALUTA                     PIC X(3).
       01  WS-DAGSKURS                   PIC S9(5)V9(6) COMP-3.
       01  WS-REST-SEK                   PIC S9(9)V9(2) COMP-3.
       01  WS-REST-VALUTA                PIC S9(9)V9(2) COMP-3.
       01  WS-DEL-RANTA-SEK              PIC S9(9)V9(2) COMP-3.
       01  WS-DEL-KAPITAL-SEK            PIC S9(9)V9(2) COMP-3.

      *> Ackord (P_W723.CPY) - samma fält som i BetalfilImport.cbl,
      *> se P-PROVA-ACKORD.
       01  WS-ACKORD-LOPNR               PIC S9(10) COMP-3 VALUE 0.
       01  WS-ACKORD-BETALT              PIC S9(9)V9(2) COMP-3.
       01  WS-ACKORD-REST                PIC S9(9)V9(2) COMP-3.
       01  WS-ACKORD-AVSKRIVET           PIC S9(9)V9(2) COMP-3.
       01  WS-ANTAL-ACKORD               PIC 9(6) VALUE 0.
       01  WS-ACKORD-REFNR               PIC 9(10).

       01  WS-ANTAL-RADER                PIC 9(6) VALUE 0.
       01  WS-SUMMA-OPLACERAT            PIC S9(11)V9(2) COMP-3
                   WHEN 1
                       PERFORM D-SKRIV-ALDRINGSLISTA
                   WHEN 2
                       MOVE "PLACERA" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM E-PLACERA-BETALNING
                       END-IF
                   WHEN OTHER
                       DISPLAY "OGILTIGT VAL."
               END-EVALUATE
               DISPLAY "ANGE LOPNR ATT PLACERA PA: "
               ACCEPT WS-VALT-LOPNR FROM CONSOLE

      *> Samma spärr som i G-BOKFOR-BETALNING i BetalfilImport.cbl
      *> - ett återlämnat ärende tar inte emot betalningar.
               EXEC SQL
                   SELECT COUNT(*) INTO :ws-count
                   FROM REDWARRIOR.dbo.faktura_alla f
                   JOIN REDWARRIOR.dbo.uppdragsgivare u
                     ON u.upgnr = f.upgnr
                   WHERE f.lopnr = :WS-VALT-LOPNR
                     AND u.aktiv = 'N'
               END-EXEC

               IF ws-count > 0
                   DISPLAY "UPPDRAGET AR AVSLUTAT - ARENDET AR "
                     "ATERLAMNAT. INGEN PLACERING GJORD."
               ELSE

               MOVE WS-VALT-LOPNR TO WS-HIST-LOPNR
               PERFORM Y-ATERSTALL-FRAN-HISTORIK

               EXEC SQL
                   SELECT COUNT(*) INTO :ws-count
                   FROM REDWARRIOR.dbo.faktura
                   DISPLAY "LOPNR SAKNAS I FAKTURA - "
                     "INGEN PLACERING GJORD."
               ELSE
                   PERFORM M-HAMTA-DAGSKURS
                   IF WS-DAGSKURS = 0
                       DISPLAY "VALUTAKURS SAKNAS FOR " WS-VALUTA
                         " PA BETALDAGEN - INGEN PLACERING GJORD."
                   ELSE
                       PERFORM F-BOKFOR-PLACERING
                   END-IF
               END-IF
               END-IF

           END-IF
           ELSE

               PERFORM L-SPARA-FORDELNING
               PERFORM N-BOKFOR-BETALNING-RESKONTRA
               PERFORM G-BOKFOR-KLIENTMEDEL
               PERFORM H-SKAPA-SALDOPOST
               PERFORM I-MARKERA-PLACERAD
               DISPLAY "BETALNING PLACERAD PA LOPNR " WS-VALT-LOPNR
               MOVE WS-VALT-LOPNR TO WS-ACKORD-LOPNR
               MOVE 0 TO WS-ANTAL-ACKORD
               PERFORM P-PROVA-ACKORD
               IF WS-ANTAL-ACKORD > 0
                   DISPLAY "ACKORD FULLGJORT - RESTEN AVSKRIVEN."
               END-IF

           END-IF.

       M-HAMTA-DAGSKURS SECTION.

      *> Samma kursuppslag som S-HAMTA-DAGSKURS i
      *> BetalfilImport.cbl: fakturans valuta och dagskursen på
      *> betalningsdagen, 1 för SEK, 0 när kurs saknas.
           MOVE "SEK" TO WS-VALUTA
           MOVE 0 TO WS-DAGSKURS

           EXEC SQL
               SELECT ISNULL(valuta, 'SEK') INTO :WS-VALUTA
               FROM REDWARRIOR.dbo.faktura
               WHERE lopnr = :WS-VALT-LOPNR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID LASNING AV FAKTURANS VALUTA: "
                 SQLCODE
               MOVE "SEK" TO WS-VALUTA
           END-IF

           IF WS-VALUTA = "SEK"
               MOVE 1 TO WS-DAGSKURS
           ELSE
               EXEC SQL
                   SELECT TOP 1 kurs INTO :WS-DAGSKURS
                   FROM REDWARRIOR.dbo.valutakurs
                   WHERE valuta = :WS-VALUTA
                     AND kursdatum <= :oplacerad-betaldag
                   ORDER BY kursdatum DESC
               END-EXEC

               IF SQLCODE NOT = 0
                   IF SQLCODE NOT = 100
                       DISPLAY "FEL VID HAMTNING AV DAGSKURS: "
                         SQLCODE
                   END-IF
                   MOVE 0 TO WS-DAGSKURS
               END-IF
           END-IF.

       K-BERAKNA-FORDELNING SECTION.
               MOVE WS-OPPEN-AVGIFT TO WS-DEL-AVGIFT
           END-IF

           COMPUTE WS-REST-SEK =
               oplacerad-belopp - WS-DEL-AVGIFT
           COMPUTE WS-REST-VALUTA ROUNDED =
               WS-REST-SEK / WS-DAGSKURS
           MOVE WS-REST-VALUTA TO WS-DEL-KAPITAL

           IF WS-DEL-KAPITAL <= WS-OPPEN-RANTA
               MOVE WS-DEL-KAPITAL TO WS-DEL-RANTA
               MOVE WS-OPPEN-RANTA TO WS-DEL-RANTA
           END-IF

           SUBTRACT WS-DEL-RANTA FROM WS-DEL-KAPITAL

           COMPUTE WS-DEL-RANTA-SEK ROUNDED =
               WS-DEL-RANTA * WS-DAGSKURS
           IF WS-DEL-RANTA-SEK > WS-REST-SEK
               MOVE WS-REST-SEK TO WS-DEL-RANTA-SEK
           END-IF
           COMPUTE WS-DEL-KAPITAL-SEK =
               WS-REST-SEK - WS-DEL-RANTA-SEK.

       L-SPARA-FORDELNING SECTION.

           MOVE WS-DEL-RANTA TO fordelning-belopp-ranta
           MOVE WS-DEL-KAPITAL TO fordelning-belopp-kapital
           MOVE "OplaceradBetalning" TO fordelning-kalla-program
           MOVE WS-VALUTA TO fordelning-valuta
           MOVE WS-DAGSKURS TO fordelning-kurs
           MOVE WS-DEL-RANTA-SEK TO fordelning-belopp-ranta-sek
           MOVE WS-DEL-KAPITAL-SEK TO fordelning-belopp-kapital-sek

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.betalning_fordelning
                   (lopnr, betaldag, belopp_avgift, belopp_ranta,
                    belopp_kapital, kalla_program, skapad_at,
                    valuta, kurs, belopp_ranta_sek,
                    belopp_kapital_sek)
               VALUES
                   (:fordelning-lopnr, :fordelning-betaldag,
                    :fordelning-belopp-avgift,
                    :fordelning-belopp-ranta,
                    :fordelning-belopp-kapital,
                    :fordelning-kalla-program,
                    :fordelning-skapad-at,
                    :fordelning-valuta, :fordelning-kurs,
                    :fordelning-belopp-ranta-sek,
                    :fordelning-belopp-kapital-sek)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA-FORDELNING: " SQLCODE
           END-IF.

       N-BOKFOR-BETALNING-RESKONTRA SECTION.

      *> Betalningen i ärendereskontran (P_W713.CPY) - samma
      *> kreditrader per del som T-BOKFOR-BETALNING-RESKONTRA i
      *> BetalfilImport.cbl, med den oplacerade radens id och
      *> placerarens signatur som referens.
           MOVE WS-VALT-ID TO WS-EDIT-ID
           MOVE WS-VALT-LOPNR TO reskontra-lopnr
           MOVE oplacerad-betaldag TO reskontra-trans-datum
           MOVE "BETALNING" TO reskontra-transtyp
           MOVE SPACES TO reskontra-referens
           STRING
             "OPLACERAD " WS-EDIT-ID " " WS-SIGNATUR
             DELIMITED BY SIZE
             INTO reskontra-referens
           END-STRING

           MOVE "AVGIFT" TO reskontra-del
           COMPUTE reskontra-belopp = 0 - WS-DEL-AVGIFT
           PERFORM O-BOKFOR-RESKONTRA

           MOVE "RANTA" TO reskontra-del
           COMPUTE reskontra-belopp = 0 - WS-DEL-RANTA
           PERFORM O-BOKFOR-RESKONTRA

           MOVE "KAPITAL" TO reskontra-del
           COMPUTE reskontra-belopp = 0 - WS-DEL-KAPITAL
           PERFORM O-BOKFOR-RESKONTRA.

       O-BOKFOR-RESKONTRA SECTION.

      *> En rad i ärendereskontran (arendereskontra, P_W713.CPY).
      *> Anroparen fyller i lopnr, trans-datum (blankt = dagens
      *> datum), transtyp, del, belopp och referens. Valutan tas
      *> från fakturan för KAPITAL och RANTA - avgifterna är
      *> alltid SEK. Nollbelopp bokförs inte.
           IF reskontra-belopp NOT = 0
               MOVE "OplaceradBetalning" TO reskontra-kalla-program
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

       G-BOKFOR-KLIENTMEDEL SECTION.

      *> Samma INBET-rad som K-BOKFOR-KLIENTMEDEL i
               MOVE oplacerad-belopp TO klmedel-belopp
               MOVE oplacerad-betaldag TO klmedel-handelse-datum
               MOVE "OplaceradBetalning" TO klmedel-kalla-program
               MOVE WS-VALUTA TO klmedel-valuta
               COMPUTE klmedel-belopp-valuta ROUNDED =
                   oplacerad-belopp / WS-DAGSKURS

               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.klientmedel
                       (upgnr, lopnr, typ, belopp, handelse_datum,
                        kalla_program, bokford_at, valuta,
                        belopp_valuta)
                   VALUES
                       (:klmedel-upgnr, :klmedel-lopnr, :klmedel-typ,
                        :klmedel-belopp, :klmedel-handelse-datum,
                        :klmedel-kalla-program, :klmedel-bokford-at,
                        :klmedel-valuta, :klmedel-belopp-valuta)
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 0 TO WS-OPPEN-AVGIFT
               END-IF

               MOVE WS-VALUTA TO aterkall-valuta
               IF WS-VALUTA = "SEK"
                   ADD WS-OPPEN-AVGIFT TO WS-KVARSTAENDE
                   MOVE 0 TO aterkall-avgift-sek
               ELSE
                   MOVE WS-OPPEN-AVGIFT TO aterkall-avgift-sek
               END-IF

               IF WS-KVARSTAENDE + aterkall-avgift-sek > 0

                   PERFORM J-SATT-TIDSSTAMPEL
                   MOVE WS-TIDSSTAMPEL TO aterkall-skapad-at
                   EXEC SQL
                       INSERT INTO REDWARRIOR.dbo.byra_aterkallelse
                           (lopnr, posttyp, orsak, belopp, skapad_at,
                            skapad_av_program, exporterad, valuta,
                            avgift_sek)
                       VALUES
                           (:aterkall-lopnr, :aterkall-posttyp,
                            :aterkall-orsak, :aterkall-belopp,
                            :aterkall-skapad-at,
                            :aterkall-skapad-av-program,
                            :aterkall-exporterad, :aterkall-valuta,
                            :aterkall-avgift-sek)
                   END-EXEC

                   IF SQLCODE NOT = 0
             DELIMITED BY SIZE
             INTO WS-TIDSSTAMPEL
           END-STRING.

       P-PROVA-ACKORD SECTION.

      *> Samma prövning som X2-PROVA-ACKORD i BetalfilImport.cbl:
      *> en placerad betalning kan vara den som fullgör ett
      *> ackord, och då skrivs resten av här på samma sätt -
      *> ändras ackordslogiken där ska den ändras här i samma
      *> leverans. Betalningsdagen är den oplacerade radens, så
      *> en betalning som gjorts i tid räknas även om den
      *> placeras efter sista_dag, så länge ackordet inte hunnit
      *> förfalla.
           MOVE 0 TO ackord-ackordnr

           EXEC SQL
               SELECT ISNULL(MAX(a.ackordnr), 0)
               INTO :ackord-ackordnr
               FROM REDWARRIOR.dbo.ackord_rad r
               JOIN REDWARRIOR.dbo.ackord a
                 ON a.ackordnr = r.ackordnr
               WHERE r.lopnr = :WS-ACKORD-LOPNR
                 AND a.status IN ('REGISTRERAT', 'SKICKAT')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SOKNING AV ACKORD: " SQLCODE
               MOVE 0 TO ackord-ackordnr
           END-IF

           IF ackord-ackordnr > 0

               MOVE 0 TO WS-ACKORD-BETALT
               EXEC SQL
                   SELECT a.ackord_belopp,
                          ISNULL((SELECT SUM(bf.belopp_avgift
                                           + bf.belopp_ranta
                                           + bf.belopp_kapital)
                                  FROM REDWARRIOR.dbo.ackord_rad r
                                  JOIN
                                  REDWARRIOR.dbo.betalning_fordelning
                                       bf
                                    ON bf.lopnr = r.lopnr
                                  WHERE r.ackordnr = a.ackordnr
                                    AND bf.betaldag >=
                                        a.registrerad_datum
                                    AND bf.betaldag <= a.sista_dag),
                                 CAST(0.00 AS DECIMAL(11,2)))
                   INTO :ackord-ackord-belopp, :WS-ACKORD-BETALT
                   FROM REDWARRIOR.dbo.ackord a
                   WHERE a.ackordnr = :ackord-ackordnr
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID SUMMERING AV ACKORD: " SQLCODE
               ELSE
                   IF WS-ACKORD-BETALT >= ackord-ackord-belopp
                       PERFORM Q-FULLGOR-ACKORD
                   END-IF
               END-IF

           END-IF.

       Q-FULLGOR-ACKORD SECTION.

      *> Ackordbeloppet är betalt i tid: ackordet blir FULLGJORT
      *> och det som återstår på varje ärende skrivs av med
      *> transtyp ACKORD i ärendereskontran (P_W713.CPY) - skilt
      *> från AVSKRIVN, så uppdragsgivarens avräkning
      *> (AvrakningsRapport.cbl) kan visa ackordsavskrivningen
      *> för sig. Ärendet blir AVSKRIVEN med historikrad
      *> ACKORD -> AVSKRIVEN; ett byråärende (JA) återkallas hos
      *> byrån med orsak ACKORD. Ett ärende som redan är betalt
      *> eller inte längre i flödet får bara historikraden
      *> ACKORD -> sin nuvarande status.
           PERFORM J-SATT-TIDSSTAMPEL
           MOVE WS-TIDSSTAMPEL TO history-changed-at
           MOVE history-changed-at(1:10) TO ackord-avslutad-datum
           MOVE WS-ACKORD-BETALT TO ackord-betalt-belopp

           EXEC SQL
               UPDATE REDWARRIOR.dbo.ackord
               SET status = 'FULLGJORT',
                   betalt_belopp = :ackord-betalt-belopp,
                   avslutad_datum = :ackord-avslutad-datum
               WHERE ackordnr = :ackord-ackordnr
                 AND status IN ('REGISTRERAT', 'SKICKAT')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID AVSLUT AV ACKORD: " SQLCODE
           ELSE
               PERFORM R-AVSKRIV-ACKORDSARENDEN
               ADD 1 TO WS-ANTAL-ACKORD
           END-IF.

       R-AVSKRIV-ACKORDSARENDEN SECTION.

      *> Ärendena i det fullgjorda ackordet, ett i taget genom
      *> S-AVSLUTA-ACKORDSARENDE, och sist summan som skrivits av.
           MOVE 0 TO WS-ACKORD-AVSKRIVET

           EXEC SQL
               DECLARE ACKRAD_CURSOR CURSOR FOR
               SELECT r.lopnr, p.inkasso_status,
                      ISNULL(s.rest, CAST(0.00 AS DECIMAL(11,2)))
               FROM REDWARRIOR.dbo.ackord_rad r
               JOIN REDWARRIOR.dbo.paminnelser p
                 ON p.lopnr = r.lopnr
               OUTER APPLY (
                   SELECT SUM(d.saldo) AS rest
                   FROM (SELECT SUM(t.belopp) AS saldo
                         FROM REDWARRIOR.dbo.arendereskontra t
                         WHERE t.lopnr = r.lopnr
                         GROUP BY t.del, t.valuta) d
                   WHERE d.saldo > 0
               ) s
               WHERE r.ackordnr = :ackord-ackordnr
               ORDER BY r.lopnr
           END-EXEC.

           EXEC SQL
               OPEN ACKRAD_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN ACKRAD_CURSOR: " SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH ACKRAD_CURSOR INTO
                       :ackrad-lopnr, :paminnelser-inkasso-status,
                       :WS-ACKORD-REST
               END-EXEC

               IF SQLCODE = 0
                   PERFORM S-AVSLUTA-ACKORDSARENDE
                   MOVE 0 TO SQLCODE
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH ACKRAD: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF.

           EXEC SQL
               CLOSE ACKRAD_CURSOR
           END-EXEC.

           MOVE WS-ACKORD-AVSKRIVET TO ackord-avskrivet-belopp

           EXEC SQL
               UPDATE REDWARRIOR.dbo.ackord
               SET avskrivet_belopp = :ackord-avskrivet-belopp
               WHERE ackordnr = :ackord-ackordnr
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID UPPDATERING AV ACKORD: " SQLCODE
           END-IF.

       S-AVSLUTA-ACKORDSARENDE SECTION.

      *> Ett ärende i det fullgjorda ackordet (ackrad-lopnr, med
      *> status och kvarstående saldo ur ACKRAD_CURSOR).
           MOVE ackrad-lopnr TO history-lopnr
           MOVE "ACKORD" TO history-old-status
           MOVE paminnelser-inkasso-status TO history-new-status
           MOVE "OplaceradBetalning" TO history-changed-by-program

           IF WS-ACKORD-REST > 0
             AND (paminnelser-inkasso-status = "NEJ"
               OR paminnelser-inkasso-status = "JA")

               EXEC SQL
                   UPDATE REDWARRIOR.dbo.paminnelser
                   SET inkasso_status = 'AVSKRIVEN'
                   WHERE lopnr = :ackrad-lopnr
                     AND inkasso_status = :paminnelser-inkasso-status
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID AVSKRIVNING ENLIGT ACKORD: "
                     SQLCODE " LOPNR " ackrad-lopnr
               ELSE
                   MOVE "AVSKRIVEN" TO history-new-status
                   MOVE ackrad-lopnr TO reskontra-lopnr
                   MOVE SPACES TO reskontra-referens
                   MOVE ackord-ackordnr TO WS-ACKORD-REFNR
                   STRING
                     "ACKORD " WS-ACKORD-REFNR
                     DELIMITED BY SIZE
                     INTO reskontra-referens
                   END-STRING

                   EXEC SQL
                       INSERT INTO REDWARRIOR.dbo.arendereskontra
                           (lopnr, trans_datum, transtyp, del, belopp,
                            valuta, kalla_program, referens,
                            bokford_at)
                       SELECT t.lopnr, CAST(GETDATE() AS DATE),
                              'ACKORD', t.del, 0 - SUM(t.belopp),
                              t.valuta, 'OplaceradBetalning',
                              NULLIF(:reskontra-referens, ' '),
                              GETDATE()
                       FROM REDWARRIOR.dbo.arendereskontra t
                       WHERE t.lopnr = :reskontra-lopnr
                       GROUP BY t.lopnr, t.del, t.valuta
                       HAVING SUM(t.belopp) > 0
                   END-EXEC

                   IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                       DISPLAY "FEL VID AVSKRIVNING I "
                         "ARENDERESKONTRA: " SQLCODE
                         " LOPNR " reskontra-lopnr
                   ELSE
                       ADD WS-ACKORD-REST TO WS-ACKORD-AVSKRIVET
                   END-IF

                   IF paminnelser-inkasso-status = "JA"
                       PERFORM T-SKAPA-ATERKALLELSE
                   END-IF
               END-IF

           END-IF

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.paminnelser_history
                   (lopnr, old_status, new_status,
                    changed_by_program, changed_at)
               VALUES
                   (:history-lopnr, :history-old-status,
                    :history-new-status, :history-changed-by-program,
                    :history-changed-at)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA-STATUSHISTORIK: " SQLCODE
           END-IF.

       T-SKAPA-ATERKALLELSE SECTION.

      *> Byrån driver ärendet - det återkallas helt med orsak
      *> ACKORD, samma kö som J-SKAPA-ATERKALLELSE i
      *> BeslutskoUnderhall.cbl, exporteras av
      *> ByraAterkallelseExport.cbl.
           MOVE ackrad-lopnr TO aterkall-lopnr
           MOVE "ATERKALL" TO aterkall-posttyp
           MOVE "ACKORD" TO aterkall-orsak
           MOVE 0 TO aterkall-belopp
           MOVE history-changed-at TO aterkall-skapad-at
           MOVE "OplaceradBetalning" TO aterkall-skapad-av-program
           MOVE "N" TO aterkall-exporterad

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.byra_aterkallelse
                   (lopnr, posttyp, orsak, belopp, skapad_at,
                    skapad_av_program, exporterad)
               VALUES
                   (:aterkall-lopnr, :aterkall-posttyp,
                    :aterkall-orsak, :aterkall-belopp,
                    :aterkall-skapad-at,
                    :aterkall-skapad-av-program,
                    :aterkall-exporterad)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SKAPA-ATERKALLELSE: " SQLCODE
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
                   MOVE "OplaceradBetalning" TO flytt-kalla-program

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
               MOVE "OplaceradBetalning" TO blogg-program
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
