           SELECT BETALFIL ASSIGN TO "BGMAX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Avvikelserapport för betalningar som inte kunde bokföras -
      *> okänd eller tvetydig OCR-referens, eller valutafaktura
      *> utan dagskurs. Dessa får inte tyst
      *> ligga kvar som obetalda och eskaleras av FLAGGA-FOR-INKASSO
      *> i The_Heart.cbl, utan ska rättas manuellt samma dag.
           SELECT AVVIKELSEFIL ASSIGN TO "BGMAXAVVIKELSER.TXT"
      *> kontrolleras numera i M-KONTROLLERA-BETALFIL INNAN något
      *> bokförs - tidigare lästes de bara förbi.
           03 BGMAX-TK                    PIC X(2).
      *> På inbetalningsposten är bankgironumret avsändarens -
      *> det sparas som gäldenärens utbetalningskonto för
      *> återbetalning av överskott, se R-SPARA-AVSANDARKONTO.
           03 BGMAX-BANKGIRONR            PIC X(12).
      *> OCR-referensen är högerställd och nollutfylld - de sista
      *> tio positionerna är vårt lopnr. En etta på elfte
      *> positionen från höger betyder att de tio är ett
      *> samlingsnr (samlingsarende, P_W715.CPY), se
      *> V-BOKFOR-SAMLINGSBETALNING. En tvåa betyder att de tio
      *> är ett ackordnr (ackord, P_W723.CPY), se
      *> X-BOKFOR-ACKORDBETALNING.
           03 BGMAX-OCR.
              05 FILLER                   PIC X(14).
              05 BGMAX-OCR-TYP            PIC X(1).
              05 BGMAX-OCR-LOPNR          PIC 9(10).
      *> Belopp i ören, högerställt nollutfyllt.
           03 BGMAX-BELOPP-ORE            PIC 9(18).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W255.CPY".
       COPY "P_W666.CPY".
       COPY "P_W671.CPY".
       COPY "P_W681.CPY".
       COPY "P_W682.CPY".
       COPY "P_W684.CPY".
       COPY "P_W685.CPY".
       COPY "P_W686.CPY".
       COPY "P_W698.CPY".
       COPY "P_W706.CPY".
       COPY "P_W713.CPY".
       COPY "P_W715.CPY".
       COPY "P_W717.CPY".
       COPY "P_W718.CPY".
       COPY "P_W719.CPY".
       COPY "P_W720.CPY".
       COPY "P_W721.CPY".
       COPY "P_W723.CPY".
       COPY "P_W724.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-DEL-RANTA                  PIC S9(9)V9(2) COMP-3.
       01  WS-DEL-KAPITAL                PIC S9(9)V9(2) COMP-3.

      *> Valutafakturor (faktura.valuta, P_W255.CPY): BG Max-
      *> beloppet är alltid kronor. Avgiftsdelen tas i SEK och
      *> resten räknas om till fakturans valuta med dagskursen på
      *> betalningsdagen (valutakurs, P_W706.CPY) innan ränta och
      *> kapital täcks - se S-HAMTA-DAGSKURS. För SEK är kursen 1
      *> och omräkningen gör ingenting. WS-DEL-RANTA och
      *> WS-DEL-KAPITAL är i fakturans valuta, -SEK-fälten de
      *> kronor som täckte respektive del.
       01  WS-VALUTA                     PIC X(3).
       01  WS-DAGSKURS                   PIC S9(5)V9(6) COMP-3.
       01  WS-REST-SEK                   PIC S9(9)V9(2) COMP-3.
       01  WS-REST-VALUTA                PIC S9(9)V9(2) COMP-3.
       01  WS-DEL-RANTA-SEK              PIC S9(9)V9(2) COMP-3.
       01  WS-DEL-KAPITAL-SEK            PIC S9(9)V9(2) COMP-3.

      *> Samlingsbetalning (se V-BOKFOR-SAMLINGSBETALNING): det som
      *> återstår att fördela, den aktuella fakturans öppna
      *> fordran och den senast krediterade fakturan, som får ett
      *> eventuellt överskott.
       01  WS-SAMLING-REST               PIC S9(9)V9(2) COMP-3.
       01  WS-SAMLING-OPPET              PIC S9(9)V9(2) COMP-3.
       01  WS-SAMLING-LOPNR              PIC S9(10) COMP-3.
       01  WS-SAMLING-SISTA              PIC S9(10) COMP-3.

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
       01  WS-HIST-KLAR                  PIC X(1) VALUE "N".

      *> Ackord (P_W723.CPY, se X2-PROVA-ACKORD): det senast
      *> bokförda ärendet i betalningsposten, vad som betalts på
      *> ackordets ärenden under löptiden, ett ärendes kvarstående
      *> saldo i reskontran och det som skrivits av när ackordet
      *> fullgjordes.
       01  WS-ACKORD-LOPNR               PIC S9(10) COMP-3 VALUE 0.
       01  WS-ACKORD-BETALT              PIC S9(9)V9(2) COMP-3.
       01  WS-ACKORD-REST                PIC S9(9)V9(2) COMP-3.
       01  WS-ACKORD-AVSKRIVET           PIC S9(9)V9(2) COMP-3.
       01  WS-ANTAL-ACKORD               PIC 9(6) VALUE 0.
       01  WS-ACKORD-REFNR               PIC 9(10).

       01  WS-ANTAL-LASTA                PIC 9(6) VALUE 0.
       01  WS-ANTAL-BOKFORDA             PIC 9(6) VALUE 0.
       01  WS-ANTAL-AVVIKELSER           PIC 9(6) VALUE 0.
                 WS-ANTAL-BOKFORDA
               DISPLAY "Avvikelser till rapporten:  "
                 WS-ANTAL-AVVIKELSER
               DISPLAY "Ackord fullgjorda:          "
                 WS-ANTAL-ACKORD
           END-IF

           EXEC SQL
                 INTO WS-BETALDATUM
               END-STRING

               MOVE 0 TO WS-ACKORD-LOPNR

               IF BGMAX-OCR-TYP = "1"
                   PERFORM V-BOKFOR-SAMLINGSBETALNING
               ELSE
               IF BGMAX-OCR-TYP = "2"
                   PERFORM X-BOKFOR-ACKORDBETALNING
               ELSE

      *> Ärenden hos en avslutad uppdragsgivare är återlämnade -
      *> en sen betalning bokas inte på dem utan läggs bland de
      *> oplacerade och vidarebefordras eller återbetalas därifrån.
               EXEC SQL
                   SELECT COUNT(*) INTO :ws-count
                   FROM REDWARRIOR.dbo.faktura_alla f
                   JOIN REDWARRIOR.dbo.uppdragsgivare u
                     ON u.upgnr = f.upgnr
                   WHERE f.lopnr = :WS-OCR-LOPNR
                     AND u.aktiv = 'N'
               END-EXEC

               IF ws-count > 0
                   MOVE "UPPDRAG AVSLUTAT" TO WS-AVVIKELSETYP
                   PERFORM H-SKRIV-AVVIKELSE
               ELSE
               MOVE WS-OCR-LOPNR TO WS-HIST-LOPNR
               PERFORM Y-ATERSTALL-FRAN-HISTORIK

               EXEC SQL
                   SELECT COUNT(*) INTO :ws-count
                   FROM REDWARRIOR.dbo.faktura
                       MOVE "OKAND REFERENS" TO WS-AVVIKELSETYP
                       PERFORM H-SKRIV-AVVIKELSE
                   WHEN 1
      *> Utan dagskurs går en valutabetalning inte att fördela -
      *> den läggs bland de oplacerade och placeras med
      *> OplaceradBetalning.cbl när kursen kommit in.
                       PERFORM S-HAMTA-DAGSKURS
                       IF WS-DAGSKURS = 0
                           MOVE "VALUTAKURS SAKNAS"
                             TO WS-AVVIKELSETYP
                           PERFORM H-SKRIV-AVVIKELSE
                       ELSE
                           PERFORM I-UPPDATERA-FAKTURA
                       END-IF
                   WHEN OTHER
                       MOVE "TVETYDIG REFERENS" TO WS-AVVIKELSETYP
                       PERFORM H-SKRIV-AVVIKELSE
               END-EVALUATE
               END-IF
               END-IF
               END-IF

      *> Blev ett ärende i ett löpande ackord betalt - oavsett
      *> vilken OCR-referens gäldenären använde - prövas om
      *> ackordet nu är fullgjort.
               IF WS-ACKORD-LOPNR > 0
                   PERFORM X2-PROVA-ACKORD
               END-IF

           END-IF
           END-IF.

       V-BOKFOR-SAMLINGSBETALNING SECTION.

      *> Betalning mot ett samlingsärendes OCR-referens: beloppet
      *> fördelas över samlingens fakturor, äldsta förfallodag
      *> först, och varje faktura bokförs precis som en vanlig
      *> betalning (I-UPPDATERA-FAKTURA - avgifter, ränta, sist
      *> kapital). En faktura får högst sin öppna fordran; blir
      *> något över läggs det på den sist krediterade fakturan
      *> (eller det bärande ärendet) som överbetalning, som
      *> The_Heart sedan återbetalar. Samlingar omfattar bara
      *> fakturor i SEK, så S-HAMTA-DAGSKURS ger kurs 1.
           MOVE BGMAX-OCR-LOPNR TO samling-samlingsnr
           MOVE 0 TO samling-bar-lopnr

           EXEC SQL
               SELECT ISNULL(MAX(bar_lopnr), 0)
               INTO :samling-bar-lopnr
               FROM REDWARRIOR.dbo.samlingsarende
               WHERE samlingsnr = :samling-samlingsnr
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID LASNING AV SAMLINGSARENDE: " SQLCODE
               MOVE 0 TO samling-bar-lopnr
           END-IF

           MOVE 0 TO ws-count
           IF samling-bar-lopnr > 0
               EXEC SQL
                   SELECT COUNT(*) INTO :ws-count
                   FROM REDWARRIOR.dbo.samlingsarende s
                   JOIN REDWARRIOR.dbo.uppdragsgivare u
                     ON u.upgnr = s.upgnr
                   WHERE s.samlingsnr = :samling-samlingsnr
                     AND u.aktiv = 'N'
               END-EXEC
           END-IF

           IF samling-bar-lopnr = 0
               MOVE "OKAND REFERENS" TO WS-AVVIKELSETYP
               PERFORM H-SKRIV-AVVIKELSE
           ELSE
           IF ws-count > 0
               MOVE "UPPDRAG AVSLUTAT" TO WS-AVVIKELSETYP
               PERFORM H-SKRIV-AVVIKELSE
           ELSE
      *> Fakturor i samlingen som flyttats till faktura_historik
      *> återställs först - annars går SAMLBET_CURSOR förbi dem.
               MOVE 0 TO WS-HIST-LOPNR
               MOVE "N" TO WS-HIST-KLAR
               PERFORM UNTIL WS-HIST-KLAR = "J"
                   EXEC SQL
                       SELECT ISNULL(MIN(r.lopnr), 0)
                       INTO :WS-HIST-LOPNR
                       FROM REDWARRIOR.dbo.samlingsarende_rad r
                       JOIN REDWARRIOR.dbo.faktura_historik h
                         ON h.lopnr = r.lopnr
                       WHERE r.samlingsnr = :samling-samlingsnr
                         AND r.lopnr > :WS-HIST-LOPNR
                   END-EXEC
                   IF SQLCODE NOT = 0 OR WS-HIST-LOPNR = 0
                       MOVE "J" TO WS-HIST-KLAR
                   ELSE
                       PERFORM Y-ATERSTALL-FRAN-HISTORIK
                   END-IF
               END-PERFORM

               MOVE WS-BETALNING-BELOPP TO WS-SAMLING-REST
               MOVE 0 TO WS-SAMLING-SISTA
               PERFORM W-FORDELA-SAMLINGSBETALNING

               IF WS-SAMLING-REST > 0
                   IF WS-SAMLING-SISTA = 0
                       MOVE samling-bar-lopnr TO WS-SAMLING-SISTA
                   END-IF
                   MOVE WS-SAMLING-SISTA TO WS-OCR-LOPNR
                   MOVE WS-SAMLING-REST TO WS-BETALNING-BELOPP
                   PERFORM S-HAMTA-DAGSKURS
                   PERFORM I-UPPDATERA-FAKTURA
               END-IF
           END-IF
           END-IF.

       W-FORDELA-SAMLINGSBETALNING SECTION.

      *> Öppen fordran per faktura = kapital + öppna avgifter +
      *> öppen ränta, samma delar som P-BERAKNA-FORDELNING.
           EXEC SQL
               DECLARE SAMLBET_CURSOR CURSOR FOR
               SELECT r.lopnr,
                      f.attbet - f.belopp_bet
                    + ISNULL((SELECT SUM(a.belopp)
                              FROM REDWARRIOR.dbo.avgifter a
                              WHERE a.lopnr = r.lopnr
                                AND a.makulerad = 'N'),
                             CAST(0.00 AS DECIMAL(11,2)))
                    - ISNULL((SELECT SUM(bf.belopp_avgift)
                              FROM REDWARRIOR.dbo.betalning_fordelning
                                   bf
                              WHERE bf.lopnr = r.lopnr),
                             CAST(0.00 AS DECIMAL(11,2)))
                    + ISNULL((SELECT rf.ranta_belopp
                              FROM REDWARRIOR.dbo.rantefaktura rf
                              WHERE rf.lopnr = r.lopnr
                                AND rf.fakturerad = 'N'
                                AND rf.skapad_datum = (
                                    SELECT MAX(rf2.skapad_datum)
                                    FROM REDWARRIOR.dbo.rantefaktura
                                         rf2
                                    WHERE rf2.lopnr = r.lopnr
                                      AND rf2.fakturerad = 'N'
                                )),
                             CAST(0.00 AS DECIMAL(11,2)))
                    - ISNULL((SELECT SUM(bf.belopp_ranta)
                              FROM REDWARRIOR.dbo.betalning_fordelning
                                   bf
                              WHERE bf.lopnr = r.lopnr),
                             CAST(0.00 AS DECIMAL(11,2)))
               FROM REDWARRIOR.dbo.samlingsarende_rad r
               JOIN REDWARRIOR.dbo.faktura f ON f.lopnr = r.lopnr
               WHERE r.samlingsnr = :samling-samlingsnr
               ORDER BY f.forfdat, r.lopnr
           END-EXEC.

           EXEC SQL
               OPEN SAMLBET_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN SAMLBET_CURSOR: " SQLCODE
               MOVE "SQL-FEL VID SAMLING" TO WS-AVVIKELSETYP
               PERFORM H-SKRIV-AVVIKELSE
               MOVE 0 TO WS-SAMLING-REST
           ELSE
           PERFORM UNTIL SQLCODE = 100 OR WS-SAMLING-REST = 0

               EXEC SQL
                   FETCH SAMLBET_CURSOR INTO
                       :WS-SAMLING-LOPNR, :WS-SAMLING-OPPET
               END-EXEC

               IF SQLCODE = 0
                   IF WS-SAMLING-OPPET > 0
                       MOVE WS-SAMLING-LOPNR TO WS-OCR-LOPNR
                       IF WS-SAMLING-REST <= WS-SAMLING-OPPET
                           MOVE WS-SAMLING-REST
                             TO WS-BETALNING-BELOPP
                       ELSE
                           MOVE WS-SAMLING-OPPET
                             TO WS-BETALNING-BELOPP
                       END-IF
                       PERFORM S-HAMTA-DAGSKURS
                       PERFORM I-UPPDATERA-FAKTURA
                       SUBTRACT WS-BETALNING-BELOPP
                         FROM WS-SAMLING-REST
                       MOVE WS-SAMLING-LOPNR TO WS-SAMLING-SISTA
      *> Bokföringen ovan kan sluta med en sats som inte träffade
      *> någon rad - det får inte avsluta fördelningen.
                       MOVE 0 TO SQLCODE
                   END-IF
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH SAMLBET: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF.

           EXEC SQL
               CLOSE SAMLBET_CURSOR
           END-EXEC.

       I-UPPDATERA-FAKTURA SECTION.

      *> Betalningen tillämpas i den legala avräkningsordningen:

           IF SQLCODE = 0
               ADD 1 TO WS-ANTAL-BOKFORDA
               MOVE WS-OCR-LOPNR TO WS-ACKORD-LOPNR
               PERFORM Q-SPARA-FORDELNING
               PERFORM T-BOKFOR-BETALNING-RESKONTRA
               PERFORM K-BOKFOR-KLIENTMEDEL
               PERFORM J-SKAPA-SALDOPOST
               PERFORM R-SPARA-AVSANDARKONTO
           ELSE
               DISPLAY "FEL VID BOKFORING AV BETALNING: " SQLCODE
               MOVE "SQL-FEL VID UPDATE" TO WS-AVVIKELSETYP
               PERFORM H-SKRIV-AVVIKELSE
           END-IF.

       S-HAMTA-DAGSKURS SECTION.

      *> Fakturans valuta och dagskursen på betalningsdagen
      *> (närmast föregående noteringsdag) - SEK och fakturor
      *> från före valutastödet får kurs 1. WS-DAGSKURS = 0
      *> betyder att kurs saknas.
           MOVE "SEK" TO WS-VALUTA
           MOVE 0 TO WS-DAGSKURS

           EXEC SQL
               SELECT ISNULL(valuta, 'SEK') INTO :WS-VALUTA
               FROM REDWARRIOR.dbo.faktura
               WHERE lopnr = :WS-OCR-LOPNR
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
                     AND kursdatum <= :WS-BETALDATUM
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

       P-BERAKNA-FORDELNING SECTION.

      *> Öppna avgifter = aktiva (ej makulerade) avgifter minus vad
      *> rantefaktura (varje rad bär HELA den upplupna räntan, se
      *> RantefakturaBerakning.cbl) minus tidigare räntetäckning.
      *> Redan fakturerad ränta är en egen fordran hos
      *> faktureringssystemet och räknas inte hit. Avgifterna är
      *> i SEK, räntan i fakturans valuta.
           MOVE 0 TO WS-OPPEN-AVGIFT
           EXEC SQL
               SELECT ISNULL((SELECT SUM(a.belopp)
               MOVE WS-OPPEN-AVGIFT TO WS-DEL-AVGIFT
           END-IF

           COMPUTE WS-REST-SEK =
               WS-BETALNING-BELOPP - WS-DEL-AVGIFT
           COMPUTE WS-REST-VALUTA ROUNDED =
               WS-REST-SEK / WS-DAGSKURS
           MOVE WS-REST-VALUTA TO WS-DEL-KAPITAL

           IF WS-DEL-KAPITAL <= WS-OPPEN-RANTA
               MOVE WS-DEL-KAPITAL TO WS-DEL-RANTA
               MOVE WS-OPPEN-RANTA TO WS-DEL-RANTA
           END-IF

           SUBTRACT WS-DEL-RANTA FROM WS-DEL-KAPITAL

      *> Kronorna fördelas så att avgift + ränta + kapital i SEK
      *> alltid blir exakt det inbetalda beloppet - kapitaldelen
      *> tar öresavrundningen.
           COMPUTE WS-DEL-RANTA-SEK ROUNDED =
               WS-DEL-RANTA * WS-DAGSKURS
           IF WS-DEL-RANTA-SEK > WS-REST-SEK
               MOVE WS-REST-SEK TO WS-DEL-RANTA-SEK
           END-IF
           COMPUTE WS-DEL-KAPITAL-SEK =
               WS-REST-SEK - WS-DEL-RANTA-SEK.

       Q-SPARA-FORDELNING SECTION.

           MOVE WS-DEL-RANTA TO fordelning-belopp-ranta
           MOVE WS-DEL-KAPITAL TO fordelning-belopp-kapital
           MOVE "BetalfilImport" TO fordelning-kalla-program
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

       T-BOKFOR-BETALNING-RESKONTRA SECTION.

      *> Betalningen i ärendereskontran (P_W713.CPY): en
      *> kreditrad per del enligt fördelningen ovan - avgiftsdelen
      *> i SEK, ränte- och kapitaldelen i fakturans valuta.
           MOVE WS-OCR-LOPNR TO reskontra-lopnr
           MOVE WS-BETALDATUM TO reskontra-trans-datum
           MOVE "BETALNING" TO reskontra-transtyp
           MOVE SPACES TO reskontra-referens
           STRING
             "BGMAX " WS-FIL-SKAPAD
             DELIMITED BY SIZE
             INTO reskontra-referens
           END-STRING

           MOVE "AVGIFT" TO reskontra-del
           COMPUTE reskontra-belopp = 0 - WS-DEL-AVGIFT
           PERFORM U-BOKFOR-RESKONTRA

           MOVE "RANTA" TO reskontra-del
           COMPUTE reskontra-belopp = 0 - WS-DEL-RANTA
           PERFORM U-BOKFOR-RESKONTRA

           MOVE "KAPITAL" TO reskontra-del
           COMPUTE reskontra-belopp = 0 - WS-DEL-KAPITAL
           PERFORM U-BOKFOR-RESKONTRA.

       U-BOKFOR-RESKONTRA SECTION.

      *> En rad i ärendereskontran (arendereskontra, P_W713.CPY).
      *> Anroparen fyller i lopnr, trans-datum (blankt = dagens
      *> datum), transtyp, del, belopp och referens. Valutan tas
      *> från fakturan för KAPITAL och RANTA - avgifterna är
      *> alltid SEK. Nollbelopp bokförs inte.
           IF reskontra-belopp NOT = 0
               MOVE "BetalfilImport" TO reskontra-kalla-program
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

       K-BOKFOR-KLIENTMEDEL SECTION.

      *> Varje bokförd betalning är klientmedel som tillhör
      *> (klientmedel, P_W682.CPY) så att saldot per upgnr alltid
      *> kan styrkas och utbetalningsfilen från
      *> KlientmedelUtbetalning.cbl har ett facit att räkna på.
      *> belopp är de inbetalda kronorna; belopp_valuta samma
      *> betalning omräknad till fakturans valuta med dagskursen.
           EXEC SQL
               SELECT upgnr INTO :klmedel-upgnr
               FROM REDWARRIOR.dbo.faktura
               MOVE WS-BETALNING-BELOPP TO klmedel-belopp
               MOVE WS-BETALDATUM TO klmedel-handelse-datum
               MOVE "BetalfilImport" TO klmedel-kalla-program
               MOVE WS-VALUTA TO klmedel-valuta
               COMPUTE klmedel-belopp-valuta ROUNDED =
                   WS-BETALNING-BELOPP / WS-DAGSKURS

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

      *> Valutafaktura: kapitalet i fakturans valuta, avgifterna
      *> separat i kronor - samma uppdelning som handoff-filen.
               MOVE WS-VALUTA TO aterkall-valuta
               IF WS-VALUTA = "SEK"
                   ADD WS-OPPEN-AVGIFT TO WS-KVARSTAENDE
                   MOVE 0 TO aterkall-avgift-sek
               ELSE
                   MOVE WS-OPPEN-AVGIFT TO aterkall-avgift-sek
               END-IF

               IF WS-KVARSTAENDE + aterkall-avgift-sek > 0

                   MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                   MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
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
               DISPLAY "FEL VID SPARA-OPLACERAD: " SQLCODE
           END-IF.

       R-SPARA-AVSANDARKONTO SECTION.

      *> Avsändarens bankgiro sparas som gäldenärens
      *> utbetalningskonto (galdenar_konto, P_W698.CPY) så att ett
      *> överskott kan betalas tillbaka dit utan att kundtjänst
      *> behöver ringa. Senaste betalningen vinner bland
      *> BG Max-kontona, men ett konto som kundtjänst registrerat
      *> skrivs aldrig över härifrån.
           IF BGMAX-BANKGIRONR = SPACES
             OR BGMAX-BANKGIRONR = ZEROS
               CONTINUE
           ELSE

               EXEC SQL
                   SELECT kundnr INTO :gkonto-kundnr
                   FROM REDWARRIOR.dbo.faktura
                   WHERE lopnr = :WS-OCR-LOPNR
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID LASNING AV KUNDNR FOR KONTO: "
                     SQLCODE
               ELSE

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

                   MOVE BGMAX-BANKGIRONR TO gkonto-kontonr
                   MOVE "BGMAX" TO gkonto-kalla
                   MOVE "BGMAX" TO gkonto-signatur

                   EXEC SQL
                       SELECT COUNT(*) INTO :ws-count
                       FROM REDWARRIOR.dbo.galdenar_konto
                       WHERE kundnr = :gkonto-kundnr
                   END-EXEC

                   IF SQLCODE = 0 AND ws-count = 0
                       EXEC SQL
                           INSERT INTO REDWARRIOR.dbo.galdenar_konto
                               (kundnr, kontonr, kalla,
                                registrerad_at, signatur)
                           VALUES
                               (:gkonto-kundnr, :gkonto-kontonr,
                                :gkonto-kalla,
                                :gkonto-registrerad-at,
                                :gkonto-signatur)
                       END-EXEC
                   ELSE
                       EXEC SQL
                           UPDATE REDWARRIOR.dbo.galdenar_konto
                           SET kontonr = :gkonto-kontonr,
                               registrerad_at = :gkonto-registrerad-at
                           WHERE kundnr = :gkonto-kundnr
                             AND kalla = 'BGMAX'
                             AND kontonr <> :gkonto-kontonr
                       END-EXEC
                   END-IF

                   IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                       DISPLAY "FEL VID SPARA-AVSANDARKONTO: " SQLCODE
                   END-IF

               END-IF

           END-IF.

       Y-ATERSTALL-FRAN-HISTORIK SECTION.

      *> En betalning eller kreditering på en faktura som
      *> FakturaHistorikBatch.cbl flyttat till faktura_historik
      *> (P_W717.CPY) flyttar först tillbaka hela ärendet -
      *> fakturan, paminnelser-raden och avgifter,
      *> betalning_fordelning och rantefaktura - så att den
      *> bokförs precis som på ett levande ärende. Antal och
      *> belopp tas från historiken före och räknas i
      *> grundtabellerna efter. Stämmer de tas historikraderna
      *> bort och flytten loggas i faktura_flytt (riktning IN).
      *> Stämmer de inte tas de återställda raderna bort igen,
      *> historiken lämnas orörd och fakturan behandlas som okänd
      *> av anroparen - ingenting får bokföras på ett halvt
      *> återställt ärende.
      *> In: WS-HIST-LOPNR. Finns fakturan redan i faktura, eller
      *> inte i historiken, görs ingenting.
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
                   MOVE "BetalfilImport" TO flytt-kalla-program

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

       X-BOKFOR-ACKORDBETALNING SECTION.

      *> Betalning mot ett ackordbrevs OCR-referens: beloppet
      *> fördelas över ackordets ärenden (ackord_rad, P_W724.CPY),
      *> äldsta förfallodag först, precis som en samlingsbetalning
      *> (V-BOKFOR-SAMLINGSBETALNING, vars arbetsfält används) -
      *> varje ärende bokförs med I-UPPDATERA-FAKTURA och får högst
      *> sin öppna fordran, och ett överskott läggs på det sist
      *> krediterade ärendet. Ackord gäller bara fakturor i SEK.
      *> Referensen gäller även när ackordet förfallit eller
      *> makulerats - betalningen bokförs då som vanligt, utan
      *> avskrivning.
           MOVE BGMAX-OCR-LOPNR TO ackord-ackordnr
           MOVE 0 TO ackord-upgnr

           EXEC SQL
               SELECT ISNULL(MAX(upgnr), 0)
               INTO :ackord-upgnr
               FROM REDWARRIOR.dbo.ackord
               WHERE ackordnr = :ackord-ackordnr
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID LASNING AV ACKORD: " SQLCODE
               MOVE 0 TO ackord-upgnr
           END-IF

           MOVE 0 TO ws-count
           IF ackord-upgnr > 0
               EXEC SQL
                   SELECT COUNT(*) INTO :ws-count
                   FROM REDWARRIOR.dbo.uppdragsgivare u
                   WHERE u.upgnr = :ackord-upgnr
                     AND u.aktiv = 'N'
               END-EXEC
           END-IF

           IF ackord-upgnr = 0
               MOVE "OKAND REFERENS" TO WS-AVVIKELSETYP
               PERFORM H-SKRIV-AVVIKELSE
           ELSE
           IF ws-count > 0
               MOVE "UPPDRAG AVSLUTAT" TO WS-AVVIKELSETYP
               PERFORM H-SKRIV-AVVIKELSE
           ELSE
      *> Ärenden i ackordet som flyttats till faktura_historik
      *> återställs först - annars går ACKBET_CURSOR förbi dem.
               MOVE 0 TO WS-HIST-LOPNR
               MOVE "N" TO WS-HIST-KLAR
               PERFORM UNTIL WS-HIST-KLAR = "J"
                   EXEC SQL
                       SELECT ISNULL(MIN(r.lopnr), 0)
                       INTO :WS-HIST-LOPNR
                       FROM REDWARRIOR.dbo.ackord_rad r
                       JOIN REDWARRIOR.dbo.faktura_historik h
                         ON h.lopnr = r.lopnr
                       WHERE r.ackordnr = :ackord-ackordnr
                         AND r.lopnr > :WS-HIST-LOPNR
                   END-EXEC
                   IF SQLCODE NOT = 0 OR WS-HIST-LOPNR = 0
                       MOVE "J" TO WS-HIST-KLAR
                   ELSE
                       PERFORM Y-ATERSTALL-FRAN-HISTORIK
                   END-IF
               END-PERFORM

               MOVE WS-BETALNING-BELOPP TO WS-SAMLING-REST
               MOVE 0 TO WS-SAMLING-SISTA
               PERFORM X1-FORDELA-ACKORDBETALNING

               IF WS-SAMLING-REST > 0
                   IF WS-SAMLING-SISTA = 0
                       EXEC SQL
                           SELECT ISNULL(MIN(r.lopnr), 0)
                           INTO :WS-SAMLING-SISTA
                           FROM REDWARRIOR.dbo.ackord_rad r
                           JOIN REDWARRIOR.dbo.faktura f
                             ON f.lopnr = r.lopnr
                           WHERE r.ackordnr = :ackord-ackordnr
                       END-EXEC
                       IF SQLCODE NOT = 0
                           MOVE 0 TO WS-SAMLING-SISTA
                       END-IF
                   END-IF
                   IF WS-SAMLING-SISTA = 0
                       MOVE "OKAND REFERENS" TO WS-AVVIKELSETYP
                       PERFORM H-SKRIV-AVVIKELSE
                   ELSE
                       MOVE WS-SAMLING-SISTA TO WS-OCR-LOPNR
                       MOVE WS-SAMLING-REST TO WS-BETALNING-BELOPP
                       PERFORM S-HAMTA-DAGSKURS
                       PERFORM I-UPPDATERA-FAKTURA
                   END-IF
               END-IF
           END-IF
           END-IF.

       X1-FORDELA-ACKORDBETALNING SECTION.

      *> Öppen fordran per ärende = kapital + öppna avgifter +
      *> öppen ränta, samma delar som SAMLBET_CURSOR.
           EXEC SQL
               DECLARE ACKBET_CURSOR CURSOR FOR
               SELECT r.lopnr,
                      f.attbet - f.belopp_bet
                    + ISNULL((SELECT SUM(a.belopp)
                              FROM REDWARRIOR.dbo.avgifter a
                              WHERE a.lopnr = r.lopnr
                                AND a.makulerad = 'N'),
                             CAST(0.00 AS DECIMAL(11,2)))
                    - ISNULL((SELECT SUM(bf.belopp_avgift)
                              FROM REDWARRIOR.dbo.betalning_fordelning
                                   bf
                              WHERE bf.lopnr = r.lopnr),
                             CAST(0.00 AS DECIMAL(11,2)))
                    + ISNULL((SELECT rf.ranta_belopp
                              FROM REDWARRIOR.dbo.rantefaktura rf
                              WHERE rf.lopnr = r.lopnr
                                AND rf.fakturerad = 'N'
                                AND rf.skapad_datum = (
                                    SELECT MAX(rf2.skapad_datum)
                                    FROM REDWARRIOR.dbo.rantefaktura
                                         rf2
                                    WHERE rf2.lopnr = r.lopnr
                                      AND rf2.fakturerad = 'N'
                                )),
                             CAST(0.00 AS DECIMAL(11,2)))
                    - ISNULL((SELECT SUM(bf.belopp_ranta)
                              FROM REDWARRIOR.dbo.betalning_fordelning
                                   bf
                              WHERE bf.lopnr = r.lopnr),
                             CAST(0.00 AS DECIMAL(11,2)))
               FROM REDWARRIOR.dbo.ackord_rad r
               JOIN REDWARRIOR.dbo.faktura f ON f.lopnr = r.lopnr
               WHERE r.ackordnr = :ackord-ackordnr
               ORDER BY f.forfdat, r.lopnr
           END-EXEC.

           EXEC SQL
               OPEN ACKBET_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN ACKBET_CURSOR: " SQLCODE
               MOVE "SQL-FEL VID ACKORD" TO WS-AVVIKELSETYP
               PERFORM H-SKRIV-AVVIKELSE
               MOVE 0 TO WS-SAMLING-REST
           ELSE
           PERFORM UNTIL SQLCODE = 100 OR WS-SAMLING-REST = 0

               EXEC SQL
                   FETCH ACKBET_CURSOR INTO
                       :WS-SAMLING-LOPNR, :WS-SAMLING-OPPET
               END-EXEC

               IF SQLCODE = 0
                   IF WS-SAMLING-OPPET > 0
                       MOVE WS-SAMLING-LOPNR TO WS-OCR-LOPNR
                       IF WS-SAMLING-REST <= WS-SAMLING-OPPET
                           MOVE WS-SAMLING-REST
                             TO WS-BETALNING-BELOPP
                       ELSE
                           MOVE WS-SAMLING-OPPET
                             TO WS-BETALNING-BELOPP
                       END-IF
                       PERFORM S-HAMTA-DAGSKURS
                       PERFORM I-UPPDATERA-FAKTURA
                       SUBTRACT WS-BETALNING-BELOPP
                         FROM WS-SAMLING-REST
                       MOVE WS-SAMLING-LOPNR TO WS-SAMLING-SISTA
                       MOVE 0 TO SQLCODE
                   END-IF
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH ACKBET: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF.

           EXEC SQL
               CLOSE ACKBET_CURSOR
           END-EXEC.

       X2-PROVA-ACKORD SECTION.

      *> Ingår det bokförda ärendet (WS-ACKORD-LOPNR) i ett
      *> löpande ackord summeras allt som betalts på ackordets
      *> ärenden från registreringsdagen till och med sista_dag
      *> enligt fördelningsboken (P_W686.CPY). Når summan
      *> ackordbeloppet är ackordet fullgjort, se
      *> X3-FULLGOR-ACKORD. Betalningar efter sista_dag räknas
      *> inte - ett sådant ackord förfaller i The_Heart.cbl.
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
                       PERFORM X3-FULLGOR-ACKORD
                   END-IF
               END-IF

           END-IF.

       X3-FULLGOR-ACKORD SECTION.

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
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
           MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
           MOVE WS-TIMESTAMP(7:2) TO WS-DAG
           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             " " WS-TIMESTAMP(9:2) ":" WS-TIMESTAMP(11:2)
             ":" WS-TIMESTAMP(13:2)
             DELIMITED BY SIZE
             INTO history-changed-at
           END-STRING
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
               PERFORM X4-AVSKRIV-ACKORDSARENDEN
               ADD 1 TO WS-ANTAL-ACKORD
           END-IF.

       X4-AVSKRIV-ACKORDSARENDEN SECTION.

      *> Ärendena i det fullgjorda ackordet, ett i taget genom
      *> X5-AVSLUTA-ACKORDSARENDE, och sist summan som skrivits av.
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
                   PERFORM X5-AVSLUTA-ACKORDSARENDE
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

       X5-AVSLUTA-ACKORDSARENDE SECTION.

      *> Ett ärende i det fullgjorda ackordet (ackrad-lopnr, med
      *> status och kvarstående saldo ur ACKRAD_CURSOR).
           MOVE ackrad-lopnr TO history-lopnr
           MOVE "ACKORD" TO history-old-status
           MOVE paminnelser-inkasso-status TO history-new-status
           MOVE "BetalfilImport" TO history-changed-by-program

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
                              t.valuta, 'BetalfilImport',
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
                       PERFORM X6-SKAPA-ATERKALLELSE
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

       X6-SKAPA-ATERKALLELSE SECTION.

      *> Byrån driver ärendet - det återkallas helt med orsak
      *> ACKORD, samma kö som J-SKAPA-ATERKALLELSE i
      *> BeslutskoUnderhall.cbl, exporteras av
      *> ByraAterkallelseExport.cbl. Ackord gäller bara
      *> SEK-fakturor och en återkallelse har inget belopp, så
      *> valuta och avgift_sek är alltid SEK och 0, samma fält som
      *> saldoposten i J-SKAPA-SALDOPOST fyller.
           MOVE ackrad-lopnr TO aterkall-lopnr
           MOVE "ATERKALL" TO aterkall-posttyp
           MOVE "ACKORD" TO aterkall-orsak
           MOVE 0 TO aterkall-belopp
           MOVE history-changed-at TO aterkall-skapad-at
           MOVE "BetalfilImport" TO aterkall-skapad-av-program
           MOVE "N" TO aterkall-exporterad
           MOVE "SEK" TO aterkall-valuta
           MOVE 0 TO aterkall-avgift-sek

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
               DISPLAY "FEL VID SKAPA-ATERKALLELSE: " SQLCODE
           END-IF.

       F-STANG-FILER SECTION.

           CLOSE BETALFIL
