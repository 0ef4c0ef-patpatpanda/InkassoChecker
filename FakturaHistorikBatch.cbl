       IDENTIFICATION DIVISION.
       PROGRAM-ID. FakturaHistorikBatch.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Månadsbatch som flyttar avslutade fakturor ur faktura till
      *> faktura_historik (P_W717.CPY) tillsammans med ärendets
      *> paminnelser-rad, avgifter, betalning_fordelning och
      *> rantefaktura. Varje stängd, avskriven eller slutbetald
      *> faktura låg annars kvar i faktura för alltid, och
      *> OBETALDA_CURSOR, CHECK-OBETALDA-BULK, HITTA-OVERBETALDA och
      *> ReconciliationCheck.cbl fick gå igenom fler döda rader för
      *> varje månad. ArkiveringBatch.cbl sköter loggtabellerna;
      *> den här batchen sköter ärendetabellerna.
      *> Kontrollrapporten visar per tabell antal rader före
      *> flytten, antal i historiken och antal kvar i
      *> grundtabellen, med beloppen - läses av drift efter
      *> körningen.
           SELECT KONTROLLRAPPORT
               ASSIGN TO "FAKTURAHISTORIKRAPPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KONTROLLRAPPORT.
       01  KONTROLLRAPPORT-RAD           PIC X(120).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W669.CPY".
       COPY "P_W690.CPY".
       COPY "P_W717.CPY".
       COPY "P_W718.CPY".
       COPY "P_W719.CPY".
       COPY "P_W720.CPY".
       COPY "P_W721.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-MÅNAD                      PIC X(2).
       01  WS-DAG                        PIC X(2).

      *> Bevarandetid i månader - hur länge en faktura ska ha
      *> legat stängd innan den flyttas. JCL PARM 'nnn', annars
      *> styrparameter-raden HISTORIK_MAN_FAKTURA, annars
      *> standardvärdet två år - samma som statushistoriken i
      *> ArkiveringBatch.cbl. Under sex månader används aldrig:
      *> ett nyss stängt ärende får ofta en efterslängande
      *> betalning eller kreditering, och varje sådan flyttar
      *> tillbaka hela ärendet.
       01  WS-MAN-FAKTURA                PIC 9(3) VALUE 0.
       01  WS-STD-FAKTURA                PIC 9(3) VALUE 24.
       01  WS-MIN-FAKTURA                PIC 9(3) VALUE 6.
       01  WS-PARM-DEL-1                 PIC X(3).

       01  WS-MANADER                    PIC S9(4) COMP-5.
       01  WS-GRANSDATUM                 PIC X(10).

      *> Körningens nummer ur räknarraden i batch_checkpoint -
      *> samma lösning som HAMTA-NASTA-SAMLINGSNR i The_Heart.cbl.
       01  WS-BATCH-RAKNARE              PIC X(30)
                                   VALUE "FakturaHistorik-batchnr".

      *> WS-KLAR = 'J' när en omgång inte hittade fler kandidater
      *> eller när en omgång avbröts. WS-OMGANG-FEL = 'J' om någon
      *> SQL-sats i omgången felade - omgången rullas då tillbaka
      *> precis som vid en summadifferens.
       01  WS-KLAR                       PIC X(1) VALUE "N".
       01  WS-OMGANG-FEL                 PIC X(1) VALUE "N".
       01  WS-AVBRUTEN                   PIC X(1) VALUE "N".
       01  WS-ANTAL-OMGANGAR             PIC S9(9) COMP-5 VALUE 0.

      *> Kontrollsummor för den aktuella omgången:
      *>   FORE  ur omgångens faktura_flytt-rader, dvs. ärendena
      *>         räknade i grundtabellerna innan något kopierats
      *>   HIST  vad som faktiskt hamnat i historiktabellerna
      *>   KVAR  vad som finns kvar i grundtabellerna efter
      *>         borttaget - ska vara noll
       01  WS-FORE-FAKTURA               PIC S9(9) COMP-5.
       01  WS-FORE-PAMINNELSER           PIC S9(9) COMP-5.
       01  WS-FORE-AVGIFTER              PIC S9(9) COMP-5.
       01  WS-FORE-FORDELNING            PIC S9(9) COMP-5.
       01  WS-FORE-RANTA                 PIC S9(9) COMP-5.
       01  WS-FORE-ATTBET                PIC S9(11)V9(2) COMP-3.
       01  WS-FORE-BETALT                PIC S9(11)V9(2) COMP-3.
       01  WS-FORE-AVGIFT-BELOPP         PIC S9(11)V9(2) COMP-3.
       01  WS-FORE-FORD-BELOPP           PIC S9(11)V9(2) COMP-3.
       01  WS-FORE-RANTA-BELOPP          PIC S9(11)V9(2) COMP-3.

       01  WS-HIST-FAKTURA               PIC S9(9) COMP-5.
       01  WS-HIST-PAMINNELSER           PIC S9(9) COMP-5.
       01  WS-HIST-AVGIFTER              PIC S9(9) COMP-5.
       01  WS-HIST-FORDELNING            PIC S9(9) COMP-5.
       01  WS-HIST-RANTA                 PIC S9(9) COMP-5.
       01  WS-HIST-ATTBET                PIC S9(11)V9(2) COMP-3.
       01  WS-HIST-BETALT                PIC S9(11)V9(2) COMP-3.
       01  WS-HIST-AVGIFT-BELOPP         PIC S9(11)V9(2) COMP-3.
       01  WS-HIST-FORD-BELOPP           PIC S9(11)V9(2) COMP-3.
       01  WS-HIST-RANTA-BELOPP          PIC S9(11)V9(2) COMP-3.

       01  WS-KVAR-FAKTURA               PIC S9(9) COMP-5.
       01  WS-KVAR-PAMINNELSER           PIC S9(9) COMP-5.
       01  WS-KVAR-AVGIFTER              PIC S9(9) COMP-5.
       01  WS-KVAR-FORDELNING            PIC S9(9) COMP-5.
       01  WS-KVAR-RANTA                 PIC S9(9) COMP-5.

      *> Körningens summor över de bekräftade omgångarna - det är
      *> de som står i kontrollrapportens tabellrader.
       01  WS-TOT-FORE-FAKTURA           PIC S9(9) COMP-5 VALUE 0.
       01  WS-TOT-FORE-PAMINNELSER       PIC S9(9) COMP-5 VALUE 0.
       01  WS-TOT-FORE-AVGIFTER          PIC S9(9) COMP-5 VALUE 0.
       01  WS-TOT-FORE-FORDELNING        PIC S9(9) COMP-5 VALUE 0.
       01  WS-TOT-FORE-RANTA             PIC S9(9) COMP-5 VALUE 0.
       01  WS-TOT-FORE-ATTBET            PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-TOT-FORE-AVGIFT-BELOPP     PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-TOT-FORE-FORD-BELOPP       PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-TOT-FORE-RANTA-BELOPP      PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-TOT-HIST-FAKTURA           PIC S9(9) COMP-5 VALUE 0.
       01  WS-TOT-HIST-PAMINNELSER       PIC S9(9) COMP-5 VALUE 0.
       01  WS-TOT-HIST-AVGIFTER          PIC S9(9) COMP-5 VALUE 0.
       01  WS-TOT-HIST-FORDELNING        PIC S9(9) COMP-5 VALUE 0.
       01  WS-TOT-HIST-RANTA             PIC S9(9) COMP-5 VALUE 0.
       01  WS-TOT-HIST-ATTBET            PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-TOT-HIST-AVGIFT-BELOPP     PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-TOT-HIST-FORD-BELOPP       PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-TOT-HIST-RANTA-BELOPP      PIC S9(11)V9(2) COMP-3
                                           VALUE 0.

      *> En tabellrad i kontrollrapporten - fylls av anroparen
      *> före J-SKRIV-TABELLRAD.
       01  WS-TABELLNAMN                 PIC X(22).
       01  WS-RAD-FORE                   PIC S9(9) COMP-5.
       01  WS-RAD-HIST                   PIC S9(9) COMP-5.
       01  WS-RAD-KVAR                   PIC S9(9) COMP-5.
       01  WS-RAD-BELOPP-FORE            PIC S9(11)V9(2) COMP-3.
       01  WS-RAD-BELOPP-HIST            PIC S9(11)V9(2) COMP-3.

       01  WS-EDIT-ANTAL                 PIC Z(8)9.
       01  WS-EDIT-ANTAL-2               PIC Z(8)9.
       01  WS-EDIT-ANTAL-3               PIC Z(8)9.
       01  WS-EDIT-BELOPP                PIC Z(10)9.99-.
       01  WS-EDIT-BELOPP-2              PIC Z(10)9.99-.
       01  WS-EDIT-OMGANG                PIC Z(5)9.
       01  WS-EDIT-BATCHNR               PIC 9(7).
       01  WS-RAPPORT-RAD                PIC X(120).

       LINKAGE SECTION.
      *> Tas emot från JCL:ens PARM= på EXEC PGM-satsen, enligt
      *> Language Environment-konventionen - samma mönster som
      *> Z-LAS-STEG-PARM i The_Heart.cbl.
       01  LK-PARM-LANGD                 PIC S9(4) COMP.
       01  LK-PARM-DATA                  PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-LANGD LK-PARM-DATA.

       A-MAIN SECTION.

           PERFORM B-CONNECT-TO-DB
           PERFORM C-LAS-PARAMETRAR

           MOVE WS-MAN-FAKTURA TO WS-MANADER
           PERFORM I-BERAKNA-GRANSDATUM
           PERFORM D-HAMTA-BATCHNR

           OPEN OUTPUT KONTROLLRAPPORT
           PERFORM E-SKRIV-RUBRIK

           IF flytt-batch-nr = 0
               MOVE "J" TO WS-AVBRUTEN
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO flytt-omgang
               MOVE "N" TO WS-KLAR
               PERFORM F-FLYTTA-OMGANG UNTIL WS-KLAR = "J"
           END-IF

           PERFORM H-SKRIV-SUMMERING
           CLOSE KONTROLLRAPPORT

           PERFORM K-SPARA-KORNINGSLOGG

           DISPLAY "Fakturahistorikbatch klar. Fakturor flyttade: "
             WS-TOT-HIST-FAKTURA

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

       C-LAS-PARAMETRAR SECTION.

      *> Bevarandetiden i fallande prioritet: JCL PARM 'nnn'
      *> (nollutfyllt tresiffrigt månadstal), annars
      *> styrparameter-raden HISTORIK_MAN_FAKTURA, annars
      *> standardvärdet - samma ordning som C-LAS-PARAMETRAR i
      *> ArkiveringBatch.cbl.
           IF LK-PARM-LANGD > 0
               MOVE SPACES TO WS-PARM-DEL-1
               UNSTRING LK-PARM-DATA(1:LK-PARM-LANGD)
                   DELIMITED BY ","
                   INTO WS-PARM-DEL-1
               END-UNSTRING
               IF WS-PARM-DEL-1 IS NUMERIC
                   MOVE WS-PARM-DEL-1 TO WS-MAN-FAKTURA
               END-IF
           END-IF

           IF WS-MAN-FAKTURA = 0
               MOVE "HISTORIK_MAN_FAKTURA" TO styrparam-namn
               PERFORM L-LAS-STYRPARAMETER
               IF styrparam-varde(1:3) IS NUMERIC
                   MOVE styrparam-varde(1:3) TO WS-MAN-FAKTURA
               END-IF
           END-IF

           IF WS-MAN-FAKTURA = 0
               MOVE WS-STD-FAKTURA TO WS-MAN-FAKTURA
           END-IF

           IF WS-MAN-FAKTURA < WS-MIN-FAKTURA
               DISPLAY "BEVARANDETID " WS-MAN-FAKTURA
                 " MANADER UNDER LAGSTA TILLATNA - "
                 WS-MIN-FAKTURA " ANVANDS."
               MOVE WS-MIN-FAKTURA TO WS-MAN-FAKTURA
           END-IF.

       L-LAS-STYRPARAMETER SECTION.

      *> Samma som L-LAS-STYRPARAMETER i ArkiveringBatch.cbl.
           MOVE SPACES TO styrparam-varde

           EXEC SQL
               SELECT parameter_varde INTO :styrparam-varde
               FROM REDWARRIOR.dbo.styrparameter
               WHERE parameter_namn = :styrparam-namn
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID LASNING AV STYRPARAMETER: " SQLCODE
               MOVE SPACES TO styrparam-varde
           END-IF.

       I-BERAKNA-GRANSDATUM SECTION.

      *> Gränsdatum = dagens datum minus bevarandetiden - en
      *> faktura vars senaste händelse ligger före gränsdatum
      *> flyttas.
           EXEC SQL
               SELECT CONVERT(CHAR(10),
                      DATEADD(MONTH, -:WS-MANADER, GETDATE()), 120)
               INTO :WS-GRANSDATUM
           END-EXEC.

       D-HAMTA-BATCHNR SECTION.

      *> Nästa körningsnummer ur räknarraden 'FakturaHistorik-
      *> batchnr' i batch_checkpoint - stegas med en UPDATE innan
      *> den läses, som i HAMTA-NASTA-SAMLINGSNR i The_Heart.cbl.
      *> 0 = inget nummer, och då flyttas ingenting.
           EXEC SQL
               UPDATE REDWARRIOR.dbo.batch_checkpoint
               SET senaste_lopnr = senaste_lopnr + 1
               WHERE programnamn = :WS-BATCH-RAKNARE
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.batch_checkpoint
                       (programnamn, senaste_lopnr)
                   VALUES
                       (:WS-BATCH-RAKNARE, 1)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   SELECT senaste_lopnr INTO :flytt-batch-nr
                   FROM REDWARRIOR.dbo.batch_checkpoint
                   WHERE programnamn = :WS-BATCH-RAKNARE
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID HAMTNING AV KORNINGSNUMMER: " SQLCODE
               MOVE 0 TO flytt-batch-nr
           END-IF.

       E-SKRIV-RUBRIK SECTION.

           MOVE flytt-batch-nr TO WS-EDIT-BATCHNR
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "FAKTURAHISTORIK  KORNING " WS-EDIT-BATCHNR
             "  BEVARANDETID " WS-MAN-FAKTURA " MANADER"
             "  GRANSDATUM " WS-GRANSDATUM
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           MOVE WS-RAPPORT-RAD TO KONTROLLRAPPORT-RAD
           WRITE KONTROLLRAPPORT-RAD

           MOVE SPACES TO KONTROLLRAPPORT-RAD
           WRITE KONTROLLRAPPORT-RAD

           IF flytt-batch-nr = 0
               MOVE "KORNINGSNUMMER SAKNAS - INGENTING FLYTTAT."
                 TO KONTROLLRAPPORT-RAD
               WRITE KONTROLLRAPPORT-RAD
           END-IF.

       F-FLYTTA-OMGANG SECTION.

      *> En omgång = högst 1000 fakturor, flyttade och bekräftade
      *> (COMMIT) för sig så att loggen och låsen hålls små och en
      *> avbruten körning bara förlorar den pågående omgången.
      *> Ordningen inom omgången:
      *>  1. kandidaterna skrivs till faktura_flytt med ärendets
      *>     innehåll räknat i grundtabellerna (G-VALJ-KANDIDATER)
      *>  2. fakturan, paminnelser-raden och barnraderna kopieras
      *>     till historiktabellerna
      *>  3. historiken räknas och summeras och ställs mot
      *>     faktura_flytt-raderna
      *>  4. först när allt stämmer tas raderna bort ur
      *>     grundtabellerna, som sedan räknas - ingen rad får
      *>     finnas kvar
      *> Stämmer något inte rullas omgången tillbaka (samma
      *> mönster som KlientmedelUtbetalning.cbl vid en
      *> summadifferens mot LB-filen), körningen avbryts med
      *> returkod 16 och redan bekräftade omgångar står kvar.
      *> Batchen körs i månadsfönstret efter nattkedjan, när inga
      *> betalnings- eller fakturafiler läses in.
           ADD 1 TO flytt-omgang
           MOVE "N" TO WS-OMGANG-FEL
           MOVE 0 TO WS-HIST-FAKTURA
           MOVE 0 TO WS-HIST-PAMINNELSER
           MOVE 0 TO WS-HIST-AVGIFTER
           MOVE 0 TO WS-HIST-FORDELNING
           MOVE 0 TO WS-HIST-RANTA
           MOVE 0 TO WS-HIST-ATTBET
           MOVE 0 TO WS-HIST-BETALT
           MOVE 0 TO WS-HIST-AVGIFT-BELOPP
           MOVE 0 TO WS-HIST-FORD-BELOPP
           MOVE 0 TO WS-HIST-RANTA-BELOPP
           MOVE 1 TO WS-KVAR-FAKTURA
           MOVE 0 TO WS-KVAR-PAMINNELSER
           MOVE 0 TO WS-KVAR-AVGIFTER
           MOVE 0 TO WS-KVAR-FORDELNING
           MOVE 0 TO WS-KVAR-RANTA

           PERFORM G-VALJ-KANDIDATER

           IF WS-OMGANG-FEL = "N" AND WS-FORE-FAKTURA = 0
               MOVE "J" TO WS-KLAR
           ELSE
               IF WS-OMGANG-FEL = "N"
                   PERFORM M-KOPIERA-TILL-HISTORIK
               END-IF
               IF WS-OMGANG-FEL = "N"
                   PERFORM N-RAKNA-HISTORIK
               END-IF
               IF WS-OMGANG-FEL = "N"
                 AND WS-HIST-FAKTURA = WS-FORE-FAKTURA
                 AND WS-HIST-PAMINNELSER = WS-FORE-PAMINNELSER
                 AND WS-HIST-AVGIFTER = WS-FORE-AVGIFTER
                 AND WS-HIST-FORDELNING = WS-FORE-FORDELNING
                 AND WS-HIST-RANTA = WS-FORE-RANTA
                 AND WS-HIST-ATTBET = WS-FORE-ATTBET
                 AND WS-HIST-BETALT = WS-FORE-BETALT
                 AND WS-HIST-AVGIFT-BELOPP = WS-FORE-AVGIFT-BELOPP
                 AND WS-HIST-FORD-BELOPP = WS-FORE-FORD-BELOPP
                 AND WS-HIST-RANTA-BELOPP = WS-FORE-RANTA-BELOPP
                   PERFORM O-TA-BORT-FRAN-GRUNDTABELLER
               ELSE
                   MOVE "J" TO WS-OMGANG-FEL
               END-IF

               IF WS-OMGANG-FEL = "N"
                 AND WS-KVAR-FAKTURA = 0
                 AND WS-KVAR-PAMINNELSER = 0
                 AND WS-KVAR-AVGIFTER = 0
                 AND WS-KVAR-FORDELNING = 0
                 AND WS-KVAR-RANTA = 0
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   ADD 1 TO WS-ANTAL-OMGANGAR
                   PERFORM P-SUMMERA-OMGANG
                   PERFORM Q-SKRIV-OMGANGSRAD
               ELSE
                   PERFORM Q-SKRIV-OMGANGSRAD
                   DISPLAY "KONTROLLSUMMORNA STAMMER INTE I OMGANG "
                     flytt-omgang " - OMGANGEN RULLAS TILLBAKA."
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   MOVE "J" TO WS-AVBRUTEN
                   MOVE "J" TO WS-KLAR
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       G-VALJ-KANDIDATER SECTION.

      *> Kandidat är en faktura som är avslutad:
      *>  - slutbetald utan paminnelser-rad (REMOVE-BETALDA har
      *>    stängt ärendet, eller det betalades i tid), eller
      *>  - med paminnelser-raden kvar som AVSKRIVEN,
      *>    BETALDBYRA eller ATERLAMNAD (återlämnad till en
      *>    avslutad uppdragsgivare, UppdragsgivareAvslut.cbl)
      *> och som dessutom
      *>  - inte är överbetald eller har ett överskott på väg ut
      *>    (aterbet_flagga) - det sköts av HITTA-OVERBETALDA,
      *>  - inte har ofakturerad ränta som RantefakturaExport.cbl
      *>    ännu ska fakturera (slutbetald faktura med
      *>    fakturerad = 'N'),
      *>  - inte har aktiv betalningsplan, ej släppt paus eller
      *>    ligger i ett samlingsärende som inte är STANGD,
      *>  - och vars senaste händelse ligger före gränsdatum.
      *> Senaste händelse är det senaste av fakturadag, betaldag,
      *> påminnelsedag, fördelningsrad, reskontrarad, avgift
      *> (debiterad eller makulerad), statusbyte och ränterad.
      *> Antal och belopp per tabell räknas i samma sats och
      *> sparas på faktura_flytt-raden - det är omgångens
      *> före-summor.
           MOVE "UT" TO flytt-riktning
           MOVE "FakturaHistorikBatch" TO flytt-kalla-program

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.faktura_flytt
                   (lopnr, riktning, batch_nr, omgang, flyttad_at,
                    kalla_program, attbet, belopp_bet,
                    har_paminnelse, avslutad_datum,
                    antal_avgifter, summa_avgifter,
                    antal_fordelning, summa_fordelning,
                    antal_ranta, summa_ranta)
               SELECT TOP 1000
                      f.lopnr, :flytt-riktning, :flytt-batch-nr,
                      :flytt-omgang, GETDATE(),
                      :flytt-kalla-program, f.attbet, f.belopp_bet,
                      CASE WHEN p.lopnr IS NULL THEN 'N'
                           ELSE 'J' END,
                      h.senaste,
                      a.antal, a.summa, b.antal, b.summa,
                      r.antal, r.summa
               FROM REDWARRIOR.dbo.faktura f
               LEFT JOIN REDWARRIOR.dbo.paminnelser p
                 ON p.lopnr = f.lopnr
               CROSS APPLY
                    (SELECT MAX(x.datum) AS senaste
                     FROM (SELECT f.faktdat AS datum
                           UNION ALL
                           SELECT f.betaldat
                           UNION ALL
                           SELECT p.paminnelse_datum
                           UNION ALL
                           SELECT MAX(bf.betaldag)
                           FROM REDWARRIOR.dbo.betalning_fordelning
                                bf
                           WHERE bf.lopnr = f.lopnr
                           UNION ALL
                           SELECT MAX(t.trans_datum)
                           FROM REDWARRIOR.dbo.arendereskontra t
                           WHERE t.lopnr = f.lopnr
                           UNION ALL
                           SELECT MAX(ISNULL(av.makulerad_datum,
                                             av.skapad_datum))
                           FROM REDWARRIOR.dbo.avgifter av
                           WHERE av.lopnr = f.lopnr
                           UNION ALL
                           SELECT MAX(CAST(ph.changed_at AS DATE))
                           FROM REDWARRIOR.dbo.paminnelser_history ph
                           WHERE ph.lopnr = f.lopnr
                           UNION ALL
                           SELECT MAX(rf.skapad_datum)
                           FROM REDWARRIOR.dbo.rantefaktura rf
                           WHERE rf.lopnr = f.lopnr) x) h
               CROSS APPLY
                    (SELECT COUNT(*) AS antal,
                            ISNULL(SUM(av.belopp),
                                   CAST(0.00 AS DECIMAL(11,2)))
                              AS summa
                     FROM REDWARRIOR.dbo.avgifter av
                     WHERE av.lopnr = f.lopnr) a
               CROSS APPLY
                    (SELECT COUNT(*) AS antal,
                            ISNULL(SUM(bf.belopp_avgift
                                       + bf.belopp_ranta
                                       + bf.belopp_kapital),
                                   CAST(0.00 AS DECIMAL(11,2)))
                              AS summa
                     FROM REDWARRIOR.dbo.betalning_fordelning bf
                     WHERE bf.lopnr = f.lopnr) b
               CROSS APPLY
                    (SELECT COUNT(*) AS antal,
                            ISNULL(SUM(rf.ranta_belopp),
                                   CAST(0.00 AS DECIMAL(11,2)))
                              AS summa
                     FROM REDWARRIOR.dbo.rantefaktura rf
                     WHERE rf.lopnr = f.lopnr) r
               WHERE ((p.lopnr IS NULL
                       AND f.belopp_bet = f.attbet)
                   OR p.inkasso_status IN ('AVSKRIVEN',
                                           'BETALDBYRA',
                                           'ATERLAMNAD'))
                 AND f.belopp_bet <= f.attbet
                 AND ISNULL(f.aterbet_flagga, 'N') <> 'J'
                 AND h.senaste < :WS-GRANSDATUM
                 AND NOT (f.belopp_bet >= f.attbet
                      AND EXISTS
                          (SELECT 1
                           FROM REDWARRIOR.dbo.rantefaktura rf
                           WHERE rf.lopnr = f.lopnr
                             AND rf.fakturerad = 'N'))
                 AND NOT EXISTS
                     (SELECT 1
                      FROM REDWARRIOR.dbo.betalningsplan bp
                      WHERE bp.lopnr = f.lopnr
                        AND bp.aktiv = 'J')
                 AND NOT EXISTS
                     (SELECT 1
                      FROM REDWARRIOR.dbo.paus_register pr
                      WHERE pr.lopnr = f.lopnr
                        AND pr.slappt = 'N')
                 AND NOT EXISTS
                     (SELECT 1
                      FROM REDWARRIOR.dbo.samlingsarende_rad sr
                      JOIN REDWARRIOR.dbo.samlingsarende s
                        ON s.samlingsnr = sr.samlingsnr
                      WHERE sr.lopnr = f.lopnr
                        AND s.status <> 'STANGD')
               ORDER BY f.lopnr
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID URVAL AV KANDIDATER: " SQLCODE
               MOVE "J" TO WS-OMGANG-FEL
           END-IF

           MOVE 0 TO WS-FORE-FAKTURA
           MOVE 0 TO WS-FORE-PAMINNELSER
           MOVE 0 TO WS-FORE-AVGIFTER
           MOVE 0 TO WS-FORE-FORDELNING
           MOVE 0 TO WS-FORE-RANTA
           MOVE 0 TO WS-FORE-ATTBET
           MOVE 0 TO WS-FORE-BETALT
           MOVE 0 TO WS-FORE-AVGIFT-BELOPP
           MOVE 0 TO WS-FORE-FORD-BELOPP
           MOVE 0 TO WS-FORE-RANTA-BELOPP

           IF WS-OMGANG-FEL = "N"
               EXEC SQL
                   SELECT COUNT(*),
                          ISNULL(SUM(CASE WHEN ff.har_paminnelse = 'J'
                                     THEN 1 ELSE 0 END), 0),
                          ISNULL(SUM(ff.antal_avgifter), 0),
                          ISNULL(SUM(ff.antal_fordelning), 0),
                          ISNULL(SUM(ff.antal_ranta), 0),
                          ISNULL(SUM(ff.attbet), 0),
                          ISNULL(SUM(ff.belopp_bet), 0),
                          ISNULL(SUM(ff.summa_avgifter), 0),
                          ISNULL(SUM(ff.summa_fordelning), 0),
                          ISNULL(SUM(ff.summa_ranta), 0)
                   INTO :WS-FORE-FAKTURA, :WS-FORE-PAMINNELSER,
                        :WS-FORE-AVGIFTER, :WS-FORE-FORDELNING,
                        :WS-FORE-RANTA, :WS-FORE-ATTBET,
                        :WS-FORE-BETALT, :WS-FORE-AVGIFT-BELOPP,
                        :WS-FORE-FORD-BELOPP, :WS-FORE-RANTA-BELOPP
                   FROM REDWARRIOR.dbo.faktura_flytt ff
                   WHERE ff.batch_nr = :flytt-batch-nr
                     AND ff.omgang = :flytt-omgang
                     AND ff.riktning = 'UT'
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID SUMMERING AV FAKTURA_FLYTT: "
                     SQLCODE
                   MOVE "J" TO WS-OMGANG-FEL
               END-IF
           END-IF.

       M-KOPIERA-TILL-HISTORIK SECTION.

      *> Fakturan och dess paminnelser-rad blir en rad i
      *> faktura_historik; barnraderna kopieras oförändrade med
      *> flyttdag och körningsnummer. Alla satser väljer via
      *> omgångens faktura_flytt-rader, så exakt samma fakturor
      *> kopieras som räknades.
           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.faktura_historik
                   (upgnr, kundnr, lopnr, faktdat, forfdat, attbet,
                    belopp_bet, betaldat, aterbet_flagga, valuta,
                    valuta_kurs, paminnelse_datum, forfallo_datum,
                    inkasso_status, paminnelse_niva,
                    inkasso_exporterad, avslutad_datum,
                    flyttad_datum, batch_nr)
               SELECT f.upgnr, f.kundnr, f.lopnr, f.faktdat,
                      f.forfdat, f.attbet, f.belopp_bet, f.betaldat,
                      f.aterbet_flagga, f.valuta, f.valuta_kurs,
                      p.paminnelse_datum, p.forfallo_datum,
                      p.inkasso_status, p.paminnelse_niva,
                      p.inkasso_exporterad, ff.avslutad_datum,
                      CAST(GETDATE() AS DATE), ff.batch_nr
               FROM REDWARRIOR.dbo.faktura_flytt ff
               JOIN REDWARRIOR.dbo.faktura f
                 ON f.lopnr = ff.lopnr
               LEFT JOIN REDWARRIOR.dbo.paminnelser p
                 ON p.lopnr = ff.lopnr
               WHERE ff.batch_nr = :flytt-batch-nr
                 AND ff.omgang = :flytt-omgang
                 AND ff.riktning = 'UT'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID KOPIERING AV FAKTURA: " SQLCODE
               MOVE "J" TO WS-OMGANG-FEL
           END-IF

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.avgifter_historik
                   (lopnr, avgift_typ, belopp, skapad_datum,
                    makulerad, makulerad_datum, flyttad_datum,
                    batch_nr)
               SELECT a.lopnr, a.avgift_typ, a.belopp,
                      a.skapad_datum, a.makulerad,
                      a.makulerad_datum, CAST(GETDATE() AS DATE),
                      ff.batch_nr
               FROM REDWARRIOR.dbo.faktura_flytt ff
               JOIN REDWARRIOR.dbo.avgifter a
                 ON a.lopnr = ff.lopnr
               WHERE ff.batch_nr = :flytt-batch-nr
                 AND ff.omgang = :flytt-omgang
                 AND ff.riktning = 'UT'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID KOPIERING AV AVGIFTER: " SQLCODE
               MOVE "J" TO WS-OMGANG-FEL
           END-IF

           EXEC SQL
               INSERT INTO
                   REDWARRIOR.dbo.betalning_fordelning_historik
                   (lopnr, betaldag, belopp_avgift, belopp_ranta,
                    belopp_kapital, kalla_program, skapad_at,
                    valuta, kurs, belopp_ranta_sek,
                    belopp_kapital_sek, flyttad_datum, batch_nr)
               SELECT bf.lopnr, bf.betaldag, bf.belopp_avgift,
                      bf.belopp_ranta, bf.belopp_kapital,
                      bf.kalla_program, bf.skapad_at, bf.valuta,
                      bf.kurs, bf.belopp_ranta_sek,
                      bf.belopp_kapital_sek, CAST(GETDATE() AS DATE),
                      ff.batch_nr
               FROM REDWARRIOR.dbo.faktura_flytt ff
               JOIN REDWARRIOR.dbo.betalning_fordelning bf
                 ON bf.lopnr = ff.lopnr
               WHERE ff.batch_nr = :flytt-batch-nr
                 AND ff.omgang = :flytt-omgang
                 AND ff.riktning = 'UT'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID KOPIERING AV FORDELNING: " SQLCODE
               MOVE "J" TO WS-OMGANG-FEL
           END-IF

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.rantefaktura_historik
                   (lopnr, upgnr, kundnr, dagar_forsenad,
                    ranta_belopp, skapad_datum, fakturerad,
                    flyttad_datum, batch_nr)
               SELECT rf.lopnr, rf.upgnr, rf.kundnr,
                      rf.dagar_forsenad, rf.ranta_belopp,
                      rf.skapad_datum, rf.fakturerad,
                      CAST(GETDATE() AS DATE), ff.batch_nr
               FROM REDWARRIOR.dbo.faktura_flytt ff
               JOIN REDWARRIOR.dbo.rantefaktura rf
                 ON rf.lopnr = ff.lopnr
               WHERE ff.batch_nr = :flytt-batch-nr
                 AND ff.omgang = :flytt-omgang
                 AND ff.riktning = 'UT'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID KOPIERING AV RANTEFAKTURA: " SQLCODE
               MOVE "J" TO WS-OMGANG-FEL
           END-IF.

       N-RAKNA-HISTORIK SECTION.

      *> Antal och belopp räknas om i historiktabellerna, bara på
      *> rader med den här körningens nummer - summorna ska
      *> stämma exakt mot omgångens faktura_flytt-rader.
           EXEC SQL
               SELECT COUNT(*),
                      ISNULL(SUM(CASE WHEN h.inkasso_status
                                           IS NOT NULL
                                 THEN 1 ELSE 0 END), 0),
                      ISNULL(SUM(h.attbet), 0),
                      ISNULL(SUM(h.belopp_bet), 0)
               INTO :WS-HIST-FAKTURA, :WS-HIST-PAMINNELSER,
                    :WS-HIST-ATTBET, :WS-HIST-BETALT
               FROM REDWARRIOR.dbo.faktura_flytt ff
               JOIN REDWARRIOR.dbo.faktura_historik h
                 ON h.lopnr = ff.lopnr
                AND h.batch_nr = ff.batch_nr
               WHERE ff.batch_nr = :flytt-batch-nr
                 AND ff.omgang = :flytt-omgang
                 AND ff.riktning = 'UT'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID RAKNING AV FAKTURA_HISTORIK: "
                 SQLCODE
               MOVE "J" TO WS-OMGANG-FEL
           END-IF

           EXEC SQL
               SELECT COUNT(*), ISNULL(SUM(a.belopp), 0)
               INTO :WS-HIST-AVGIFTER, :WS-HIST-AVGIFT-BELOPP
               FROM REDWARRIOR.dbo.faktura_flytt ff
               JOIN REDWARRIOR.dbo.avgifter_historik a
                 ON a.lopnr = ff.lopnr
                AND a.batch_nr = ff.batch_nr
               WHERE ff.batch_nr = :flytt-batch-nr
                 AND ff.omgang = :flytt-omgang
                 AND ff.riktning = 'UT'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID RAKNING AV AVGIFTER_HISTORIK: "
                 SQLCODE
               MOVE "J" TO WS-OMGANG-FEL
           END-IF

           EXEC SQL
               SELECT COUNT(*),
                      ISNULL(SUM(bf.belopp_avgift + bf.belopp_ranta
                                 + bf.belopp_kapital), 0)
               INTO :WS-HIST-FORDELNING, :WS-HIST-FORD-BELOPP
               FROM REDWARRIOR.dbo.faktura_flytt ff
               JOIN REDWARRIOR.dbo.betalning_fordelning_historik bf
                 ON bf.lopnr = ff.lopnr
                AND bf.batch_nr = ff.batch_nr
               WHERE ff.batch_nr = :flytt-batch-nr
                 AND ff.omgang = :flytt-omgang
                 AND ff.riktning = 'UT'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID RAKNING AV FORDELNING_HISTORIK: "
                 SQLCODE
               MOVE "J" TO WS-OMGANG-FEL
           END-IF

           EXEC SQL
               SELECT COUNT(*), ISNULL(SUM(rf.ranta_belopp), 0)
               INTO :WS-HIST-RANTA, :WS-HIST-RANTA-BELOPP
               FROM REDWARRIOR.dbo.faktura_flytt ff
               JOIN REDWARRIOR.dbo.rantefaktura_historik rf
                 ON rf.lopnr = ff.lopnr
                AND rf.batch_nr = ff.batch_nr
               WHERE ff.batch_nr = :flytt-batch-nr
                 AND ff.omgang = :flytt-omgang
                 AND ff.riktning = 'UT'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID RAKNING AV RANTEFAKTURA_HISTORIK: "
                 SQLCODE
               MOVE "J" TO WS-OMGANG-FEL
           END-IF.

       O-TA-BORT-FRAN-GRUNDTABELLER SECTION.

      *> Barnraderna först, fakturan sist - samma ordning som om
      *> ärendet hade raderats för hand. Därefter räknas vad som
      *> finns kvar i grundtabellerna för omgångens fakturor;
      *> allt annat än noll rullar tillbaka omgången.
           EXEC SQL
               DELETE FROM REDWARRIOR.dbo.avgifter
               WHERE lopnr IN
                     (SELECT ff.lopnr
                      FROM REDWARRIOR.dbo.faktura_flytt ff
                      WHERE ff.batch_nr = :flytt-batch-nr
                        AND ff.omgang = :flytt-omgang
                        AND ff.riktning = 'UT')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID BORTTAG AV AVGIFTER: " SQLCODE
               MOVE "J" TO WS-OMGANG-FEL
           END-IF

           EXEC SQL
               DELETE FROM REDWARRIOR.dbo.betalning_fordelning
               WHERE lopnr IN
                     (SELECT ff.lopnr
                      FROM REDWARRIOR.dbo.faktura_flytt ff
                      WHERE ff.batch_nr = :flytt-batch-nr
                        AND ff.omgang = :flytt-omgang
                        AND ff.riktning = 'UT')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID BORTTAG AV FORDELNING: " SQLCODE
               MOVE "J" TO WS-OMGANG-FEL
           END-IF

           EXEC SQL
               DELETE FROM REDWARRIOR.dbo.rantefaktura
               WHERE lopnr IN
                     (SELECT ff.lopnr
                      FROM REDWARRIOR.dbo.faktura_flytt ff
                      WHERE ff.batch_nr = :flytt-batch-nr
                        AND ff.omgang = :flytt-omgang
                        AND ff.riktning = 'UT')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID BORTTAG AV RANTEFAKTURA: " SQLCODE
               MOVE "J" TO WS-OMGANG-FEL
           END-IF

           EXEC SQL
               DELETE FROM REDWARRIOR.dbo.paminnelser
               WHERE lopnr IN
                     (SELECT ff.lopnr
                      FROM REDWARRIOR.dbo.faktura_flytt ff
                      WHERE ff.batch_nr = :flytt-batch-nr
                        AND ff.omgang = :flytt-omgang
                        AND ff.riktning = 'UT')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID BORTTAG AV PAMINNELSER: " SQLCODE
               MOVE "J" TO WS-OMGANG-FEL
           END-IF

           EXEC SQL
               DELETE FROM REDWARRIOR.dbo.faktura
               WHERE lopnr IN
                     (SELECT ff.lopnr
                      FROM REDWARRIOR.dbo.faktura_flytt ff
                      WHERE ff.batch_nr = :flytt-batch-nr
                        AND ff.omgang = :flytt-omgang
                        AND ff.riktning = 'UT')
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "FEL VID BORTTAG AV FAKTURA: " SQLCODE
               MOVE "J" TO WS-OMGANG-FEL
           END-IF

           EXEC SQL
               SELECT
                   (SELECT COUNT(*)
                    FROM REDWARRIOR.dbo.faktura x
                    JOIN REDWARRIOR.dbo.faktura_flytt ff
                      ON ff.lopnr = x.lopnr
                    WHERE ff.batch_nr = :flytt-batch-nr
                      AND ff.omgang = :flytt-omgang
                      AND ff.riktning = 'UT'),
                   (SELECT COUNT(*)
                    FROM REDWARRIOR.dbo.paminnelser x
                    JOIN REDWARRIOR.dbo.faktura_flytt ff
                      ON ff.lopnr = x.lopnr
                    WHERE ff.batch_nr = :flytt-batch-nr
                      AND ff.omgang = :flytt-omgang
                      AND ff.riktning = 'UT'),
                   (SELECT COUNT(*)
                    FROM REDWARRIOR.dbo.avgifter x
                    JOIN REDWARRIOR.dbo.faktura_flytt ff
                      ON ff.lopnr = x.lopnr
                    WHERE ff.batch_nr = :flytt-batch-nr
                      AND ff.omgang = :flytt-omgang
                      AND ff.riktning = 'UT'),
                   (SELECT COUNT(*)
                    FROM REDWARRIOR.dbo.betalning_fordelning x
                    JOIN REDWARRIOR.dbo.faktura_flytt ff
                      ON ff.lopnr = x.lopnr
                    WHERE ff.batch_nr = :flytt-batch-nr
                      AND ff.omgang = :flytt-omgang
                      AND ff.riktning = 'UT'),
                   (SELECT COUNT(*)
                    FROM REDWARRIOR.dbo.rantefaktura x
                    JOIN REDWARRIOR.dbo.faktura_flytt ff
                      ON ff.lopnr = x.lopnr
                    WHERE ff.batch_nr = :flytt-batch-nr
                      AND ff.omgang = :flytt-omgang
                      AND ff.riktning = 'UT')
               INTO :WS-KVAR-FAKTURA, :WS-KVAR-PAMINNELSER,
                    :WS-KVAR-AVGIFTER, :WS-KVAR-FORDELNING,
                    :WS-KVAR-RANTA
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID KONTROLL AV GRUNDTABELLERNA: "
                 SQLCODE
               MOVE "J" TO WS-OMGANG-FEL
           END-IF.

       P-SUMMERA-OMGANG SECTION.

           ADD WS-FORE-FAKTURA TO WS-TOT-FORE-FAKTURA
           ADD WS-FORE-PAMINNELSER TO WS-TOT-FORE-PAMINNELSER
           ADD WS-FORE-AVGIFTER TO WS-TOT-FORE-AVGIFTER
           ADD WS-FORE-FORDELNING TO WS-TOT-FORE-FORDELNING
           ADD WS-FORE-RANTA TO WS-TOT-FORE-RANTA
           ADD WS-FORE-ATTBET TO WS-TOT-FORE-ATTBET
           ADD WS-FORE-AVGIFT-BELOPP TO WS-TOT-FORE-AVGIFT-BELOPP
           ADD WS-FORE-FORD-BELOPP TO WS-TOT-FORE-FORD-BELOPP
           ADD WS-FORE-RANTA-BELOPP TO WS-TOT-FORE-RANTA-BELOPP

           ADD WS-HIST-FAKTURA TO WS-TOT-HIST-FAKTURA
           ADD WS-HIST-PAMINNELSER TO WS-TOT-HIST-PAMINNELSER
           ADD WS-HIST-AVGIFTER TO WS-TOT-HIST-AVGIFTER
           ADD WS-HIST-FORDELNING TO WS-TOT-HIST-FORDELNING
           ADD WS-HIST-RANTA TO WS-TOT-HIST-RANTA
           ADD WS-HIST-ATTBET TO WS-TOT-HIST-ATTBET
           ADD WS-HIST-AVGIFT-BELOPP TO WS-TOT-HIST-AVGIFT-BELOPP
           ADD WS-HIST-FORD-BELOPP TO WS-TOT-HIST-FORD-BELOPP
           ADD WS-HIST-RANTA-BELOPP TO WS-TOT-HIST-RANTA-BELOPP.

       Q-SKRIV-OMGANGSRAD SECTION.

      *> En rad per omgång: antal fakturor och barnrader före och i
      *> historiken, och utfallet.
           MOVE flytt-omgang TO WS-EDIT-OMGANG
           MOVE WS-FORE-FAKTURA TO WS-EDIT-ANTAL
           MOVE WS-HIST-FAKTURA TO WS-EDIT-ANTAL-2
           COMPUTE WS-EDIT-ANTAL-3 = WS-FORE-AVGIFTER
               + WS-FORE-FORDELNING + WS-FORE-RANTA
           MOVE SPACES TO WS-RAPPORT-RAD

           IF WS-OMGANG-FEL = "N"
             AND WS-KVAR-FAKTURA = 0
             AND WS-KVAR-PAMINNELSER = 0
             AND WS-KVAR-AVGIFTER = 0
             AND WS-KVAR-FORDELNING = 0
             AND WS-KVAR-RANTA = 0
               STRING
                 "OMGANG " WS-EDIT-OMGANG
                 "  FAKTUROR " WS-EDIT-ANTAL
                 "  I HISTORIKEN " WS-EDIT-ANTAL-2
                 "  BARNRADER " WS-EDIT-ANTAL-3
                 "  OK"
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
           ELSE
               STRING
                 "OMGANG " WS-EDIT-OMGANG
                 "  FAKTUROR " WS-EDIT-ANTAL
                 "  I HISTORIKEN " WS-EDIT-ANTAL-2
                 "  BARNRADER " WS-EDIT-ANTAL-3
                 "  STAMMER EJ - TILLBAKARULLAD, KORNINGEN AVBRUTEN"
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
           END-IF

           MOVE WS-RAPPORT-RAD TO KONTROLLRAPPORT-RAD
           WRITE KONTROLLRAPPORT-RAD.

       H-SKRIV-SUMMERING SECTION.

      *> Kontrollsummorna per tabell över körningens bekräftade
      *> omgångar. KVAR I GRUNDTABELL är alltid noll för en
      *> bekräftad omgång - kolumnen står med så att rapporten
      *> ensam visar att ingenting försvunnit: före = i
      *> historiken, och inget kvar.
           MOVE SPACES TO KONTROLLRAPPORT-RAD
           WRITE KONTROLLRAPPORT-RAD

           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "TABELL                      FORE  I HISTORIKEN"
             "       KVAR       BELOPP FORE   BELOPP HISTORIK"
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           MOVE WS-RAPPORT-RAD TO KONTROLLRAPPORT-RAD
           WRITE KONTROLLRAPPORT-RAD

           MOVE "faktura (attbet)" TO WS-TABELLNAMN
           MOVE WS-TOT-FORE-FAKTURA TO WS-RAD-FORE
           MOVE WS-TOT-HIST-FAKTURA TO WS-RAD-HIST
           MOVE WS-TOT-FORE-ATTBET TO WS-RAD-BELOPP-FORE
           MOVE WS-TOT-HIST-ATTBET TO WS-RAD-BELOPP-HIST
           PERFORM J-SKRIV-TABELLRAD

           MOVE "paminnelser" TO WS-TABELLNAMN
           MOVE WS-TOT-FORE-PAMINNELSER TO WS-RAD-FORE
           MOVE WS-TOT-HIST-PAMINNELSER TO WS-RAD-HIST
           MOVE 0 TO WS-RAD-BELOPP-FORE
           MOVE 0 TO WS-RAD-BELOPP-HIST
           PERFORM J-SKRIV-TABELLRAD

           MOVE "avgifter" TO WS-TABELLNAMN
           MOVE WS-TOT-FORE-AVGIFTER TO WS-RAD-FORE
           MOVE WS-TOT-HIST-AVGIFTER TO WS-RAD-HIST
           MOVE WS-TOT-FORE-AVGIFT-BELOPP TO WS-RAD-BELOPP-FORE
           MOVE WS-TOT-HIST-AVGIFT-BELOPP TO WS-RAD-BELOPP-HIST
           PERFORM J-SKRIV-TABELLRAD

           MOVE "betalning_fordelning" TO WS-TABELLNAMN
           MOVE WS-TOT-FORE-FORDELNING TO WS-RAD-FORE
           MOVE WS-TOT-HIST-FORDELNING TO WS-RAD-HIST
           MOVE WS-TOT-FORE-FORD-BELOPP TO WS-RAD-BELOPP-FORE
           MOVE WS-TOT-HIST-FORD-BELOPP TO WS-RAD-BELOPP-HIST
           PERFORM J-SKRIV-TABELLRAD

           MOVE "rantefaktura" TO WS-TABELLNAMN
           MOVE WS-TOT-FORE-RANTA TO WS-RAD-FORE
           MOVE WS-TOT-HIST-RANTA TO WS-RAD-HIST
           MOVE WS-TOT-FORE-RANTA-BELOPP TO WS-RAD-BELOPP-FORE
           MOVE WS-TOT-HIST-RANTA-BELOPP TO WS-RAD-BELOPP-HIST
           PERFORM J-SKRIV-TABELLRAD

           IF WS-AVBRUTEN = "J"
               MOVE SPACES TO KONTROLLRAPPORT-RAD
               WRITE KONTROLLRAPPORT-RAD
               MOVE "KORNINGEN AVBROTS - SE OMGANGSRADERNA OVAN."
                 TO KONTROLLRAPPORT-RAD
               WRITE KONTROLLRAPPORT-RAD
           END-IF.

       J-SKRIV-TABELLRAD SECTION.

           MOVE WS-RAD-FORE TO WS-EDIT-ANTAL
           MOVE WS-RAD-HIST TO WS-EDIT-ANTAL-2
           COMPUTE WS-EDIT-ANTAL-3 = WS-RAD-FORE - WS-RAD-HIST
           MOVE WS-RAD-BELOPP-FORE TO WS-EDIT-BELOPP
           MOVE WS-RAD-BELOPP-HIST TO WS-EDIT-BELOPP-2
           MOVE SPACES TO WS-RAPPORT-RAD

           STRING
             WS-TABELLNAMN    " "
             WS-EDIT-ANTAL    "     "
             WS-EDIT-ANTAL-2  "  "
             WS-EDIT-ANTAL-3  "  "
             WS-EDIT-BELOPP   "  "
             WS-EDIT-BELOPP-2
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING

           MOVE WS-RAPPORT-RAD TO KONTROLLRAPPORT-RAD
           WRITE KONTROLLRAPPORT-RAD

           DISPLAY "FLYTTAT " WS-TABELLNAMN ": " WS-RAD-HIST.

       K-SPARA-KORNINGSLOGG SECTION.

      *> En rad i run_history per körning - samma upplägg som
      *> K-SPARA-KORNINGSLOGG i ArkiveringBatch.cbl. antal_infogade
      *> = fakturor till historiken, antal_borttagna = fakturor
      *> borttagna ur faktura (alltid samma tal efter bekräftade
      *> omgångar), kontroll_belopp = flyttad attbet.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
           MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
           MOVE WS-TIMESTAMP(7:2) TO WS-DAG

           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             " " WS-TIMESTAMP(9:2) ":" WS-TIMESTAMP(11:2)
             ":" WS-TIMESTAMP(13:2)
             DELIMITED BY SIZE
             INTO run-history-timestamp
           END-STRING

           MOVE "FakturaHistorikBatch" TO run-history-programnamn
           MOVE "HIST" TO run-history-steg
           MOVE WS-TOT-HIST-FAKTURA TO run-history-antal-infogade
           MOVE WS-TOT-HIST-FAKTURA TO run-history-antal-borttagna
           MOVE 0 TO run-history-antal-flaggade
           MOVE 0 TO run-history-antal-avskrivna
           MOVE 0 TO run-history-antal-aterbet
           MOVE WS-TOT-HIST-ATTBET TO run-history-kontroll-belopp
           MOVE flytt-batch-nr TO WS-EDIT-BATCHNR
           MOVE SPACES TO run-history-parametrar
           STRING
             "MAN=" WS-MAN-FAKTURA
             ",GRANS=" WS-GRANSDATUM
             ",BATCH=" WS-EDIT-BATCHNR
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
                    :run-history-antal-infogade,
                    :run-history-antal-borttagna,
                    :run-history-antal-flaggade,
                    :run-history-antal-avskrivna,
                    :run-history-antal-aterbet,
                    :run-history-kontroll-belopp,
                    :run-history-parametrar)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA-KORNINGSLOGG: " SQLCODE
           END-IF.
