       IDENTIFICATION DIVISION.
       PROGRAM-ID. UppdragsgivareAvslut.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Avslut av en uppdragsgivare som sagt upp uppdraget. Förut
      *> pausade en analytiker ärendena ett och ett, ringde byrån
      *> och satte ihop slutredovisningen för hand ur
      *> AvrakningsRapport och KlientmedelUtbetalning. Körningen
      *> lämnar tillbaka samtliga öppna ärenden, återkallar dem hos
      *> byrån och Kronofogden, skriver returfilen med fullständiga
      *> saldon och upprättar slututbetalningen av klientmedlen.
      *>
      *> Returfilen till uppdragsgivaren - ett namn per upgnr
      *> (ATERLAMNING_NNNNNNN.TXT), byggs i C-LAS-PARM med samma
      *> mönster som M-SATT-FILNAMN i ArendestatusExport.cbl.
           SELECT ATERLAMNINGSFIL ASSIGN TO WS-ATERLAMNING-NAMN
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Återkallelse av ansökningar som redan lämnats till
      *> Kronofogden (status EXPORTERAD i kronofogden_arenden) -
      *> samma inläsningstjänst som KFMANSOKAN.TXT.
           SELECT KFMATERKALLFIL ASSIGN TO "KFMATERKALLELSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Slutavräkningen - vad som lämnats tillbaka och hur
      *> klientmedelssaldot reglerats. Attestantens underlag för
      *> slututbetalningen (SLUTAVRAKNING_NNNNNNN.TXT).
           SELECT SLUTAVRAKNINGSRAPPORT
               ASSIGN TO WS-SLUTAVRAKNING-NAMN
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ATERLAMNINGSFIL.
      *> Samma huvud- och slutpostkonvention som INKASSOHANDOFF.TXT
      *> (se The_Heart.cbl): fil-id ATERLAMN, skapandetidpunkt och
      *> avslutets körningsnummer i huvudet, antal detaljrader och
      *> summa kvarstående kapital i slutposten.
       01  ATERLAMNING-HUVUD.
           03 ATLHUVUD-POSTTYP            PIC X(5).
           03 ATLHUVUD-FILID              PIC X(8).
           03 ATLHUVUD-SKAPAD             PIC X(19).
           03 ATLHUVUD-BATCHNR            PIC 9(9).
       01  ATERLAMNING-SLUT.
           03 ATLSLUT-POSTTYP             PIC X(5).
           03 ATLSLUT-ANTAL               PIC 9(9).
           03 ATLSLUT-BELOPP              PIC 9(11)V9(2).
       01  ATERLAMNING-RAD.
      *> En rad per återlämnat ärende med fordran uppdelad som i
      *> Kronofogdenansökan: kapital och ränta i fakturans valuta,
      *> avgifterna i kronor. STATUS är ärendets status innan det
      *> lämnades tillbaka (blankt = ingen påminnelse skickad, JA
      *> = återkallat från byrån, KFM = ansökan återkallad),
      *> KFM-STATUS registrets status efter avslutet (ATERKALLAD,
      *> UTSLAG eller INVANDNING - ett utslag följer med fordran).
      *> SAMLINGSNR är samlingsärendet fakturan ingått i, 0 om
      *> inget.
           03 ATLRAD-UPGNR                PIC 9(7).
           03 ATLRAD-LOPNR                PIC 9(10).
           03 ATLRAD-KUNDNR               PIC 9(10).
           03 ATLRAD-FAKTDAT              PIC X(10).
           03 ATLRAD-FORFDAT              PIC X(10).
           03 ATLRAD-VALUTA               PIC X(3).
           03 ATLRAD-ATTBET               PIC 9(9)V9(2).
           03 ATLRAD-BETALT               PIC 9(9)V9(2).
           03 ATLRAD-KAPITAL              PIC 9(9)V9(2).
           03 ATLRAD-AVGIFTER             PIC 9(9)V9(2).
           03 ATLRAD-RANTA                PIC 9(9)V9(2).
           03 ATLRAD-STATUS               PIC X(10).
           03 ATLRAD-NIVA                 PIC 9(1).
           03 ATLRAD-KFM-STATUS           PIC X(10).
           03 ATLRAD-SAMLINGSNR           PIC 9(10).

       FD  KFMATERKALLFIL.
      *> Samma kontrollposter som KFMANSOKAN.TXT. Detaljraden pekar
      *> ut ansökan med lopnr, ansökningsdag och ansökans
      *> batchnummer och upprepar de frysta beloppen, så
      *> Kronofogden kan stämma av mot sitt mål.
       01  KFMATERKALL-HUVUD.
           03 KFAHUVUD-POSTTYP            PIC X(5).
           03 KFAHUVUD-FILID              PIC X(8).
           03 KFAHUVUD-SKAPAD             PIC X(19).
           03 KFAHUVUD-BATCHNR            PIC 9(9).
       01  KFMATERKALL-SLUT.
           03 KFASLUT-POSTTYP             PIC X(5).
           03 KFASLUT-ANTAL               PIC 9(9).
           03 KFASLUT-BELOPP              PIC 9(11)V9(2).
       01  KFMATERKALL-RAD.
           03 KFARAD-LOPNR                PIC 9(10).
           03 KFARAD-UPGNR                PIC 9(7).
           03 KFARAD-UPGORGNR             PIC X(11).
           03 KFARAD-KUNDNR               PIC 9(10).
           03 KFARAD-ANSOKAN-DATUM        PIC X(10).
           03 KFARAD-ANSOKAN-BATCHNR      PIC 9(9).
           03 KFARAD-KAPITAL              PIC 9(9)V9(2).
           03 KFARAD-AVGIFTER             PIC 9(9)V9(2).
           03 KFARAD-RANTA                PIC 9(9)V9(2).

       FD  SLUTAVRAKNINGSRAPPORT.
       01  SLUTAVRAKNING-RAD             PIC X(120).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W255.CPY".
       COPY "P_W666.CPY".
       COPY "P_W669.CPY".
       COPY "P_W670.CPY".
       COPY "P_W671.CPY".
       COPY "P_W675.CPY".
       COPY "P_W681.CPY".
       COPY "P_W682.CPY".
       COPY "P_W683.CPY".
       COPY "P_W688.CPY".
       COPY "P_W690.CPY".
       COPY "P_W692.CPY".
       COPY "P_W693.CPY".
       COPY "P_W694.CPY".
       COPY "P_W695.CPY".
       COPY "P_W696.CPY".
       COPY "P_W697.CPY".
       COPY "P_W713.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-MÅNAD                      PIC X(2).
       01  WS-DAG                        PIC X(2).
       01  WS-TIDSSTAMPEL                PIC X(19).
       01  WS-DAGENS-DATUM               PIC X(10).

       01  ws-count                      PIC 9(4) VALUE 0.

      *> PARM 'NNNNNNN AAAA-MM-DD SIGNATUR': upgnr i position 1-7,
      *> avslutsdatum (sista dag för nya fakturor) i 9-18 och
      *> operatörens signatur i 20-27. Signaturen är obligatorisk
      *> och måste ha funktionen UPPDRAGSGIVARE i
      *> operatörsregistret. Den står som upprättare av
      *> slututbetalningen och får då inte attestera den, samma
      *> regel som i KlientmedelUtbetalning.cbl, och som
      *> signatur på släppta pauser och återkallade
      *> Kronofogdenansökningar.
       01  WS-UPGNR-IN                   PIC 9(7).
       01  WS-AVSLUT-DATUM               PIC X(10).
       01  WS-SIGNATUR                   PIC X(8) VALUE SPACES.

      *> Behörighetskontroll mot operatörsregistret, se
      *> Z-KONTROLLERA-BEHORIGHET.
       01  WS-BEHORIG-FUNKTION           PIC X(15).
       01  WS-BEHORIG                    PIC X(1) VALUE "N".

      *> Körläge:
      *>   V = avslutsdatumet ligger framåt i tiden - bara datumet
      *>       sparas, så FakturaIntag stoppar nya fakturor från
      *>       och med dagen; ärendena rörs inte. Kör om på eller
      *>       efter avslutsdatumet.
      *>   A = fullständigt avslut: återlämning, återkallelser,
      *>       slutavräkning, uppdragsgivaren markeras inaktiv.
      *>   E = uppdragsgivaren redan inaktiv - bara efterreglering
      *>       av klientmedel som kommit in efter avslutet (t.ex.
      *>       byråns sista redovisning) eller som inte kunde
      *>       betalas ut för att bankkonto saknades.
       01  WS-LAGE                       PIC X(1) VALUE "A".
       01  WS-GAMMALT-AVSLUT             PIC X(10).

       01  WS-EDIT-UPGNR-FIL             PIC 9(7).
       01  WS-ATERLAMNING-NAMN           PIC X(30).
       01  WS-SLUTAVRAKNING-NAMN         PIC X(30).

      *> Avslutets körningsnummer ur räknarraden
      *> 'UppdragsgivareAvslut' i batch_checkpoint - står i
      *> filernas huvudposter och i ärendereskontrans referens.
       01  WS-KORNING-NR                 PIC S9(9) COMP-5 VALUE 0.
      *> Klientmedelsbatchens nummer ur samma serie som
      *> KlientmedelUtbetalning ('Klientmedel-batch').
       01  WS-BATCH-NR                   PIC S9(9) COMP-5 VALUE 0.

      *> Ärendet under behandling i G-LAMNA-TILLBAKA-ARENDE.
       01  WS-GAMMAL-STATUS              PIC X(10).
       01  WS-HAR-PAMINNELSE             PIC X(1).
       01  WS-KFM-STATUS                 PIC X(10).
       01  WS-KFM-GAMMAL                 PIC X(10).
       01  WS-SAMLINGSNR                 PIC S9(10) COMP-3.
       01  WS-ACKORDNR                   PIC S9(10) COMP-3.
       01  WS-KAPITAL                    PIC S9(9)V9(2) COMP-3.
       01  WS-AVGIFTER                   PIC S9(9)V9(2) COMP-3.
       01  WS-RANTA                      PIC S9(9)V9(2) COMP-3.
       01  WS-KFM-TOTAL                  PIC S9(9)V9(2) COMP-3.

      *> Klientmedelssaldot: allt inkommet minus allt utbetalt,
      *> utan periodgräns - det är slutregleringen.
       01  WS-SUMMA-INBET                PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-SUMMA-UTBET                PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-SALDO                      PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
      *> Gäldenärernas överskott på uppdragsgivarens ärenden som
      *> ännu inte återbetalats - pengarna är gäldenärernas och
      *> hålls kvar ur slututbetalningen.
       01  WS-RESERVERAT                 PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-ATTEST-GRANS               PIC S9(11)V9(2) COMP-3
                                           VALUE 500000.

      *> Räknare för slutavräkningen och run_history. Varje
      *> SQL-fel i en ändrande sats räknas i WS-ANTAL-FEL - är det
      *> över noll rullas hela avslutet tillbaka.
       01  WS-ANTAL-ARENDEN              PIC 9(6) VALUE 0.
       01  WS-ANTAL-NYA-RADER            PIC 9(6) VALUE 0.
       01  WS-ANTAL-BYRA                 PIC 9(6) VALUE 0.
       01  WS-ANTAL-KFM                  PIC 9(6) VALUE 0.
       01  WS-ANTAL-KFM-SKICKADE         PIC 9(6) VALUE 0.
       01  WS-ANTAL-PLANER               PIC 9(6) VALUE 0.
       01  WS-ANTAL-PAUSER               PIC 9(6) VALUE 0.
       01  WS-ANTAL-LOFTEN               PIC 9(6) VALUE 0.
       01  WS-ANTAL-ACKORD               PIC 9(6) VALUE 0.
       01  WS-ANTAL-SAMLINGAR            PIC 9(6) VALUE 0.
       01  WS-ANTAL-FEL                  PIC 9(6) VALUE 0.
       01  WS-SUMMA-KAPITAL              PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-SUMMA-AVGIFTER             PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-SUMMA-RANTA                PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-KFM-ANTAL-FIL              PIC 9(9) VALUE 0.
       01  WS-KFM-BELOPP-FIL             PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-UTBETALT                   PIC S9(11)V9(2) COMP-3
                                           VALUE 0.

       01  WS-EDIT-UPGNR                 PIC Z(6)9.
       01  WS-EDIT-NR                    PIC Z(8)9.
       01  WS-EDIT-ANTAL                 PIC Z(5)9.
       01  WS-EDIT-BELOPP                PIC Z(10)9.99-.
       01  WS-RAPPORT-RAD                PIC X(120).

       LINKAGE SECTION.
       01  LK-PARM-LANGD                 PIC S9(4) COMP.
       01  LK-PARM-DATA                  PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-LANGD LK-PARM-DATA.

       A-MAIN SECTION.

           PERFORM B-CONNECT-TO-DB
           PERFORM C-LAS-PARM

      *> Behörigheten prövas innan något ändras. Det nekade
      *> försöket ska stå kvar i behorighet_logg.
           MOVE "UPPDRAGSGIVARE" TO WS-BEHORIG-FUNKTION
           PERFORM Z-KONTROLLERA-BEHORIGHET
           IF WS-BEHORIG NOT = "J"
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE WS-LAGE
               WHEN "V"
                   PERFORM E-SATT-AVSLUTSDATUM
                   DISPLAY "Avslutsdatum " WS-AVSLUT-DATUM
                     " registrerat för upgnr " WS-UPGNR-IN "."
                   DISPLAY "Nya fakturor avvisas från och med "
                     "avslutsdatumet - kör om på eller efter "
                     "datumet för återlämning och slutavräkning."
               WHEN "E"
                   PERFORM Q-KONTROLLERA-OPPEN-BATCH
                   PERFORM D-HAMTA-KORNINGSNR
                   OPEN OUTPUT SLUTAVRAKNINGSRAPPORT
                   PERFORM X-SKRIV-HUVUDPOSTER
                   PERFORM R-SLUTAVRAKNA
                   CLOSE SLUTAVRAKNINGSRAPPORT
                   DISPLAY "Efterreglering av klientmedel klar."
               WHEN OTHER
                   PERFORM Q-KONTROLLERA-OPPEN-BATCH
                   PERFORM D-HAMTA-KORNINGSNR
                   PERFORM E-SATT-AVSLUTSDATUM

                   OPEN OUTPUT ATERLAMNINGSFIL
                   OPEN OUTPUT KFMATERKALLFIL
                   OPEN OUTPUT SLUTAVRAKNINGSRAPPORT
                   PERFORM X-SKRIV-HUVUDPOSTER
                   PERFORM F-LAMNA-TILLBAKA-ARENDEN
                   PERFORM M-STANG-SAMLINGAR
                   PERFORM Y-SKRIV-SLUTPOSTER
                   CLOSE ATERLAMNINGSFIL
                   CLOSE KFMATERKALLFIL

                   PERFORM W-MARKERA-INAKTIV
                   PERFORM R-SLUTAVRAKNA
                   CLOSE SLUTAVRAKNINGSRAPPORT

                   DISPLAY "Avslut av uppdragsgivare klart."
                   DISPLAY "Återlämnade ärenden:        "
                     WS-ANTAL-ARENDEN
                   DISPLAY "Återkallade hos byrån:      "
                     WS-ANTAL-BYRA
                   DISPLAY "Återkallade hos KFM:        "
                     WS-ANTAL-KFM
                   DISPLAY "Samlingsärenden stängda:    "
                     WS-ANTAL-SAMLINGAR
           END-EVALUATE

      *> Allt eller inget: ett halvgjort avslut - ärenden
      *> återlämnade men uppdragsgivaren fortfarande aktiv, eller
      *> tvärtom - är värre än inget. Filerna som skrivits får då
      *> inte skickas.
           IF WS-ANTAL-FEL > 0
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "FEL UNDER AVSLUTET - ALLT RULLAT TILLBAKA. "
                 "FILERNA FAR INTE SKICKAS."
               MOVE 16 TO RETURN-CODE
           END-IF

           PERFORM Z-SPARA-KORNINGSLOGG

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

       C-LAS-PARM SECTION.

           EXEC SQL
               SELECT CONVERT(CHAR(10), GETDATE(), 120)
               INTO :WS-DAGENS-DATUM
           END-EXEC

           IF LK-PARM-LANGD < 18
               DISPLAY "PARM SAKNAS - ANGE 'NNNNNNN AAAA-MM-DD "
                 "SIGNATUR'."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LK-PARM-DATA(9:10) TO WS-AVSLUT-DATUM
           IF LK-PARM-DATA(1:7) IS NOT NUMERIC
               DISPLAY "OGILTIGT UPGNR I PARM."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-AVSLUT-DATUM(1:4) IS NOT NUMERIC
             OR WS-AVSLUT-DATUM(6:2) IS NOT NUMERIC
             OR WS-AVSLUT-DATUM(9:2) IS NOT NUMERIC
             OR WS-AVSLUT-DATUM(5:1) NOT = "-"
             OR WS-AVSLUT-DATUM(8:1) NOT = "-"
               DISPLAY "OGILTIGT AVSLUTSDATUM I PARM - ANGE "
                 "AAAA-MM-DD."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LK-PARM-DATA(1:7) TO WS-UPGNR-IN
           MOVE WS-UPGNR-IN TO upg-upgnr
           IF LK-PARM-LANGD > 19
               MOVE LK-PARM-DATA(20:8) TO WS-SIGNATUR
           END-IF
           IF WS-SIGNATUR = SPACES
               DISPLAY "SIGNATUR SAKNAS I PARM - ANGE 'NNNNNNN "
                 "AAAA-MM-DD SIGNATUR'."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           EXEC SQL
               SELECT namn, orgnr, ISNULL(bankkonto, ' '),
                      ISNULL(aktiv, 'J'),
                      ISNULL(CONVERT(CHAR(10), avslut_datum, 120),
                             ' ')
               INTO :upg-namn, :upg-orgnr, :upg-bankkonto,
                    :upg-aktiv, :upg-avslut-datum
               FROM REDWARRIOR.dbo.uppdragsgivare
               WHERE upgnr = :upg-upgnr
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "UPPDRAGSGIVARE " WS-UPGNR-IN " FINNS INTE."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID LASNING AV UPPDRAGSGIVARE: "
                 SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE upg-avslut-datum TO WS-GAMMALT-AVSLUT
           IF upg-aktiv = "N"
      *> Redan avslutad - det sparade avslutsdatumet gäller, PARM-
      *> datumet används inte.
               MOVE "E" TO WS-LAGE
               MOVE upg-avslut-datum TO WS-AVSLUT-DATUM
           ELSE
           IF WS-AVSLUT-DATUM > WS-DAGENS-DATUM
               MOVE "V" TO WS-LAGE
           ELSE
               MOVE "A" TO WS-LAGE
           END-IF
           END-IF

           MOVE WS-UPGNR-IN TO WS-EDIT-UPGNR-FIL
           MOVE SPACES TO WS-ATERLAMNING-NAMN
           STRING
             "ATERLAMNING_" WS-EDIT-UPGNR-FIL ".TXT"
             DELIMITED BY SIZE
             INTO WS-ATERLAMNING-NAMN
           END-STRING
           MOVE SPACES TO WS-SLUTAVRAKNING-NAMN
           STRING
             "SLUTAVRAKNING_" WS-EDIT-UPGNR-FIL ".TXT"
             DELIMITED BY SIZE
             INTO WS-SLUTAVRAKNING-NAMN
           END-STRING.

       D-HAMTA-KORNINGSNR SECTION.

      *> Samma lösning som HAMTA-NASTA-SAMLINGSNR i The_Heart.cbl:
      *> räknaren stegas med en UPDATE innan den läses.
           MOVE "UppdragsgivareAvslut" TO checkpoint-programnamn

           EXEC SQL
               UPDATE REDWARRIOR.dbo.batch_checkpoint
               SET senaste_lopnr = senaste_lopnr + 1
               WHERE programnamn = :checkpoint-programnamn
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.batch_checkpoint
                       (programnamn, senaste_lopnr)
                   VALUES
                       (:checkpoint-programnamn, 1)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   SELECT senaste_lopnr INTO :WS-KORNING-NR
                   FROM REDWARRIOR.dbo.batch_checkpoint
                   WHERE programnamn = :checkpoint-programnamn
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID HAMTNING AV KORNINGSNUMMER: " SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           END-IF.

       E-SATT-AVSLUTSDATUM SECTION.

      *> Avslutsdatumet är det FakturaIntag prövar mot - sparas
      *> först, och loggas i uppdragsgivare_logg som varje annan
      *> ändring av mastern.
           IF WS-AVSLUT-DATUM NOT = WS-GAMMALT-AVSLUT
               MOVE WS-AVSLUT-DATUM TO upg-avslut-datum

               EXEC SQL
                   UPDATE REDWARRIOR.dbo.uppdragsgivare
                   SET avslut_datum = :upg-avslut-datum
                   WHERE upgnr = :upg-upgnr
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID REGISTRERING AV AVSLUTSDATUM: "
                     SQLCODE
                   ADD 1 TO WS-ANTAL-FEL
               ELSE
                   MOVE "ANDRAD" TO upglogg-handelse
                   MOVE "avslut_datum" TO upglogg-falt-namn
                   MOVE WS-GAMMALT-AVSLUT TO upglogg-gammalt-varde
                   MOVE WS-AVSLUT-DATUM TO upglogg-nytt-varde
                   PERFORM S-SPARA-UPPDRAGSGIVARLOGG
               END-IF
           END-IF.

       F-LAMNA-TILLBAKA-ARENDEN SECTION.

      *> Samtliga öppna ärenden för uppdragsgivaren: har ärendet en
      *> påminnelse är det öppet så länge det inte är avskrivet,
      *> betalt hos byrån eller redan återlämnat; utan påminnelse
      *> (ännu inte förfallet eller inom respittiden) så länge
      *> fakturan inte är slutbetald. Slutbetalda ärenden som
      *> väntar på REMOVE-BETALDA i The_Heart.cbl lämnas åt
      *> nattkedjan. Saldot räknas med samma nettoaritmetik som
      *> F-EXPORTERA-ANSOKNINGAR i KronofogdenExport.cbl och
      *> M-SKRIV-SALDO i SaldobeskedExport.cbl.
           EXEC SQL
               DECLARE ATERLAMNA_CURSOR CURSOR FOR
               SELECT f.lopnr, f.kundnr,
                      CONVERT(CHAR(10), f.faktdat, 120),
                      CONVERT(CHAR(10), f.forfdat, 120),
                      ISNULL(f.valuta, 'SEK'),
                      f.attbet, f.belopp_bet,
                      f.attbet - f.belopp_bet,
                      ISNULL((SELECT SUM(a.belopp)
                              FROM REDWARRIOR.dbo.avgifter a
                              WHERE a.lopnr = f.lopnr
                                AND a.makulerad = 'N'),
                             CAST(0.00 AS DECIMAL(11,2)))
                        - ISNULL((SELECT SUM(bf.belopp_avgift)
                                  FROM
                                  REDWARRIOR.dbo.betalning_fordelning
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
                                  FROM
                                  REDWARRIOR.dbo.betalning_fordelning
                                       bf
                                  WHERE bf.lopnr = f.lopnr),
                                 CAST(0.00 AS DECIMAL(11,2))),
                      ISNULL(p.inkasso_status, ' '),
                      ISNULL(p.paminnelse_niva, 0),
                      CASE WHEN p.lopnr IS NULL THEN 'N'
                           ELSE 'J' END,
                      ISNULL(k.status, ' '),
                      ISNULL((SELECT MAX(sr.samlingsnr)
                              FROM REDWARRIOR.dbo.samlingsarende_rad
                                   sr
                              WHERE sr.lopnr = f.lopnr), 0)
               FROM REDWARRIOR.dbo.faktura f
               LEFT JOIN REDWARRIOR.dbo.paminnelser p
                 ON p.lopnr = f.lopnr
               LEFT JOIN REDWARRIOR.dbo.kronofogden_arenden k
                 ON k.lopnr = f.lopnr
               WHERE f.upgnr = :upg-upgnr
                 AND f.belopp_bet < f.attbet
                 AND (p.lopnr IS NULL
                      OR p.inkasso_status NOT IN ('AVSKRIVEN',
                                                  'BETALDBYRA',
                                                  'ATERLAMNAD'))
               ORDER BY f.lopnr
           END-EXEC

           EXEC SQL
               OPEN ATERLAMNA_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN ATERLAMNA_CURSOR: " SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH ATERLAMNA_CURSOR INTO
                       :faktura-lopnr, :faktura-kundnr,
                       :faktura-faktdat, :faktura-forfdat,
                       :faktura-valuta,
                       :faktura-attbet, :faktura-belopp-bet,
                       :WS-KAPITAL, :WS-AVGIFTER, :WS-RANTA,
                       :WS-GAMMAL-STATUS,
                       :paminnelser-paminnelse-niva,
                       :WS-HAR-PAMINNELSE, :WS-KFM-STATUS,
                       :WS-SAMLINGSNR
               END-EXEC

               IF SQLCODE = 0
                   PERFORM G-LAMNA-TILLBAKA-ARENDE
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH ATERLAMNA: "
                         SQLCODE
                       ADD 1 TO WS-ANTAL-FEL
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE ATERLAMNA_CURSOR
           END-EXEC.

       G-LAMNA-TILLBAKA-ARENDE SECTION.

      *> Negativa netton golvas till noll, samma hantering som
      *> I-SKRIV-ANSOKAN i KronofogdenExport.cbl.
           IF WS-AVGIFTER < 0
               MOVE 0 TO WS-AVGIFTER
           END-IF
           IF WS-RANTA < 0
               MOVE 0 TO WS-RANTA
           END-IF

           ADD 1 TO WS-ANTAL-ARENDEN
           ADD WS-KAPITAL TO WS-SUMMA-KAPITAL
           ADD WS-AVGIFTER TO WS-SUMMA-AVGIFTER
           ADD WS-RANTA TO WS-SUMMA-RANTA

      *> Ansökningar som ännu inte avgjorts dras tillbaka - ett
      *> utslag eller en invändning står kvar och följer med
      *> fordran till uppdragsgivaren.
           IF WS-KFM-STATUS = "VALD" OR WS-KFM-STATUS = "MANUELL"
             OR WS-KFM-STATUS = "EXPORTERAD"
               PERFORM I-ATERKALLA-KRONOFOGDEN
           END-IF

           IF WS-GAMMAL-STATUS = "JA"
               PERFORM K-SKAPA-ATERKALLELSE
           END-IF

           PERFORM O-SATT-ARENDESTATUS
           PERFORM L-NOLLA-RESKONTRA
           PERFORM P-AVSLUTA-PLAN-PAUS-LOFTE
           PERFORM H-SKRIV-ATERLAMNINGSRAD

      *> Satserna ovan kan sluta med SQLCODE 100 (ingen plan, ingen
      *> paus) - det får inte avsluta cursorn.
           MOVE 0 TO SQLCODE.

       H-SKRIV-ATERLAMNINGSRAD SECTION.

           MOVE WS-UPGNR-IN TO ATLRAD-UPGNR
           MOVE faktura-lopnr TO ATLRAD-LOPNR
           MOVE faktura-kundnr TO ATLRAD-KUNDNR
           MOVE faktura-faktdat TO ATLRAD-FAKTDAT
           MOVE faktura-forfdat TO ATLRAD-FORFDAT
           MOVE faktura-valuta TO ATLRAD-VALUTA
           MOVE faktura-attbet TO ATLRAD-ATTBET
           MOVE faktura-belopp-bet TO ATLRAD-BETALT
           MOVE WS-KAPITAL TO ATLRAD-KAPITAL
           MOVE WS-AVGIFTER TO ATLRAD-AVGIFTER
           MOVE WS-RANTA TO ATLRAD-RANTA
           MOVE WS-GAMMAL-STATUS TO ATLRAD-STATUS
           MOVE paminnelser-paminnelse-niva TO ATLRAD-NIVA
           MOVE WS-KFM-STATUS TO ATLRAD-KFM-STATUS
           MOVE WS-SAMLINGSNR TO ATLRAD-SAMLINGSNR

           WRITE ATERLAMNING-RAD.

       I-ATERKALLA-KRONOFOGDEN SECTION.

      *> VALD/MANUELL har aldrig lämnat huset och stängs bara i
      *> registret. EXPORTERAD ligger hos Kronofogden och måste
      *> återkallas där - raden går till KFMATERKALLELSE.TXT med
      *> beloppen som frystes vid ansökan. KronofogdenUtslagImport
      *> rör bara EXPORTERAD-rader, så ett sent utslag på en
      *> återkallad ansökan kan inte väcka ärendet igen.
           MOVE WS-KFM-STATUS TO WS-KFM-GAMMAL
           MOVE faktura-lopnr TO kfm-lopnr
           MOVE WS-SIGNATUR TO kfm-signatur

           EXEC SQL
               UPDATE REDWARRIOR.dbo.kronofogden_arenden
               SET status = 'ATERKALLAD',
                   signatur = :kfm-signatur
               WHERE lopnr = :kfm-lopnr
                 AND status = :WS-KFM-GAMMAL
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID ATERKALLELSE HOS KFM, LOPNR "
                 faktura-lopnr ": " SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           ELSE
               ADD 1 TO WS-ANTAL-KFM
               MOVE "ATERKALLAD" TO WS-KFM-STATUS
               IF WS-KFM-GAMMAL = "EXPORTERAD"
                   PERFORM J-SKRIV-KFM-ATERKALLELSE
               END-IF
           END-IF.

       J-SKRIV-KFM-ATERKALLELSE SECTION.

           EXEC SQL
               SELECT kapital, avgifter, ranta,
                      ISNULL(CONVERT(CHAR(10), ansokan_datum, 120),
                             ' '),
                      ISNULL(batch_nr, 0)
               INTO :kfm-kapital, :kfm-avgifter, :kfm-ranta,
                    :kfm-ansokan-datum, :kfm-batch-nr
               FROM REDWARRIOR.dbo.kronofogden_arenden
               WHERE lopnr = :kfm-lopnr
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID LASNING AV KFM-REGISTER, LOPNR "
                 faktura-lopnr ": " SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           ELSE
               MOVE kfm-lopnr TO KFARAD-LOPNR
               MOVE WS-UPGNR-IN TO KFARAD-UPGNR
               MOVE upg-orgnr TO KFARAD-UPGORGNR
               MOVE faktura-kundnr TO KFARAD-KUNDNR
               MOVE kfm-ansokan-datum TO KFARAD-ANSOKAN-DATUM
               MOVE kfm-batch-nr TO KFARAD-ANSOKAN-BATCHNR
               MOVE kfm-kapital TO KFARAD-KAPITAL
               MOVE kfm-avgifter TO KFARAD-AVGIFTER
               MOVE kfm-ranta TO KFARAD-RANTA

               WRITE KFMATERKALL-RAD
               ADD 1 TO WS-KFM-ANTAL-FIL
               ADD 1 TO WS-ANTAL-KFM-SKICKADE
               COMPUTE WS-KFM-TOTAL =
                   kfm-kapital + kfm-avgifter + kfm-ranta
               ADD WS-KFM-TOTAL TO WS-KFM-BELOPP-FIL
           END-IF.

       K-SKAPA-ATERKALLELSE SECTION.

      *> Byråärendet återkallas helt - samma kö som
      *> Q-SKAPA-ATERKALLELSE i DodsfallImport.cbl, exporteras av
      *> ByraAterkallelseExport.cbl. Ett samlingsärende ligger hos
      *> byrån som en rad på det bärande ärendet och exporten
      *> riktar varje medlems kö-rad dit, så bara den första
      *> medlemmen i en överlämnad samling får en rad - annars
      *> fick byrån samma återkallelse en gång per faktura.
           MOVE 0 TO ws-count

           IF WS-SAMLINGSNR > 0
               EXEC SQL
                   SELECT COUNT(*) INTO :ws-count
                   FROM REDWARRIOR.dbo.byra_aterkallelse q
                   JOIN REDWARRIOR.dbo.samlingsarende_rad r2
                     ON r2.lopnr = q.lopnr
                   JOIN REDWARRIOR.dbo.samlingsarende_rad r
                     ON r.samlingsnr = r2.samlingsnr
                   JOIN REDWARRIOR.dbo.samlingsarende s
                     ON s.samlingsnr = r.samlingsnr
                   WHERE r.lopnr = :faktura-lopnr
                     AND s.inkasso_datum IS NOT NULL
                     AND q.posttyp = 'ATERKALL'
                     AND q.orsak = 'AVSLUTAT'
                     AND q.exporterad = 'N'
               END-EXEC
           END-IF

           IF ws-count = 0
               PERFORM T-SATT-TIDSSTAMPEL
               MOVE WS-TIDSSTAMPEL TO aterkall-skapad-at
               MOVE faktura-lopnr TO aterkall-lopnr
               MOVE "ATERKALL" TO aterkall-posttyp
               MOVE "AVSLUTAT" TO aterkall-orsak
               MOVE 0 TO aterkall-belopp
               MOVE "UppdragsgivareAvslut"
                 TO aterkall-skapad-av-program
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

               IF SQLCODE = 0
                   ADD 1 TO WS-ANTAL-BYRA
               ELSE
                   DISPLAY "FEL VID SKAPA-ATERKALLELSE, LOPNR "
                     faktura-lopnr ": " SQLCODE
                   ADD 1 TO WS-ANTAL-FEL
               END-IF
           END-IF.

       L-NOLLA-RESKONTRA SECTION.

      *> Det återlämnade ärendet lämnar våra böcker: en
      *> ATERLAMN-rad per del med hela det kvarstående saldot med
      *> omvänt tecken, samma som L-AVSKRIV-RESKONTRA i
      *> BeslutskoUnderhall.cbl. Fordran står kvar i returfilen
      *> och i grundtabellerna, men ReconciliationCheck räknar
      *> inte längre ATERLAMNAD-ärenden som öppna.
           MOVE faktura-lopnr TO reskontra-lopnr
           MOVE WS-KORNING-NR TO WS-EDIT-NR
           MOVE SPACES TO reskontra-referens
           STRING
             "UPPDRAG AVSLUTAT " WS-EDIT-NR
             DELIMITED BY SIZE
             INTO reskontra-referens
           END-STRING

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.arendereskontra
                   (lopnr, trans_datum, transtyp, del, belopp,
                    valuta, kalla_program, referens, bokford_at)
               SELECT t.lopnr, CAST(GETDATE() AS DATE), 'ATERLAMN',
                      t.del, 0 - SUM(t.belopp), t.valuta,
                      'UppdragsgivareAvslut',
                      NULLIF(:reskontra-referens, ' '),
                      GETDATE()
               FROM REDWARRIOR.dbo.arendereskontra t
               WHERE t.lopnr = :reskontra-lopnr
               GROUP BY t.lopnr, t.del, t.valuta
               HAVING SUM(t.belopp) <> 0
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID ATERLAMNING I ARENDERESKONTRA: "
                 SQLCODE " LOPNR " reskontra-lopnr
               ADD 1 TO WS-ANTAL-FEL
           END-IF.

       M-STANG-SAMLINGAR SECTION.

      *> Uppdragsgivarens samlingsärenden stängs - samtliga
      *> medlemmar är återlämnade eller redan avslutade.
           EXEC SQL
               SELECT COUNT(*) INTO :ws-count
               FROM REDWARRIOR.dbo.samlingsarende
               WHERE upgnr = :upg-upgnr
                 AND status IN ('OPPEN', 'INKASSO')
           END-EXEC

           MOVE ws-count TO WS-ANTAL-SAMLINGAR

           EXEC SQL
               UPDATE REDWARRIOR.dbo.samlingsarende
               SET status = 'STANGD',
                   stangd_datum = CAST(GETDATE() AS DATE)
               WHERE upgnr = :upg-upgnr
                 AND status IN ('OPPEN', 'INKASSO')
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID STANGNING AV SAMLINGSARENDEN: "
                 SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           END-IF.

       N-SPARA-STATUSHISTORIK SECTION.

      *> Samma logg som SPARA-STATUSHISTORIK i The_Heart.cbl.
           PERFORM T-SATT-TIDSSTAMPEL
           MOVE WS-TIDSSTAMPEL TO history-changed-at
           MOVE "UppdragsgivareAvslut" TO history-changed-by-program

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
               ADD 1 TO WS-ANTAL-FEL
           END-IF.

       O-SATT-ARENDESTATUS SECTION.

      *> Ärendet får status ATERLAMNAD, som inget kravflöde tar i:
      *> The_Heart driver bara NEJ, exporterna läser NEJ/JA/KFM.
      *> Ett ärende utan påminnelse får en påminnelserad med nivå
      *> 0 direkt i ATERLAMNAD, så att OBETALDA_CURSOR aldrig
      *> skapar en påminnelse för det och ärendets status syns i
      *> ArendeForfragan som för alla andra.
           MOVE faktura-lopnr TO history-lopnr
           MOVE "ATERLAMNAD" TO history-new-status

           IF WS-HAR-PAMINNELSE = "J"
               EXEC SQL
                   UPDATE REDWARRIOR.dbo.paminnelser
                   SET inkasso_status = 'ATERLAMNAD'
                   WHERE lopnr = :faktura-lopnr
                     AND inkasso_status = :WS-GAMMAL-STATUS
               END-EXEC
               MOVE WS-GAMMAL-STATUS TO history-old-status
           ELSE
               MOVE WS-UPGNR-IN TO paminnelser-upgnr
               MOVE faktura-kundnr TO paminnelser-kundnr
               MOVE faktura-lopnr TO paminnelser-lopnr
               MOVE WS-DAGENS-DATUM TO paminnelser-paminnelse-datum
               MOVE faktura-forfdat TO paminnelser-forfallo-datum
               MOVE "ATERLAMNAD" TO paminnelser-inkasso-status
               MOVE 0 TO paminnelser-paminnelse-niva
               MOVE "N" TO paminnelser-inkasso-exporterad

               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.paminnelser
                       (upgnr, kundnr, lopnr, paminnelse_datum,
                        forfallo_datum, inkasso_status,
                        paminnelse_niva, inkasso_exporterad)
                   VALUES
                       (:paminnelser-upgnr, :paminnelser-kundnr,
                        :paminnelser-lopnr,
                        :paminnelser-paminnelse-datum,
                        :paminnelser-forfallo-datum,
                        :paminnelser-inkasso-status,
                        :paminnelser-paminnelse-niva,
                        :paminnelser-inkasso-exporterad)
               END-EXEC
               MOVE SPACES TO history-old-status
               ADD 1 TO WS-ANTAL-NYA-RADER
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID ATERLAMNING AV LOPNR "
                 faktura-lopnr ": " SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           ELSE
               PERFORM N-SPARA-STATUSHISTORIK
           END-IF.

       P-AVSLUTA-PLAN-PAUS-LOFTE SECTION.

      *> Det som håller ärendet i ett särskilt spår hos oss
      *> avslutas: betalningsplanen (utan att räknas som bruten i
      *> BetalningsScore - ingen PLAN -> NEJ-rad skrivs), pausen
      *> (släppt med körningens signatur, som i PausBevakning.cbl)
      *> och ett löpande betalningslöfte (makulerat, som i
      *> BetalningsLofte.cbl) eller ackord (P_W723.CPY).
           EXEC SQL
               UPDATE REDWARRIOR.dbo.betalningsplan
               SET aktiv = 'N'
               WHERE lopnr = :faktura-lopnr
                 AND aktiv = 'J'
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-ANTAL-PLANER
           ELSE
           IF SQLCODE NOT = 100
               DISPLAY "FEL VID AVSLUT AV BETALNINGSPLAN: " SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           END-IF
           END-IF

           MOVE faktura-lopnr TO paus-lopnr
           MOVE WS-DAGENS-DATUM TO paus-slappt-datum
           MOVE WS-SIGNATUR TO paus-slappt-av

           EXEC SQL
               UPDATE REDWARRIOR.dbo.paus_register
               SET slappt = 'J',
                   slappt_datum = :paus-slappt-datum,
                   slappt_av = :paus-slappt-av
               WHERE lopnr = :paus-lopnr
                 AND slappt = 'N'
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-ANTAL-PAUSER
           ELSE
           IF SQLCODE NOT = 100
               DISPLAY "FEL VID SLAPP AV PAUS: " SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           END-IF
           END-IF

           EXEC SQL
               UPDATE REDWARRIOR.dbo.betalningslofte
               SET status = 'MAKULERAT',
                   utfall_datum = :WS-DAGENS-DATUM
               WHERE lopnr = :faktura-lopnr
                 AND status = 'AKTIV'
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-ANTAL-LOFTEN
           ELSE
           IF SQLCODE NOT = 100
               DISPLAY "FEL VID MAKULERING AV LOFTE: " SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           END-IF
           END-IF

      *> Ingår ärendet i ett löpande ackord stängs ackordsmarkören
      *> i historiken (ACKORD -> ATERLAMNAD, som när ackordet
      *> makuleras i AckordUnderhall.cbl). Själva ackordet
      *> makuleras när dess sista öppna ärende lämnats tillbaka -
      *> alla ackordets ärenden tillhör uppdragsgivaren och
      *> passerar ATERLAMNA_CURSOR i samma körning, så brevet
      *> skickas aldrig ut för en fordran som gått tillbaka.
           MOVE 0 TO WS-ACKORDNR
           EXEC SQL
               SELECT ISNULL(MAX(a.ackordnr), 0)
               INTO :WS-ACKORDNR
               FROM REDWARRIOR.dbo.ackord_rad r
               JOIN REDWARRIOR.dbo.ackord a
                 ON a.ackordnr = r.ackordnr
               WHERE r.lopnr = :faktura-lopnr
                 AND a.status IN ('REGISTRERAT', 'SKICKAT')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SOKNING AV ACKORD: " SQLCODE
               ADD 1 TO WS-ANTAL-FEL
               MOVE 0 TO WS-ACKORDNR
           END-IF

           IF WS-ACKORDNR > 0
               MOVE faktura-lopnr TO history-lopnr
               MOVE "ACKORD" TO history-old-status
               MOVE "ATERLAMNAD" TO history-new-status
               PERFORM N-SPARA-STATUSHISTORIK

               EXEC SQL
                   UPDATE REDWARRIOR.dbo.ackord
                   SET status = 'MAKULERAT',
                       avslutad_datum = :WS-DAGENS-DATUM
                   WHERE ackordnr = :WS-ACKORDNR
                     AND status IN ('REGISTRERAT', 'SKICKAT')
                     AND NOT EXISTS (
                         SELECT 1
                         FROM REDWARRIOR.dbo.ackord_rad r
                         JOIN REDWARRIOR.dbo.paminnelser p
                           ON p.lopnr = r.lopnr
                         WHERE r.ackordnr = ackord.ackordnr
                           AND p.inkasso_status IN ('NEJ', 'JA')
                     )
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-ANTAL-ACKORD
               ELSE
               IF SQLCODE NOT = 100
                   DISPLAY "FEL VID MAKULERING AV ACKORD: " SQLCODE
                   ADD 1 TO WS-ANTAL-FEL
               END-IF
               END-IF
           END-IF.

       Q-KONTROLLERA-OPPEN-BATCH SECTION.

      *> Samma spärr som M-KONTROLLERA-OPPEN-BATCH i
      *> KlientmedelUtbetalning.cbl: saldot räknas på allt som
      *> ännu inte bokförts som UTBET, så slututbetalningen får
      *> inte upprättas medan en annan klientmedelsbatch väntar.
      *> Detsamma gäller en ATERBET-batch med överskott på
      *> uppdragsgivarens ärenden: återbetalningen bokförs som
      *> UTBET på uppdragsgivaren när den släpps (BOKFOR-
      *> ATERBETALNING i The_Heart.cbl). ATERBET-raderna bär
      *> kundnr och lopnr, inte upgnr - uppdragsgivaren nås via
      *> faktura. Prövas innan något ändrats - avslutet görs då
      *> om när batchen släppts eller avvisats.
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
               DISPLAY "EN KLIENTMEDELSBATCH VANTAR PA ATTEST ELLER "
                 "SLAPP - AVSLUTET GORS NAR DEN AR AVKLARAD."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO ws-count

           EXEC SQL
               SELECT COUNT(*) INTO :ws-count
               FROM REDWARRIOR.dbo.utbetalning_batch b
               JOIN REDWARRIOR.dbo.utbetalning_rad r
                 ON r.batchtyp = b.batchtyp
                AND r.batchnr = b.batchnr
               JOIN REDWARRIOR.dbo.faktura f
                 ON f.lopnr = r.lopnr
               WHERE b.batchtyp = 'ATERBET'
                 AND b.status IN ('VANTANDE', 'ATTESTERAD')
                 AND f.upgnr = :upg-upgnr
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID LASNING AV ATERBET-BATCH: "
                 SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF ws-count > 0
               DISPLAY "EN ATERBETALNINGSBATCH MED ARENDEN FOR "
                 "UPPDRAGSGIVAREN VANTAR PA ATTEST ELLER SLAPP - "
                 "AVSLUTET GORS NAR DEN AR AVKLARAD."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       R-SLUTAVRAKNA SECTION.

      *> Slutavräkningen: återlämnat per del, och klientmedlen -
      *> allt som någonsin kommit in för uppdragsgivaren minus
      *> allt som betalats ut och minus det som reserverats för
      *> återbetalning till gäldenärer. Ett positivt saldo
      *> betalas ut i en egen KLIENTMEDEL-batch med en rad, som
      *> attesteras i UtbetalningsAttest.cbl och släpps med
      *> KlientmedelUtbetalning PARM='SLAPP' som vilken
      *> klientmedelsbatch som helst.
           IF WS-LAGE = "A"
               MOVE WS-ANTAL-ARENDEN TO WS-EDIT-ANTAL
               MOVE SPACES TO WS-RAPPORT-RAD
               STRING
                 "ATERLAMNADE ARENDEN:                 "
                 WS-EDIT-ANTAL
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               PERFORM R1-SKRIV-RAD

               MOVE WS-ANTAL-NYA-RADER TO WS-EDIT-ANTAL
               STRING
                 "  VARAV UTAN PAMINNELSE:             "
                 WS-EDIT-ANTAL
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               PERFORM R1-SKRIV-RAD

               MOVE WS-ANTAL-BYRA TO WS-EDIT-ANTAL
               STRING
                 "ATERKALLADE HOS BYRAN:               "
                 WS-EDIT-ANTAL
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               PERFORM R1-SKRIV-RAD

               MOVE WS-ANTAL-KFM TO WS-EDIT-ANTAL
               STRING
                 "ANSOKNINGAR ATERKALLADE HOS KFM:     "
                 WS-EDIT-ANTAL
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               PERFORM R1-SKRIV-RAD

               MOVE WS-ANTAL-KFM-SKICKADE TO WS-EDIT-ANTAL
               STRING
                 "  VARAV I KFMATERKALLELSE.TXT:       "
                 WS-EDIT-ANTAL
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               PERFORM R1-SKRIV-RAD

               MOVE WS-ANTAL-PLANER TO WS-EDIT-ANTAL
               STRING
                 "BETALNINGSPLANER AVSLUTADE:          "
                 WS-EDIT-ANTAL
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               PERFORM R1-SKRIV-RAD

               MOVE WS-ANTAL-PAUSER TO WS-EDIT-ANTAL
               STRING
                 "PAUSER SLAPPTA:                      "
                 WS-EDIT-ANTAL
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               PERFORM R1-SKRIV-RAD

               MOVE WS-ANTAL-LOFTEN TO WS-EDIT-ANTAL
               STRING
                 "BETALNINGSLOFTEN MAKULERADE:         "
                 WS-EDIT-ANTAL
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               PERFORM R1-SKRIV-RAD

               MOVE WS-ANTAL-ACKORD TO WS-EDIT-ANTAL
               STRING
                 "ACKORD MAKULERADE:                   "
                 WS-EDIT-ANTAL
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               PERFORM R1-SKRIV-RAD

               MOVE WS-ANTAL-SAMLINGAR TO WS-EDIT-ANTAL
               STRING
                 "SAMLINGSARENDEN STANGDA:             "
                 WS-EDIT-ANTAL
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               PERFORM R1-SKRIV-RAD

               MOVE WS-SUMMA-KAPITAL TO WS-EDIT-BELOPP
               STRING
                 "ATERLAMNAT KAPITAL:            "
                 WS-EDIT-BELOPP
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               PERFORM R1-SKRIV-RAD

               MOVE WS-SUMMA-AVGIFTER TO WS-EDIT-BELOPP
               STRING
                 "ATERLAMNADE AVGIFTER (SEK):    "
                 WS-EDIT-BELOPP
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               PERFORM R1-SKRIV-RAD

               MOVE WS-SUMMA-RANTA TO WS-EDIT-BELOPP
               STRING
                 "ATERLAMNAD RANTA:              "
                 WS-EDIT-BELOPP
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               PERFORM R1-SKRIV-RAD
           END-IF

           EXEC SQL
               SELECT ISNULL(SUM(CASE WHEN typ = 'INBET'
                                      THEN belopp
                                      ELSE CAST(0.00 AS DECIMAL(11,2))
                                 END), 0),
                      ISNULL(SUM(CASE WHEN typ = 'UTBET'
                                      THEN belopp
                                      ELSE CAST(0.00 AS DECIMAL(11,2))
                                 END), 0)
               INTO :WS-SUMMA-INBET, :WS-SUMMA-UTBET
               FROM REDWARRIOR.dbo.klientmedel
               WHERE upgnr = :upg-upgnr
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID LASNING AV KLIENTMEDEL: " SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           ELSE

      *> Reserverat för återbetalning: öppna rader i
      *> återbetalningsreskontran (P_W699.CPY) - utan konto eller
      *> i en ATERBET-batch - plus överskott som The_Heart ännu
      *> inte hunnit hitta, omräknade till kronor på samma sätt
      *> som i HITTA-OVERBETALDA. De pengarna betalas tillbaka
      *> till gäldenären ur klientmedlen även efter avslutet och
      *> får inte gå med i slututbetalningen.
           EXEC SQL
               SELECT ISNULL((SELECT SUM(a.belopp)
                      FROM REDWARRIOR.dbo.aterbetalning a
                      JOIN REDWARRIOR.dbo.faktura f
                        ON f.lopnr = a.lopnr
                      WHERE f.upgnr = :upg-upgnr
                        AND a.status IN ('SAKNAR_KONTO', 'ATTEST')),
                      0)
                    + ISNULL((SELECT SUM(ROUND((f.belopp_bet
                                                - f.attbet)
                             * ISNULL(vk.kurs,
                                      ISNULL(f.valuta_kurs, 1)), 2))
                      FROM REDWARRIOR.dbo.faktura f
                      OUTER APPLY
                          (SELECT TOP 1 v.kurs
                           FROM REDWARRIOR.dbo.valutakurs v
                           WHERE v.valuta = f.valuta
                             AND v.kursdatum <= GETDATE()
                           ORDER BY v.kursdatum DESC) vk
                      WHERE f.upgnr = :upg-upgnr
                        AND f.belopp_bet > f.attbet
                        AND ISNULL(f.aterbet_flagga, 'N') = 'N'),
                      0)
               INTO :WS-RESERVERAT
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID LASNING AV ATERBETALNING: "
                 SQLCODE
               ADD 1 TO WS-ANTAL-FEL
               MOVE 0 TO WS-RESERVERAT
           END-IF

           COMPUTE WS-SALDO = WS-SUMMA-INBET - WS-SUMMA-UTBET
                            - WS-RESERVERAT

           MOVE SPACES TO WS-RAPPORT-RAD
           PERFORM R1-SKRIV-RAD
           MOVE WS-SUMMA-INBET TO WS-EDIT-BELOPP
           STRING
             "KLIENTMEDEL INKOMMET TOTALT:   "
             WS-EDIT-BELOPP
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM R1-SKRIV-RAD

           MOVE WS-SUMMA-UTBET TO WS-EDIT-BELOPP
           STRING
             "KLIENTMEDEL UTBETALT TOTALT:   "
             WS-EDIT-BELOPP
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM R1-SKRIV-RAD

           MOVE WS-RESERVERAT TO WS-EDIT-BELOPP
           STRING
             "RESERVERAT FOR ATERBETALNING:  "
             WS-EDIT-BELOPP
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM R1-SKRIV-RAD

           MOVE WS-SALDO TO WS-EDIT-BELOPP
           STRING
             "KVARSTAENDE SALDO:             "
             WS-EDIT-BELOPP
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM R1-SKRIV-RAD

           IF WS-SALDO = 0
               MOVE "INGET SALDO ATT BETALA UT." TO WS-RAPPORT-RAD
               PERFORM R1-SKRIV-RAD
           ELSE
           IF WS-SALDO < 0
      *> Mer utbetalt än inkommet går inte att reglera med en
      *> utbetalning - utreds mot avräkningen.
               STRING
                 "NEGATIVT SALDO - UTREDS MANUELLT, INGEN "
                 "UTBETALNING UPPRATTAD."
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               PERFORM R1-SKRIV-RAD
               MOVE 4 TO RETURN-CODE
           ELSE
           IF upg-bankkonto = SPACES
      *> Utan klientmedelskonto står saldot kvar - kör om när
      *> UppdragsgivareUnderhall fått in kontot.
               STRING
                 "BANKKONTO SAKNAS - SALDOT STAR KVAR TILL "
                 "EFTERREGLERING."
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               PERFORM R1-SKRIV-RAD
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM U-HAMTA-UTBETALNINGSBATCHNR
               PERFORM R2-SKAPA-SLUTUTBETALNING
           END-IF
           END-IF
           END-IF

           END-IF.

       R1-SKRIV-RAD SECTION.

           MOVE WS-RAPPORT-RAD TO SLUTAVRAKNING-RAD
           WRITE SLUTAVRAKNING-RAD
           MOVE SPACES TO WS-RAPPORT-RAD.

       R2-SKAPA-SLUTUTBETALNING SECTION.

      *> En rad och ett batchhuvud i samma format som
      *> J-SKRIV-UTBETALNING och N-SKAPA-BATCH i
      *> KlientmedelUtbetalning.cbl, med mottagarkontot fryst.
           MOVE "KLIENTMEDEL" TO urad-batchtyp
           MOVE WS-BATCH-NR TO urad-batchnr
           MOVE 1 TO urad-radnr
           MOVE upg-upgnr TO urad-upgnr
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
               ADD 1 TO WS-ANTAL-FEL
           ELSE

           EXEC SQL
               SELECT parameter_varde INTO :styrparam-varde
               FROM REDWARRIOR.dbo.styrparameter
               WHERE parameter_namn = 'ATTEST_GRANS_TVA'
           END-EXEC

           IF SQLCODE = 0 AND styrparam-varde(1:9) IS NUMERIC
               MOVE styrparam-varde(1:9) TO WS-ATTEST-GRANS
           END-IF

           PERFORM T-SATT-TIDSSTAMPEL

           MOVE "KLIENTMEDEL" TO ubatch-batchtyp
           MOVE WS-BATCH-NR TO ubatch-batchnr
           MOVE "VANTANDE" TO ubatch-status
           MOVE WS-DAGENS-DATUM(1:7) TO ubatch-period
           MOVE 1 TO ubatch-antal
           MOVE WS-SALDO TO ubatch-belopp
           IF WS-SALDO > WS-ATTEST-GRANS
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
               DISPLAY "FEL VID INSERT UTBETALNING_BATCH: " SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           ELSE
               MOVE WS-SALDO TO WS-UTBETALT
               MOVE "UPPRATTAD" TO alogg-handelse
               MOVE WS-SIGNATUR TO alogg-signatur
               MOVE WS-UPGNR-IN TO WS-EDIT-UPGNR
               MOVE SPACES TO alogg-anmarkning
               STRING
                 "SLUTAVRAKNING UPGNR " WS-EDIT-UPGNR
                 DELIMITED BY SIZE
                 INTO alogg-anmarkning
               END-STRING
               PERFORM V-SPARA-ATTESTLOGG

               MOVE WS-BATCH-NR TO WS-EDIT-NR
               MOVE ubatch-krav-attester TO WS-EDIT-ANTAL
               STRING
                 "SLUTUTBETALNING TILL " upg-bankkonto
                 " I KLIENTMEDELSBATCH " WS-EDIT-NR
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               PERFORM R1-SKRIV-RAD
               STRING
                 "VANTAR PA ATTEST - ANTAL ATTESTER SOM KRAVS: "
                 WS-EDIT-ANTAL
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               PERFORM R1-SKRIV-RAD
           END-IF

           END-IF.

       S-SPARA-UPPDRAGSGIVARLOGG SECTION.

      *> Anroparen fyller i handelse, fält och värden - samma
      *> logg som H-SPARA-ANDRINGSLOGG i
      *> UppdragsgivareUnderhall.cbl.
           PERFORM T-SATT-TIDSSTAMPEL
           MOVE upg-upgnr TO upglogg-upgnr
           MOVE WS-SIGNATUR TO upglogg-andrad-av
           MOVE WS-TIDSSTAMPEL TO upglogg-andrad-at

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.uppdragsgivare_logg
                   (upgnr, handelse, falt_namn, gammalt_varde,
                    nytt_varde, andrad_av, andrad_at)
               VALUES
                   (:upglogg-upgnr, :upglogg-handelse,
                    :upglogg-falt-namn,
                    NULLIF(:upglogg-gammalt-varde, ' '),
                    NULLIF(:upglogg-nytt-varde, ' '),
                    :upglogg-andrad-av, :upglogg-andrad-at)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA UPPDRAGSGIVARLOGG: " SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           END-IF.

       T-SATT-TIDSSTAMPEL SECTION.

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

       U-HAMTA-UTBETALNINGSBATCHNR SECTION.

      *> Samma nummerserie som D-HAMTA-BATCHNR i
      *> KlientmedelUtbetalning.cbl - attest och släpp känner
      *> igen batchen på batchtyp och nummer.
           MOVE "Klientmedel-batch" TO checkpoint-programnamn
           MOVE 0 TO checkpoint-senaste-lopnr

           EXEC SQL
               SELECT senaste_lopnr INTO :checkpoint-senaste-lopnr
               FROM REDWARRIOR.dbo.batch_checkpoint
               WHERE programnamn = :checkpoint-programnamn
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID HAMTNING AV BATCHNUMMER: " SQLCODE
               MOVE 0 TO checkpoint-senaste-lopnr
           END-IF

           COMPUTE WS-BATCH-NR = checkpoint-senaste-lopnr + 1
           MOVE WS-BATCH-NR TO checkpoint-senaste-lopnr

           EXEC SQL
               SELECT COUNT(*) INTO :ws-count
               FROM REDWARRIOR.dbo.batch_checkpoint
               WHERE programnamn = :checkpoint-programnamn
           END-EXEC

           IF ws-count = 0
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.batch_checkpoint
                       (programnamn, senaste_lopnr)
                   VALUES
                       (:checkpoint-programnamn,
                        :checkpoint-senaste-lopnr)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE REDWARRIOR.dbo.batch_checkpoint
                   SET senaste_lopnr = :checkpoint-senaste-lopnr
                   WHERE programnamn = :checkpoint-programnamn
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID UPPRAKNING AV BATCHNUMMER: " SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           END-IF.

       V-SPARA-ATTESTLOGG SECTION.

      *> Samma logg som O-SPARA-ATTESTLOGG i
      *> KlientmedelUtbetalning.cbl. Anroparen fyller i handelse,
      *> signatur och anmärkning.
           PERFORM T-SATT-TIDSSTAMPEL
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
               ADD 1 TO WS-ANTAL-FEL
           END-IF.

       W-MARKERA-INAKTIV SECTION.

      *> Sist av allt markeras uppdragsgivaren inaktiv - från och
      *> med nu hoppar nattkedjans batcher över den.
           EXEC SQL
               UPDATE REDWARRIOR.dbo.uppdragsgivare
               SET aktiv = 'N'
               WHERE upgnr = :upg-upgnr
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID MARKERING SOM INAKTIV: " SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           ELSE
               MOVE "AVSLUTAD" TO upglogg-handelse
               MOVE "aktiv" TO upglogg-falt-namn
               MOVE upg-aktiv TO upglogg-gammalt-varde
               MOVE "N" TO upglogg-nytt-varde
               PERFORM S-SPARA-UPPDRAGSGIVARLOGG
           END-IF.

       X-SKRIV-HUVUDPOSTER SECTION.

           PERFORM T-SATT-TIDSSTAMPEL

           IF WS-LAGE = "A"
               MOVE "HUVUD" TO ATLHUVUD-POSTTYP
               MOVE "ATERLAMN" TO ATLHUVUD-FILID
               MOVE WS-TIDSSTAMPEL TO ATLHUVUD-SKAPAD
               MOVE WS-KORNING-NR TO ATLHUVUD-BATCHNR
               WRITE ATERLAMNING-HUVUD

               MOVE "HUVUD" TO KFAHUVUD-POSTTYP
               MOVE "KFMATERK" TO KFAHUVUD-FILID
               MOVE WS-TIDSSTAMPEL TO KFAHUVUD-SKAPAD
               MOVE WS-KORNING-NR TO KFAHUVUD-BATCHNR
               WRITE KFMATERKALL-HUVUD
           END-IF

           MOVE WS-UPGNR-IN TO WS-EDIT-UPGNR
           MOVE WS-KORNING-NR TO WS-EDIT-NR
           MOVE SPACES TO WS-RAPPORT-RAD
           IF WS-LAGE = "E"
               STRING
                 "EFTERREGLERING UPPDRAGSGIVARE " WS-EDIT-UPGNR
                 " " upg-namn(1:40)
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
           ELSE
               STRING
                 "SLUTAVRAKNING UPPDRAGSGIVARE " WS-EDIT-UPGNR
                 " " upg-namn(1:40)
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
           END-IF
           PERFORM R1-SKRIV-RAD

           STRING
             "AVSLUTSDATUM " WS-AVSLUT-DATUM
             "  KORD " WS-TIDSSTAMPEL
             "  KORNING " WS-EDIT-NR
             "  AV " WS-SIGNATUR
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM R1-SKRIV-RAD
           PERFORM R1-SKRIV-RAD.

       Y-SKRIV-SLUTPOSTER SECTION.

           MOVE "SLUT " TO ATLSLUT-POSTTYP
           MOVE WS-ANTAL-ARENDEN TO ATLSLUT-ANTAL
           MOVE WS-SUMMA-KAPITAL TO ATLSLUT-BELOPP
           WRITE ATERLAMNING-SLUT

           MOVE "SLUT " TO KFASLUT-POSTTYP
           MOVE WS-KFM-ANTAL-FIL TO KFASLUT-ANTAL
           MOVE WS-KFM-BELOPP-FIL TO KFASLUT-BELOPP
           WRITE KFMATERKALL-SLUT.

       Z-SPARA-KORNINGSLOGG SECTION.

      *> En rad i run_history per körning: återlämnade ärenden i
      *> antal_infogade, återkallade hos byrån i antal_flaggade,
      *> slututbetalningen i kontroll_belopp, upgnr och läge i
      *> parametrar. Skrivs även efter en tillbakarullning, så
      *> det misslyckade försöket syns.
           PERFORM T-SATT-TIDSSTAMPEL
           MOVE WS-TIDSSTAMPEL TO run-history-timestamp
           MOVE "UppdragsgivareAvslut" TO run-history-programnamn
           MOVE "AVSLUT" TO run-history-steg
           MOVE WS-ANTAL-ARENDEN TO run-history-antal-infogade
           MOVE 0 TO run-history-antal-borttagna
           MOVE WS-ANTAL-BYRA TO run-history-antal-flaggade
           MOVE 0 TO run-history-antal-avskrivna
           MOVE 0 TO run-history-antal-aterbet
           MOVE WS-UTBETALT TO run-history-kontroll-belopp
           MOVE WS-UPGNR-IN TO WS-EDIT-UPGNR
           MOVE SPACES TO run-history-parametrar
           STRING
             "UPGNR=" WS-EDIT-UPGNR " LAGE=" WS-LAGE
             " FEL=" WS-ANTAL-FEL
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
               MOVE "UppdragsgivareAvslut" TO blogg-program
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
