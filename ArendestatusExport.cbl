       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArendestatusExport.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Daglig maskinläsbar ärendestatusfil per uppdragsgivare -
      *> tidigare fick uppdragsgivarna bara månadens
      *> AvrakningsRapport och ringde kundtjänst om enskilda
      *> fakturor. Filnamnet byggs per upgnr
      *> (ARENDESTATUS_NNNNNNN.TXT) i M-SATT-FILNAMN, samma mönster
      *> som avräkningsfilerna i AvrakningsRapport.cbl. Hel fil
      *> eller bara förändringar väljs per uppdragsgivare
      *> (uppdragsgivare.statusfil_typ, P_W675.CPY).
           SELECT ARENDESTATUSFIL ASSIGN TO WS-STATUSFIL-NAMN
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARENDESTATUSFIL.
      *> Samma huvud- och slutpostkonvention som INKASSOHANDOFF.TXT
      *> (se The_Heart.cbl): fil-id, skapandetidpunkt och
      *> batchnummer i huvudet, antal detaljrader och summa
      *> kvarstående kapital i slutposten. Fil-id ARSTAT-H är en
      *> hel fil (samtliga öppna ärenden), ARSTAT-F en
      *> förändringsfil (bara ärenden med händelsekod).
       01  ARENDESTATUS-HUVUD.
           03 ASHUVUD-POSTTYP             PIC X(5).
           03 ASHUVUD-FILID               PIC X(8).
           03 ASHUVUD-SKAPAD              PIC X(19).
           03 ASHUVUD-BATCHNR             PIC 9(9).
       01  ARENDESTATUS-SLUT.
           03 ASSLUT-POSTTYP              PIC X(5).
           03 ASSLUT-ANTAL                PIC 9(9).
           03 ASSLUT-BELOPP               PIC 9(11)V9(2).
       01  ARENDESTATUS-RAD.
      *> Detaljraden börjar med upgnr (siffror), så den skiljs från
      *> kontrollposterna på samma sätt som i inkassofilen.
      *> Händelsekoder (vad som ändrats sedan i går, i
      *> prioritetsordning om flera ändrats samtidigt):
      *>   NY    ärendet finns med för första gången
      *>   STAT  ny inkasso_status
      *>   KFM   ny status hos Kronofogden
      *>   PLAN  betalningsplan upplagd eller avslutad
      *>   PAUS  ärendet pausat, släppt eller ny pausorsak
      *>   NIVA  ny påminnelsenivå
      *>   KAP   kvarstående kapital ändrat (betalning/kredit)
      *>   AVG   kvarstående avgifter ändrade
      *>   AVSL  ärendet stängt (slutbetalt eller avskrivet) -
      *>         sista raden för ärendet
      *>   blankt oförändrat (förekommer bara i hel fil)
      *> Räntan redovisas men växer varje dag och ger ingen
      *> händelse i sig.
           03 ASRAD-UPGNR                 PIC 9(7).
           03 ASRAD-LOPNR                 PIC 9(10).
           03 ASRAD-KUNDNR                PIC 9(10).
           03 ASRAD-HANDELSE              PIC X(4).
           03 ASRAD-INKASSO-STATUS        PIC X(10).
           03 ASRAD-NIVA                  PIC 9(1).
           03 ASRAD-KAPITAL               PIC 9(9)V9(2).
           03 ASRAD-AVGIFTER              PIC 9(9)V9(2).
           03 ASRAD-RANTA                 PIC 9(9)V9(2).
           03 ASRAD-PAUS-ORSAK            PIC X(10).
           03 ASRAD-PLAN-STATUS           PIC X(8).
           03 ASRAD-KFM-STATUS            PIC X(10).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W669.CPY".
       COPY "P_W670.CPY".
       COPY "P_W675.CPY".
       COPY "P_W702.CPY".
       COPY "P_W703.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-MÅNAD                      PIC X(2).
       01  WS-DAG                        PIC X(2).

       01  ws-count                      PIC 9(4) VALUE 0.

       01  WS-STATUSFIL-NAMN             PIC X(30).
       01  WS-EDIT-UPGNR-FIL             PIC 9(7).
       01  WS-DAGENS-DATUM               PIC X(10).

      *> Körsätt ur JCL PARM: tomt = nattens export,
      *> 'REEXP:AAAA-MM-DD' = återskapa samtliga filer för dagen ur
      *> arendestatus_arkiv, 'REEXP:AAAA-MM-DD-NNNNNNN' = bara en
      *> uppdragsgivares fil. Återskapandet läser och ändrar
      *> ingen ärendestatus.
       01  WS-REEXP                      PIC X(1) VALUE "N".
       01  WS-REEXP-DATUM                PIC X(10).
       01  WS-REEXP-UPGNR                PIC S9(7) COMP-3 VALUE 0.
       01  WS-REEXP-UPGNR-IN             PIC 9(7).
       01  WS-RETURN-KOD                 PIC S9(4) COMP VALUE 0.

      *> Uppdragsgivarens filval (H/F/N) och aktuell fil:
      *> batchnummer ur en egen räknarrad per upgnr i
      *> batch_checkpoint ('ArendeStatus-NNNNNNN'), huvudpostens
      *> tidpunkt som också stämplas på varje arkivrad, och filens
      *> egna antal/summa till slutposten.
       01  WS-FILTYP                     PIC X(1).
       01  WS-BATCH-NR                   PIC S9(9) COMP-5 VALUE 0.
       01  WS-SKAPAD-AT                  PIC X(19).
       01  WS-FIL-ANTAL                  PIC 9(9) VALUE 0.
       01  WS-FIL-BELOPP                 PIC S9(11)V9(2) COMP-3
                                           VALUE 0.

      *> NULL-indikator för gårdagens läge - saknas raden i
      *> arendestatus är ärendet nytt i rapporteringen.
       01  WS-TIDIGARE-NULL              PIC S9(4) COMP-5.

       01  WS-ANTAL-FILER                PIC 9(6) VALUE 0.
       01  WS-ANTAL-RADER                PIC 9(9) VALUE 0.
       01  WS-ANTAL-HANDELSER            PIC 9(9) VALUE 0.
       01  WS-ANTAL-AVSLUTADE            PIC 9(9) VALUE 0.
       01  WS-KONTROLL-BELOPP            PIC S9(11)V9(2) COMP-3
                                           VALUE 0.

       LINKAGE SECTION.
      *> Tas emot från JCL:ens PARM= på EXEC PGM-satsen, enligt
      *> Language Environment-konventionen - samma mönster som
      *> Z-LAS-STEG-PARM i The_Heart.cbl.
       01  LK-PARM-LANGD                 PIC S9(4) COMP.
       01  LK-PARM-DATA                  PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-LANGD LK-PARM-DATA.

       A-MAIN SECTION.

           PERFORM B-CONNECT-TO-DB
           PERFORM C-LAS-PARM

           IF WS-REEXP = "J"
               PERFORM O-ATERSKAPA-FILER
           ELSE
               PERFORM D-EXPORTERA-PER-UPG
           END-IF

           PERFORM Q-SPARA-KORNINGSLOGG

           DISPLAY "Ärendestatusexport klar. Filer skrivna: "
             WS-ANTAL-FILER
           DISPLAY "Rader skrivna:       " WS-ANTAL-RADER
           DISPLAY "Varav med händelse:  " WS-ANTAL-HANDELSER
           DISPLAY "Varav avslutade:     " WS-ANTAL-AVSLUTADE

           EXEC SQL
               COMMIT
           END-EXEC

           MOVE WS-RETURN-KOD TO RETURN-CODE

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

           MOVE "N" TO WS-REEXP
           MOVE 0 TO WS-REEXP-UPGNR

           IF LK-PARM-LANGD > 0
               IF LK-PARM-LANGD >= 16
                 AND LK-PARM-DATA(1:6) = "REEXP:"
                   MOVE "J" TO WS-REEXP
                   MOVE LK-PARM-DATA(7:10) TO WS-REEXP-DATUM
                   IF WS-REEXP-DATUM(1:4) IS NOT NUMERIC
                     OR WS-REEXP-DATUM(5:1) NOT = "-"
                     OR WS-REEXP-DATUM(6:2) IS NOT NUMERIC
                     OR WS-REEXP-DATUM(8:1) NOT = "-"
                     OR WS-REEXP-DATUM(9:2) IS NOT NUMERIC
                       DISPLAY "OGILTIGT DATUM I PARM (" WS-REEXP-DATUM
                         ") - ANGE SOM REEXP:AAAA-MM-DD."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF LK-PARM-LANGD >= 24
                     AND LK-PARM-DATA(17:1) = "-"
                       IF LK-PARM-DATA(18:7) IS NUMERIC
                           MOVE LK-PARM-DATA(18:7)
                             TO WS-REEXP-UPGNR-IN
                           MOVE WS-REEXP-UPGNR-IN TO WS-REEXP-UPGNR
                       ELSE
                           DISPLAY "OGILTIGT UPGNR I PARM: "
                             LK-PARM-DATA(18:7)
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "OGILTIG PARM - ANGE REEXP:AAAA-MM-DD"
                     " ELLER INGEN PARM."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           EXEC SQL
               SELECT CONVERT(CHAR(10), GETDATE(), 120)
               INTO :WS-DAGENS-DATUM
           END-EXEC.

       D-EXPORTERA-PER-UPG SECTION.

      *> En fil per uppdragsgivare i registret, i upgnr-ordning.
      *> Läget i arendestatus uppdateras även för uppdragsgivare
      *> som valt bort filen (N), så att ett byte till
      *> förändringsfil jämför mot i går och inte mot en gammal
      *> ögonblicksbild. En avslutad uppdragsgivare (aktiv = 'N')
      *> har fått sina ärenden i returfilen från
      *> UppdragsgivareAvslut.cbl och får inga fler statusfiler.
           EXEC SQL
               DECLARE UPGSTATUS_CURSOR CURSOR FOR
               SELECT upgnr, ISNULL(statusfil_typ, 'H')
               FROM REDWARRIOR.dbo.uppdragsgivare
               WHERE ISNULL(aktiv, 'J') <> 'N'
               ORDER BY upgnr
           END-EXEC

           EXEC SQL
               OPEN UPGSTATUS_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN UPGSTATUS_CURSOR: " SQLCODE
               MOVE 16 TO WS-RETURN-KOD
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH UPGSTATUS_CURSOR INTO
                       :upg-upgnr, :upg-statusfil-typ
               END-EXEC

               IF SQLCODE = 0
                   PERFORM E-EXPORTERA-EN-UPG
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH UPGSTATUS: "
                         SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE UPGSTATUS_CURSOR
           END-EXEC.

       E-EXPORTERA-EN-UPG SECTION.

      *> Okänt värde i statusfil_typ behandlas som H - hellre en
      *> fil för mycket än en uppdragsgivare utan besked.
           MOVE upg-statusfil-typ TO WS-FILTYP
           IF WS-FILTYP NOT = "H" AND WS-FILTYP NOT = "F"
             AND WS-FILTYP NOT = "N"
               MOVE "H" TO WS-FILTYP
           END-IF

           MOVE 0 TO WS-FIL-ANTAL
           MOVE 0 TO WS-FIL-BELOPP

           IF WS-FILTYP NOT = "N"
               MOVE upg-upgnr TO WS-EDIT-UPGNR-FIL
               PERFORM M-SATT-FILNAMN
               PERFORM N-NASTA-BATCHNR
               PERFORM R-SATT-SKAPAD-AT
               OPEN OUTPUT ARENDESTATUSFIL
               PERFORM K-SKRIV-HUVUDPOST
           END-IF

           PERFORM F-BEARBETA-OPPNA
           PERFORM I-BEARBETA-AVSLUTADE

           IF WS-FILTYP NOT = "N"
               PERFORM L-SKRIV-SLUTPOST
               CLOSE ARENDESTATUSFIL
               ADD 1 TO WS-ANTAL-FILER
           END-IF.

       F-BEARBETA-OPPNA SECTION.

      *> Uppdragsgivarens öppna ärenden: alla med påminnelserad
      *> utom avskrivna, plus obetalda fakturor som ännu inte fått
      *> någon påminnelse (status OPPEN, nivå 0). Avgifter och
      *> ränta är de kvarstående beloppen - debiterat minus vad
      *> betalningar täckt enligt betalning_fordelning, samma
      *> aritmetik som KFMEXPORT_CURSOR i KronofogdenExport.cbl.
      *> Pausorsak är den senaste ej släppta raden i
      *> paus_register. Gårdagens läge hämtas ur arendestatus i
      *> samma fråga.
           EXEC SQL
               DECLARE OPPNA_CURSOR CURSOR FOR
               SELECT f.lopnr, f.kundnr,
                      ISNULL(p.inkasso_status, 'OPPEN'),
                      ISNULL(p.paminnelse_niva, 0),
                      CASE WHEN f.attbet > f.belopp_bet
                           THEN f.attbet - f.belopp_bet
                           ELSE CAST(0.00 AS DECIMAL(11,2)) END,
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
                      ISNULL((SELECT TOP 1 pr.orsakskod
                              FROM REDWARRIOR.dbo.paus_register pr
                              WHERE pr.lopnr = f.lopnr
                                AND pr.slappt = 'N'
                              ORDER BY pr.paus_datum DESC), ' '),
                      CASE WHEN EXISTS (
                               SELECT 1
                               FROM REDWARRIOR.dbo.betalningsplan bp
                               WHERE bp.lopnr = f.lopnr
                                 AND bp.aktiv = 'J')
                           THEN 'AKTIV'
                           WHEN EXISTS (
                               SELECT 1
                               FROM REDWARRIOR.dbo.betalningsplan bp
                               WHERE bp.lopnr = f.lopnr)
                           THEN 'AVSLUTAD'
                           ELSE ' ' END,
                      ISNULL((SELECT k.status
                              FROM REDWARRIOR.dbo.kronofogden_arenden
                                   k
                              WHERE k.lopnr = f.lopnr), ' '),
                      s.inkasso_status, s.paminnelse_niva,
                      s.kapital, s.avgifter, s.paus_orsak,
                      s.plan_status, s.kfm_status
               FROM REDWARRIOR.dbo.faktura f
               LEFT JOIN REDWARRIOR.dbo.paminnelser p
                 ON p.lopnr = f.lopnr
               LEFT JOIN REDWARRIOR.dbo.arendestatus s
                 ON s.lopnr = f.lopnr
               WHERE f.upgnr = :upg-upgnr
                 AND ((p.lopnr IS NOT NULL
                       AND p.inkasso_status <> 'AVSKRIVEN')
                      OR (p.lopnr IS NULL
                          AND f.belopp_bet < f.attbet))
               ORDER BY f.lopnr
           END-EXEC

           EXEC SQL
               OPEN OPPNA_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN OPPNA_CURSOR: " SQLCODE
               MOVE 16 TO WS-RETURN-KOD
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH OPPNA_CURSOR INTO
                       :asark-lopnr, :asark-kundnr,
                       :asark-inkasso-status, :asark-paminnelse-niva,
                       :asark-kapital, :asark-avgifter,
                       :asark-ranta, :asark-paus-orsak,
                       :asark-plan-status, :asark-kfm-status,
                       :arstat-inkasso-status :WS-TIDIGARE-NULL,
                       :arstat-paminnelse-niva :WS-TIDIGARE-NULL,
                       :arstat-kapital :WS-TIDIGARE-NULL,
                       :arstat-avgifter :WS-TIDIGARE-NULL,
                       :arstat-paus-orsak :WS-TIDIGARE-NULL,
                       :arstat-plan-status :WS-TIDIGARE-NULL,
                       :arstat-kfm-status :WS-TIDIGARE-NULL
               END-EXEC

               IF SQLCODE = 0
                   PERFORM G-SATT-HANDELSE
                   IF WS-FILTYP = "H"
                     OR (WS-FILTYP = "F" AND asark-handelse NOT =
                         SPACES)
                       PERFORM J-SKRIV-STATUSRAD
                   END-IF
                   PERFORM H-SPARA-LAGE
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH OPPNA: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE OPPNA_CURSOR
           END-EXEC.

       G-SATT-HANDELSE SECTION.

      *> En händelsekod per rad - ändrats flera uppgifter sedan i
      *> går vinner den första i listan i FD:ns kommentar.
           MOVE SPACES TO asark-handelse

           IF WS-TIDIGARE-NULL < 0
               MOVE "NY" TO asark-handelse
           ELSE
           IF asark-inkasso-status NOT = arstat-inkasso-status
               MOVE "STAT" TO asark-handelse
           ELSE
           IF asark-kfm-status NOT = arstat-kfm-status
               MOVE "KFM" TO asark-handelse
           ELSE
           IF asark-plan-status NOT = arstat-plan-status
               MOVE "PLAN" TO asark-handelse
           ELSE
           IF asark-paus-orsak NOT = arstat-paus-orsak
               MOVE "PAUS" TO asark-handelse
           ELSE
           IF asark-paminnelse-niva NOT = arstat-paminnelse-niva
               MOVE "NIVA" TO asark-handelse
           ELSE
           IF asark-kapital NOT = arstat-kapital
               MOVE "KAP" TO asark-handelse
           ELSE
           IF asark-avgifter NOT = arstat-avgifter
               MOVE "AVG" TO asark-handelse
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           IF asark-handelse NOT = SPACES
               ADD 1 TO WS-ANTAL-HANDELSER
           END-IF.

       H-SPARA-LAGE SECTION.

      *> Nytt ärende läggs in, ändrat ärende uppdateras -
      *> oförändrade rader lämnas orörda.
           MOVE asark-lopnr TO arstat-lopnr
           MOVE upg-upgnr TO arstat-upgnr
           MOVE asark-kundnr TO arstat-kundnr
           MOVE asark-inkasso-status TO arstat-inkasso-status
           MOVE asark-paminnelse-niva TO arstat-paminnelse-niva
           MOVE asark-kapital TO arstat-kapital
           MOVE asark-avgifter TO arstat-avgifter
           MOVE asark-paus-orsak TO arstat-paus-orsak
           MOVE asark-plan-status TO arstat-plan-status
           MOVE asark-kfm-status TO arstat-kfm-status
           MOVE WS-DAGENS-DATUM TO arstat-uppdaterad-datum

           IF asark-handelse = "NY"
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.arendestatus
                       (lopnr, upgnr, kundnr, inkasso_status,
                        paminnelse_niva, kapital, avgifter,
                        paus_orsak, plan_status, kfm_status,
                        uppdaterad_datum)
                   VALUES
                       (:arstat-lopnr, :arstat-upgnr,
                        :arstat-kundnr, :arstat-inkasso-status,
                        :arstat-paminnelse-niva, :arstat-kapital,
                        :arstat-avgifter, :arstat-paus-orsak,
                        :arstat-plan-status, :arstat-kfm-status,
                        :arstat-uppdaterad-datum)
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID INSERT ARENDESTATUS: " SQLCODE
               END-IF
           ELSE
               IF asark-handelse NOT = SPACES
                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.arendestatus
                       SET inkasso_status   = :arstat-inkasso-status,
                           paminnelse_niva  = :arstat-paminnelse-niva,
                           kapital          = :arstat-kapital,
                           avgifter         = :arstat-avgifter,
                           paus_orsak       = :arstat-paus-orsak,
                           plan_status      = :arstat-plan-status,
                           kfm_status       = :arstat-kfm-status,
                           uppdaterad_datum = :arstat-uppdaterad-datum
                       WHERE lopnr = :arstat-lopnr
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY "FEL VID UPDATE ARENDESTATUS: " SQLCODE
                   END-IF
               END-IF
           END-IF.

       I-BEARBETA-AVSLUTADE SECTION.

      *> Ärenden som rapporterades i går men inte längre är öppna:
      *> slutbetalda (påminnelseraden borttagen av
      *> REMOVE-BETALDA) eller avskrivna. De går med i både hel
      *> fil och förändringsfil med händelsen AVSL och aktuell
      *> status (AVSKRIVEN, annars AVSLUTAD), varefter raden i
      *> arendestatus tas bort.
           EXEC SQL
               DECLARE AVSLUTADE_CURSOR CURSOR FOR
               SELECT s.lopnr, s.kundnr,
                      ISNULL(p.inkasso_status, 'AVSLUTAD'),
                      s.paminnelse_niva,
                      CASE WHEN ISNULL(f.attbet, 0)
                                > ISNULL(f.belopp_bet, 0)
                           THEN f.attbet - f.belopp_bet
                           ELSE CAST(0.00 AS DECIMAL(11,2)) END,
                      s.paus_orsak, s.plan_status, s.kfm_status
               FROM REDWARRIOR.dbo.arendestatus s
               LEFT JOIN REDWARRIOR.dbo.faktura f
                 ON f.lopnr = s.lopnr
               LEFT JOIN REDWARRIOR.dbo.paminnelser p
                 ON p.lopnr = s.lopnr
               WHERE s.upgnr = :upg-upgnr
                 AND NOT ((p.lopnr IS NOT NULL
                           AND p.inkasso_status <> 'AVSKRIVEN')
                          OR (p.lopnr IS NULL
                              AND ISNULL(f.belopp_bet, 0)
                                  < ISNULL(f.attbet, 0)))
               ORDER BY s.lopnr
           END-EXEC

           EXEC SQL
               OPEN AVSLUTADE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN AVSLUTADE_CURSOR: " SQLCODE
               MOVE 16 TO WS-RETURN-KOD
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH AVSLUTADE_CURSOR INTO
                       :asark-lopnr, :asark-kundnr,
                       :asark-inkasso-status, :asark-paminnelse-niva,
                       :asark-kapital, :asark-paus-orsak,
                       :asark-plan-status, :asark-kfm-status
               END-EXEC

               IF SQLCODE = 0
                   MOVE "AVSL" TO asark-handelse
                   MOVE 0 TO asark-avgifter
                   MOVE 0 TO asark-ranta
                   ADD 1 TO WS-ANTAL-HANDELSER
                   ADD 1 TO WS-ANTAL-AVSLUTADE
                   IF WS-FILTYP NOT = "N"
                       PERFORM J-SKRIV-STATUSRAD
                   END-IF

                   EXEC SQL
                       DELETE FROM REDWARRIOR.dbo.arendestatus
                       WHERE lopnr = :asark-lopnr
                   END-EXEC

                   IF SQLCODE NOT = 0
                       DISPLAY "FEL VID BORTTAG UR ARENDESTATUS: "
                         SQLCODE
                   END-IF
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH AVSLUTADE: "
                         SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE AVSLUTADE_CURSOR
           END-EXEC.

       J-SKRIV-STATUSRAD SECTION.

      *> Filraden skrivs och arkiveras i samma ögonblick, med
      *> radens ordningsnummer i filen så att REEXP skriver
      *> raderna i exakt samma ordning.
           PERFORM S-FYLL-STATUSRAD
           WRITE ARENDESTATUS-RAD

           ADD 1 TO WS-FIL-ANTAL
           ADD asark-kapital TO WS-FIL-BELOPP
           ADD 1 TO WS-ANTAL-RADER
           ADD asark-kapital TO WS-KONTROLL-BELOPP

           MOVE upg-upgnr TO asark-upgnr
           MOVE WS-BATCH-NR TO asark-batch-nr
           MOVE WS-DAGENS-DATUM TO asark-fil-datum
           MOVE WS-SKAPAD-AT TO asark-skapad-at
           MOVE WS-FILTYP TO asark-filtyp
           MOVE WS-FIL-ANTAL TO asark-rad-nr

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.arendestatus_arkiv
                   (upgnr, batch_nr, fil_datum, skapad_at, filtyp,
                    rad_nr, lopnr, kundnr, handelse, inkasso_status,
                    paminnelse_niva, kapital, avgifter, ranta,
                    paus_orsak, plan_status, kfm_status)
               VALUES
                   (:asark-upgnr, :asark-batch-nr, :asark-fil-datum,
                    :asark-skapad-at, :asark-filtyp, :asark-rad-nr,
                    :asark-lopnr, :asark-kundnr, :asark-handelse,
                    :asark-inkasso-status, :asark-paminnelse-niva,
                    :asark-kapital, :asark-avgifter, :asark-ranta,
                    :asark-paus-orsak, :asark-plan-status,
                    :asark-kfm-status)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID ARKIVERING AV STATUSRAD: " SQLCODE
           END-IF.

       S-FYLL-STATUSRAD SECTION.

           MOVE upg-upgnr TO ASRAD-UPGNR
           MOVE asark-lopnr TO ASRAD-LOPNR
           MOVE asark-kundnr TO ASRAD-KUNDNR
           MOVE asark-handelse TO ASRAD-HANDELSE
           MOVE asark-inkasso-status TO ASRAD-INKASSO-STATUS
           MOVE asark-paminnelse-niva TO ASRAD-NIVA
           MOVE asark-kapital TO ASRAD-KAPITAL
           MOVE asark-avgifter TO ASRAD-AVGIFTER
           MOVE asark-ranta TO ASRAD-RANTA
           MOVE asark-paus-orsak TO ASRAD-PAUS-ORSAK
           MOVE asark-plan-status TO ASRAD-PLAN-STATUS
           MOVE asark-kfm-status TO ASRAD-KFM-STATUS.

       K-SKRIV-HUVUDPOST SECTION.

           MOVE "HUVUD" TO ASHUVUD-POSTTYP
           IF WS-FILTYP = "F"
               MOVE "ARSTAT-F" TO ASHUVUD-FILID
           ELSE
               MOVE "ARSTAT-H" TO ASHUVUD-FILID
           END-IF
           MOVE WS-SKAPAD-AT TO ASHUVUD-SKAPAD
           MOVE WS-BATCH-NR TO ASHUVUD-BATCHNR

           WRITE ARENDESTATUS-HUVUD.

       L-SKRIV-SLUTPOST SECTION.

           MOVE "SLUT " TO ASSLUT-POSTTYP
           MOVE WS-FIL-ANTAL TO ASSLUT-ANTAL
           MOVE WS-FIL-BELOPP TO ASSLUT-BELOPP

           WRITE ARENDESTATUS-SLUT.

       M-SATT-FILNAMN SECTION.

      *> Anroparen har lagt upgnr i WS-EDIT-UPGNR-FIL.
           MOVE SPACES TO WS-STATUSFIL-NAMN
           STRING
             "ARENDESTATUS_" WS-EDIT-UPGNR-FIL ".TXT"
             DELIMITED BY SIZE
             INTO WS-STATUSFIL-NAMN
           END-STRING.

       N-NASTA-BATCHNR SECTION.

      *> Nästa batchnummer ur uppdragsgivarens räknarrad i
      *> batch_checkpoint - saknas raden (första körningen) börjar
      *> serien på 1. Samma mönster som C-SKRIV-HUVUDPOST i
      *> ByraAterkallelseExport.cbl.
           MOVE SPACES TO checkpoint-programnamn
           STRING
             "ArendeStatus-" WS-EDIT-UPGNR-FIL
             DELIMITED BY SIZE
             INTO checkpoint-programnamn
           END-STRING

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
           END-IF.

       R-SATT-SKAPAD-AT SECTION.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
           MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
           MOVE WS-TIMESTAMP(7:2) TO WS-DAG

           MOVE SPACES TO WS-SKAPAD-AT
           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             " " WS-TIMESTAMP(9:2) ":" WS-TIMESTAMP(11:2)
             ":" WS-TIMESTAMP(13:2)
             DELIMITED BY SIZE
             INTO WS-SKAPAD-AT
           END-STRING.

       O-ATERSKAPA-FILER SECTION.

      *> Återskapar dagens filer ur arkivet, en per uppdragsgivare
      *> med arkivrader det datumet. Har exporten körts om samma
      *> dag gäller den sista filen (högsta batchnumret) - det är
      *> den som låg kvar hos uppdragsgivaren.
           EXEC SQL
               DECLARE REEXPUPG_CURSOR CURSOR FOR
               SELECT DISTINCT a.upgnr, a.batch_nr,
                      CONVERT(CHAR(19), a.skapad_at, 120), a.filtyp
               FROM REDWARRIOR.dbo.arendestatus_arkiv a
               WHERE a.fil_datum = CAST(:WS-REEXP-DATUM AS DATE)
                 AND (a.upgnr = :WS-REEXP-UPGNR
                      OR :WS-REEXP-UPGNR = 0)
                 AND a.batch_nr = (
                     SELECT MAX(a2.batch_nr)
                     FROM REDWARRIOR.dbo.arendestatus_arkiv a2
                     WHERE a2.upgnr = a.upgnr
                       AND a2.fil_datum = a.fil_datum)
               ORDER BY a.upgnr
           END-EXEC

           EXEC SQL
               OPEN REEXPUPG_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN REEXPUPG_CURSOR: " SQLCODE
               MOVE 16 TO WS-RETURN-KOD
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH REEXPUPG_CURSOR INTO
                       :upg-upgnr, :WS-BATCH-NR, :WS-SKAPAD-AT,
                       :WS-FILTYP
               END-EXEC

               IF SQLCODE = 0
                   PERFORM P-ATERSKAPA-EN-FIL
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH REEXPUPG: "
                         SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE REEXPUPG_CURSOR
           END-EXEC

           IF WS-ANTAL-FILER = 0
               DISPLAY "INGA ARKIVRADER FOR " WS-REEXP-DATUM
               MOVE 4 TO WS-RETURN-KOD
           END-IF.

       P-ATERSKAPA-EN-FIL SECTION.

      *> Huvud- och slutpost skrivs på nytt ur arkivraderna, så
      *> filen blir identisk med originalet inklusive
      *> batchnummer och skapandetidpunkt.
           MOVE 0 TO WS-FIL-ANTAL
           MOVE 0 TO WS-FIL-BELOPP
           MOVE upg-upgnr TO WS-EDIT-UPGNR-FIL
           PERFORM M-SATT-FILNAMN
           OPEN OUTPUT ARENDESTATUSFIL
           PERFORM K-SKRIV-HUVUDPOST

           EXEC SQL
               DECLARE REEXPRAD_CURSOR CURSOR FOR
               SELECT lopnr, kundnr, handelse, inkasso_status,
                      paminnelse_niva, kapital, avgifter, ranta,
                      paus_orsak, plan_status, kfm_status
               FROM REDWARRIOR.dbo.arendestatus_arkiv
               WHERE upgnr = :upg-upgnr
                 AND batch_nr = :WS-BATCH-NR
               ORDER BY rad_nr
           END-EXEC

           EXEC SQL
               OPEN REEXPRAD_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN REEXPRAD_CURSOR: " SQLCODE
               MOVE 16 TO WS-RETURN-KOD
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH REEXPRAD_CURSOR INTO
                       :asark-lopnr, :asark-kundnr, :asark-handelse,
                       :asark-inkasso-status, :asark-paminnelse-niva,
                       :asark-kapital, :asark-avgifter, :asark-ranta,
                       :asark-paus-orsak, :asark-plan-status,
                       :asark-kfm-status
               END-EXEC

               IF SQLCODE = 0
                   PERFORM S-FYLL-STATUSRAD
                   WRITE ARENDESTATUS-RAD
                   ADD 1 TO WS-FIL-ANTAL
                   ADD asark-kapital TO WS-FIL-BELOPP
                   ADD 1 TO WS-ANTAL-RADER
                   ADD asark-kapital TO WS-KONTROLL-BELOPP
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH REEXPRAD: "
                         SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE REEXPRAD_CURSOR
           END-EXEC

           PERFORM L-SKRIV-SLUTPOST
           CLOSE ARENDESTATUSFIL
           ADD 1 TO WS-ANTAL-FILER

           DISPLAY "Återskapad: " WS-STATUSFIL-NAMN
             " BATCH " WS-BATCH-NR " RADER " WS-FIL-ANTAL.

       Q-SPARA-KORNINGSLOGG SECTION.

      *> En rad i run_history per körning: skrivna rader över
      *> samtliga filer i antal_infogade, rader med händelsekod i
      *> antal_flaggade, avslutade ärenden i antal_borttagna och
      *> summa kvarstående kapital i kontroll_belopp. Vid REEXP
      *> står datumet i parametrar-kolumnen.
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

           MOVE "ArendestatusExport" TO run-history-programnamn
           MOVE WS-ANTAL-RADER TO run-history-antal-infogade
           MOVE WS-ANTAL-AVSLUTADE TO run-history-antal-borttagna
           MOVE WS-ANTAL-HANDELSER TO run-history-antal-flaggade
           MOVE 0 TO run-history-antal-avskrivna
           MOVE 0 TO run-history-antal-aterbet
           MOVE WS-KONTROLL-BELOPP TO run-history-kontroll-belopp
           MOVE SPACES TO run-history-parametrar

           IF WS-REEXP = "J"
               MOVE "REEXP" TO run-history-steg
               IF WS-REEXP-UPGNR = 0
                   MOVE LK-PARM-DATA(1:16) TO run-history-parametrar
               ELSE
                   MOVE LK-PARM-DATA(1:24) TO run-history-parametrar
               END-IF
           ELSE
               MOVE "ASTAT" TO run-history-steg
           END-IF

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
