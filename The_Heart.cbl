      *> för inkasso - se AVISERA-KUND-INNAN-INKASSO.
           SELECT AVISERINGSFIL ASSIGN TO "INKASSOAVISERING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Bankens betalningsfil för återbetalningar - en
      *> betalningspost per faktura med överskott (belopp_bet >
      *> attbet) direkt till gäldenärens utbetalningskonto
      *> (galdenar_konto, P_W698.CPY). Ersätter listan
      *> ATERBETALNING.TXT som betalteamet slog in för hand i
      *> bankportalen. Överskotten läggs först i en väntande
      *> attestbatch av HITTA-OVERBETALDA; filen skrivs av
      *> SLAPP-ATTESTERADE-ATERBET med de batchar som attesterats
      *> i UtbetalningsAttest.cbl.
           SELECT ATERBETALNINGSFIL ASSIGN TO "LBATERBET.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Förhandsgranskning vid simuleringskörning (PARM='SIMULERA')
      *> - skulle-bli-antal och ärendelistor per steg, se
      *> SIMULERA-KEDJAN.
           SELECT SIMULERINGSFIL ASSIGN TO "SIMULERINGSRAPPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Kundtjänstens uppföljningslista över betalningslöften som
      *> brutits - se KONTROLLERA-BETALNINGSLOFTEN.
           SELECT LOFTESFIL ASSIGN TO "LOFTESUPPFOLJNING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> till 30 tecken enligt byråns layout - byrån ser borgenärens
      *> namn direkt i stället för bara ett naket upgnr.
           03 INKASSOFIL-UPGNAMN          PIC X(30).
      *> Fakturans valuta. BELOPP är i den valutan; avgifterna
      *> ingår i BELOPP bara för SEK - för en faktura i utländsk
      *> valuta står de i kronor i AVGIFT-SEK (annars 0).
           03 INKASSOFIL-VALUTA           PIC X(3).
           03 INKASSOFIL-AVGIFT-SEK       PIC 9(9)V9(2).

       FD  SIMULERINGSFIL.
       01  SIMULERINGSFIL-RAD            PIC X(120).

       FD  LOFTESFIL.
       01  LOFTESFIL-RAD                 PIC X(120).

       FD  ATERBETALNINGSFIL.
      *> Samma förenklade LB-layout som LBUT.TXT i
      *> KlientmedelUtbetalning.cbl: TK 11 = öppningspost per
      *> batch, TK 14 = betalningspost (gäldenärens konto, belopp
      *> i ören, betalningsdag och lopnr som referens, så kunden
      *> ser vilken faktura pengarna gäller), TK 29 = slutpost med
      *> antal och beloppssumma i ören.
       01  ATERBET-OPPNING.
           03 ATERBET-OPPN-TK             PIC X(2).
           03 ATERBET-OPPN-BANKGIRONR     PIC X(12).
           03 ATERBET-OPPN-SKAPAD         PIC X(10).
           03 ATERBET-OPPN-BATCHNR        PIC 9(9).
       01  ATERBETALNINGSFIL-RAD.
           03 ATERBET-TK                  PIC X(2).
           03 ATERBET-MOTTAGARKONTO       PIC X(20).
           03 ATERBET-BELOPP-ORE          PIC 9(13).
           03 ATERBET-BETALDAG            PIC X(10).
           03 ATERBET-LOPNR               PIC 9(10).
       01  ATERBET-SLUT.
           03 ATERBET-SLUT-TK             PIC X(2).
           03 ATERBET-SLUT-ANTAL          PIC 9(9).
           03 ATERBET-SLUT-BELOPP-ORE     PIC 9(15).

       FD  AVISERINGSFIL.
      *> Samma kontrollposter som inkassofilen, överenskomna med
       COPY "P_W679.CPY".
       COPY "P_W680.CPY".
       COPY "P_W681.CPY".
       COPY "P_W682.CPY".
       COPY "P_W686.CPY".
       COPY "P_W687.CPY".
       COPY "P_W689.CPY".
       COPY "P_W690.CPY".
       COPY "P_W691.CPY".
       COPY "P_W694.CPY".
       COPY "P_W695.CPY".
       COPY "P_W696.CPY".
       COPY "P_W698.CPY".
       COPY "P_W699.CPY".
       COPY "P_W706.CPY".
       COPY "P_W707.CPY".
       COPY "P_W713.CPY".
       COPY "P_W715.CPY".
       COPY "P_W716.CPY".
       COPY "P_W723.CPY".
       COPY "P_W724.CPY".


       01 WS-LOGTEXT PIC X(100).

       01 ws-count PIC 9(4) VALUE 0.
       01 WS-INKASSO-BELOPP PIC S9(9)V9(2) COMP-3.
       01 WS-INKASSO-VALUTA PIC X(3).
       01 WS-INKASSO-AVGIFT-SEK PIC S9(9)V9(2) COMP-3.
       01 WS-INKASSO-ANTAL PIC 9(6) VALUE 0.
       01 WS-GRACE-DAGAR PIC S9(4) COMP-5 VALUE 10.
       01 WS-ANTAL-INFOGADE PIC 9(6) VALUE 0.
       01 WS-ANTAL-AVSKRIVNA PIC 9(6) VALUE 0.
       01 WS-ANTAL-AVISERADE PIC 9(6) VALUE 0.
       01 WS-ANTAL-BRUTNA-PLANER PIC 9(6) VALUE 0.

      *> Betalningslöften (se P_W691.CPY och
      *> KONTROLLERA-BETALNINGSLOFTEN): marginalen i dagar efter
      *> lovat datum under vilken eskaleringen väntar, ur
      *> styrparameter-raden LOFTE_MARGINAL_DAGAR (standard 3 -
      *> en betalning gjord på lovat datum ska hinna komma in via
      *> BG Max innan utfallet prövas), gränsen LOFTE_MAX_BRUTNA
      *> som uppföljningslistan markerar spärrade gäldenärer mot
      *> (samma gräns som BetalningsLofte.cbl spärrar nya löften
      *> med), plus nattens räknare.
       01 WS-LOFTE-MARGINAL PIC S9(4) COMP-5 VALUE 3.
       01 WS-LOFTE-MAX-BRUTNA PIC S9(4) COMP-5 VALUE 2.
       01 WS-LOFTE-BETALT PIC S9(9)V9(2) COMP-3.
       01 WS-LOFTE-BRUTNA-KUND PIC S9(4) COMP-5 VALUE 0.
       01 WS-ANTAL-LOFTEN-HALLNA PIC 9(6) VALUE 0.
       01 WS-ANTAL-LOFTEN-DELVIS PIC 9(6) VALUE 0.
       01 WS-ANTAL-LOFTEN-BRUTNA PIC 9(6) VALUE 0.
       01 WS-LOFTE-EDIT-LOPNR PIC Z(9)9.
       01 WS-LOFTE-EDIT-KUNDNR PIC Z(9)9.
       01 WS-LOFTE-EDIT-BELOPP PIC Z(8)9.99-.

      *> Ackord (se P_W723.CPY och KONTROLLERA-ACKORD): betalt på
      *> ackordets ärenden fram till sista_dag, och nattens antal
      *> förfallna ackord.
       01 WS-ACKORD-BETALT PIC S9(9)V9(2) COMP-3.
       01 WS-ANTAL-ACKORD-FORFALLNA PIC 9(6) VALUE 0.
       01 WS-LOFTE-EDIT-BETALT PIC Z(8)9.99-.
       01 WS-LOFTE-EDIT-ANTAL PIC Z(3)9.
       01 WS-LOFTE-RAD PIC X(120).
       01 WS-ANTAL-ATERBET PIC 9(6) VALUE 0.
       01 WS-ATERBET-BELOPP PIC S9(9)V9(2) COMP-3.
      *> Överskott på en faktura i utländsk valuta: belopp_bet och
      *> attbet är i fakturans valuta, utbetalningen sker i kronor
      *> omräknat med dagskursen (valutakurs, P_W706.CPY).
      *> WS-ATERBET-BELOPP är alltid kronor, -BELOPP-VALUTA
      *> överskottet i fakturans valuta.
       01 WS-ATERBET-BELOPP-VALUTA PIC S9(9)V9(2) COMP-3.
       01 WS-ATERBET-VALUTA PIC X(3).
       01 WS-ATERBET-KURS PIC S9(5)V9(6) COMP-3.

      *> Attest med fyra ögon för återbetalningar (se P_W694.CPY):
      *> nattens överskott samlas i en väntande ATERBET-batch med
      *> eget batchnummer ur räknarraden 'The_Heart-aterbetbatch'.
      *> Summan avgör om batchen kräver en eller två attester
      *> (styrparameter-raden ATTEST_GRANS_TVA, hela kronor).
      *> Attesterade batchar släpps till bankens betalningsfil
      *> LBATERBET.TXT i REMOVE-steget.
       01 WS-ATERBET-BATCH-NR PIC S9(9) COMP-5 VALUE 0.
       01 WS-ATERBET-SUMMA PIC S9(11)V9(2) COMP-3 VALUE 0.
       01 WS-ATTEST-GRANS PIC S9(11)V9(2) COMP-3 VALUE 500000.
       01 WS-ATTEST-TIDPUNKT PIC X(19).
       01 WS-ANTAL-ATERBET-SLAPPTA PIC 9(6) VALUE 0.
       01 WS-SLAPP-FEL PIC X(1) VALUE "N".

      *> Återbetalning direkt till gäldenären (se P_W699.CPY):
      *> överskott utan utbetalningskonto blir liggande som
      *> SAKNAR_KONTO och räknas separat. Betalningsfilens
      *> öppningspost bär vårt bankgironummer ur styrparameter-
      *> raden BANKGIRONR, samma som KlientmedelUtbetalning.cbl.
       01 WS-ATERBET-KONTONR PIC X(20).
       01 WS-ANTAL-SAKNAR-KONTO PIC 9(6) VALUE 0.
       01 WS-ANTAL-KONTO-FUNNET PIC 9(6) VALUE 0.
       01 WS-ATERBET-BANKGIRONR PIC X(12) VALUE "5692-1406".
       01 WS-ATERBET-ORE PIC 9(13).
       01 WS-ATERBET-SLAPP-ANTAL PIC 9(9) VALUE 0.
       01 WS-ATERBET-SLAPP-ORE PIC 9(15) VALUE 0.
       01 WS-ATERBET-KONTROLL-ANTAL PIC S9(9) COMP-5 VALUE 0.
       01 WS-ATERBET-KONTROLL-SUMMA PIC S9(11)V9(2) COMP-3
           VALUE 0.

      *> Kontrollsumma (belopp) ur utfilens slutpost, loggas i
      *> run_history.kontroll_belopp för avstämning mot mottagaren.
      *> Avgiftshantering (se SPARA-AVGIFT): WS-AVGIFT-PARAM tar
      *> emot uppdragsgivarens avgiftsbelopp ur inkasso_parameter,
      *> WS-AVGIFT-SUMMA ackumulerade aktiva avgifter för ett
      *> ärende på väg till byrån. WS-MAKULERAT-BELOPP är vad
      *> MAKULERA-AVGIFTER tar bort, för ärendereskontran.
       01 WS-AVGIFT-PARAM PIC S9(9)V9(2) COMP-3.
       01 WS-AVGIFT-SUMMA PIC S9(9)V9(2) COMP-3.
       01 WS-MAKULERAT-BELOPP PIC S9(9)V9(2) COMP-3.
       01 WS-EDIT-ATERBET-BATCH PIC Z(8)9.

      *> Samlingskrav (samlingsarende/samlingsarende_rad,
      *> P_W715/P_W716.CPY, se SAMLA-EN-FAKTURA): räknarraden för
      *> samlingsnummer, nivån som samlingens ärenden följer,
      *> samlingens övriga avgifter på väg till byrån samt nattens
      *> räknare. WS-AVGIFT-SAMLINGSNR/-BAR-LOPNR är
      *> SPARA-AVGIFT:s egen uppslagning, så anroparens
      *> samling-fält lämnas orörda.
       01 WS-SAMLING-RAKNARE PIC X(30) VALUE "The_Heart-samlingsnr".
       01 WS-SAMLING-NIVA PIC S9(4) COMP-5 VALUE 1.
       01 WS-SAMLING-AVGIFTER PIC S9(9)V9(2) COMP-3 VALUE 0.
       01 WS-SAMLING-ANTAL PIC 9(6) VALUE 0.
       01 WS-ANTAL-SAMLADE PIC 9(6) VALUE 0.
       01 WS-AVGIFT-SAMLINGSNR PIC S9(10) COMP-3 VALUE 0.
       01 WS-AVGIFT-BAR-LOPNR PIC S9(10) COMP-3 VALUE 0.
       01 WS-AVGIFT-DEBITERAS PIC X(1) VALUE "J".

      *> Bankdagshantering (se JUSTERA-TILL-BANKDAG och
      *> PROVA-BANKDAGSFRIST): förfallodatum rullas fram till

           PERFORM B-CONNECT-TO-DB
           PERFORM Z-LAS-STEG-PARM
           PERFORM HAMTA-LOFTESPARAMETRAR

           IF WS-SIMULERING = "J"
               OPEN OUTPUT SIMULERINGSFIL
               WHEN "CHECK"
                   PERFORM BEARBETA-RETRYKO
                   PERFORM CHECK-OBETALDA-FAKTUROR
                   PERFORM SAMLA-ARENDEN
               WHEN "BULK"
                   PERFORM BEARBETA-RETRYKO
                   PERFORM CHECK-OBETALDA-BULK
               WHEN "REMOVE"
                   PERFORM BEARBETA-RETRYKO
                   OPEN OUTPUT ATERBETALNINGSFIL
                   PERFORM SLAPP-ATTESTERADE-ATERBET
                   PERFORM HITTA-OVERBETALDA
                   CLOSE ATERBETALNINGSFIL
                   PERFORM REMOVE-BETALDA
                   PERFORM VARDA-SAMLINGSARENDEN
                   PERFORM KONTROLLERA-BETALPLANER
                   OPEN OUTPUT LOFTESFIL
                   PERFORM KONTROLLERA-BETALNINGSLOFTEN
                   CLOSE LOFTESFIL
                   PERFORM KONTROLLERA-ACKORD
                   PERFORM ESKALERA-PAMINNELSE-NIVA
      *> Handoff-filerna öppnas numera per byrå inne i
      *> FLAGGA-FOR-INKASSO/ATERSKAPA-INKASSOFIL (filnamnet är
               WHEN "FLAGGA"
                   PERFORM BEARBETA-RETRYKO
                   PERFORM SKRIV-AV-SMA-BELOPP
                   PERFORM VARDA-SAMLINGSARENDEN
                   OPEN OUTPUT AVISERINGSFIL
                   PERFORM FLAGGA-FOR-INKASSO
                   CLOSE AVISERINGSFIL
               WHEN OTHER
                   PERFORM BEARBETA-RETRYKO
                   PERFORM CHECK-OBETALDA-FAKTUROR
                   PERFORM SAMLA-ARENDEN
                   OPEN OUTPUT ATERBETALNINGSFIL
                   PERFORM SLAPP-ATTESTERADE-ATERBET
                   PERFORM HITTA-OVERBETALDA
                   CLOSE ATERBETALNINGSFIL
                   PERFORM REMOVE-BETALDA
                   PERFORM VARDA-SAMLINGSARENDEN
                   PERFORM KONTROLLERA-BETALPLANER
                   OPEN OUTPUT LOFTESFIL
                   PERFORM KONTROLLERA-BETALNINGSLOFTEN
                   CLOSE LOFTESFIL
                   PERFORM KONTROLLERA-ACKORD
                   PERFORM ESKALERA-PAMINNELSE-NIVA
                   PERFORM SKRIV-AV-SMA-BELOPP
                   PERFORM VARDA-SAMLINGSARENDEN
                   OPEN OUTPUT AVISERINGSFIL
                   PERFORM FLAGGA-FOR-INKASSO
                   CLOSE AVISERINGSFIL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       HAMTA-LOFTESPARAMETRAR SECTION.

      *> Löftesmarginal och spärrgräns ur styrparameter - saknas
      *> raderna gäller standardvärdena i WORKING-STORAGE. Läses
      *> före stegvalet eftersom både de skarpa cursorerna och
      *> simuleringens speglingar använder marginalen.
           EXEC SQL
               SELECT parameter_varde INTO :styrparam-varde
               FROM REDWARRIOR.dbo.styrparameter
               WHERE parameter_namn = 'LOFTE_MARGINAL_DAGAR'
           END-EXEC
           IF SQLCODE = 0
             AND styrparam-varde(1:3) IS NUMERIC
               MOVE styrparam-varde(1:3) TO WS-LOFTE-MARGINAL
           END-IF

           EXEC SQL
               SELECT parameter_varde INTO :styrparam-varde
               FROM REDWARRIOR.dbo.styrparameter
               WHERE parameter_namn = 'LOFTE_MAX_BRUTNA'
           END-EXEC
           IF SQLCODE = 0
             AND styrparam-varde(1:3) IS NUMERIC
               MOVE styrparam-varde(1:3) TO WS-LOFTE-MAX-BRUTNA
           END-IF.

       CHECK-OBETALDA-FAKTUROR SECTION.

           MOVE "N" TO WS-CURSOR-OPEN-FEL
                 AND upgnr BETWEEN :WS-UPGNR-FRAN
                               AND :WS-UPGNR-TILL
                 AND lopnr > :checkpoint-senaste-lopnr
      *> Avliden gäldenär med aktivt dödsbo (dodsbo, P_W707.CPY)
      *> får inga nya påminnelser eller avgifter - fordran bevakas
      *> i bouppteckningen, se DodsfallImport.cbl.
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.dodsbo d
                     WHERE d.kundnr = faktura.kundnr
                       AND d.status = 'AKTIV'
                 )
               ORDER BY lopnr
           END-EXEC.

                           DISPLAY "Ny påminnelse skapad för LOPNR: "
                             faktura-lopnr
                           ADD 1 TO WS-ANTAL-INFOGADE
                           MOVE paminnelser-lopnr TO samlrad-lopnr
                           MOVE paminnelser-upgnr TO samling-upgnr
                           MOVE paminnelser-kundnr TO samling-kundnr
                           PERFORM SAMLA-EN-FAKTURA
                           MOVE paminnelser-lopnr TO avgift-lopnr
                           MOVE "PAMINNELSE" TO avgift-typ
                           PERFORM SPARA-AVGIFT
                     FROM REDWARRIOR.dbo.paminnelser p
                     WHERE p.lopnr = f.lopnr
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.dodsbo d
                     WHERE d.kundnr = f.kundnr
                       AND d.status = 'AKTIV'
                 )
           END-EXEC

           IF SQLCODE NOT = 0
                         FROM REDWARRIOR.dbo.paminnelser p
                         WHERE p.lopnr = f.lopnr
                     )
                     AND NOT EXISTS (
                         SELECT 1
                         FROM REDWARRIOR.dbo.dodsbo d
                         WHERE d.kundnr = f.kundnr
                           AND d.status = 'AKTIV'
                     )
               END-EXEC

               IF SQLCODE = 0
                               AND CAST(h.changed_at AS DATE) =
                                   CAST(GETDATE() AS DATE)
                         )
      *> Ett ärende med historik från tidigare dagar är inte
      *> nyupplagt, även om samlingskravet gett det dagens
      *> påminnelsedatum (SYNKA-SAMLINGSARENDE).
                         AND NOT EXISTS (
                             SELECT 1
                             FROM REDWARRIOR.dbo.paminnelser_history h
                             WHERE h.lopnr = p.lopnr
                               AND CAST(h.changed_at AS DATE) <
                                   CAST(GETDATE() AS DATE)
                         )
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY "FEL VID BULK-HISTORIK: " SQLCODE
                             )
                       END-EXEC
                   END-PERFORM
      *> Samlingskrav: de nyupplagda ärendena samlas innan
      *> avgifterna tas ut, så att ett samlingsärende bara får en
      *> påminnelseavgift - se SAMLA-EN-FAKTURA och SPARA-AVGIFT.
                   PERFORM SAMLA-ARENDEN
      *> Påminnelseavgift för de nyupplagda raderna i samma
      *> mängdstil - NOT EXISTS på (lopnr, typ, dagens datum) gör
      *> satsen omkörningssäker utan att hindra att en andra
      *> påminnelse en senare dag får sin egen avgiftsrad.
      *> Ärenden i ett samlingsärende följer SPARA-AVGIFT:s regel -
      *> bara det bärande ärendet, och bara om ingen av samlingens
      *> fakturor redan har en påminnelseavgift.
                   EXEC SQL
                       INSERT INTO REDWARRIOR.dbo.avgifter
                           (lopnr, avgift_typ, belopp,
                               AND a.skapad_datum =
                                   CAST(GETDATE() AS DATE)
                         )
                         AND NOT EXISTS (
                             SELECT 1
                             FROM REDWARRIOR.dbo.samlingsarende_rad r
                             JOIN REDWARRIOR.dbo.samlingsarende s
                               ON s.samlingsnr = r.samlingsnr
                             WHERE r.lopnr = p.lopnr
                               AND s.status <> 'STANGD'
                               AND (s.bar_lopnr <> p.lopnr
                                 OR EXISTS (
                                 SELECT 1
                                 FROM REDWARRIOR.dbo.avgifter a
                                 JOIN REDWARRIOR.dbo.samlingsarende_rad
                                      r2 ON r2.lopnr = a.lopnr
                                 WHERE r2.samlingsnr = s.samlingsnr
                                   AND a.avgift_typ = 'PAMINNELSE'
                                   AND a.makulerad = 'N'))
                         )
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY "FEL VID BULK-AVGIFTER: " SQLCODE
                   ELSE
      *> Dagens bulkavgifter till ärendereskontran (P_W713.CPY)
      *> i samma mängdstil och med samma omkörningsskydd.
                       EXEC SQL
                           INSERT INTO REDWARRIOR.dbo.arendereskontra
                               (lopnr, trans_datum, transtyp, del,
                                belopp, valuta, kalla_program,
                                referens, bokford_at)
                           SELECT a.lopnr, a.skapad_datum, 'AVGIFT',
                                  'AVGIFT', a.belopp, 'SEK',
                                  'The_Heart', a.avgift_typ,
                                  GETDATE()
                           FROM REDWARRIOR.dbo.avgifter a
                           JOIN REDWARRIOR.dbo.paminnelser p
                             ON p.lopnr = a.lopnr
                           WHERE p.paminnelse_datum =
                                 CAST(GETDATE() AS DATE)
                             AND p.paminnelse_niva = 1
                             AND p.upgnr BETWEEN :WS-UPGNR-FRAN
                                             AND :WS-UPGNR-TILL
                             AND a.avgift_typ = 'PAMINNELSE'
                             AND a.skapad_datum =
                                 CAST(GETDATE() AS DATE)
                             AND a.makulerad = 'N'
                             AND NOT EXISTS (
                                 SELECT 1
                                 FROM REDWARRIOR.dbo.arendereskontra t
                                 WHERE t.lopnr = a.lopnr
                                   AND t.transtyp = 'AVGIFT'
                                   AND t.referens = 'PAMINNELSE'
                                   AND t.trans_datum =
                                       CAST(GETDATE() AS DATE)
                             )
                       END-EXEC
                       IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                           DISPLAY "FEL VID BULK-RESKONTRA: " SQLCODE
                       END-IF
                   END-IF
               ELSE
                   IF SQLSTATE = "23000"

           END-IF.

       SAMLA-ARENDEN SECTION.

      *> Samlar gäldenärens öppna ärenden hos uppdragsgivare med
      *> samlingskrav = 'J' (P_W675.CPY) som ännu inte ligger i
      *> något samlingsärende - fångar dels ärenden som fanns
      *> innan uppdragsgivaren gick över till samlingskrav, dels
      *> BULK-stegets nyupplagda rader. Radvarianten samlar varje
      *> ny påminnelse direkt efter INSERT, se SAMLA-EN-FAKTURA.
           EXEC SQL
               DECLARE SAMLA_CURSOR CURSOR FOR
               SELECT p.lopnr, p.upgnr, p.kundnr
               FROM REDWARRIOR.dbo.paminnelser p
               JOIN REDWARRIOR.dbo.faktura f ON f.lopnr = p.lopnr
               JOIN REDWARRIOR.dbo.uppdragsgivare u
                 ON u.upgnr = p.upgnr
               WHERE p.inkasso_status = 'NEJ'
                 AND u.samlingskrav = 'J'
                 AND ISNULL(f.valuta, 'SEK') = 'SEK'
                 AND p.upgnr BETWEEN :WS-UPGNR-FRAN
                                 AND :WS-UPGNR-TILL
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.samlingsarende_rad r
                     WHERE r.lopnr = p.lopnr
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.betalningsplan bp
                     WHERE bp.lopnr = p.lopnr
                       AND bp.aktiv = 'J'
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.betalningslofte bl
                     WHERE bl.lopnr = p.lopnr
                       AND bl.status = 'AKTIV'
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             bl.lofte_datum) >=
                           CAST(GETDATE() AS DATE)
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.ackord_rad ar
                     JOIN REDWARRIOR.dbo.ackord ak
                       ON ak.ackordnr = ar.ackordnr
                     WHERE ar.lopnr = p.lopnr
                       AND ak.status IN ('REGISTRERAT', 'SKICKAT')
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             ak.sista_dag) >=
                           CAST(GETDATE() AS DATE)
                 )
               ORDER BY p.upgnr, p.kundnr, p.lopnr
           END-EXEC.

           EXEC SQL
               OPEN SAMLA_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN SAMLA_CURSOR: " SQLCODE
               MOVE 16 TO WS-RETURN-KOD
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH SAMLA_CURSOR INTO
                       :samlrad-lopnr, :samling-upgnr,
                       :samling-kundnr
               END-EXEC

               IF SQLCODE = 0
                   MOVE samling-upgnr TO paminnelser-upgnr
                   PERFORM SAMLA-EN-FAKTURA
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH SAMLA: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF.

           EXEC SQL
               CLOSE SAMLA_CURSOR
           END-EXEC.

           DISPLAY "Ärenden samlade i samlingsärenden: "
             WS-ANTAL-SAMLADE.

       SAMLA-EN-FAKTURA SECTION.

      *> Lägger ett ärende i gäldenärens samlingsärende. Anroparen
      *> fyller i samlrad-lopnr, samling-upgnr, samling-kundnr och
      *> paminnelser-upgnr; paminnelser-lopnr lämnas orörd.
      *> Gäller bara uppdragsgivare med samlingskrav = 'J',
      *> fakturor i SEK och ärenden i påminnelseflödet (NEJ) som
      *> inte redan ligger i en samling eller löper under en
      *> betalningsplan, ett betalningslöfte (P_W691.CPY) eller
      *> ett ackord (P_W723.CPY) - samma spärrar som i
      *> ESKALERA_CURSOR/INKASSO_CURSOR.
      *>  - Finns ett OPPEN samlingsärende för gäldenären läggs
      *>    ärendet till i det.
      *>  - Annars skapas ett nytt så snart gäldenären har minst två
      *>    sådana ärenden - det lägsta lopnr blir bärande ärende
      *>    (bar_lopnr) och alla kandidaterna läggs in på en gång.
      *> Därefter synkas samlingens ärenden, se
      *> SYNKA-SAMLINGSARENDE.
           MOVE 0 TO ws-count
           EXEC SQL
               SELECT COUNT(*) INTO :ws-count
               FROM REDWARRIOR.dbo.paminnelser p
               JOIN REDWARRIOR.dbo.faktura f ON f.lopnr = p.lopnr
               JOIN REDWARRIOR.dbo.uppdragsgivare u
                 ON u.upgnr = p.upgnr
               WHERE p.lopnr = :samlrad-lopnr
                 AND p.inkasso_status = 'NEJ'
                 AND u.samlingskrav = 'J'
                 AND ISNULL(f.valuta, 'SEK') = 'SEK'
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.samlingsarende_rad r
                     WHERE r.lopnr = p.lopnr
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.betalningsplan bp
                     WHERE bp.lopnr = p.lopnr
                       AND bp.aktiv = 'J'
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.betalningslofte bl
                     WHERE bl.lopnr = p.lopnr
                       AND bl.status = 'AKTIV'
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             bl.lofte_datum) >=
                           CAST(GETDATE() AS DATE)
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.ackord_rad ar
                     JOIN REDWARRIOR.dbo.ackord ak
                       ON ak.ackordnr = ar.ackordnr
                     WHERE ar.lopnr = p.lopnr
                       AND ak.status IN ('REGISTRERAT', 'SKICKAT')
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             ak.sista_dag) >=
                           CAST(GETDATE() AS DATE)
                 )
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID PROVNING AV SAMLINGSKRAV: " SQLCODE
               MOVE 0 TO ws-count
           END-IF

           IF ws-count > 0
               MOVE 0 TO samling-samlingsnr
               EXEC SQL
                   SELECT ISNULL(MAX(samlingsnr), 0)
                   INTO :samling-samlingsnr
                   FROM REDWARRIOR.dbo.samlingsarende
                   WHERE upgnr = :samling-upgnr
                     AND kundnr = :samling-kundnr
                     AND status = 'OPPEN'
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID LASNING AV SAMLINGSARENDE: "
                     SQLCODE
               ELSE
                   IF samling-samlingsnr > 0
                       EXEC SQL
                           INSERT INTO
                               REDWARRIOR.dbo.samlingsarende_rad
                               (samlingsnr, lopnr, tillagd_datum)
                           VALUES
                               (:samling-samlingsnr, :samlrad-lopnr,
                                CAST(GETDATE() AS DATE))
                       END-EXEC
                       IF SQLCODE = 0
                           DISPLAY "LOPNR " samlrad-lopnr
                             " tillagt i samlingsärende "
                             samling-samlingsnr
                           ADD 1 TO WS-ANTAL-SAMLADE
                           PERFORM SYNKA-SAMLINGSARENDE
                       ELSE
                           DISPLAY "FEL VID INSERT SAMLINGSARENDE_RAD: "
                             SQLCODE
                       END-IF
                   ELSE
                       PERFORM SKAPA-SAMLINGSARENDE
                   END-IF
               END-IF
           END-IF

      *> Anropas inifrån FETCH-looparna (PERFORM UNTIL SQLCODE =
      *> 100) - en UPDATE som inte träffade något ovan får inte
      *> avsluta anroparens loop.
           MOVE 0 TO SQLCODE.

       SKAPA-SAMLINGSARENDE SECTION.

      *> Nytt samlingsärende när gäldenären har minst två ärenden
      *> som uppfyller villkoren i SAMLA-EN-FAKTURA.
           MOVE 0 TO ws-count
           EXEC SQL
               SELECT COUNT(*) INTO :ws-count
               FROM REDWARRIOR.dbo.paminnelser p
               JOIN REDWARRIOR.dbo.faktura f ON f.lopnr = p.lopnr
               WHERE p.upgnr = :samling-upgnr
                 AND p.kundnr = :samling-kundnr
                 AND p.inkasso_status = 'NEJ'
                 AND ISNULL(f.valuta, 'SEK') = 'SEK'
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.samlingsarende_rad r
                     WHERE r.lopnr = p.lopnr
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.betalningsplan bp
                     WHERE bp.lopnr = p.lopnr
                       AND bp.aktiv = 'J'
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.betalningslofte bl
                     WHERE bl.lopnr = p.lopnr
                       AND bl.status = 'AKTIV'
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             bl.lofte_datum) >=
                           CAST(GETDATE() AS DATE)
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.ackord_rad ar
                     JOIN REDWARRIOR.dbo.ackord ak
                       ON ak.ackordnr = ar.ackordnr
                     WHERE ar.lopnr = p.lopnr
                       AND ak.status IN ('REGISTRERAT', 'SKICKAT')
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             ak.sista_dag) >=
                           CAST(GETDATE() AS DATE)
                 )
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID RAKNING AV SAMLINGSKANDIDATER: "
                 SQLCODE
               MOVE 0 TO ws-count
           END-IF

           IF ws-count > 1
               PERFORM HAMTA-NASTA-SAMLINGSNR
           ELSE
               MOVE 0 TO samling-samlingsnr
           END-IF

           IF samling-samlingsnr > 0
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.samlingsarende
                       (samlingsnr, upgnr, kundnr, bar_lopnr, status,
                        skapad_datum)
                   SELECT :samling-samlingsnr, :samling-upgnr,
                          :samling-kundnr, MIN(p.lopnr), 'OPPEN',
                          CAST(GETDATE() AS DATE)
                   FROM REDWARRIOR.dbo.paminnelser p
                   JOIN REDWARRIOR.dbo.faktura f ON f.lopnr = p.lopnr
                   WHERE p.upgnr = :samling-upgnr
                     AND p.kundnr = :samling-kundnr
                     AND p.inkasso_status = 'NEJ'
                     AND ISNULL(f.valuta, 'SEK') = 'SEK'
                     AND NOT EXISTS (
                         SELECT 1
                         FROM REDWARRIOR.dbo.samlingsarende_rad r
                         WHERE r.lopnr = p.lopnr
                     )
                     AND NOT EXISTS (
                         SELECT 1
                         FROM REDWARRIOR.dbo.betalningsplan bp
                         WHERE bp.lopnr = p.lopnr
                           AND bp.aktiv = 'J'
                     )
                     AND NOT EXISTS (
                         SELECT 1
                         FROM REDWARRIOR.dbo.betalningslofte bl
                         WHERE bl.lopnr = p.lopnr
                           AND bl.status = 'AKTIV'
                           AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                                 bl.lofte_datum) >=
                               CAST(GETDATE() AS DATE)
                     )
                     AND NOT EXISTS (
                         SELECT 1
                         FROM REDWARRIOR.dbo.ackord_rad ar
                         JOIN REDWARRIOR.dbo.ackord ak
                           ON ak.ackordnr = ar.ackordnr
                         WHERE ar.lopnr = p.lopnr
                           AND ak.status IN ('REGISTRERAT', 'SKICKAT')
                           AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                                 ak.sista_dag) >=
                               CAST(GETDATE() AS DATE)
                     )
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID INSERT SAMLINGSARENDE: " SQLCODE
               ELSE
                   EXEC SQL
                       INSERT INTO REDWARRIOR.dbo.samlingsarende_rad
                           (samlingsnr, lopnr, tillagd_datum)
                       SELECT :samling-samlingsnr, p.lopnr,
                              CAST(GETDATE() AS DATE)
                       FROM REDWARRIOR.dbo.paminnelser p
                       JOIN REDWARRIOR.dbo.faktura f
                         ON f.lopnr = p.lopnr
                       WHERE p.upgnr = :samling-upgnr
                         AND p.kundnr = :samling-kundnr
                         AND p.inkasso_status = 'NEJ'
                         AND ISNULL(f.valuta, 'SEK') = 'SEK'
                         AND NOT EXISTS (
                             SELECT 1
                             FROM REDWARRIOR.dbo.samlingsarende_rad r
                             WHERE r.lopnr = p.lopnr
                         )
                         AND NOT EXISTS (
                             SELECT 1
                             FROM REDWARRIOR.dbo.betalningsplan bp
                             WHERE bp.lopnr = p.lopnr
                               AND bp.aktiv = 'J'
                         )
                         AND NOT EXISTS (
                             SELECT 1
                             FROM REDWARRIOR.dbo.betalningslofte bl
                             WHERE bl.lopnr = p.lopnr
                               AND bl.status = 'AKTIV'
                               AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                                     bl.lofte_datum) >=
                                   CAST(GETDATE() AS DATE)
                         )
                         AND NOT EXISTS (
                             SELECT 1
                             FROM REDWARRIOR.dbo.ackord_rad ar
                             JOIN REDWARRIOR.dbo.ackord ak
                               ON ak.ackordnr = ar.ackordnr
                             WHERE ar.lopnr = p.lopnr
                               AND ak.status IN ('REGISTRERAT',
                                                 'SKICKAT')
                               AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                                     ak.sista_dag) >=
                                   CAST(GETDATE() AS DATE)
                         )
                   END-EXEC

                   IF SQLCODE NOT = 0
                       DISPLAY "FEL VID INSERT SAMLINGSARENDE_RAD: "
                         SQLCODE
                   ELSE
                       DISPLAY "Nytt samlingsärende "
                         samling-samlingsnr
                         " för KUNDNR " samling-kundnr
                       ADD ws-count TO WS-ANTAL-SAMLADE
                       PERFORM SYNKA-SAMLINGSARENDE
                   END-IF
               END-IF
           END-IF.

       SYNKA-SAMLINGSARENDE SECTION.

      *> Samlingens ärenden i påminnelseflödet får samma
      *> påminnelsedatum (i dag), förfallodag och nivå som det
      *> bärande ärendet - KravbrevExport skriver då i dag ETT
      *> kravbrev som listar samtliga fakturor, och ärendena
      *> eskaleras och flaggas för inkasso tillsammans. Ett
      *> ärende som tillkommer ger alltså ett nytt samlat
      *> kravbrev med ny betalningsfrist för hela samlingen.
      *> Ärenden som fått ett betalningslöfte eller ackord sedan
      *> de samlades behåller sina datum och sin nivå medan
      *> spärren löper.
      *> Fakturornas egna förfallodagar (faktura.forfdat) och
      *> därmed åldersanalys och preskription rörs inte.
           MOVE samling-upgnr TO paminnelser-upgnr
           PERFORM BYGG-DATUM-PAMINNELSE

           MOVE 1 TO WS-SAMLING-NIVA
           EXEC SQL
               SELECT ISNULL(MAX(p.paminnelse_niva), 1)
               INTO :WS-SAMLING-NIVA
               FROM REDWARRIOR.dbo.paminnelser p
               JOIN REDWARRIOR.dbo.samlingsarende s
                 ON s.bar_lopnr = p.lopnr
               WHERE s.samlingsnr = :samling-samlingsnr
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID LASNING AV SAMLINGENS NIVA: " SQLCODE
               MOVE 1 TO WS-SAMLING-NIVA
           END-IF

           EXEC SQL
               UPDATE REDWARRIOR.dbo.paminnelser
               SET paminnelse_datum = :paminnelser-paminnelse-datum,
                   forfallo_datum = :paminnelser-forfallo-datum,
                   paminnelse_niva = :WS-SAMLING-NIVA
               WHERE inkasso_status = 'NEJ'
                 AND lopnr IN (
                     SELECT r.lopnr
                     FROM REDWARRIOR.dbo.samlingsarende_rad r
                     WHERE r.samlingsnr = :samling-samlingsnr
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.betalningslofte bl
                     WHERE bl.lopnr = paminnelser.lopnr
                       AND bl.status = 'AKTIV'
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             bl.lofte_datum) >=
                           CAST(GETDATE() AS DATE)
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.ackord_rad ar
                     JOIN REDWARRIOR.dbo.ackord ak
                       ON ak.ackordnr = ar.ackordnr
                     WHERE ar.lopnr = paminnelser.lopnr
                       AND ak.status IN ('REGISTRERAT', 'SKICKAT')
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             ak.sista_dag) >=
                           CAST(GETDATE() AS DATE)
                 )
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID SYNKNING AV SAMLINGSARENDE: " SQLCODE
                 " SAMLINGSNR " samling-samlingsnr
           END-IF.

       HAMTA-NASTA-SAMLINGSNR SECTION.

      *> Nästa samlingsnummer ur räknarraden 'The_Heart-samlingsnr'
      *> i batch_checkpoint, samma lösning som
      *> HAMTA-NASTA-BATCHNR men med egen värdvariabel - CHECK
      *> sparar sin återstartpunkt i checkpoint-fälten mitt i
      *> cursorn. Räknaren stegas med en UPDATE innan den läses,
      *> så parallella partitioner (Z-LAS-STEG-PARM) aldrig får
      *> samma nummer. 0 = inget nummer.
           EXEC SQL
               UPDATE REDWARRIOR.dbo.batch_checkpoint
               SET senaste_lopnr = senaste_lopnr + 1
               WHERE programnamn = :WS-SAMLING-RAKNARE
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.batch_checkpoint
                       (programnamn, senaste_lopnr)
                   VALUES
                       (:WS-SAMLING-RAKNARE, 1)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   SELECT senaste_lopnr INTO :samling-samlingsnr
                   FROM REDWARRIOR.dbo.batch_checkpoint
                   WHERE programnamn = :WS-SAMLING-RAKNARE
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID HAMTNING AV SAMLINGSNUMMER: " SQLCODE
               MOVE 0 TO samling-samlingsnr
           END-IF.

       VARDA-SAMLINGSARENDEN SECTION.

      *> Nattlig skötsel av samlingsärendena, efter att betalda
      *> ärenden tagits bort (REMOVE-BETALDA) och innan
      *> FLAGGA-FOR-INKASSO:
      *>  - ett OPPEN samlingsärende vars bärande ärende inte
      *>    längre är i påminnelseflödet (betalt, avskrivet,
      *>    pausat) får det lägsta kvarvarande NEJ-ärendet som
      *>    nytt bärande ärende;
      *>  - ett samlingsärende där inget ärende längre är öppet
      *>    (paminnelser-raden borttagen, AVSKRIVEN eller
      *>    BETALDBYRA) stängs.
           EXEC SQL
               UPDATE REDWARRIOR.dbo.samlingsarende
               SET bar_lopnr = (
                   SELECT MIN(r.lopnr)
                   FROM REDWARRIOR.dbo.samlingsarende_rad r
                   JOIN REDWARRIOR.dbo.paminnelser p
                     ON p.lopnr = r.lopnr
                   WHERE r.samlingsnr = samlingsarende.samlingsnr
                     AND p.inkasso_status = 'NEJ'
               )
               WHERE status = 'OPPEN'
                 AND upgnr BETWEEN :WS-UPGNR-FRAN
                               AND :WS-UPGNR-TILL
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.paminnelser p
                     WHERE p.lopnr = samlingsarende.bar_lopnr
                       AND p.inkasso_status = 'NEJ'
                 )
                 AND EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.samlingsarende_rad r
                     JOIN REDWARRIOR.dbo.paminnelser p
                       ON p.lopnr = r.lopnr
                     WHERE r.samlingsnr = samlingsarende.samlingsnr
                       AND p.inkasso_status = 'NEJ'
                 )
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID BYTE AV BARANDE ARENDE: " SQLCODE
           END-IF

           EXEC SQL
               UPDATE REDWARRIOR.dbo.samlingsarende
               SET status = 'STANGD',
                   stangd_datum = CAST(GETDATE() AS DATE)
               WHERE status IN ('OPPEN', 'INKASSO')
                 AND upgnr BETWEEN :WS-UPGNR-FRAN
                               AND :WS-UPGNR-TILL
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.samlingsarende_rad r
                     JOIN REDWARRIOR.dbo.paminnelser p
                       ON p.lopnr = r.lopnr
                     WHERE r.samlingsnr = samlingsarende.samlingsnr
                       AND p.inkasso_status NOT IN ('AVSKRIVEN',
                                                    'BETALDBYRA')
                 )
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID STANGNING AV SAMLINGSARENDEN: "
                 SQLCODE
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC.

       FLAGGA-SAMLINGSARENDE SECTION.

      *> Det bärande ärendet (paminnelser-lopnr) har just flaggats
      *> för inkasso - samlingens övriga ärenden i påminnelseflödet
      *> följer med som ETT ärende hos byrån: de sätts till JA
      *> utan egen rad i handoff-filen och utan egen
      *> inkassokravsavgift, deras obetalda avgifter läggs till
      *> byråns belopp (WS-SAMLING-AVGIFTER) och kapitalet finns
      *> redan med i cursorns belopp. Ärenden under aktiv
      *> betalningsplan, löpande betalningslöfte eller löpande
      *> ackord ligger kvar i påminnelseflödet - samma spärrar
      *> som INKASSO_CURSOR har för enskilda ärenden.
           MOVE 0 TO WS-SAMLING-AVGIFTER
           MOVE 0 TO WS-SAMLING-ANTAL

           EXEC SQL
               SELECT ISNULL((
                        SELECT SUM(a.belopp)
                        FROM REDWARRIOR.dbo.avgifter a
                        JOIN REDWARRIOR.dbo.samlingsarende_rad r
                          ON r.lopnr = a.lopnr
                        JOIN REDWARRIOR.dbo.paminnelser p
                          ON p.lopnr = r.lopnr
                        WHERE r.samlingsnr = :samling-samlingsnr
                          AND r.lopnr <> :paminnelser-lopnr
                          AND p.inkasso_status = 'NEJ'
                          AND a.makulerad = 'N'
                          AND NOT EXISTS (
                              SELECT 1
                              FROM REDWARRIOR.dbo.betalningsplan bp
                              WHERE bp.lopnr = p.lopnr
                                AND bp.aktiv = 'J'
                          )
                          AND NOT EXISTS (
                              SELECT 1
                              FROM REDWARRIOR.dbo.betalningslofte bl
                              WHERE bl.lopnr = p.lopnr
                                AND bl.status = 'AKTIV'
                                AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                                      bl.lofte_datum) >=
                                    CAST(GETDATE() AS DATE)
                          )
                          AND NOT EXISTS (
                              SELECT 1
                              FROM REDWARRIOR.dbo.ackord_rad ar
                              JOIN REDWARRIOR.dbo.ackord ak
                                ON ak.ackordnr = ar.ackordnr
                              WHERE ar.lopnr = p.lopnr
                                AND ak.status IN ('REGISTRERAT',
                                                  'SKICKAT')
                                AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                                      ak.sista_dag) >=
                                    CAST(GETDATE() AS DATE)
                          )),
                        CAST(0.00 AS DECIMAL(11,2)))
                    - ISNULL((
                        SELECT SUM(bf.belopp_avgift)
                        FROM REDWARRIOR.dbo.betalning_fordelning bf
                        JOIN REDWARRIOR.dbo.samlingsarende_rad r
                          ON r.lopnr = bf.lopnr
                        JOIN REDWARRIOR.dbo.paminnelser p
                          ON p.lopnr = r.lopnr
                        WHERE r.samlingsnr = :samling-samlingsnr
                          AND r.lopnr <> :paminnelser-lopnr
                          AND p.inkasso_status = 'NEJ'
                          AND NOT EXISTS (
                              SELECT 1
                              FROM REDWARRIOR.dbo.betalningsplan bp
                              WHERE bp.lopnr = p.lopnr
                                AND bp.aktiv = 'J'
                          )
                          AND NOT EXISTS (
                              SELECT 1
                              FROM REDWARRIOR.dbo.betalningslofte bl
                              WHERE bl.lopnr = p.lopnr
                                AND bl.status = 'AKTIV'
                                AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                                      bl.lofte_datum) >=
                                    CAST(GETDATE() AS DATE)
                          )
                          AND NOT EXISTS (
                              SELECT 1
                              FROM REDWARRIOR.dbo.ackord_rad ar
                              JOIN REDWARRIOR.dbo.ackord ak
                                ON ak.ackordnr = ar.ackordnr
                              WHERE ar.lopnr = p.lopnr
                                AND ak.status IN ('REGISTRERAT',
                                                  'SKICKAT')
                                AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                                      ak.sista_dag) >=
                                    CAST(GETDATE() AS DATE)
                          )),
                        CAST(0.00 AS DECIMAL(11,2)))
               INTO :WS-SAMLING-AVGIFTER
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SUMMERING AV SAMLINGENS AVGIFTER: "
                 SQLCODE
               MOVE 0 TO WS-SAMLING-AVGIFTER
           END-IF
           IF WS-SAMLING-AVGIFTER < 0
               MOVE 0 TO WS-SAMLING-AVGIFTER
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :WS-SAMLING-ANTAL
               FROM REDWARRIOR.dbo.samlingsarende_rad r
               JOIN REDWARRIOR.dbo.paminnelser p ON p.lopnr = r.lopnr
               WHERE r.samlingsnr = :samling-samlingsnr
                 AND r.lopnr <> :paminnelser-lopnr
                 AND p.inkasso_status = 'NEJ'
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.betalningsplan bp
                     WHERE bp.lopnr = p.lopnr
                       AND bp.aktiv = 'J'
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.betalningslofte bl
                     WHERE bl.lopnr = p.lopnr
                       AND bl.status = 'AKTIV'
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             bl.lofte_datum) >=
                           CAST(GETDATE() AS DATE)
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.ackord_rad ar
                     JOIN REDWARRIOR.dbo.ackord ak
                       ON ak.ackordnr = ar.ackordnr
                     WHERE ar.lopnr = p.lopnr
                       AND ak.status IN ('REGISTRERAT', 'SKICKAT')
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             ak.sista_dag) >=
                           CAST(GETDATE() AS DATE)
                 )
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID RAKNING AV SAMLINGENS ARENDEN: "
                 SQLCODE
               MOVE 0 TO WS-SAMLING-ANTAL
           END-IF

      *> Historik och analytikerbeslut för de medföljande ärendena
      *> innan statusen ändras - samma rader som FLAGGA-EN-BYRA
      *> skriver per ärende (SPARA-STATUSHISTORIK,
      *> MARKERA-BESLUT-UTFORT).
           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.paminnelser_history
                   (lopnr, old_status, new_status,
                    changed_by_program, changed_at)
               SELECT r.lopnr, 'NEJ', 'JA', 'The_Heart', GETDATE()
               FROM REDWARRIOR.dbo.samlingsarende_rad r
               JOIN REDWARRIOR.dbo.paminnelser p ON p.lopnr = r.lopnr
               WHERE r.samlingsnr = :samling-samlingsnr
                 AND r.lopnr <> :paminnelser-lopnr
                 AND p.inkasso_status = 'NEJ'
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.betalningsplan bp
                     WHERE bp.lopnr = p.lopnr
                       AND bp.aktiv = 'J'
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.betalningslofte bl
                     WHERE bl.lopnr = p.lopnr
                       AND bl.status = 'AKTIV'
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             bl.lofte_datum) >=
                           CAST(GETDATE() AS DATE)
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.ackord_rad ar
                     JOIN REDWARRIOR.dbo.ackord ak
                       ON ak.ackordnr = ar.ackordnr
                     WHERE ar.lopnr = p.lopnr
                       AND ak.status IN ('REGISTRERAT', 'SKICKAT')
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             ak.sista_dag) >=
                           CAST(GETDATE() AS DATE)
                 )
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID HISTORIK FOR SAMLINGSARENDE: " SQLCODE
           END-IF

           EXEC SQL
               UPDATE REDWARRIOR.dbo.beslut_ko
               SET utford = 'J',
                   utford_at = GETDATE()
               WHERE beslut = 'INKASSO'
                 AND utford = 'N'
                 AND lopnr IN (
                     SELECT r.lopnr
                     FROM REDWARRIOR.dbo.samlingsarende_rad r
                     WHERE r.samlingsnr = :samling-samlingsnr
                 )
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID MARKERA-BESLUT-UTFORT (SAMLING): "
                 SQLCODE
           END-IF

           EXEC SQL
               UPDATE REDWARRIOR.dbo.paminnelser
               SET inkasso_status = 'JA',
                   inkasso_exporterad = 'J'
               WHERE inkasso_status = 'NEJ'
                 AND lopnr <> :paminnelser-lopnr
                 AND lopnr IN (
                     SELECT r.lopnr
                     FROM REDWARRIOR.dbo.samlingsarende_rad r
                     WHERE r.samlingsnr = :samling-samlingsnr
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.betalningsplan bp
                     WHERE bp.lopnr = paminnelser.lopnr
                       AND bp.aktiv = 'J'
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.betalningslofte bl
                     WHERE bl.lopnr = paminnelser.lopnr
                       AND bl.status = 'AKTIV'
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             bl.lofte_datum) >=
                           CAST(GETDATE() AS DATE)
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.ackord_rad ar
                     JOIN REDWARRIOR.dbo.ackord ak
                       ON ak.ackordnr = ar.ackordnr
                     WHERE ar.lopnr = paminnelser.lopnr
                       AND ak.status IN ('REGISTRERAT', 'SKICKAT')
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             ak.sista_dag) >=
                           CAST(GETDATE() AS DATE)
                 )
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID FLAGGNING AV SAMLINGSARENDE: " SQLCODE
                 " SAMLINGSNR " samling-samlingsnr
           ELSE
               ADD WS-SAMLING-ANTAL TO WS-INKASSO-ANTAL
           END-IF

           EXEC SQL
               UPDATE REDWARRIOR.dbo.samlingsarende
               SET status = 'INKASSO',
                   inkasso_datum = CAST(GETDATE() AS DATE)
               WHERE samlingsnr = :samling-samlingsnr
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID UPDATE SAMLINGSARENDE: " SQLCODE
                 " SAMLINGSNR " samling-samlingsnr
           END-IF.

       HAMTA-CHECKPOINT SECTION.

      *> Läser senast bearbetade lopnr för denna körning. Saknas en
      *> rad (dvs. föregående körning gick igenom hela cursorn utan
      *> avbrott) börjar vi om från noll.
      *>
      *> Vid partitionerad körning nycklas checkpointen per program
      *> OCH partition ("The_Heart:0000001-0999999") - fyra
      *> parallella CHECK-jobb har var sin återstartpunkt och
      *> städar bara sin egen rad i TA-BORT-CHECKPOINT.
           IF WS-PARTITION-TEXT = SPACES
               MOVE "The_Heart" TO checkpoint-programnamn
           ELSE
               MOVE SPACES TO checkpoint-programnamn
               STRING
                 "The_Heart:" WS-PARTITION-TEXT
                 DELIMITED BY SPACE
                 INTO checkpoint-programnamn
               END-STRING
           END-IF
           MOVE 0 TO checkpoint-senaste-lopnr

           EXEC SQL
               SELECT senaste_lopnr INTO :checkpoint-senaste-lopnr
               FROM REDWARRIOR.dbo.batch_checkpoint
               WHERE programnamn = :checkpoint-programnamn
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID HAMTA-CHECKPOINT: " SQLCODE
               MOVE 0 TO checkpoint-senaste-lopnr
           END-IF.

       SPARA-CHECKPOINT SECTION.

      *> Sparar undan var vi kom i cursorn och committar, så en
      *> avbruten körning kan starta om efter senast sparade lopnr
      *> i stället för att scanna hela faktura på nytt.
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
               DISPLAY "FEL VID SPARA-CHECKPOINT: " SQLCODE
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC.

       TA-BORT-CHECKPOINT SECTION.

           EXEC SQL
               DELETE FROM REDWARRIOR.dbo.batch_checkpoint
               WHERE programnamn = :checkpoint-programnamn
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID TA-BORT-CHECKPOINT: " SQLCODE
           END-IF.

       BYGG-DATUM-PAMINNELSE SECTION.

           *> Hämta dagens datum i ISO-format: YYYYMMDDhhmmss...
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           *> Plocka ut år, månad och dag från strängen
           MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
           MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
           MOVE WS-TIMESTAMP(7:2) TO WS-DAG

           *> Bygg ett datumsträng: 'YYYY-MM-DD'
           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             DELIMITED BY SIZE
             INTO paminnelser-paminnelse-datum
           END-STRING

           *> Antal dagars respit styrs per upgnr av
           *> inkasso_parameter - saknas en rad används 10 dagar.
           MOVE 10 TO WS-GRACE-DAGAR
           EXEC SQL
               SELECT grace_dagar INTO :WS-GRACE-DAGAR
               FROM REDWARRIOR.dbo.inkasso_parameter
               WHERE upgnr = :paminnelser-upgnr
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID LASNING AV INKASSO_PARAMETER: " SQLCODE
               MOVE 10 TO WS-GRACE-DAGAR
           END-IF

           EXEC SQL
              SELECT CONVERT(CHAR(10),
                     DATEADD(DAY, :WS-GRACE-DAGAR, GETDATE()), 120)
               INTO :paminnelser-forfallo-datum
           END-EXEC

           *> Hamnar förfallodagen på en helg eller röd dag rullas
           *> den fram till nästa bankdag - se bankkalender.
           PERFORM JUSTERA-TILL-BANKDAG.

       JUSTERA-TILL-BANKDAG SECTION.

      *> Rullar paminnelser-forfallo-datum framåt, en dag i taget,
      *> tills datumet inte längre står i bankkalender (dvs. är en
      *> bankdag). Kalendern listar icke-bankdagar, så ws-count = 0
      *> betyder klart.
           MOVE 0 TO WS-BANKDAG-RAKNARE

           EXEC SQL
               SELECT COUNT(*) INTO :ws-count
               FROM REDWARRIOR.dbo.bankkalender
               WHERE datum = :paminnelser-forfallo-datum
           END-EXEC

           PERFORM UNTIL ws-count = 0 OR WS-BANKDAG-RAKNARE > 30

               ADD 1 TO WS-BANKDAG-RAKNARE

               EXEC SQL
                   SELECT CONVERT(CHAR(10),
                          DATEADD(DAY, 1,
                            CAST(:paminnelser-forfallo-datum
                                 AS DATE)), 120)
                   INTO :paminnelser-forfallo-datum
               END-EXEC

               EXEC SQL
                   SELECT COUNT(*) INTO :ws-count
                   FROM REDWARRIOR.dbo.bankkalender
                   WHERE datum = :paminnelser-forfallo-datum
               END-EXEC

           END-PERFORM.

       PROVA-BANKDAGSFRIST SECTION.

      *> Sätter WS-BANKDAGSFRIST-OK till J först när dagens datum
      *> har passerat den första bankdagen efter förfallodagen i
      *> paminnelser-forfallo-datum - kunden får alltså hela den
      *> första möjliga bankdagen på sig att betala innan ärendet
      *> eskaleras eller går till inkasso. ISO-datum (ÅÅÅÅ-MM-DD)
      *> jämförs som text.
           MOVE "N" TO WS-BANKDAGSFRIST-OK
           MOVE 0 TO WS-BANKDAG-RAKNARE

           EXEC SQL
               SELECT CONVERT(CHAR(10), GETDATE(), 120)
               INTO :WS-DAGENS-DATUM
           END-EXEC

           EXEC SQL
               SELECT CONVERT(CHAR(10),
                      DATEADD(DAY, 1,
                        CAST(:paminnelser-forfallo-datum AS DATE)),
                      120)
               INTO :WS-EFTER-BANKDAG
           END-EXEC

           EXEC SQL
               SELECT COUNT(*) INTO :ws-count
               FROM REDWARRIOR.dbo.bankkalender
               WHERE datum = :WS-EFTER-BANKDAG
           END-EXEC

           PERFORM UNTIL ws-count = 0 OR WS-BANKDAG-RAKNARE > 30

               ADD 1 TO WS-BANKDAG-RAKNARE

               EXEC SQL
                   SELECT CONVERT(CHAR(10),
                          DATEADD(DAY, 1,
                            CAST(:WS-EFTER-BANKDAG AS DATE)), 120)
                   INTO :WS-EFTER-BANKDAG
               END-EXEC

               EXEC SQL
                   SELECT COUNT(*) INTO :ws-count
                   FROM REDWARRIOR.dbo.bankkalender
                   WHERE datum = :WS-EFTER-BANKDAG
               END-EXEC

           END-PERFORM

           IF WS-DAGENS-DATUM > WS-EFTER-BANKDAG
               MOVE "J" TO WS-BANKDAGSFRIST-OK
           END-IF.

       HITTA-OVERBETALDA SECTION.

      *> Fångar överbetalningar INNAN REMOVE-BETALDA raderar
      *> påminnelsen: en dubbelbetalning eller en betalning efter
      *> att ärendet gått till byrån ger belopp_bet > attbet, och
      *> utan denna kontroll försvinner överskottet ur sikte helt
      *> när BORTTAGNING_CURSOR (som testar >= attbet) städat klart.
      *> Varje överskott blir en rad i återbetalningsreskontran
      *> (aterbetalning, P_W699.CPY) och fakturan flaggas
      *> (aterbet_flagga = 'J') så samma pengar inte föreslås två
      *> gånger. Har gäldenären ett utbetalningskonto
      *> (galdenar_konto, P_W698.CPY) läggs överskottet som rad i
      *> nattens väntande ATERBET-batch (utbetalning_rad) med
      *> kontot fryst på raden; annars blir det liggande som
      *> SAKNAR_KONTO tills kontot kommer in - se
      *> FLYTTA-ATERBET-MED-KONTO. Betalningsfilen skrivs först när
      *> batchen attesterats, se SLAPP-ATTESTERADE-ATERBET -
      *> avvisas batchen nollställer UtbetalningsAttest.cbl
      *> flaggan igen.
           MOVE 0 TO WS-ANTAL-ATERBET
           MOVE 0 TO WS-ATERBET-BATCH-NR
           MOVE 0 TO WS-ATERBET-SUMMA
           MOVE 0 TO WS-ANTAL-SAKNAR-KONTO
           MOVE 0 TO WS-ANTAL-KONTO-FUNNET

           PERFORM SATT-ATTEST-TIDPUNKT
           PERFORM FLYTTA-ATERBET-MED-KONTO

           EXEC SQL
               DECLARE OVERBETALD_CURSOR CURSOR FOR
               SELECT f.kundnr, f.lopnr, f.upgnr,
                      ROUND((f.belopp_bet - f.attbet)
                            * ISNULL(vk.kurs,
                                     ISNULL(f.valuta_kurs, 1)), 2),
                      ISNULL(gk.kontonr, ' '),
                      f.belopp_bet - f.attbet
               FROM REDWARRIOR.dbo.faktura f
               LEFT JOIN REDWARRIOR.dbo.galdenar_konto gk
                 ON gk.kundnr = f.kundnr
               OUTER APPLY
                   (SELECT TOP 1 v.kurs
                    FROM REDWARRIOR.dbo.valutakurs v
                    WHERE v.valuta = f.valuta
                      AND v.kursdatum <= GETDATE()
                    ORDER BY v.kursdatum DESC) vk
               WHERE f.belopp_bet > f.attbet
                 AND ISNULL(f.aterbet_flagga, 'N') = 'N'
                 AND f.upgnr BETWEEN :WS-UPGNR-FRAN
                                 AND :WS-UPGNR-TILL
           END-EXEC.

           EXEC SQL
               OPEN OVERBETALD_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN OVERBETALD_CURSOR: " SQLCODE
               MOVE 16 TO WS-RETURN-KOD
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH OVERBETALD_CURSOR INTO
                       :faktura-kundnr, :faktura-lopnr,
                       :faktura-upgnr, :WS-ATERBET-BELOPP,
                       :WS-ATERBET-KONTONR,
                       :WS-ATERBET-BELOPP-VALUTA
               END-EXEC

               IF SQLCODE = 0

                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.faktura
                       SET aterbet_flagga = 'J'
                       WHERE lopnr = :faktura-lopnr
                         AND ISNULL(aterbet_flagga, 'N') = 'N'
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE faktura-lopnr TO aterb-lopnr
                       MOVE faktura-kundnr TO aterb-kundnr
                       MOVE faktura-upgnr TO aterb-upgnr
                       MOVE WS-ATERBET-BELOPP TO aterb-belopp
                       MOVE WS-ATERBET-BELOPP-VALUTA
                         TO aterb-belopp-valuta
                       MOVE WS-ATERBET-KONTONR TO aterb-kontonr
                       IF WS-ATERBET-KONTONR = SPACES
                           MOVE "SAKNAR_KONTO" TO aterb-status
                           MOVE 0 TO aterb-batchnr
                           PERFORM SPARA-ATERBETALNING
                           ADD 1 TO WS-ANTAL-SAKNAR-KONTO
                           DISPLAY "Överbetalning utan konto, LOPNR: "
                             faktura-lopnr
                       ELSE
                           PERFORM SPARA-ATERBET-RAD
                           MOVE "ATTEST" TO aterb-status
                           MOVE WS-ATERBET-BATCH-NR TO aterb-batchnr
                           PERFORM SPARA-ATERBETALNING
                           DISPLAY "Överbetalning till attest, LOPNR: "
                             faktura-lopnr
                       END-IF
                   ELSE
                       DISPLAY "FEL VID FLAGGNING AV ATERBETALNING: "
                         SQLCODE
                   END-IF

               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH OVERBETALD: "
                         SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF.

           EXEC SQL
               CLOSE OVERBETALD_CURSOR
           END-EXEC.

           IF WS-ANTAL-ATERBET > 0
               PERFORM SKAPA-ATERBET-BATCH
           END-IF

           DISPLAY "Överbetalningar till attest: "
             WS-ANTAL-ATERBET
           DISPLAY "  varav tidigare utan konto: "
             WS-ANTAL-KONTO-FUNNET
           DISPLAY "Nya överbetalningar utan konto: "
             WS-ANTAL-SAKNAR-KONTO.

       FLYTTA-ATERBET-MED-KONTO SECTION.

      *> Överskott som legat som SAKNAR_KONTO och där gäldenären
      *> sedan dess fått ett utbetalningskonto - från en ny
      *> BG Max-betalning eller registrerat av kundtjänst i
      *> GaldenarKonto.cbl - flyttas till nattens ATERBET-batch.
           EXEC SQL
               DECLARE KONTOLOS_CURSOR CURSOR FOR
               SELECT a.aterbet_id, a.kundnr, a.lopnr, a.belopp,
                      gk.kontonr
               FROM REDWARRIOR.dbo.aterbetalning a
               JOIN REDWARRIOR.dbo.galdenar_konto gk
                 ON gk.kundnr = a.kundnr
               WHERE a.status = 'SAKNAR_KONTO'
                 AND a.upgnr BETWEEN :WS-UPGNR-FRAN
                                 AND :WS-UPGNR-TILL
               ORDER BY a.aterbet_id
           END-EXEC.

           EXEC SQL
               OPEN KONTOLOS_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN KONTOLOS_CURSOR: " SQLCODE
               MOVE 16 TO WS-RETURN-KOD
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH KONTOLOS_CURSOR INTO
                       :aterb-id, :faktura-kundnr, :faktura-lopnr,
                       :WS-ATERBET-BELOPP, :WS-ATERBET-KONTONR
               END-EXEC

               IF SQLCODE = 0
                   PERFORM SPARA-ATERBET-RAD
                   MOVE WS-ATERBET-BATCH-NR TO aterb-batchnr
                   MOVE WS-ATERBET-KONTONR TO aterb-kontonr

                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.aterbetalning
                       SET status = 'ATTEST',
                           batchnr = :aterb-batchnr,
                           kontonr = :aterb-kontonr
                       WHERE aterbet_id = :aterb-id
                         AND status = 'SAKNAR_KONTO'
                   END-EXEC

                   IF SQLCODE NOT = 0
                       DISPLAY "FEL VID UPDATE ATERBETALNING: "
                         SQLCODE
                       MOVE 16 TO WS-RETURN-KOD
                   ELSE
                       ADD 1 TO WS-ANTAL-KONTO-FUNNET
                   END-IF
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH KONTOLOS: "
                         SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF.

           EXEC SQL
               CLOSE KONTOLOS_CURSOR
           END-EXEC.

       SPARA-ATERBET-RAD SECTION.

      *> Första överskottet för natten öppnar batchen (batchnummer
      *> ur egen räknarrad, se HAMTA-NASTA-BATCHNR). Gäldenärens
      *> konto fryses på raden - det är det kontot som attesteras.
           IF WS-ATERBET-BATCH-NR = 0
               MOVE "The_Heart-aterbetbatch" TO checkpoint-programnamn
               PERFORM HAMTA-NASTA-BATCHNR
               MOVE WS-BATCH-NR TO WS-ATERBET-BATCH-NR
           END-IF

           ADD 1 TO WS-ANTAL-ATERBET
           ADD WS-ATERBET-BELOPP TO WS-ATERBET-SUMMA

           MOVE "ATERBET" TO urad-batchtyp
           MOVE WS-ATERBET-BATCH-NR TO urad-batchnr
           MOVE WS-ANTAL-ATERBET TO urad-radnr
           MOVE 0 TO urad-upgnr
           MOVE faktura-kundnr TO urad-kundnr
           MOVE faktura-lopnr TO urad-lopnr
           MOVE SPACES TO urad-mottagare-namn
           MOVE WS-ATERBET-KONTONR TO urad-mottagarkonto
           MOVE WS-ATERBET-BELOPP TO urad-belopp

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
               MOVE 16 TO WS-RETURN-KOD
           END-IF.

       SPARA-ATERBETALNING SECTION.

      *> Ny rad i återbetalningsreskontran. Anroparen fyller i
      *> lopnr, kundnr, upgnr, belopp (kronor), belopp-valuta
      *> (fakturans valuta), status, batchnr (0 = ingen batch) och
      *> kontonr; upptäcktsdatum är nattens datum.
           MOVE WS-ATTEST-TIDPUNKT(1:10) TO aterb-upptackt-datum

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.aterbetalning
                   (lopnr, kundnr, upgnr, belopp, status,
                    upptackt_datum, batchnr, kontonr,
                    belopp_valuta)
               VALUES
                   (:aterb-lopnr, :aterb-kundnr, :aterb-upgnr,
                    :aterb-belopp, :aterb-status,
                    :aterb-upptackt-datum,
                    NULLIF(:aterb-batchnr, 0),
                    NULLIF(:aterb-kontonr, ' '),
                    :aterb-belopp-valuta)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID INSERT ATERBETALNING: " SQLCODE
               MOVE 16 TO WS-RETURN-KOD
           END-IF.

       SKAPA-ATERBET-BATCH SECTION.

      *> Batchhuvud för nattens överskott, status VANTANDE.
      *> Upprättare är nattkörningen själv (THEHEART), så en
      *> attest av vilken behörig person som helst uppfyller
      *> fyra ögon-kravet; över ATTEST_GRANS_TVA krävs två.
           EXEC SQL
               SELECT parameter_varde INTO :styrparam-varde
               FROM REDWARRIOR.dbo.styrparameter
               WHERE parameter_namn = 'ATTEST_GRANS_TVA'
           END-EXEC

           IF SQLCODE = 0 AND styrparam-varde(1:9) IS NUMERIC
               MOVE styrparam-varde(1:9) TO WS-ATTEST-GRANS
           END-IF

           PERFORM SATT-ATTEST-TIDPUNKT

           MOVE "ATERBET" TO ubatch-batchtyp
           MOVE WS-ATERBET-BATCH-NR TO ubatch-batchnr
           MOVE "VANTANDE" TO ubatch-status
           MOVE SPACES TO ubatch-period
           MOVE WS-ANTAL-ATERBET TO ubatch-antal
           MOVE WS-ATERBET-SUMMA TO ubatch-belopp
           IF WS-ATERBET-SUMMA > WS-ATTEST-GRANS
               MOVE 2 TO ubatch-krav-attester
           ELSE
               MOVE 1 TO ubatch-krav-attester
           END-IF
           MOVE "THEHEART" TO ubatch-upprattad-av
           MOVE WS-ATTEST-TIDPUNKT TO ubatch-upprattad-at

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
               MOVE 16 TO WS-RETURN-KOD
           ELSE
               MOVE "UPPRATTAD" TO alogg-handelse
               MOVE SPACES TO alogg-anmarkning
               PERFORM SPARA-ATTESTLOGG
           END-IF.

       SLAPP-ATTESTERADE-ATERBET SECTION.

      *> Skriver bankens betalningsfil ur de ATERBET-batchar som
      *> attesterats sedan förra natten, äldsta först, bokför
      *> varje återbetalning och sätter batcharna till SLAPPT.
      *> Batchar som väntar eller avvisats rörs inte - filen
      *> innehåller bara attesterade pengar.
      *> Släppet är allt eller inget: filen är en leverans och en
      *> skriven rad kan inte tas bort ur den. Misslyckas en
      *> kontroll eller en bokföring rullas nattens samtliga
      *> släpp tillbaka, batcharna ligger kvar som ATTESTERAD,
      *> LBATERBET.TXT töms och körningen avslutas med RC 16 -
      *> banken får aldrig en återbetalning som inte är bokförd.
      *> Det som gjorts före släppet bekräftas först, så
      *> tillbakarullningen bara tar släppet.
           MOVE 0 TO WS-ANTAL-ATERBET-SLAPPTA
           MOVE "N" TO WS-SLAPP-FEL

           EXEC SQL
               COMMIT
           END-EXEC

           EXEC SQL
               SELECT parameter_varde INTO :styrparam-varde
               FROM REDWARRIOR.dbo.styrparameter
               WHERE parameter_namn = 'BANKGIRONR'
           END-EXEC

           IF SQLCODE = 0 AND styrparam-varde NOT = SPACES
               MOVE styrparam-varde(1:12) TO WS-ATERBET-BANKGIRONR
           END-IF

           PERFORM HAMTA-ATTESTERAD-ATERBET

           PERFORM UNTIL WS-ATERBET-BATCH-NR = 0
                      OR WS-SLAPP-FEL = "J"
               PERFORM KONTROLLERA-ATERBET-BATCH
               IF WS-SLAPP-FEL = "N"
                   PERFORM SLAPP-EN-ATERBET-BATCH
                   PERFORM HAMTA-ATTESTERAD-ATERBET
               END-IF
           END-PERFORM

           IF WS-SLAPP-FEL = "J"
               EXEC SQL
                   ROLLBACK
               END-EXEC
               CLOSE ATERBETALNINGSFIL
               OPEN OUTPUT ATERBETALNINGSFIL
               MOVE 0 TO WS-ANTAL-ATERBET-SLAPPTA
               MOVE 16 TO WS-RETURN-KOD
               DISPLAY "SLAPPET AV ATERBETALNINGAR AVBRUTET - "
                 "BATCHARNA AR KVAR SOM ATTESTERADE OCH "
                 "LBATERBET.TXT AR TOMD."
           ELSE
               EXEC SQL
                   COMMIT
               END-EXEC
           END-IF

           DISPLAY "Attesterade återbetalningar till banken: "
             WS-ANTAL-ATERBET-SLAPPTA.

       HAMTA-ATTESTERAD-ATERBET SECTION.

           MOVE 0 TO WS-ATERBET-BATCH-NR

           EXEC SQL
               SELECT ISNULL(MIN(batchnr), 0)
               INTO :WS-ATERBET-BATCH-NR
               FROM REDWARRIOR.dbo.utbetalning_batch
               WHERE batchtyp = 'ATERBET'
                 AND status = 'ATTESTERAD'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID LASNING AV UTBETALNING_BATCH: "
                 SQLCODE
               MOVE 0 TO WS-ATERBET-BATCH-NR
           END-IF.

       KONTROLLERA-ATERBET-BATCH SECTION.

      *> Raderna måste vara exakt de som attesterades - antal och
      *> summa mot batchhuvudet - och varje rad måste ha ett
      *> mottagarkonto. Stämmer något inte släpps batchen inte;
      *> den ligger kvar som ATTESTERAD och nattkörningen avslutas
      *> med RC 16 så drift utreder innan pengar lämnar kontot.
           MOVE "ATERBET" TO ubatch-batchtyp
           MOVE WS-ATERBET-BATCH-NR TO ubatch-batchnr
           MOVE 0 TO ws-count

           EXEC SQL
               SELECT antal, belopp
               INTO :ubatch-antal, :ubatch-belopp
               FROM REDWARRIOR.dbo.utbetalning_batch
               WHERE batchtyp = :ubatch-batchtyp
                 AND batchnr = :ubatch-batchnr
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   SELECT COUNT(*), ISNULL(SUM(belopp), 0),
                          ISNULL(SUM(CASE WHEN
                                 ISNULL(mottagarkonto, ' ') = ' '
                                 THEN 1 ELSE 0 END), 0)
                   INTO :WS-ATERBET-KONTROLL-ANTAL,
                        :WS-ATERBET-KONTROLL-SUMMA, :ws-count
                   FROM REDWARRIOR.dbo.utbetalning_rad
                   WHERE batchtyp = :ubatch-batchtyp
                     AND batchnr = :ubatch-batchnr
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID KONTROLL AV ATERBET-BATCH: "
                 SQLCODE
               MOVE 16 TO WS-RETURN-KOD
               MOVE "J" TO WS-SLAPP-FEL
           ELSE
           IF WS-ATERBET-KONTROLL-ANTAL NOT = ubatch-antal
             OR WS-ATERBET-KONTROLL-SUMMA NOT = ubatch-belopp
             OR ws-count > 0
               DISPLAY "ATERBET-BATCH " ubatch-batchnr
                 " STAMMER INTE MOT ATTESTEN - SLAPPS EJ"
               MOVE 16 TO WS-RETURN-KOD
               MOVE "J" TO WS-SLAPP-FEL
           END-IF
           END-IF.

       SLAPP-EN-ATERBET-BATCH SECTION.

           MOVE "ATERBET" TO ubatch-batchtyp
           MOVE WS-ATERBET-BATCH-NR TO ubatch-batchnr
           MOVE 0 TO WS-ATERBET-SLAPP-ANTAL
           MOVE 0 TO WS-ATERBET-SLAPP-ORE

           PERFORM SATT-ATTEST-TIDPUNKT

           MOVE "11" TO ATERBET-OPPN-TK
           MOVE WS-ATERBET-BANKGIRONR TO ATERBET-OPPN-BANKGIRONR
           MOVE WS-ATTEST-TIDPUNKT(1:10) TO ATERBET-OPPN-SKAPAD
           MOVE WS-ATERBET-BATCH-NR TO ATERBET-OPPN-BATCHNR
           WRITE ATERBET-OPPNING

           EXEC SQL
               DECLARE ATERSLAPP_CURSOR CURSOR FOR
               SELECT kundnr, lopnr, mottagarkonto, belopp
               FROM REDWARRIOR.dbo.utbetalning_rad
               WHERE batchtyp = :ubatch-batchtyp
                 AND batchnr = :ubatch-batchnr
               ORDER BY radnr
           END-EXEC.

           EXEC SQL
               OPEN ATERSLAPP_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN ATERSLAPP_CURSOR: " SQLCODE
               MOVE 16 TO WS-RETURN-KOD
               MOVE "J" TO WS-SLAPP-FEL
           ELSE
           PERFORM UNTIL SQLCODE = 100
                      OR WS-SLAPP-FEL = "J"

               EXEC SQL
                   FETCH ATERSLAPP_CURSOR INTO
                       :urad-kundnr, :urad-lopnr,
                       :urad-mottagarkonto, :urad-belopp
               END-EXEC

               IF SQLCODE = 0
                   COMPUTE WS-ATERBET-ORE = urad-belopp * 100
                   MOVE "14" TO ATERBET-TK
                   MOVE urad-mottagarkonto TO ATERBET-MOTTAGARKONTO
                   MOVE WS-ATERBET-ORE TO ATERBET-BELOPP-ORE
                   MOVE WS-ATTEST-TIDPUNKT(1:10) TO ATERBET-BETALDAG
                   MOVE urad-lopnr TO ATERBET-LOPNR
                   WRITE ATERBETALNINGSFIL-RAD
                   ADD 1 TO WS-ATERBET-SLAPP-ANTAL
                   ADD WS-ATERBET-ORE TO WS-ATERBET-SLAPP-ORE
                   ADD 1 TO WS-ANTAL-ATERBET-SLAPPTA
                   PERFORM BOKFOR-ATERBETALNING
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH ATERSLAPP: "
                         SQLCODE
                       MOVE 16 TO WS-RETURN-KOD
                       MOVE "J" TO WS-SLAPP-FEL
                   END-IF
               END-IF

           END-PERFORM
           END-IF.

           EXEC SQL
               CLOSE ATERSLAPP_CURSOR
           END-EXEC.

           MOVE "29" TO ATERBET-SLUT-TK
           MOVE WS-ATERBET-SLAPP-ANTAL TO ATERBET-SLUT-ANTAL
           MOVE WS-ATERBET-SLAPP-ORE TO ATERBET-SLUT-BELOPP-ORE
           WRITE ATERBET-SLUT

           IF WS-SLAPP-FEL = "N"
               MOVE "THEHEART" TO ubatch-avslutad-av
               MOVE WS-ATTEST-TIDPUNKT TO ubatch-avslutad-at

               EXEC SQL
                   UPDATE REDWARRIOR.dbo.utbetalning_batch
                   SET status = 'SLAPPT',
                       avslutad_av = :ubatch-avslutad-av,
                       avslutad_at = :ubatch-avslutad-at
                   WHERE batchtyp = :ubatch-batchtyp
                     AND batchnr = :ubatch-batchnr
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID UPDATE UTBETALNING_BATCH: "
                     SQLCODE
                   MOVE 16 TO WS-RETURN-KOD
                   MOVE "J" TO WS-SLAPP-FEL
               ELSE
                   MOVE "SLAPPT" TO alogg-handelse
                   MOVE SPACES TO alogg-anmarkning
                   PERFORM SPARA-ATTESTLOGG
               END-IF
           END-IF.

       BOKFOR-ATERBETALNING SECTION.

      *> Återbetalningen är en egen transaktion på ärendet:
      *> kapitalet minskas med det utbetalda överskottet så
      *> belopp_bet åter möter attbet, fördelningsboken får en rad
      *> med negativt kapital (kalla_program The_Heart-ATERBET) och
      *> klientmedelsboken en UTBET-rad på uppdragsgivaren - annars
      *> skulle överskottet även redovisas till klienten av
      *> KlientmedelUtbetalning.cbl. aterbet_flagga nollställs så
      *> att ett senare överskott på samma faktura fångas igen.
      *> För en faktura i utländsk valuta minskas belopp_bet med
      *> överskottet i fakturans valuta ur återbetalningsraden,
      *> medan utbetalningen och klientmedelsboken går i kronor.
           EXEC SQL
               SELECT upgnr, ISNULL(valuta, 'SEK')
               INTO :faktura-upgnr, :WS-ATERBET-VALUTA
               FROM REDWARRIOR.dbo.faktura
               WHERE lopnr = :urad-lopnr
           END-EXEC

           IF SQLCODE = 0
               MOVE ubatch-batchnr TO aterb-batchnr
               EXEC SQL
                   SELECT ISNULL(belopp_valuta, belopp)
                   INTO :WS-ATERBET-BELOPP-VALUTA
                   FROM REDWARRIOR.dbo.aterbetalning
                   WHERE lopnr = :urad-lopnr
                     AND batchnr = :aterb-batchnr
                     AND status = 'ATTEST'
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE urad-belopp TO WS-ATERBET-BELOPP-VALUTA
               END-IF
               IF WS-ATERBET-VALUTA = "SEK"
                  OR WS-ATERBET-BELOPP-VALUTA = 0
                   MOVE urad-belopp TO WS-ATERBET-BELOPP-VALUTA
                   MOVE 1 TO WS-ATERBET-KURS
               ELSE
                   COMPUTE WS-ATERBET-KURS ROUNDED =
                       urad-belopp / WS-ATERBET-BELOPP-VALUTA
               END-IF
               MOVE 0 TO SQLCODE
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID LASNING AV FAKTURA FOR ATERBET: "
                 SQLCODE " LOPNR " urad-lopnr
               MOVE 16 TO WS-RETURN-KOD
               MOVE "J" TO WS-SLAPP-FEL
           ELSE

               EXEC SQL
                   UPDATE REDWARRIOR.dbo.faktura
                   SET belopp_bet = belopp_bet
                                    - :WS-ATERBET-BELOPP-VALUTA,
                       aterbet_flagga = 'N'
                   WHERE lopnr = :urad-lopnr
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID BOKFORING AV ATERBETALNING: "
                     SQLCODE " LOPNR " urad-lopnr
                   MOVE 16 TO WS-RETURN-KOD
                   MOVE "J" TO WS-SLAPP-FEL
               ELSE
      *> Återbetalningen ökar kapitalsaldot i ärendereskontran
      *> med samma belopp som belopp_bet minskades med.
                   MOVE ubatch-batchnr TO WS-EDIT-ATERBET-BATCH
                   MOVE urad-lopnr TO reskontra-lopnr
                   MOVE WS-ATTEST-TIDPUNKT(1:10)
                     TO reskontra-trans-datum
                   MOVE "ATERBET" TO reskontra-transtyp
                   MOVE "KAPITAL" TO reskontra-del
                   MOVE WS-ATERBET-BELOPP-VALUTA TO reskontra-belopp
                   MOVE SPACES TO reskontra-referens
                   STRING
                     "ATERBET BATCH " WS-EDIT-ATERBET-BATCH
                     DELIMITED BY SIZE
                     INTO reskontra-referens
                   END-STRING
                   PERFORM BOKFOR-RESKONTRA
                   IF SQLCODE NOT = 0
                       MOVE 16 TO WS-RETURN-KOD
                       MOVE "J" TO WS-SLAPP-FEL
                   END-IF
               END-IF

               MOVE urad-lopnr TO fordelning-lopnr
               MOVE WS-ATTEST-TIDPUNKT(1:10) TO fordelning-betaldag
               MOVE 0 TO fordelning-belopp-avgift
               MOVE 0 TO fordelning-belopp-ranta
               COMPUTE fordelning-belopp-kapital =
                   0 - WS-ATERBET-BELOPP-VALUTA
               MOVE "The_Heart-ATERBET" TO fordelning-kalla-program
               MOVE WS-ATTEST-TIDPUNKT TO fordelning-skapad-at
               MOVE WS-ATERBET-VALUTA TO fordelning-valuta
               MOVE WS-ATERBET-KURS TO fordelning-kurs
               MOVE 0 TO fordelning-belopp-ranta-sek
               COMPUTE fordelning-belopp-kapital-sek =
                   0 - urad-belopp

               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.betalning_fordelning
                       (lopnr, betaldag, belopp_avgift,
                        belopp_ranta, belopp_kapital,
                        kalla_program, skapad_at, valuta, kurs,
                        belopp_ranta_sek, belopp_kapital_sek)
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
                   DISPLAY "FEL VID INSERT BETALNING_FORDELNING: "
                     SQLCODE
                   MOVE 16 TO WS-RETURN-KOD
                   MOVE "J" TO WS-SLAPP-FEL
               END-IF

               MOVE faktura-upgnr TO klmedel-upgnr
               MOVE urad-lopnr TO klmedel-lopnr
               MOVE "UTBET" TO klmedel-typ
               MOVE urad-belopp TO klmedel-belopp
               MOVE WS-ATTEST-TIDPUNKT(1:10) TO klmedel-handelse-datum
               MOVE "The_Heart-ATERBET" TO klmedel-kalla-program
               MOVE WS-ATTEST-TIDPUNKT TO klmedel-bokford-at
               MOVE WS-ATERBET-VALUTA TO klmedel-valuta
               MOVE WS-ATERBET-BELOPP-VALUTA TO klmedel-belopp-valuta

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
                   DISPLAY "FEL VID INSERT KLIENTMEDEL: " SQLCODE
                   MOVE 16 TO WS-RETURN-KOD
                   MOVE "J" TO WS-SLAPP-FEL
               END-IF

               MOVE WS-ATTEST-TIDPUNKT(1:10) TO aterb-utbetald-datum
               MOVE ubatch-batchnr TO aterb-batchnr

               EXEC SQL
                   UPDATE REDWARRIOR.dbo.aterbetalning
                   SET status = 'UTBETALD',
                       utbetald_datum = :aterb-utbetald-datum
                   WHERE lopnr = :urad-lopnr
                     AND batchnr = :aterb-batchnr
                     AND status = 'ATTEST'
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID UPDATE ATERBETALNING: " SQLCODE
                   MOVE 16 TO WS-RETURN-KOD
                   MOVE "J" TO WS-SLAPP-FEL
               END-IF

           END-IF.

       SPARA-ATTESTLOGG SECTION.

      *> Anroparen fyller i ubatch-batchtyp/-batchnr, handelse och
      *> anmärkning; nattkörningen loggar som THEHEART.
           PERFORM SATT-ATTEST-TIDPUNKT
           MOVE ubatch-batchtyp TO alogg-batchtyp
           MOVE ubatch-batchnr TO alogg-batchnr
           MOVE "THEHEART" TO alogg-signatur
           MOVE WS-ATTEST-TIDPUNKT TO alogg-logg-at

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
           END-IF.

       SATT-ATTEST-TIDPUNKT SECTION.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
           MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
           MOVE WS-TIMESTAMP(7:2) TO WS-DAG

           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             " " WS-TIMESTAMP(9:2) ":" WS-TIMESTAMP(11:2)
             ":" WS-TIMESTAMP(13:2)
             DELIMITED BY SIZE
             INTO WS-ATTEST-TIDPUNKT
           END-STRING.

       REMOVE-BETALDA SECTION.


       SPARA-AVGIFT SECTION.

      *> Ingår ärendet i ett samlingsärende (P_W715/P_W716.CPY)
      *> debiteras samlingens avgifter bara på det bärande ärendet
      *> (bar_lopnr), och påminnelseavgiften bara en gång per
      *> samling och nivå: på nivå 1 ingen alls om något av
      *> ärendena redan har en, på nivå 2 ingen om någon redan
      *> debiterats i dag. Avgifter som ärendena fått innan de
      *> samlades står kvar.
           MOVE "J" TO WS-AVGIFT-DEBITERAS
           MOVE 0 TO WS-AVGIFT-SAMLINGSNR
           MOVE 0 TO WS-AVGIFT-BAR-LOPNR

           EXEC SQL
               SELECT ISNULL(MAX(s.samlingsnr), 0),
                      ISNULL(MAX(s.bar_lopnr), 0)
               INTO :WS-AVGIFT-SAMLINGSNR, :WS-AVGIFT-BAR-LOPNR
               FROM REDWARRIOR.dbo.samlingsarende_rad r
               JOIN REDWARRIOR.dbo.samlingsarende s
                 ON s.samlingsnr = r.samlingsnr
               WHERE r.lopnr = :avgift-lopnr
                 AND s.status <> 'STANGD'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID LASNING AV SAMLINGSARENDE: " SQLCODE
               MOVE 0 TO WS-AVGIFT-SAMLINGSNR
           END-IF

           IF WS-AVGIFT-SAMLINGSNR > 0
               IF WS-AVGIFT-BAR-LOPNR NOT = avgift-lopnr
                   MOVE "N" TO WS-AVGIFT-DEBITERAS
               ELSE
                   IF avgift-typ = "PAMINNELSE"
                       MOVE 0 TO ws-count
                       EXEC SQL
                           SELECT COUNT(*) INTO :ws-count
                           FROM REDWARRIOR.dbo.avgifter a
                           JOIN REDWARRIOR.dbo.samlingsarende_rad r
                             ON r.lopnr = a.lopnr
                           WHERE r.samlingsnr = :WS-AVGIFT-SAMLINGSNR
                             AND a.avgift_typ = 'PAMINNELSE'
                             AND a.makulerad = 'N'
                             AND (a.skapad_datum =
                                  CAST(GETDATE() AS DATE)
                               OR EXISTS (
                                  SELECT 1
                                  FROM REDWARRIOR.dbo.paminnelser p
                                  WHERE p.lopnr = :avgift-lopnr
                                    AND p.paminnelse_niva = 1))
                       END-EXEC
                       IF SQLCODE NOT = 0
                           DISPLAY "FEL VID PROVNING AV "
                             "SAMLINGSAVGIFT: " SQLCODE
                       END-IF
                       IF ws-count > 0
                           MOVE "N" TO WS-AVGIFT-DEBITERAS
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-AVGIFT-DEBITERAS = "J"
               PERFORM DEBITERA-AVGIFT
           ELSE
               DISPLAY "Ingen " avgift-typ " för LOPNR "
                 avgift-lopnr " - samlingsärende "
                 WS-AVGIFT-SAMLINGSNR
           END-IF.

       DEBITERA-AVGIFT SECTION.

      *> Debiterar den lagstadgade avgiften för ett ärende -
      *> anroparen fyller i avgift-lopnr och avgift-typ
      *> (PAMINNELSE eller INKASSOKRV) innan PERFORM, och

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA-AVGIFT: " SQLCODE
           ELSE
               MOVE avgift-lopnr TO reskontra-lopnr
               MOVE avgift-skapad-datum TO reskontra-trans-datum
               MOVE "AVGIFT" TO reskontra-transtyp
               MOVE "AVGIFT" TO reskontra-del
               MOVE avgift-belopp TO reskontra-belopp
               MOVE avgift-typ TO reskontra-referens
               PERFORM BOKFOR-RESKONTRA
           END-IF.

       BOKFOR-RESKONTRA SECTION.

      *> En rad i ärendereskontran (arendereskontra, P_W713.CPY).
      *> Anroparen fyller i lopnr, trans-datum (blankt = dagens
      *> datum), transtyp, del, belopp och referens. Valutan tas
      *> från fakturan för KAPITAL och RANTA - avgifterna är
      *> alltid SEK. Nollbelopp bokförs inte.
           IF reskontra-belopp NOT = 0
               MOVE "The_Heart" TO reskontra-kalla-program
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

       HAMTA-AVGIFTSSUMMA SECTION.
           PERFORM HAMTA-AVGIFTSSUMMA

           IF WS-AVGIFT-SUMMA > 0
               MOVE 0 TO WS-MAKULERAT-BELOPP
               EXEC SQL
                   SELECT ISNULL(SUM(belopp), 0)
                   INTO :WS-MAKULERAT-BELOPP
                   FROM REDWARRIOR.dbo.avgifter
                   WHERE lopnr = :paminnelser-lopnr
                     AND makulerad = 'N'
               END-EXEC

               EXEC SQL
                   UPDATE REDWARRIOR.dbo.avgifter
                   SET makulerad = 'J',

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY "FEL VID MAKULERA-AVGIFTER: " SQLCODE
               ELSE
                   MOVE paminnelser-lopnr TO reskontra-lopnr
                   MOVE SPACES TO reskontra-trans-datum
                   MOVE "MAKULERING" TO reskontra-transtyp
                   MOVE "AVGIFT" TO reskontra-del
                   COMPUTE reskontra-belopp =
                       0 - WS-MAKULERAT-BELOPP
                   MOVE "ARENDE STANGT" TO reskontra-referens
                   PERFORM BOKFOR-RESKONTRA
               END-IF
           END-IF.

                   IF SQLCODE = 0
                       DISPLAY "Retry lyckades för LOPNR: " retry-lopnr
                       ADD 1 TO WS-ANTAL-INFOGADE
                       MOVE paminnelser-lopnr TO samlrad-lopnr
                       MOVE paminnelser-upgnr TO samling-upgnr
                       MOVE paminnelser-kundnr TO samling-kundnr
                       PERFORM SAMLA-EN-FAKTURA
                       MOVE paminnelser-lopnr TO avgift-lopnr
                       MOVE "PAMINNELSE" TO avgift-typ
                       PERFORM SPARA-AVGIFT
           END-EXEC.

           EXEC SQL
               OPEN PLANBROTT_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN PLANBROTT_CURSOR: " SQLCODE
               MOVE 16 TO WS-RETURN-KOD
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH PLANBROTT_CURSOR INTO :plan-lopnr
               END-EXEC

               IF SQLCODE = 0

                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.betalningsplan
                       SET aktiv = 'N'
                       WHERE lopnr = :plan-lopnr
                         AND aktiv = 'J'
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-ANTAL-BRUTNA-PLANER
                       MOVE plan-lopnr TO history-lopnr
                       MOVE "PLAN" TO history-old-status
                       MOVE "NEJ" TO history-new-status
                       PERFORM SPARA-STATUSHISTORIK
                       DISPLAY "Betalningsplan bruten för LOPNR: "
                         plan-lopnr
                   ELSE
                       DISPLAY "FEL VID BRYTNING AV PLAN: " SQLCODE
                   END-IF

               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH PLANBROTT: "
                         SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF.

           EXEC SQL
               CLOSE PLANBROTT_CURSOR
           END-EXEC.

           DISPLAY "Brutna betalningsplaner: "
             WS-ANTAL-BRUTNA-PLANER.

       KONTROLLERA-BETALNINGSLOFTEN SECTION.

      *> Prövar löpande betalningslöften och anstånd (se
      *> P_W691.CPY) första natten efter lovat datum plus
      *> LOFTE_MARGINAL_DAGAR - samma ögonblick som spärren i
      *> ESKALERA_CURSOR/AVSKRIVNING_CURSOR/INKASSO_CURSOR släpper.
      *> Det som betalats enligt betalning_fordelning från
      *> registreringsdagen till och med lovat datum plus
      *> marginal jämförs med det utlovade beloppet: allt betalt
      *> = HALLET, en del = DELVIS, ingenting = BRUTET. Utfallet
      *> loggas LOFTE -> NEJ i paminnelser_history (ärendet är
      *> tillbaka i ordinarie flöde), och brutna löften skrivs på
      *> kundtjänstens uppföljningslista med antal brutna löften
      *> för gäldenären.
           MOVE 0 TO WS-ANTAL-LOFTEN-HALLNA
           MOVE 0 TO WS-ANTAL-LOFTEN-DELVIS
           MOVE 0 TO WS-ANTAL-LOFTEN-BRUTNA

           MOVE SPACES TO LOFTESFIL-RAD
           STRING
             "BRUTNA BETALNINGSLOFTEN - UPPFOLJNING"
             DELIMITED BY SIZE
             INTO LOFTESFIL-RAD
           END-STRING
           WRITE LOFTESFIL-RAD
           MOVE SPACES TO LOFTESFIL-RAD
           STRING
             "LOPNR      KUNDNR          LOVAT  LOVAT DATUM "
             "SIGNATUR  BRUTNA  ANMARKNING"
             DELIMITED BY SIZE
             INTO LOFTESFIL-RAD
           END-STRING
           WRITE LOFTESFIL-RAD

           EXEC SQL
               DECLARE LOFTE_CURSOR CURSOR FOR
               SELECT bl.lofte_id, bl.lopnr, bl.kundnr,
                      bl.lofte_belopp, bl.lofte_datum, bl.signatur,
                      ISNULL((SELECT SUM(bf.belopp_avgift
                                         + bf.belopp_ranta
                                         + bf.belopp_kapital)
                              FROM
                              REDWARRIOR.dbo.betalning_fordelning bf
                              WHERE bf.lopnr = bl.lopnr
                                AND bf.betaldag >=
                                    bl.registrerad_datum
                                AND bf.betaldag <=
                                    DATEADD(DAY, :WS-LOFTE-MARGINAL,
                                      bl.lofte_datum)),
                             CAST(0.00 AS DECIMAL(11,2)))
               FROM REDWARRIOR.dbo.betalningslofte bl
               JOIN REDWARRIOR.dbo.faktura f ON f.lopnr = bl.lopnr
               WHERE bl.status = 'AKTIV'
                 AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                       bl.lofte_datum) <
                     CAST(GETDATE() AS DATE)
                 AND f.upgnr BETWEEN :WS-UPGNR-FRAN
                                 AND :WS-UPGNR-TILL
               ORDER BY bl.lopnr
           END-EXEC.

           EXEC SQL
               OPEN LOFTE_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN LOFTE_CURSOR: " SQLCODE
               MOVE 16 TO WS-RETURN-KOD
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH LOFTE_CURSOR INTO
                       :lofte-id, :lofte-lopnr, :lofte-kundnr,
                       :lofte-belopp, :lofte-datum,
                       :lofte-signatur, :WS-LOFTE-BETALT
               END-EXEC

               IF SQLCODE = 0

                   IF WS-LOFTE-BETALT >= lofte-belopp
                       MOVE "HALLET" TO lofte-status
                   ELSE
                   IF WS-LOFTE-BETALT > 0
                       MOVE "DELVIS" TO lofte-status
                   ELSE
                       MOVE "BRUTET" TO lofte-status
                   END-IF
                   END-IF
                   MOVE WS-LOFTE-BETALT TO lofte-betalt-belopp

                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.betalningslofte
                       SET status = :lofte-status,
                           betalt_belopp = :lofte-betalt-belopp,
                           utfall_datum = CAST(GETDATE() AS DATE)
                       WHERE lofte_id = :lofte-id
                         AND status = 'AKTIV'
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE lofte-lopnr TO history-lopnr
                       MOVE "LOFTE" TO history-old-status
                       MOVE "NEJ" TO history-new-status
                       PERFORM SPARA-STATUSHISTORIK
                       IF lofte-status = "HALLET"
                           ADD 1 TO WS-ANTAL-LOFTEN-HALLNA
                       ELSE
                       IF lofte-status = "DELVIS"
                           ADD 1 TO WS-ANTAL-LOFTEN-DELVIS
                       ELSE
                           ADD 1 TO WS-ANTAL-LOFTEN-BRUTNA
                           PERFORM SKRIV-BRUTET-LOFTE
                       END-IF
                       END-IF
                   ELSE
                       DISPLAY "FEL VID UTFALL AV LOFTE: " SQLCODE
                   END-IF

               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH LOFTE: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF.

           EXEC SQL
               CLOSE LOFTE_CURSOR
           END-EXEC.

           DISPLAY "Betalningslöften hållna: "
             WS-ANTAL-LOFTEN-HALLNA.
           DISPLAY "Betalningslöften delvis hållna: "
             WS-ANTAL-LOFTEN-DELVIS.
           DISPLAY "Betalningslöften brutna: "
             WS-ANTAL-LOFTEN-BRUTNA.

       SKRIV-BRUTET-LOFTE SECTION.

      *> En rad per brutet löfte på uppföljningslistan. Antalet
      *> brutna löften räknas efter att utfallet sparats, så det
      *> nyss brutna ingår - överstiger det LOFTE_MAX_BRUTNA är
      *> gäldenären spärrad för nya löften i BetalningsLofte.cbl
      *> och det står på raden.
           MOVE 0 TO WS-LOFTE-BRUTNA-KUND
           EXEC SQL
               SELECT COUNT(*) INTO :WS-LOFTE-BRUTNA-KUND
               FROM REDWARRIOR.dbo.betalningslofte
               WHERE kundnr = :lofte-kundnr
                 AND status = 'BRUTET'
           END-EXEC

           MOVE lofte-lopnr TO WS-LOFTE-EDIT-LOPNR
           MOVE lofte-kundnr TO WS-LOFTE-EDIT-KUNDNR
           MOVE lofte-belopp TO WS-LOFTE-EDIT-BELOPP
           MOVE WS-LOFTE-BRUTNA-KUND TO WS-LOFTE-EDIT-ANTAL
           MOVE SPACES TO WS-LOFTE-RAD

           IF WS-LOFTE-BRUTNA-KUND > WS-LOFTE-MAX-BRUTNA
               STRING
                 WS-LOFTE-EDIT-LOPNR  " "
                 WS-LOFTE-EDIT-KUNDNR " "
                 WS-LOFTE-EDIT-BELOPP " "
                 lofte-datum          "  "
                 lofte-signatur       "  "
                 WS-LOFTE-EDIT-ANTAL  "    SPARRAD FOR NYA LOFTEN"
                 DELIMITED BY SIZE
                 INTO WS-LOFTE-RAD
               END-STRING
           ELSE
               STRING
                 WS-LOFTE-EDIT-LOPNR  " "
                 WS-LOFTE-EDIT-KUNDNR " "
                 WS-LOFTE-EDIT-BELOPP " "
                 lofte-datum          "  "
                 lofte-signatur       "  "
                 WS-LOFTE-EDIT-ANTAL
                 DELIMITED BY SIZE
                 INTO WS-LOFTE-RAD
               END-STRING
           END-IF

           MOVE WS-LOFTE-RAD TO LOFTESFIL-RAD
           WRITE LOFTESFIL-RAD.

       KONTROLLERA-ACKORD SECTION.

      *> Avslutar de ackord (se P_W723.CPY) som inte betalts i tid:
      *> första natten efter sista_dag plus LOFTE_MARGINAL_DAGAR -
      *> samma ögonblick som ackordsspärren i ESKALERA_CURSOR/
      *> AVSKRIVNING_CURSOR/INKASSO_CURSOR släpper - sätts
      *> ackordet FORFALLET med det som hann betalas fram till
      *> sista_dag, och varje ingående ärende som finns kvar får
      *> en historikrad ACKORD -> aktuell status. Ärendena fångas
      *> därmed av ordinarie eskalering från och med denna
      *> körning. Fullgjorda ackord avslutas redan vid
      *> bokföringen i BetalfilImport.cbl/OplaceradBetalning.cbl.
           MOVE 0 TO WS-ANTAL-ACKORD-FORFALLNA

           EXEC SQL
               DECLARE ACKORD_CURSOR CURSOR FOR
               SELECT a.ackordnr, a.kundnr, a.ackord_belopp,
                      a.sista_dag,
                      ISNULL((SELECT SUM(bf.belopp_avgift
                                         + bf.belopp_ranta
                                         + bf.belopp_kapital)
                              FROM REDWARRIOR.dbo.ackord_rad r
                              JOIN
                              REDWARRIOR.dbo.betalning_fordelning bf
                                ON bf.lopnr = r.lopnr
                              WHERE r.ackordnr = a.ackordnr
                                AND bf.betaldag >=
                                    a.registrerad_datum
                                AND bf.betaldag <= a.sista_dag),
                             CAST(0.00 AS DECIMAL(11,2)))
               FROM REDWARRIOR.dbo.ackord a
               WHERE a.status IN ('REGISTRERAT', 'SKICKAT')
                 AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                       a.sista_dag) <
                     CAST(GETDATE() AS DATE)
                 AND a.upgnr BETWEEN :WS-UPGNR-FRAN
                                 AND :WS-UPGNR-TILL
               ORDER BY a.ackordnr
           END-EXEC.

           EXEC SQL
               OPEN ACKORD_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN ACKORD_CURSOR: " SQLCODE
               MOVE 16 TO WS-RETURN-KOD
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH ACKORD_CURSOR INTO
                       :ackord-ackordnr, :ackord-kundnr,
                       :ackord-ackord-belopp, :ackord-sista-dag,
                       :WS-ACKORD-BETALT
               END-EXEC

               IF SQLCODE = 0
                   PERFORM AVSLUTA-FORFALLET-ACKORD
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH ACKORD: " SQLCODE
                   END-IF
               END-IF

           END-IF.

           EXEC SQL
               CLOSE ACKORD_CURSOR
           END-EXEC.

           DISPLAY "Ackord förfallna: "
             WS-ANTAL-ACKORD-FORFALLNA.

       AVSLUTA-FORFALLET-ACKORD SECTION.

      *> Ett förfallet ackord - historikraderna skrivs innan
      *> statusen ändras, så old_status ACKORD står på samma
      *> ärenden som när ackordet registrerades (ärenden som
      *> betalts fullt och tagits bort saknas i paminnelser och
      *> får ingen rad).
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

           MOVE "The_Heart" TO history-changed-by-program

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.paminnelser_history
                   (lopnr, old_status, new_status,
                    changed_by_program, changed_at)
               SELECT r.lopnr, 'ACKORD', p.inkasso_status,
                      :history-changed-by-program,
                      :history-changed-at
               FROM REDWARRIOR.dbo.ackord_rad r
               JOIN REDWARRIOR.dbo.paminnelser p
                 ON p.lopnr = r.lopnr
               WHERE r.ackordnr = :ackord-ackordnr
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID SPARA-STATUSHISTORIK: " SQLCODE
           END-IF

           EXEC SQL
               UPDATE REDWARRIOR.dbo.ackord
               SET status = 'FORFALLET',
                   betalt_belopp = :WS-ACKORD-BETALT,
                   avskrivet_belopp = 0,
                   avslutad_datum = CAST(GETDATE() AS DATE)
               WHERE ackordnr = :ackord-ackordnr
                 AND status IN ('REGISTRERAT', 'SKICKAT')
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-ANTAL-ACKORD-FORFALLNA
               DISPLAY "Ackord förfallet, ACKORDNR: "
                 ackord-ackordnr
           ELSE
               DISPLAY "FEL VID AVSLUT AV ACKORD: " SQLCODE
               MOVE 16 TO WS-RETURN-KOD
           END-IF.

       ESKALERA-PAMINNELSE-NIVA SECTION.

                     WHERE bp.lopnr = p.lopnr
                       AND bp.aktiv = 'J'
                 )
      *> Löpande betalningslöfte/anstånd (P_W691.CPY) - ärendet
      *> väntar tills lovat datum plus LOFTE_MARGINAL_DAGAR
      *> passerats, se KONTROLLERA-BETALNINGSLOFTEN.
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.betalningslofte bl
                     WHERE bl.lopnr = p.lopnr
                       AND bl.status = 'AKTIV'
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             bl.lofte_datum) >=
                           CAST(GETDATE() AS DATE)
                 )
      *> Löpande ackord (P_W723.CPY) - ärendet väntar tills
      *> sista_dag plus LOFTE_MARGINAL_DAGAR passerats, se
      *> KONTROLLERA-ACKORD.
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.ackord_rad ar
                     JOIN REDWARRIOR.dbo.ackord ak
                       ON ak.ackordnr = ar.ackordnr
                     WHERE ar.lopnr = p.lopnr
                       AND ak.status IN ('REGISTRERAT', 'SKICKAT')
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             ak.sista_dag) >=
                           CAST(GETDATE() AS DATE)
                 )
           END-EXEC.

           EXEC SQL
               JOIN REDWARRIOR.dbo.faktura f ON f.lopnr = p.lopnr
               JOIN REDWARRIOR.dbo.inkasso_parameter ip
                 ON ip.upgnr = p.upgnr
      *> Ett ärende i ett OPPEN samlingsärende prövas mot
      *> samlingens samlade kapital - samlingen går till byrån
      *> som ett ärende, se FLAGGA-EN-BYRA (alltid SEK).
               OUTER APPLY (
                   SELECT SUM(f3.attbet - f3.belopp_bet) AS kapital
                   FROM REDWARRIOR.dbo.samlingsarende_rad r2
                   JOIN REDWARRIOR.dbo.samlingsarende s2
                     ON s2.samlingsnr = r2.samlingsnr
                   JOIN REDWARRIOR.dbo.samlingsarende_rad r3
                     ON r3.samlingsnr = r2.samlingsnr
                   JOIN REDWARRIOR.dbo.paminnelser p3
                     ON p3.lopnr = r3.lopnr
                   JOIN REDWARRIOR.dbo.faktura f3
                     ON f3.lopnr = r3.lopnr
                   WHERE r2.lopnr = p.lopnr
                     AND s2.status = 'OPPEN'
                     AND p3.inkasso_status = 'NEJ'
               ) sk
               WHERE p.forfallo_datum < CAST(GETDATE() AS DATE)
                 AND p.inkasso_status = 'NEJ'
                 AND p.paminnelse_niva = 2
                 AND ip.auto_eskalering = 'J'
      *> min_belopp är kronor - valutafakturor jämförs till sin
      *> bokföringskurs.
                 AND ISNULL(sk.kapital, (f.attbet - f.belopp_bet)
                     * ISNULL(f.valuta_kurs, 1)) < ip.min_belopp
                 AND p.upgnr BETWEEN :WS-UPGNR-FRAN
                                 AND :WS-UPGNR-TILL
                 AND NOT EXISTS (
                     WHERE bp.lopnr = p.lopnr
                       AND bp.aktiv = 'J'
                 )
      *> Löpande betalningslöfte/anstånd (P_W691.CPY) - ärendet
      *> väntar tills lovat datum plus LOFTE_MARGINAL_DAGAR
      *> passerats, se KONTROLLERA-BETALNINGSLOFTEN.
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.betalningslofte bl
                     WHERE bl.lopnr = p.lopnr
                       AND bl.status = 'AKTIV'
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             bl.lofte_datum) >=
                           CAST(GETDATE() AS DATE)
                 )
      *> Löpande ackord (P_W723.CPY) - ärendet väntar tills
      *> sista_dag plus LOFTE_MARGINAL_DAGAR passerats, se
      *> KONTROLLERA-ACKORD.
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.ackord_rad ar
                     JOIN REDWARRIOR.dbo.ackord ak
                       ON ak.ackordnr = ar.ackordnr
                     WHERE ar.lopnr = p.lopnr
                       AND ak.status IN ('REGISTRERAT', 'SKICKAT')
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             ak.sista_dag) >=
                           CAST(GETDATE() AS DATE)
                 )
           END-EXEC.

           EXEC SQL
                       MOVE "NEJ" TO history-old-status
                       MOVE "AVSKRIVEN" TO history-new-status
                       PERFORM SPARA-STATUSHISTORIK
                       MOVE paminnelser-lopnr TO reskontra-lopnr
                       MOVE "UNDER MIN_BELOPP" TO reskontra-referens
                       PERFORM AVSKRIV-RESKONTRA
                   ELSE
                       DISPLAY "FEL VID SKRIV-AV-SMA-BELOPP. SQLCODE = "
                         SQLCODE
           DISPLAY "Ärenden avskrivna (under min_belopp): "
             WS-ANTAL-AVSKRIVNA.

       AVSKRIV-RESKONTRA SECTION.

      *> Ett avskrivet ärende nollas i ärendereskontran
      *> (P_W713.CPY): en AVSKRIVN-rad per del med hela det
      *> kvarstående saldot med omvänt tecken. Grundtabellerna
      *> lämnas orörda - avskrivningen syns där bara som status.
      *> Anroparen fyller i reskontra-lopnr och -referens.
           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.arendereskontra
                   (lopnr, trans_datum, transtyp, del, belopp,
                    valuta, kalla_program, referens, bokford_at)
               SELECT t.lopnr, CAST(GETDATE() AS DATE), 'AVSKRIVN',
                      t.del, 0 - SUM(t.belopp), t.valuta,
                      'The_Heart', NULLIF(:reskontra-referens, ' '),
                      GETDATE()
               FROM REDWARRIOR.dbo.arendereskontra t
               WHERE t.lopnr = :reskontra-lopnr
               GROUP BY t.lopnr, t.del, t.valuta
               HAVING SUM(t.belopp) <> 0
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID AVSKRIVNING I ARENDERESKONTRA: "
                 SQLCODE " LOPNR " reskontra-lopnr
           END-IF.

       FLAGGA-FOR-INKASSO SECTION.

      *> Endast ärenden som redan hunnit till nivå 2 (andra
           EXEC SQL
               DECLARE INKASSO_CURSOR CURSOR FOR
               SELECT p.upgnr, p.kundnr, p.lopnr,
                      ISNULL(sk.kapital, f.attbet - f.belopp_bet),
                      p.forfallo_datum,
                      ISNULL(u.namn, '*OKAND UPPDRAGSGIVARE*'),
                      ISNULL(f.valuta, 'SEK'),
                      ISNULL(s.samlingsnr, 0)
               FROM REDWARRIOR.dbo.paminnelser p
               JOIN REDWARRIOR.dbo.faktura f ON f.lopnr = p.lopnr
               LEFT JOIN REDWARRIOR.dbo.inkasso_parameter ip
                 ON ip.upgnr = p.upgnr
               LEFT JOIN REDWARRIOR.dbo.uppdragsgivare u
                 ON u.upgnr = p.upgnr
      *> Samlingsärende (P_W715.CPY): det bärande ärendet står för
      *> hela samlingen - beloppet är kapitalet i samlingens
      *> ärenden i påminnelseflödet (utom de under aktiv
      *> betalningsplan, löfte eller ackord), och samlingens
      *> övriga ärenden flaggas tillsammans med det, se
      *> FLAGGA-SAMLINGSARENDE.
               LEFT JOIN REDWARRIOR.dbo.samlingsarende s
                 ON s.bar_lopnr = p.lopnr
                AND s.status = 'OPPEN'
               OUTER APPLY (
                   SELECT SUM(f2.attbet - f2.belopp_bet) AS kapital
                   FROM REDWARRIOR.dbo.samlingsarende_rad r2
                   JOIN REDWARRIOR.dbo.paminnelser p2
                     ON p2.lopnr = r2.lopnr
                   JOIN REDWARRIOR.dbo.faktura f2
                     ON f2.lopnr = r2.lopnr
                   WHERE r2.samlingsnr = s.samlingsnr
                     AND p2.inkasso_status = 'NEJ'
                     AND NOT EXISTS (
                         SELECT 1
                         FROM REDWARRIOR.dbo.betalningsplan bp2
                         WHERE bp2.lopnr = p2.lopnr
                           AND bp2.aktiv = 'J'
                     )
                     AND NOT EXISTS (
                         SELECT 1
                         FROM REDWARRIOR.dbo.betalningslofte bl2
                         WHERE bl2.lopnr = p2.lopnr
                           AND bl2.status = 'AKTIV'
                           AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                                 bl2.lofte_datum) >=
                               CAST(GETDATE() AS DATE)
                     )
                     AND NOT EXISTS (
                         SELECT 1
                         FROM REDWARRIOR.dbo.ackord_rad ar2
                         JOIN REDWARRIOR.dbo.ackord ak2
                           ON ak2.ackordnr = ar2.ackordnr
                         WHERE ar2.lopnr = p2.lopnr
                           AND ak2.status IN ('REGISTRERAT', 'SKICKAT')
                           AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                                 ak2.sista_dag) >=
                               CAST(GETDATE() AS DATE)
                     )
               ) sk
               WHERE p.forfallo_datum < CAST(GETDATE() AS DATE)
                 AND p.inkasso_status = 'NEJ'
                 AND p.paminnelse_niva = 2
      *> beloppsgräns. Verkställda beslut stämplas i
      *> MARKERA-BESLUT-UTFORT.
                 AND ((ISNULL(ip.auto_eskalering, 'J') = 'J'
                       AND ISNULL(sk.kapital, (f.attbet - f.belopp_bet)
                           * ISNULL(f.valuta_kurs, 1)) >=
                           ISNULL(ip.min_belopp,
                                  CAST(0.00 AS DECIMAL(11,2))))
                   OR EXISTS (
                       WHERE b.lopnr = p.lopnr
                         AND b.beslut = 'INKASSO'
                         AND b.utford = 'N'
                   )
                   OR EXISTS (
                       SELECT 1
                       FROM REDWARRIOR.dbo.beslut_ko b
                       JOIN REDWARRIOR.dbo.samlingsarende_rad r3
                         ON r3.lopnr = b.lopnr
                       WHERE r3.samlingsnr = s.samlingsnr
                         AND b.beslut = 'INKASSO'
                         AND b.utford = 'N'
                   ))
                 AND p.upgnr BETWEEN :WS-UPGNR-FRAN
                                 AND :WS-UPGNR-TILL
      *> Ett ärende i ett OPPEN samlingsärende som inte är det
      *> bärande går till byrån via det bärande ärendet.
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.samlingsarende_rad r4
                     JOIN REDWARRIOR.dbo.samlingsarende s4
                       ON s4.samlingsnr = r4.samlingsnr
                     WHERE r4.lopnr = p.lopnr
                       AND s4.status = 'OPPEN'
                       AND s4.bar_lopnr <> p.lopnr
                 )
      *> Endast den byrå vars fil just nu byggs - styrningen per
      *> upgnr ligger i inkasso_parameter.byra_id, NULL/saknad
      *> rad betyder byrå 1.
                     WHERE bp.lopnr = p.lopnr
                       AND bp.aktiv = 'J'
                 )
      *> Löpande betalningslöfte/anstånd (P_W691.CPY) - ärendet
      *> väntar tills lovat datum plus LOFTE_MARGINAL_DAGAR
      *> passerats, se KONTROLLERA-BETALNINGSLOFTEN.
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.betalningslofte bl
                     WHERE bl.lopnr = p.lopnr
                       AND bl.status = 'AKTIV'
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             bl.lofte_datum) >=
                           CAST(GETDATE() AS DATE)
                 )
      *> Löpande ackord (P_W723.CPY) - ärendet väntar tills
      *> sista_dag plus LOFTE_MARGINAL_DAGAR passerats, se
      *> KONTROLLERA-ACKORD.
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.ackord_rad ar
                     JOIN REDWARRIOR.dbo.ackord ak
                       ON ak.ackordnr = ar.ackordnr
                     WHERE ar.lopnr = p.lopnr
                       AND ak.status IN ('REGISTRERAT', 'SKICKAT')
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             ak.sista_dag) >=
                           CAST(GETDATE() AS DATE)
                 )
      *> Deterministisk radordning: återexporten (ATERSKAPA-
      *> INKASSOFIL) sorterar på lopnr, så originalfilen måste
      *> skrivas i samma ordning för att en REEXP ska bli
                       :paminnelser-lopnr,
                       :WS-INKASSO-BELOPP,
                       :paminnelser-forfallo-datum,
                       :upg-namn,
                       :WS-INKASSO-VALUTA,
                       :samling-samlingsnr
               END-EXEC

               IF SQLCODE = 0
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE 0 TO WS-SAMLING-AVGIFTER
                       IF samling-samlingsnr > 0
                           PERFORM FLAGGA-SAMLINGSARENDE
                       END-IF
      *> Inkassokravsavgiften debiteras i och med flytten, och
      *> byråns belopp är fordran plus samtliga aktiva avgifter -
      *> de ingår i kravet enligt lag och ska inte lämnas kvar
      *> ofakturerade hos oss. Avgifterna är alltid kronor - för
      *> en faktura i utländsk valuta går de i ett eget fält.
                       MOVE paminnelser-lopnr TO avgift-lopnr
                       MOVE "INKASSOKRV" TO avgift-typ
                       PERFORM SPARA-AVGIFT
                       PERFORM HAMTA-AVGIFTSSUMMA
                       ADD WS-SAMLING-AVGIFTER TO WS-AVGIFT-SUMMA
                       IF WS-INKASSO-VALUTA = "SEK"
                           ADD WS-AVGIFT-SUMMA TO WS-INKASSO-BELOPP
                           MOVE 0 TO WS-INKASSO-AVGIFT-SEK
                       ELSE
                           MOVE WS-AVGIFT-SUMMA
                             TO WS-INKASSO-AVGIFT-SEK
                       END-IF
                       PERFORM G-SKRIV-INKASSORAD
                       PERFORM AVISERA-KUND-INNAN-INKASSO
                       ADD 1 TO WS-INKASSO-ANTAL
           MOVE WS-INKASSO-BELOPP TO INKASSOFIL-BELOPP
           MOVE paminnelser-forfallo-datum TO INKASSOFIL-FORFALLO
           MOVE upg-namn TO INKASSOFIL-UPGNAMN
           MOVE WS-INKASSO-VALUTA TO INKASSOFIL-VALUTA
           MOVE WS-INKASSO-AVGIFT-SEK TO INKASSOFIL-AVGIFT-SEK

           WRITE INKASSOFIL-RAD
           ADD WS-INKASSO-BELOPP TO WS-KONTROLL-BELOPP
           MOVE WS-BATCH-NR TO arkiv-batch-nr
           MOVE WS-EXPORT-TIDPUNKT TO arkiv-exporterad-at
           MOVE WS-BYRA-ID TO arkiv-byra-id
           MOVE WS-INKASSO-VALUTA TO arkiv-valuta
           MOVE WS-INKASSO-AVGIFT-SEK TO arkiv-avgift-sek

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.inkasso_export_arkiv
                   (batch_nr, upgnr, kundnr, lopnr, belopp,
                    forfallo_datum, upgnamn, exporterad_at,
                    byra_id, valuta, avgift_sek)
               VALUES
                   (:arkiv-batch-nr, :arkiv-upgnr, :arkiv-kundnr,
                    :arkiv-lopnr, :arkiv-belopp, :arkiv-forfallo,
                    :arkiv-upgnamn, :arkiv-exporterad-at,
                    :arkiv-byra-id, :arkiv-valuta,
                    :arkiv-avgift-sek)
           END-EXEC

           IF SQLCODE NOT = 0
           EXEC SQL
               DECLARE REEXPORT_CURSOR CURSOR FOR
               SELECT upgnr, kundnr, lopnr, belopp,
                      forfallo_datum, upgnamn,
                      ISNULL(valuta, 'SEK'), ISNULL(avgift_sek, 0)
               FROM REDWARRIOR.dbo.inkasso_export_arkiv
               WHERE batch_nr = :WS-BATCH-NR
                 AND ISNULL(byra_id, 1) = :WS-BYRA-ID
                   FETCH REEXPORT_CURSOR INTO
                       :arkiv-upgnr, :arkiv-kundnr, :arkiv-lopnr,
                       :arkiv-belopp, :arkiv-forfallo,
                       :arkiv-upgnamn, :arkiv-valuta,
                       :arkiv-avgift-sek
               END-EXEC

               IF SQLCODE = 0
                   MOVE arkiv-belopp TO INKASSOFIL-BELOPP
                   MOVE arkiv-forfallo TO INKASSOFIL-FORFALLO
                   MOVE arkiv-upgnamn TO INKASSOFIL-UPGNAMN
                   MOVE arkiv-valuta TO INKASSOFIL-VALUTA
                   MOVE arkiv-avgift-sek TO INKASSOFIL-AVGIFT-SEK
                   WRITE INKASSOFIL-RAD
                   ADD arkiv-belopp TO WS-KONTROLL-BELOPP
                   ADD arkiv-belopp TO WS-BYRA-BELOPP
      *> Kör hela kedjans urval i läsläge och skriver en
      *> förhandsrapport per steg, i samma ordning som den skarpa
      *> kedjan: CHECK, överbetalningar, REMOVE, planbrott,
      *> betalningslöften, ackord, eskalering, avskrivning och
      *> inkassoflytt - skulle-bli-antal och vilka ärenden som
      *> träffas. Urvalsvillkoren i
      *> SIM-cursorerna är ordagranna kopior av de skarpa
      *> cursorerna i respektive steg - ändras ett skarpt villkor
      *> ska kopian här ändras i samma leverans, annars ljuger
           PERFORM SIM-OVERBETALD
           PERFORM SIM-REMOVE
           PERFORM SIM-PLANBROTT
           PERFORM SIM-LOFTEN
           PERFORM SIM-ACKORD
           PERFORM SIM-ESKALERA
           PERFORM SIM-AVSKRIVNING
           PERFORM SIM-FLAGGA.
                     FROM REDWARRIOR.dbo.paminnelser p
                     WHERE p.lopnr = f.lopnr
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.dodsbo d
                     WHERE d.kundnr = f.kundnr
                       AND d.status = 'AKTIV'
                 )
               ORDER BY f.lopnr
           END-EXEC.

       SIM-OVERBETALD SECTION.

      *> Speglar OVERBETALD_CURSOR i HITTA-OVERBETALDA: de
      *> överskott nattens REMOVE-steg skulle ta upp - till
      *> attest, eller SAKNAR KONTO om gäldenären inte har något
      *> utbetalningskonto.
           MOVE "OVERBETALT - ATERBETALNINGAR SOM SKULLE TAS UPP:"
             TO WS-SIM-RAD
           PERFORM SIM-SKRIV-RUBRIK
           MOVE 0 TO WS-SIM-ANTAL
           EXEC SQL
               DECLARE SIM_OVERBET_CURSOR CURSOR FOR
               SELECT f.kundnr, f.lopnr,
                      ROUND((f.belopp_bet - f.attbet)
                            * ISNULL(vk.kurs,
                                     ISNULL(f.valuta_kurs, 1)), 2),
                      ISNULL(gk.kontonr, ' ')
               FROM REDWARRIOR.dbo.faktura f
               LEFT JOIN REDWARRIOR.dbo.galdenar_konto gk
                 ON gk.kundnr = f.kundnr
               OUTER APPLY
                   (SELECT TOP 1 v.kurs
                    FROM REDWARRIOR.dbo.valutakurs v
                    WHERE v.valuta = f.valuta
                      AND v.kursdatum <= GETDATE()
                    ORDER BY v.kursdatum DESC) vk
               WHERE f.belopp_bet > f.attbet
                 AND ISNULL(f.aterbet_flagga, 'N') = 'N'
                 AND f.upgnr BETWEEN :WS-UPGNR-FRAN
               EXEC SQL
                   FETCH SIM_OVERBET_CURSOR INTO
                       :faktura-kundnr, :faktura-lopnr,
                       :WS-ATERBET-BELOPP, :WS-ATERBET-KONTONR
               END-EXEC

               IF SQLCODE = 0
                     DELIMITED BY SIZE
                     INTO WS-SIM-RAD
                   END-STRING
                   IF WS-ATERBET-KONTONR = SPACES
                       MOVE "  SAKNAR KONTO" TO WS-SIM-RAD(60:14)
                   END-IF
                   MOVE WS-SIM-RAD TO SIMULERINGSFIL-RAD
                   WRITE SIMULERINGSFIL-RAD
                   ADD 1 TO WS-SIM-ANTAL

           PERFORM SIM-SKRIV-ANTAL.

       SIM-LOFTEN SECTION.

      *> Speglar LOFTE_CURSOR i KONTROLLERA-BETALNINGSLOFTEN: de
      *> betalningslöften nattens REMOVE-steg skulle pröva, med
      *> det utfall betalningarna hittills ger. Ärendena släpps
      *> därmed ur löftesspärren och kan dyka upp i eskalerings-/
      *> inkassospeglingarna nedan, precis som i den skarpa
      *> kedjan.
           MOVE "LOFTEN - BETALNINGSLOFTEN SOM SKULLE PROVAS:"
             TO WS-SIM-RAD
           PERFORM SIM-SKRIV-RUBRIK
           MOVE 0 TO WS-SIM-ANTAL

           EXEC SQL
               DECLARE SIM_LOFTE_CURSOR CURSOR FOR
               SELECT bl.lofte_id, bl.lopnr, bl.kundnr,
                      bl.lofte_belopp, bl.lofte_datum, bl.signatur,
                      ISNULL((SELECT SUM(bf.belopp_avgift
                                         + bf.belopp_ranta
                                         + bf.belopp_kapital)
                              FROM
                              REDWARRIOR.dbo.betalning_fordelning bf
                              WHERE bf.lopnr = bl.lopnr
                                AND bf.betaldag >=
                                    bl.registrerad_datum
                                AND bf.betaldag <=
                                    DATEADD(DAY, :WS-LOFTE-MARGINAL,
                                      bl.lofte_datum)),
                             CAST(0.00 AS DECIMAL(11,2)))
               FROM REDWARRIOR.dbo.betalningslofte bl
               JOIN REDWARRIOR.dbo.faktura f ON f.lopnr = bl.lopnr
               WHERE bl.status = 'AKTIV'
                 AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                       bl.lofte_datum) <
                     CAST(GETDATE() AS DATE)
                 AND f.upgnr BETWEEN :WS-UPGNR-FRAN
                                 AND :WS-UPGNR-TILL
               ORDER BY bl.lopnr
           END-EXEC.

           EXEC SQL
               OPEN SIM_LOFTE_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN SIM_LOFTE_CURSOR: " SQLCODE
               MOVE 16 TO WS-RETURN-KOD
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH SIM_LOFTE_CURSOR INTO
                       :lofte-id, :lofte-lopnr, :lofte-kundnr,
                       :lofte-belopp, :lofte-datum,
                       :lofte-signatur, :WS-LOFTE-BETALT
               END-EXEC

               IF SQLCODE = 0
                   IF WS-LOFTE-BETALT >= lofte-belopp
                       MOVE "HALLET" TO lofte-status
                   ELSE
                   IF WS-LOFTE-BETALT > 0
                       MOVE "DELVIS" TO lofte-status
                   ELSE
                       MOVE "BRUTET" TO lofte-status
                   END-IF
                   END-IF
                   MOVE lofte-lopnr TO WS-SIM-EDIT-LOPNR
                   MOVE lofte-kundnr TO WS-SIM-EDIT-KUNDNR
                   MOVE SPACES TO WS-SIM-RAD
                   STRING
                     "  LOPNR " WS-SIM-EDIT-LOPNR
                     "  KUNDNR " WS-SIM-EDIT-KUNDNR
                     "  UTFALL " lofte-status
                     DELIMITED BY SIZE
                     INTO WS-SIM-RAD
                   END-STRING
                   MOVE WS-SIM-RAD TO SIMULERINGSFIL-RAD
                   WRITE SIMULERINGSFIL-RAD
                   ADD 1 TO WS-SIM-ANTAL
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH SIM_LOFTE: "
                         SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF.

           EXEC SQL
               CLOSE SIM_LOFTE_CURSOR
           END-EXEC.

           PERFORM SIM-SKRIV-ANTAL.

       SIM-ACKORD SECTION.

      *> Speglar ACKORD_CURSOR i KONTROLLERA-ACKORD: de ackord
      *> nattens REMOVE-steg skulle sätta FORFALLET, med vad som
      *> hittills betalts. Ärendena släpps därmed ur
      *> ackordsspärren i speglingarna nedan.
           MOVE "ACKORD - ACKORD SOM SKULLE FORFALLA:"
             TO WS-SIM-RAD
           PERFORM SIM-SKRIV-RUBRIK
           MOVE 0 TO WS-SIM-ANTAL

           EXEC SQL
               DECLARE SIM_ACKORD_CURSOR CURSOR FOR
               SELECT a.ackordnr, a.kundnr, a.ackord_belopp,
                      a.sista_dag,
                      ISNULL((SELECT SUM(bf.belopp_avgift
                                         + bf.belopp_ranta
                                         + bf.belopp_kapital)
                              FROM REDWARRIOR.dbo.ackord_rad r
                              JOIN
                              REDWARRIOR.dbo.betalning_fordelning bf
                                ON bf.lopnr = r.lopnr
                              WHERE r.ackordnr = a.ackordnr
                                AND bf.betaldag >=
                                    a.registrerad_datum
                                AND bf.betaldag <= a.sista_dag),
                             CAST(0.00 AS DECIMAL(11,2)))
               FROM REDWARRIOR.dbo.ackord a
               WHERE a.status IN ('REGISTRERAT', 'SKICKAT')
                 AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                       a.sista_dag) <
                     CAST(GETDATE() AS DATE)
                 AND a.upgnr BETWEEN :WS-UPGNR-FRAN
                                 AND :WS-UPGNR-TILL
               ORDER BY a.ackordnr
           END-EXEC.

           EXEC SQL
               OPEN SIM_ACKORD_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN SIM_ACKORD_CURSOR: " SQLCODE
               MOVE 16 TO WS-RETURN-KOD
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH SIM_ACKORD_CURSOR INTO
                       :ackord-ackordnr, :ackord-kundnr,
                       :ackord-ackord-belopp, :ackord-sista-dag,
                       :WS-ACKORD-BETALT
               END-EXEC

               IF SQLCODE = 0
                   MOVE ackord-ackordnr TO WS-SIM-EDIT-LOPNR
                   MOVE ackord-kundnr TO WS-SIM-EDIT-KUNDNR
                   MOVE WS-ACKORD-BETALT TO WS-SIM-EDIT-BELOPP
                   MOVE SPACES TO WS-SIM-RAD
                   STRING
                     "  ACKORDNR " WS-SIM-EDIT-LOPNR
                     "  KUNDNR " WS-SIM-EDIT-KUNDNR
                     "  SISTA DAG " ackord-sista-dag
                     "  BETALT " WS-SIM-EDIT-BELOPP
                     DELIMITED BY SIZE
                     INTO WS-SIM-RAD
                   END-STRING
                   MOVE WS-SIM-RAD TO SIMULERINGSFIL-RAD
                   WRITE SIMULERINGSFIL-RAD
                   ADD 1 TO WS-SIM-ANTAL
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH SIM_ACKORD: "
                         SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF.

           EXEC SQL
               CLOSE SIM_ACKORD_CURSOR
           END-EXEC.

           PERFORM SIM-SKRIV-ANTAL.

       SIM-ESKALERA SECTION.

      *> Speglar ESKALERA_CURSOR inklusive bankdagsfristen i
                                 CAST(GETDATE() AS DATE)),
                           CAST(0.00 AS DECIMAL(11,2)))
                 )
      *> Löpande betalningslöfte/anstånd (P_W691.CPY) - ärendet
      *> väntar tills lovat datum plus LOFTE_MARGINAL_DAGAR
      *> passerats, se KONTROLLERA-BETALNINGSLOFTEN.
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.betalningslofte bl
                     WHERE bl.lopnr = p.lopnr
                       AND bl.status = 'AKTIV'
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             bl.lofte_datum) >=
                           CAST(GETDATE() AS DATE)
                 )
      *> Löpande ackord (P_W723.CPY) - ärendet väntar tills
      *> sista_dag plus LOFTE_MARGINAL_DAGAR passerats, se
      *> KONTROLLERA-ACKORD.
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.ackord_rad ar
                     JOIN REDWARRIOR.dbo.ackord ak
                       ON ak.ackordnr = ar.ackordnr
                     WHERE ar.lopnr = p.lopnr
                       AND ak.status IN ('REGISTRERAT', 'SKICKAT')
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             ak.sista_dag) >=
                           CAST(GETDATE() AS DATE)
                 )
               ORDER BY p.lopnr
           END-EXEC.

               JOIN REDWARRIOR.dbo.faktura f ON f.lopnr = p.lopnr
               JOIN REDWARRIOR.dbo.inkasso_parameter ip
                 ON ip.upgnr = p.upgnr
      *> Ett ärende i ett OPPEN samlingsärende prövas mot
      *> samlingens samlade kapital - samlingen går till byrån
      *> som ett ärende, se FLAGGA-EN-BYRA (alltid SEK).
               OUTER APPLY (
                   SELECT SUM(f3.attbet - f3.belopp_bet) AS kapital
                   FROM REDWARRIOR.dbo.samlingsarende_rad r2
                   JOIN REDWARRIOR.dbo.samlingsarende s2
                     ON s2.samlingsnr = r2.samlingsnr
                   JOIN REDWARRIOR.dbo.samlingsarende_rad r3
                     ON r3.samlingsnr = r2.samlingsnr
                   JOIN REDWARRIOR.dbo.paminnelser p3
                     ON p3.lopnr = r3.lopnr
                   JOIN REDWARRIOR.dbo.faktura f3
                     ON f3.lopnr = r3.lopnr
                   WHERE r2.lopnr = p.lopnr
                     AND s2.status = 'OPPEN'
                     AND p3.inkasso_status = 'NEJ'
               ) sk
               WHERE p.forfallo_datum < CAST(GETDATE() AS DATE)
                 AND p.inkasso_status = 'NEJ'
                 AND p.paminnelse_niva = 2
                 AND ip.auto_eskalering = 'J'
      *> min_belopp är kronor - valutafakturor jämförs till sin
      *> bokföringskurs.
                 AND ISNULL(sk.kapital, (f.attbet - f.belopp_bet)
                     * ISNULL(f.valuta_kurs, 1)) < ip.min_belopp
                 AND p.upgnr BETWEEN :WS-UPGNR-FRAN
                                 AND :WS-UPGNR-TILL
                 AND NOT EXISTS (
                                 CAST(GETDATE() AS DATE)),
                           CAST(0.00 AS DECIMAL(11,2)))
                 )
      *> Löpande betalningslöfte/anstånd (P_W691.CPY) - ärendet
      *> väntar tills lovat datum plus LOFTE_MARGINAL_DAGAR
      *> passerats, se KONTROLLERA-BETALNINGSLOFTEN.
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.betalningslofte bl
                     WHERE bl.lopnr = p.lopnr
                       AND bl.status = 'AKTIV'
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             bl.lofte_datum) >=
                           CAST(GETDATE() AS DATE)
                 )
      *> Löpande ackord (P_W723.CPY) - ärendet väntar tills
      *> sista_dag plus LOFTE_MARGINAL_DAGAR passerats, se
      *> KONTROLLERA-ACKORD.
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.ackord_rad ar
                     JOIN REDWARRIOR.dbo.ackord ak
                       ON ak.ackordnr = ar.ackordnr
                     WHERE ar.lopnr = p.lopnr
                       AND ak.status IN ('REGISTRERAT', 'SKICKAT')
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             ak.sista_dag) >=
                           CAST(GETDATE() AS DATE)
                 )
               ORDER BY p.lopnr
           END-EXEC.

      *> PLUS den inkassokravsavgift som den skarpa körningen
      *> debiterar (SPARA-AVGIFT) innan avgiftssumman räknas in i
      *> exportbeloppet - utan den vore varje förhandsbelopp för
      *> lågt med just den avgiften. Ett samlingsärende prövas
      *> och listas på det bärande ärendet med samlingens kapital,
      *> som i INKASSO_CURSOR.
           MOVE "FLAGGA - ARENDEN SOM SKULLE GA TILL INKASSO:"
             TO WS-SIM-RAD
           PERFORM SIM-SKRIV-RUBRIK
           EXEC SQL
               DECLARE SIM_FLAGGA_CURSOR CURSOR FOR
               SELECT p.upgnr, p.kundnr, p.lopnr,
                      ISNULL(sk.kapital, f.attbet - f.belopp_bet)
                        + ISNULL((SELECT SUM(a.belopp)
                                  FROM REDWARRIOR.dbo.avgifter a
                                  WHERE a.lopnr = p.lopnr
               JOIN REDWARRIOR.dbo.faktura f ON f.lopnr = p.lopnr
               LEFT JOIN REDWARRIOR.dbo.inkasso_parameter ip
                 ON ip.upgnr = p.upgnr
               LEFT JOIN REDWARRIOR.dbo.samlingsarende s
                 ON s.bar_lopnr = p.lopnr
                AND s.status = 'OPPEN'
               OUTER APPLY (
                   SELECT SUM(f2.attbet - f2.belopp_bet) AS kapital
                   FROM REDWARRIOR.dbo.samlingsarende_rad r2
                   JOIN REDWARRIOR.dbo.paminnelser p2
                     ON p2.lopnr = r2.lopnr
                   JOIN REDWARRIOR.dbo.faktura f2
                     ON f2.lopnr = r2.lopnr
                   WHERE r2.samlingsnr = s.samlingsnr
                     AND p2.inkasso_status = 'NEJ'
                     AND NOT EXISTS (
                         SELECT 1
                         FROM REDWARRIOR.dbo.betalningsplan bp2
                         WHERE bp2.lopnr = p2.lopnr
                           AND bp2.aktiv = 'J'
                     )
                     AND NOT EXISTS (
                         SELECT 1
                         FROM REDWARRIOR.dbo.betalningslofte bl2
                         WHERE bl2.lopnr = p2.lopnr
                           AND bl2.status = 'AKTIV'
                           AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                                 bl2.lofte_datum) >=
                               CAST(GETDATE() AS DATE)
                     )
                     AND NOT EXISTS (
                         SELECT 1
                         FROM REDWARRIOR.dbo.ackord_rad ar2
                         JOIN REDWARRIOR.dbo.ackord ak2
                           ON ak2.ackordnr = ar2.ackordnr
                         WHERE ar2.lopnr = p2.lopnr
                           AND ak2.status IN ('REGISTRERAT', 'SKICKAT')
                           AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                                 ak2.sista_dag) >=
                               CAST(GETDATE() AS DATE)
                     )
               ) sk
               WHERE p.forfallo_datum < CAST(GETDATE() AS DATE)
                 AND p.inkasso_status = 'NEJ'
                 AND p.paminnelse_niva = 2
                 AND p.inkasso_exporterad = 'N'
                 AND ((ISNULL(ip.auto_eskalering, 'J') = 'J'
                       AND ISNULL(sk.kapital, (f.attbet - f.belopp_bet)
                           * ISNULL(f.valuta_kurs, 1)) >=
                           ISNULL(ip.min_belopp,
                                  CAST(0.00 AS DECIMAL(11,2))))
                   OR EXISTS (
                       WHERE b.lopnr = p.lopnr
                         AND b.beslut = 'INKASSO'
                         AND b.utford = 'N'
                   )
                   OR EXISTS (
                       SELECT 1
                       FROM REDWARRIOR.dbo.beslut_ko b
                       JOIN REDWARRIOR.dbo.samlingsarende_rad r3
                         ON r3.lopnr = b.lopnr
                       WHERE r3.samlingsnr = s.samlingsnr
                         AND b.beslut = 'INKASSO'
                         AND b.utford = 'N'
                   ))
                 AND p.upgnr BETWEEN :WS-UPGNR-FRAN
                                 AND :WS-UPGNR-TILL
      *> Ett samlingsärende listas en gång, på det bärande ärendet.
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.samlingsarende_rad r4
                     JOIN REDWARRIOR.dbo.samlingsarende s4
                       ON s4.samlingsnr = r4.samlingsnr
                     WHERE r4.lopnr = p.lopnr
                       AND s4.status = 'OPPEN'
                       AND s4.bar_lopnr <> p.lopnr
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.betalningsplan bp
                                 CAST(GETDATE() AS DATE)),
                           CAST(0.00 AS DECIMAL(11,2)))
                 )
      *> Löpande betalningslöfte/anstånd (P_W691.CPY) - ärendet
      *> väntar tills lovat datum plus LOFTE_MARGINAL_DAGAR
      *> passerats, se KONTROLLERA-BETALNINGSLOFTEN.
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.betalningslofte bl
                     WHERE bl.lopnr = p.lopnr
                       AND bl.status = 'AKTIV'
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             bl.lofte_datum) >=
                           CAST(GETDATE() AS DATE)
                 )
      *> Löpande ackord (P_W723.CPY) - ärendet väntar tills
      *> sista_dag plus LOFTE_MARGINAL_DAGAR passerats, se
      *> KONTROLLERA-ACKORD.
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.ackord_rad ar
                     JOIN REDWARRIOR.dbo.ackord ak
                       ON ak.ackordnr = ar.ackordnr
                     WHERE ar.lopnr = p.lopnr
                       AND ak.status IN ('REGISTRERAT', 'SKICKAT')
                       AND DATEADD(DAY, :WS-LOFTE-MARGINAL,
                             ak.sista_dag) >=
                           CAST(GETDATE() AS DATE)
                 )
               ORDER BY p.lopnr
           END-EXEC.

      *> ('The_Heart-inkassobatch' för byrå 1,
      *> 'The_Heart-inkassobatch-NNN' för övriga) plus
      *> aviseringsfilens egen 'The_Heart-aviseringsbatch' - se
      *> FLAGGA-EN-BYRA - och återbetalningsbatchens
      *> 'The_Heart-aterbetbatch' (SPARA-ATERBET-RAD). Ett MAX + 1
      *> över inkasso_export_arkiv duger inte: en körning som
      *> flaggar noll ärenden skriver huvud- och slutpost men
      *> arkiverar inga rader, och nästa natts fil hade då fått
      *> samma nummer igen - två olika
      *> leveranser med samma batchnummer sätter byråns
      *> dublettkontroll ur spel och gör REEXP tvetydigt.
      *> batch_checkpoint rensas aldrig av ArkiveringBatch, så
