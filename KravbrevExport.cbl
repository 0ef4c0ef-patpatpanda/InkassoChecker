       FILE-CONTROL.
           SELECT KRAVBREVFIL ASSIGN TO "KRAVBREV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Leveransfil till den digitala brevlådeoperatören för
      *> gäldenärer som finns i brevlada_register (P_W708.CPY,
      *> se BrevladaRegisterImport.cbl). Övriga får papper via
      *> KRAVBREV.TXT som förut.
           SELECT KRAVBREVDIGITAL ASSIGN TO "KRAVBREVDIGITAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Uppdragsgivarens namn - skrivs ut som avsändare/borgenär
      *> på kravbrevet i stället för bara ett naket upgnr.
           03 KRAVBREV-UPGNAMN            PIC X(60).
      *> Fakturans valuta. BELOPP är i den valutan; de lagstadgade
      *> avgifterna är alltid kronor och ingår i BELOPP bara när
      *> fakturan är i SEK - för en faktura i utländsk valuta
      *> skrivs de separat i AVGIFT-SEK (annars 0).
           03 KRAVBREV-VALUTA             PIC X(3).
           03 KRAVBREV-AVGIFT-SEK         PIC Z(8)9.99-.
      *> Brevets text ur brevmallen (P_W711.CPY), en post per
      *> mallrad direkt efter brevets kravbrevspost. Textposterna
      *> räknas inte i slutpostens antal, som är antal brev.
       01  KRAVBREV-TEXT.
           03 KBTEXT-POSTTYP              PIC X(5).
           03 KBTEXT-RADNR                PIC 9(2).
           03 KBTEXT-TEXT                 PIC X(100).
      *> Kravbrev för ett samlingsärende (P_W715.CPY): direkt efter
      *> kravbrevsposten en SAML-post med samlingens OCR-referens
      *> och antal fakturor, sedan en FAKT-post per faktura.
      *> Kravbrevspostens LOPNR är då det bärande ärendet och
      *> BELOPP/AVGIFT-SEK samlingens summa. Posterna räknas inte
      *> i slutpostens antal.
       01  KRAVBREV-SAMLING.
           03 KBSAML-POSTTYP              PIC X(5).
           03 KBSAML-OCR                  PIC X(11).
           03 KBSAML-SAMLINGSNR           PIC 9(10).
           03 KBSAML-ANTAL                PIC 9(4).
       01  KRAVBREV-FAKTURA.
           03 KBFAKT-POSTTYP              PIC X(5).
           03 KBFAKT-LOPNR                PIC Z(9)9.
           03 KBFAKT-FAKTDAT              PIC X(10).
           03 KBFAKT-FORFDAT              PIC X(10).
           03 KBFAKT-KAPITAL              PIC Z(8)9.99-.
           03 KBFAKT-AVGIFT               PIC Z(8)9.99-.

       FD  KRAVBREVDIGITAL.
      *> Samma huvud- och slutpost som pappersfilen (filid
      *> DIGKRAV, samma batchnummer) - operatören stämmer av antal
      *> och belopp på samma sätt som tryckeriet.
       01  DIGKB-HUVUD.
           03 DIGKB-HUVUD-POSTTYP         PIC X(5).
           03 DIGKB-HUVUD-FILID           PIC X(8).
           03 DIGKB-HUVUD-SKAPAD          PIC X(19).
           03 DIGKB-HUVUD-BATCHNR         PIC 9(9).
       01  DIGKB-SLUT.
           03 DIGKB-SLUT-POSTTYP          PIC X(5).
           03 DIGKB-SLUT-ANTAL            PIC 9(9).
           03 DIGKB-SLUT-BELOPP           PIC 9(11)V9(2).
      *> Brevpost: vår brevreferens (kommer tillbaka i
      *> operatörens kvittofil, se DigitalKvittoImport.cbl),
      *> mottagarens identitetsnr som brevlådan adresseras på och
      *> kravbrevsposten ordagrant som på papper, följd av
      *> brevets textposter på samma sätt.
       01  DIGKB-RAD.
           03 DIGKB-BREV-REF              PIC X(17).
           03 DIGKB-IDENTITETSNR          PIC X(13).
           03 DIGKB-POST                  PIC X(300).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W670.CPY".
       COPY "P_W675.CPY".
       COPY "P_W678.CPY".
       COPY "P_W707.CPY".
       COPY "P_W709.CPY".
       COPY "P_W710.CPY".
       COPY "P_W711.CPY".
       COPY "P_W712.CPY".
       COPY "P_W715.CPY".

       01  WS-BELOPP                     PIC S9(9)V9(2) COMP-3.
       01  WS-AVGIFT                     PIC S9(9)V9(2) COMP-3.
       01  WS-VALUTA                     PIC X(3).
       01  WS-RADANTAL                   PIC 9(6) VALUE 0.

      *> Samlingsärende för brevet som skrivs (samling-samlingsnr,
      *> 0 = vanligt kravbrev): OCR-referensen ('1' + samlingsnr),
      *> antal fakturor samt varje fakturas kapital och obetalda
      *> avgifter till FAKT-posterna.
       01  WS-OCR                        PIC X(11).
       01  WS-OCR-SAMLING.
           03 WS-OCR-TYP                 PIC X(1) VALUE "1".
           03 WS-OCR-SAMLINGSNR          PIC 9(10).
       01  WS-FAKT-ANTAL                 PIC 9(4) VALUE 0.
       01  WS-FAKT-KAPITAL               PIC S9(9)V9(2) COMP-3.
       01  WS-FAKT-AVGIFT                PIC S9(9)V9(2) COMP-3.

      *> Kanal per brev ur KRAVBREV_CURSOR: DIGITAL när gäldenären
      *> finns i brevlådeoperatörens register, annars PAPPER.
      *> WS-RADANTAL/WS-KONTROLL-BELOPP gäller pappersfilen,
      *> WS-DIG-* den digitala filen.
       01  WS-KANAL                      PIC X(7).
       01  WS-IDENTITETSNR               PIC X(13).
       01  WS-DIG-RADANTAL               PIC 9(6) VALUE 0.
       01  WS-DIG-KONTROLL-BELOPP        PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-IDAG                       PIC X(10).
      *> Brevreferens: KB + batchnummer + löpnummer i körningen -
      *> unik över alla kravbrevskörningar eftersom batchnumret är
      *> det.
       01  WS-BREV-REF.
           03 WS-BREV-REF-TYP            PIC X(2) VALUE "KB".
           03 WS-BREV-REF-BATCH          PIC 9(9).
           03 WS-BREV-REF-LOPNR          PIC 9(6) VALUE 0.
      *> Det digitala brevets poster i ordning (brevutskick_rad).
       01  WS-BREV-POST                  PIC X(300).
       01  WS-BREV-RADNR                 PIC S9(9) COMP-5 VALUE 0.

      *> Brevmall (P_W711.CPY/P_W712.CPY) för brevet som skrivs.
      *> WS-MALL-UPGNR/-NIVA/-SPRAK är den nyckel som söks,
      *> brevmall-* den mall som valdes. Mallens rader ligger i
      *> WS-MALL-TEXT och läses bara om när ett brev får en annan
      *> mall (eller version) än det förra, se WS-LADDAD-*.
       01  WS-MALL-UPGNR                 PIC S9(7) COMP-3.
       01  WS-MALL-NIVA                  PIC S9(4) COMP-5.
       01  WS-MALL-SPRAK                 PIC X(2).
       01  WS-MALL-FUNNEN                PIC X(1) VALUE "N".
       01  WS-LADDAD-UPGNR               PIC S9(7) COMP-3 VALUE -1.
       01  WS-LADDAD-NIVA                PIC S9(4) COMP-5 VALUE -1.
       01  WS-LADDAD-SPRAK               PIC X(2) VALUE SPACES.
       01  WS-LADDAD-VERSION             PIC S9(9) COMP-5 VALUE 0.
       01  WS-MALLRAD-SLUT               PIC X(1).
       01  WS-MALL-ANTAL                 PIC S9(4) COMP-5 VALUE 0.
       01  WS-MALL-IX                    PIC S9(4) COMP-5 VALUE 0.
       01  WS-MALL-TABELL.
           03 WS-MALL-TEXT               PIC X(100) OCCURS 20.
       01  WS-UTAN-MALL                  PIC 9(6) VALUE 0.

      *> Fälten som fyller mallen: &NAMN& ersätts med värdet.
       01  WS-FALT-ANTAL                 PIC S9(4) COMP-5 VALUE 0.
       01  WS-FALT-IX                    PIC S9(4) COMP-5 VALUE 0.
       01  WS-FALT-TABELL.
           03 WS-FALT                    OCCURS 12.
              05 WS-FALT-NAMN            PIC X(10).
              05 WS-FALT-VARDE           PIC X(60).

      *> Arbetsfält för ifyllnaden av en mallrad, se
      *> L-FYLL-MALLRAD.
       01  WS-IN-TEXT                    PIC X(100).
       01  WS-UT-TEXT                    PIC X(100).
       01  WS-IN-POS                     PIC S9(4) COMP-5.
       01  WS-UT-POS                     PIC S9(4) COMP-5.
       01  WS-SOK-POS                    PIC S9(4) COMP-5.
       01  WS-TAGG-SLUT                  PIC S9(4) COMP-5.
       01  WS-TAGG-LANGD                 PIC S9(4) COMP-5.
       01  WS-TAGG-NAMN                  PIC X(10).
       01  WS-TAGG-FUNNEN                PIC X(1).
       01  WS-VARDE-START                PIC S9(4) COMP-5.
       01  WS-VARDE-SLUT                 PIC S9(4) COMP-5.
       01  WS-VARDE-LANGD                PIC S9(4) COMP-5.

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-MÅNAD                      PIC X(2).

           PERFORM B-CONNECT-TO-DB
           OPEN OUTPUT KRAVBREVFIL
           OPEN OUTPUT KRAVBREVDIGITAL
           PERFORM E-SKRIV-HUVUDPOST
           PERFORM C-BYGG-KRAVBREV
           PERFORM F-SKRIV-SLUTPOST
           CLOSE KRAVBREVFIL
           CLOSE KRAVBREVDIGITAL
           PERFORM G-SPARA-KORNINGSLOGG

           DISPLAY "Kravbrevexport klar. Brev skrivna: " WS-RADANTAL
           DISPLAY "Digitala kravbrev:                 "
             WS-DIG-RADANTAL
           IF WS-UTAN-MALL > 0
               DISPLAY "VARNING: BREV UTAN BREVMALL:       "
                 WS-UTAN-MALL
           END-IF

           EXEC SQL
               COMMIT
      *> betalning_fordelning) - samma aritmetik som
      *> inkassoöverlämningen och avslutsprövningen i
      *> REMOVE-BETALDA sedan avräkningsordningen infördes.
      *> Fordran och avgifterna hämtas var för sig eftersom
      *> fordran står i fakturans valuta men avgifterna i kronor,
      *> se D-SKRIV-KRAVBREVRAD.
      *> Ett samlingsärende (P_W715.CPY) får ETT brev, på det
      *> bärande ärendet, med fordran och obetalda avgifter
      *> summerade över samlingens ärenden i påminnelseflödet -
      *> samlingens övriga ärenden får inget eget brev.
           EXEC SQL
               DECLARE KRAVBREV_CURSOR CURSOR FOR
               SELECT
                   CASE WHEN d.kundnr IS NULL THEN k.kundnamn
                        ELSE LEFT('Dödsboet efter ' + k.kundnamn,
                                  60) END,
                   CASE WHEN d.kundnr IS NULL THEN k.adress
                        ELSE LEFT('c/o ' + d.kontakt_namn + ', '
                                  + d.kontakt_adress, 60) END,
                   CASE WHEN d.kundnr IS NULL THEN k.postnr
                        ELSE d.kontakt_postnr END,
                   CASE WHEN d.kundnr IS NULL THEN k.postort
                        ELSE d.kontakt_postort END,
                   p.kundnr,
                   p.lopnr,
                   p.forfallo_datum,
                   ISNULL(sk.kapital, f.attbet - f.belopp_bet),
                   CASE WHEN s.samlingsnr IS NULL THEN
                   ISNULL((SELECT SUM(a.belopp)
                           FROM REDWARRIOR.dbo.avgifter a
                           WHERE a.lopnr = p.lopnr
                             AND a.makulerad = 'N'),
                          CAST(0.00 AS DECIMAL(11,2)))
                     - ISNULL((SELECT SUM(bf.belopp_avgift)
                               FROM
                               REDWARRIOR.dbo.betalning_fordelning bf
                               WHERE bf.lopnr = p.lopnr),
                              CAST(0.00 AS DECIMAL(11,2)))
                   ELSE ISNULL(sa.belopp, CAST(0.00 AS DECIMAL(11,2)))
                      - ISNULL(sb.belopp, CAST(0.00 AS DECIMAL(11,2)))
                   END,
                   p.paminnelse_niva,
                   ISNULL(u.namn, '*OKAND UPPDRAGSGIVARE*'),
                   ISNULL(f.valuta, 'SEK'),
      *> Digitalt bara till gäldenären själv - ett dödsbo har
      *> ingen brevlåda, brevet går c/o kontaktpersonen på papper.
                   CASE WHEN r.identitetsnr IS NOT NULL
                         AND d.kundnr IS NULL
                        THEN 'DIGITAL' ELSE 'PAPPER' END,
                   ISNULL(k.identitetsnr, ' '),
                   p.upgnr,
                   ISNULL(k.sprak, 'SV'),
                   ISNULL(s.samlingsnr, 0)
               FROM REDWARRIOR.dbo.paminnelser p
               JOIN REDWARRIOR.dbo.faktura f ON f.lopnr = p.lopnr
               JOIN REDWARRIOR.dbo.kundmaster k ON k.kundnr = p.kundnr
               LEFT JOIN REDWARRIOR.dbo.dodsbo d
                 ON d.kundnr = k.kundnr
               LEFT JOIN REDWARRIOR.dbo.brevlada_register r
                 ON r.identitetsnr = k.identitetsnr
               LEFT JOIN REDWARRIOR.dbo.uppdragsgivare u
                 ON u.upgnr = p.upgnr
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
               ) sk
               OUTER APPLY (
                   SELECT SUM(a2.belopp) AS belopp
                   FROM REDWARRIOR.dbo.samlingsarende_rad r2
                   JOIN REDWARRIOR.dbo.paminnelser p2
                     ON p2.lopnr = r2.lopnr
                   JOIN REDWARRIOR.dbo.avgifter a2
                     ON a2.lopnr = r2.lopnr
                   WHERE r2.samlingsnr = s.samlingsnr
                     AND p2.inkasso_status = 'NEJ'
                     AND a2.makulerad = 'N'
               ) sa
               OUTER APPLY (
                   SELECT SUM(bf2.belopp_avgift) AS belopp
                   FROM REDWARRIOR.dbo.samlingsarende_rad r2
                   JOIN REDWARRIOR.dbo.paminnelser p2
                     ON p2.lopnr = r2.lopnr
                   JOIN REDWARRIOR.dbo.betalning_fordelning bf2
                     ON bf2.lopnr = r2.lopnr
                   WHERE r2.samlingsnr = s.samlingsnr
                     AND p2.inkasso_status = 'NEJ'
               ) sb
               WHERE p.inkasso_status = 'NEJ'
                 AND p.paminnelse_datum = CAST(GETDATE() AS DATE)
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.samlingsarende_rad r4
                     JOIN REDWARRIOR.dbo.samlingsarende s4
                       ON s4.samlingsnr = r4.samlingsnr
                     WHERE r4.lopnr = p.lopnr
                       AND s4.status = 'OPPEN'
                       AND s4.bar_lopnr <> p.lopnr
                 )
      *> Kunder med adresspärr (returpost 'adressaten okänd', se
      *> AdressreturImport.cbl) får inga brev förrän adressen
      *> rättats - ett kravbrev till en död adress avbryter ingen
      *> preskription och kostar bara porto.
                 AND ISNULL(k.adress_ogiltig, 'N') <> 'J'
      *> Avliden gäldenär (dodsbo, P_W707.CPY, se
      *> DodsfallImport.cbl): brevet går till dödsboet c/o den
      *> kontaktperson som registrerats i DodsboUnderhall.cbl -
      *> saknas kontaktperson skickas inget alls, aldrig till den
      *> avlidnes adress.
                 AND (d.kundnr IS NULL OR d.kontakt_namn IS NOT NULL)
               ORDER BY p.kundnr, p.lopnr
           END-EXEC.

                       :paminnelser-lopnr,
                       :paminnelser-forfallo-datum,
                       :WS-BELOPP,
                       :WS-AVGIFT,
                       :paminnelser-paminnelse-niva,
                       :upg-namn,
                       :WS-VALUTA,
                       :WS-KANAL,
                       :WS-IDENTITETSNR,
                       :paminnelser-upgnr,
                       :WS-MALL-SPRAK,
                       :samling-samlingsnr
               END-EXEC

               IF SQLCODE = 0
           MOVE paminnelser-kundnr TO KRAVBREV-KUNDNR
           MOVE paminnelser-lopnr TO KRAVBREV-LOPNR
           MOVE paminnelser-forfallo-datum TO KRAVBREV-FORFALLO
           IF WS-VALUTA = "SEK"
               ADD WS-AVGIFT TO WS-BELOPP
               MOVE 0 TO WS-AVGIFT
           END-IF
           MOVE WS-BELOPP TO KRAVBREV-BELOPP
           MOVE paminnelser-paminnelse-niva TO KRAVBREV-NIVA
           MOVE upg-namn TO KRAVBREV-UPGNAMN
           MOVE WS-VALUTA TO KRAVBREV-VALUTA
           MOVE WS-AVGIFT TO KRAVBREV-AVGIFT-SEK

           ADD 1 TO WS-BREV-REF-LOPNR
           MOVE WS-BATCH-NR TO WS-BREV-REF-BATCH
           MOVE 0 TO WS-BREV-RADNR

           IF WS-KANAL = "DIGITAL"
               MOVE KRAVBREV-RAD TO WS-BREV-POST
               PERFORM P-SKRIV-DIGITALPOST
               ADD WS-BELOPP TO WS-DIG-KONTROLL-BELOPP
               ADD 1 TO WS-DIG-RADANTAL
           ELSE
               WRITE KRAVBREV-RAD
               ADD WS-BELOPP TO WS-KONTROLL-BELOPP
               ADD 1 TO WS-RADANTAL
           END-IF

           MOVE 1 TO WS-FAKT-ANTAL
           MOVE KRAVBREV-LOPNR TO WS-OCR
           IF samling-samlingsnr > 0
               PERFORM R-SKRIV-SAMLINGSPOSTER
           END-IF

      *> Brevets text: mallen för uppdragsgivaren, nivån och
      *> gäldenärens språk, ifylld med ärendets uppgifter.
           MOVE "KRAVBREV" TO brevmall-brevtyp
           MOVE paminnelser-upgnr TO WS-MALL-UPGNR
           MOVE paminnelser-paminnelse-niva TO WS-MALL-NIVA
           PERFORM J-VALJ-BREVMALL
           IF WS-MALL-FUNNEN = "J"
               PERFORM Q-FYLL-FALTTABELL
               PERFORM K-SKRIV-BREVTEXT
           END-IF

           PERFORM H-SPARA-BREVUTSKICK.

       Q-FYLL-FALTTABELL SECTION.

      *> Kravbrevets fält för mallen (se P_W712.CPY), i samma
      *> utskriftsform som på kravbrevsposten.
           MOVE SPACES TO WS-FALT-TABELL
           MOVE "KUNDNAMN" TO WS-FALT-NAMN(1)
           MOVE KRAVBREV-KUNDNAMN TO WS-FALT-VARDE(1)
           MOVE "KUNDNR" TO WS-FALT-NAMN(2)
           MOVE KRAVBREV-KUNDNR TO WS-FALT-VARDE(2)
           MOVE "DATUM" TO WS-FALT-NAMN(3)
           MOVE WS-IDAG TO WS-FALT-VARDE(3)
           MOVE "UPGNAMN" TO WS-FALT-NAMN(4)
           MOVE KRAVBREV-UPGNAMN TO WS-FALT-VARDE(4)
           MOVE "LOPNR" TO WS-FALT-NAMN(5)
           MOVE KRAVBREV-LOPNR TO WS-FALT-VARDE(5)
           MOVE "FORFALLO" TO WS-FALT-NAMN(6)
           MOVE KRAVBREV-FORFALLO TO WS-FALT-VARDE(6)
           MOVE "BELOPP" TO WS-FALT-NAMN(7)
           MOVE KRAVBREV-BELOPP TO WS-FALT-VARDE(7)
           MOVE "VALUTA" TO WS-FALT-NAMN(8)
           MOVE KRAVBREV-VALUTA TO WS-FALT-VARDE(8)
           MOVE "AVGIFT" TO WS-FALT-NAMN(9)
           MOVE KRAVBREV-AVGIFT-SEK TO WS-FALT-VARDE(9)
           MOVE "NIVA" TO WS-FALT-NAMN(10)
           MOVE KRAVBREV-NIVA TO WS-FALT-VARDE(10)
           MOVE "OCR" TO WS-FALT-NAMN(11)
           MOVE WS-OCR TO WS-FALT-VARDE(11)
           MOVE "ANTAL" TO WS-FALT-NAMN(12)
           MOVE WS-FAKT-ANTAL TO WS-FALT-VARDE(12)
           MOVE 12 TO WS-FALT-ANTAL.

       R-SKRIV-SAMLINGSPOSTER SECTION.

      *> SAML-posten och en FAKT-post per faktura i samlingen som
      *> fortfarande är i påminnelseflödet, äldsta förfallodag
      *> först, i samma kanal som brevet. Gäldenären betalar hela
      *> samlingen mot OCR-referensen; BetalfilImport fördelar
      *> betalningen på fakturorna i samma ordning.
           MOVE samling-samlingsnr TO WS-OCR-SAMLINGSNR
           MOVE WS-OCR-SAMLING TO WS-OCR
           MOVE 0 TO WS-FAKT-ANTAL

           EXEC SQL
               SELECT COUNT(*) INTO :WS-FAKT-ANTAL
               FROM REDWARRIOR.dbo.samlingsarende_rad r
               JOIN REDWARRIOR.dbo.paminnelser p ON p.lopnr = r.lopnr
               WHERE r.samlingsnr = :samling-samlingsnr
                 AND p.inkasso_status = 'NEJ'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID RAKNING AV SAMLINGENS FAKTUROR: "
                 SQLCODE
               MOVE 0 TO WS-FAKT-ANTAL
           END-IF

           MOVE SPACES TO KRAVBREV-SAMLING
           MOVE "SAML " TO KBSAML-POSTTYP
           MOVE WS-OCR TO KBSAML-OCR
           MOVE samling-samlingsnr TO KBSAML-SAMLINGSNR
           MOVE WS-FAKT-ANTAL TO KBSAML-ANTAL
           IF WS-KANAL = "DIGITAL"
               MOVE KRAVBREV-SAMLING TO WS-BREV-POST
               PERFORM P-SKRIV-DIGITALPOST
           ELSE
               WRITE KRAVBREV-SAMLING
           END-IF

           EXEC SQL
               DECLARE SAMLFAKT_CURSOR CURSOR FOR
               SELECT r.lopnr, f.faktdat, f.forfdat,
                      f.attbet - f.belopp_bet,
                      ISNULL((SELECT SUM(a.belopp)
                              FROM REDWARRIOR.dbo.avgifter a
                              WHERE a.lopnr = r.lopnr
                                AND a.makulerad = 'N'),
                             CAST(0.00 AS DECIMAL(11,2)))
                        - ISNULL((SELECT SUM(bf.belopp_avgift)
                                  FROM
                                  REDWARRIOR.dbo.betalning_fordelning
                                       bf
                                  WHERE bf.lopnr = r.lopnr),
                                 CAST(0.00 AS DECIMAL(11,2)))
               FROM REDWARRIOR.dbo.samlingsarende_rad r
               JOIN REDWARRIOR.dbo.paminnelser p ON p.lopnr = r.lopnr
               JOIN REDWARRIOR.dbo.faktura f ON f.lopnr = r.lopnr
               WHERE r.samlingsnr = :samling-samlingsnr
                 AND p.inkasso_status = 'NEJ'
               ORDER BY f.forfdat, r.lopnr
           END-EXEC.

           EXEC SQL
               OPEN SAMLFAKT_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN SAMLFAKT_CURSOR: " SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH SAMLFAKT_CURSOR INTO
                       :faktura-lopnr, :faktura-faktdat,
                       :faktura-forfdat, :WS-FAKT-KAPITAL,
                       :WS-FAKT-AVGIFT
               END-EXEC

               IF SQLCODE = 0
                   MOVE SPACES TO KRAVBREV-FAKTURA
                   MOVE "FAKT " TO KBFAKT-POSTTYP
                   MOVE faktura-lopnr TO KBFAKT-LOPNR
                   MOVE faktura-faktdat TO KBFAKT-FAKTDAT
                   MOVE faktura-forfdat TO KBFAKT-FORFDAT
                   MOVE WS-FAKT-KAPITAL TO KBFAKT-KAPITAL
                   MOVE WS-FAKT-AVGIFT TO KBFAKT-AVGIFT
                   IF WS-KANAL = "DIGITAL"
                       MOVE KRAVBREV-FAKTURA TO WS-BREV-POST
                       PERFORM P-SKRIV-DIGITALPOST
                   ELSE
                       WRITE KRAVBREV-FAKTURA
                   END-IF
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH SAMLFAKT: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF.

           EXEC SQL
               CLOSE SAMLFAKT_CURSOR
           END-EXEC.

      *> Anropas inifrån KRAVBREV_CURSOR-loopen (PERFORM UNTIL
      *> SQLCODE = 100) - den inre cursorns slut får inte avsluta
      *> den yttre.
           MOVE 0 TO SQLCODE.

       K-SKRIV-BREVTEXT SECTION.

      *> En textpost per mallrad, i samma kanal som brevet.
           MOVE 1 TO WS-MALL-IX

           PERFORM UNTIL WS-MALL-IX > WS-MALL-ANTAL
               MOVE WS-MALL-TEXT(WS-MALL-IX) TO WS-IN-TEXT
               PERFORM L-FYLL-MALLRAD
               MOVE "TEXT " TO KBTEXT-POSTTYP
               MOVE WS-MALL-IX TO KBTEXT-RADNR
               MOVE WS-UT-TEXT TO KBTEXT-TEXT
               IF WS-KANAL = "DIGITAL"
                   MOVE KRAVBREV-TEXT TO WS-BREV-POST
                   PERFORM P-SKRIV-DIGITALPOST
               ELSE
                   WRITE KRAVBREV-TEXT
               END-IF
               ADD 1 TO WS-MALL-IX
           END-PERFORM.

       J-VALJ-BREVMALL SECTION.

      *> Gällande mall för brevtypen i brevmall-brevtyp och nyckeln
      *> i WS-MALL-*: gäldenärens språk före svenska, därefter
      *> uppdragsgivarens egen mall före standardmallen (upgnr 0),
      *> därefter nivåns egen mall före nivå 0. Saknas även
      *> standardmallen skrivs brevet utan text och räknas i
      *> WS-UTAN-MALL.
           MOVE "N" TO WS-MALL-FUNNEN

           EXEC SQL
               SELECT TOP 1 upgnr, niva, sprak, version
               INTO :brevmall-upgnr, :brevmall-niva,
                    :brevmall-sprak, :brevmall-version
               FROM REDWARRIOR.dbo.brevmall
               WHERE brevtyp = :brevmall-brevtyp
                 AND ersatt_at IS NULL
                 AND upgnr IN (:WS-MALL-UPGNR, 0)
                 AND niva IN (:WS-MALL-NIVA, 0)
                 AND sprak IN (:WS-MALL-SPRAK, 'SV')
               ORDER BY
                   CASE WHEN sprak = :WS-MALL-SPRAK THEN 0 ELSE 1 END,
                   CASE WHEN upgnr = :WS-MALL-UPGNR THEN 0 ELSE 1 END,
                   CASE WHEN niva = :WS-MALL-NIVA THEN 0 ELSE 1 END
           END-EXEC

           IF SQLCODE = 0
               MOVE "J" TO WS-MALL-FUNNEN
               IF brevmall-upgnr NOT = WS-LADDAD-UPGNR
                  OR brevmall-niva NOT = WS-LADDAD-NIVA
                  OR brevmall-sprak NOT = WS-LADDAD-SPRAK
                  OR brevmall-version NOT = WS-LADDAD-VERSION
                   PERFORM O-LADDA-MALLRADER
               END-IF
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY "FEL VID VAL AV BREVMALL: " SQLCODE
               END-IF
               ADD 1 TO WS-UTAN-MALL
           END-IF.

       O-LADDA-MALLRADER SECTION.

      *> Den valda mallversionens textrader till WS-MALL-TEXT, i
      *> radnummerordning.
           MOVE brevmall-brevtyp TO mallrad-brevtyp
           MOVE brevmall-upgnr TO mallrad-upgnr
           MOVE brevmall-niva TO mallrad-niva
           MOVE brevmall-sprak TO mallrad-sprak
           MOVE brevmall-version TO mallrad-version
           MOVE 0 TO WS-MALL-ANTAL
           MOVE SPACES TO WS-MALL-TABELL

           EXEC SQL
               DECLARE MALLRAD_CURSOR CURSOR FOR
               SELECT text
               FROM REDWARRIOR.dbo.brevmall_rad
               WHERE brevtyp = :mallrad-brevtyp
                 AND upgnr = :mallrad-upgnr
                 AND niva = :mallrad-niva
                 AND sprak = :mallrad-sprak
                 AND version = :mallrad-version
               ORDER BY radnr
           END-EXEC

           EXEC SQL
               OPEN MALLRAD_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN MALLRAD_CURSOR: " SQLCODE
           ELSE
           MOVE "N" TO WS-MALLRAD-SLUT
           PERFORM UNTIL WS-MALLRAD-SLUT = "J"

               EXEC SQL
                   FETCH MALLRAD_CURSOR INTO :mallrad-text
               END-EXEC

               IF SQLCODE = 0
                   IF WS-MALL-ANTAL < 20
                       ADD 1 TO WS-MALL-ANTAL
                       MOVE mallrad-text TO WS-MALL-TEXT(WS-MALL-ANTAL)
                   END-IF
               ELSE
                   MOVE "J" TO WS-MALLRAD-SLUT
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH MALLRAD: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE MALLRAD_CURSOR
           END-EXEC

           MOVE brevmall-upgnr TO WS-LADDAD-UPGNR
           MOVE brevmall-niva TO WS-LADDAD-NIVA
           MOVE brevmall-sprak TO WS-LADDAD-SPRAK
           MOVE brevmall-version TO WS-LADDAD-VERSION.

       L-FYLL-MALLRAD SECTION.

      *> Mallraden i WS-IN-TEXT kopieras till WS-UT-TEXT med varje
      *> &NAMN& som finns i WS-FALT-TABELL utbytt mot fältets
      *> värde utan inledande och avslutande blanktecken. Ett
      *> okänt namn, eller ett ensamt &, kopieras som det står.
      *> Det som inte ryms på 100 tecken faller bort.
           MOVE SPACES TO WS-UT-TEXT
           MOVE 1 TO WS-IN-POS
           MOVE 1 TO WS-UT-POS

           PERFORM UNTIL WS-IN-POS > 100 OR WS-UT-POS > 100
               MOVE "N" TO WS-TAGG-FUNNEN
               IF WS-IN-TEXT(WS-IN-POS:1) = "&"
                   PERFORM M-TOLKA-TAGG
               END-IF
               IF WS-TAGG-FUNNEN = "N"
                   MOVE WS-IN-TEXT(WS-IN-POS:1)
                     TO WS-UT-TEXT(WS-UT-POS:1)
                   ADD 1 TO WS-IN-POS
                   ADD 1 TO WS-UT-POS
               END-IF
           END-PERFORM.

       M-TOLKA-TAGG SECTION.

      *> WS-IN-POS står på ett &. Avslutande & söks högst elva
      *> positioner fram (fältnamn upp till tio tecken); namnet
      *> slås upp i WS-FALT-TABELL.
           MOVE 0 TO WS-TAGG-SLUT
           COMPUTE WS-SOK-POS = WS-IN-POS + 1

           PERFORM UNTIL WS-SOK-POS > 100
                      OR WS-SOK-POS > WS-IN-POS + 11
                      OR WS-TAGG-SLUT > 0
               IF WS-IN-TEXT(WS-SOK-POS:1) = "&"
                   MOVE WS-SOK-POS TO WS-TAGG-SLUT
               END-IF
               ADD 1 TO WS-SOK-POS
           END-PERFORM

           IF WS-TAGG-SLUT > WS-IN-POS + 1
               COMPUTE WS-TAGG-LANGD = WS-TAGG-SLUT - WS-IN-POS - 1
               MOVE SPACES TO WS-TAGG-NAMN
               MOVE WS-IN-TEXT(WS-IN-POS + 1:WS-TAGG-LANGD)
                 TO WS-TAGG-NAMN

               MOVE 1 TO WS-FALT-IX
               PERFORM UNTIL WS-FALT-IX > WS-FALT-ANTAL
                          OR WS-TAGG-FUNNEN = "J"
                   IF WS-FALT-NAMN(WS-FALT-IX) = WS-TAGG-NAMN
                       MOVE "J" TO WS-TAGG-FUNNEN
                   ELSE
                       ADD 1 TO WS-FALT-IX
                   END-IF
               END-PERFORM

               IF WS-TAGG-FUNNEN = "J"
                   PERFORM N-KOPIERA-VARDE
                   COMPUTE WS-IN-POS = WS-TAGG-SLUT + 1
               END-IF
           END-IF.

       N-KOPIERA-VARDE SECTION.

      *> Fältvärdet WS-FALT-VARDE(WS-FALT-IX) utan inledande och
      *> avslutande blanktecken till WS-UT-TEXT från WS-UT-POS.
           IF WS-FALT-VARDE(WS-FALT-IX) NOT = SPACES
               MOVE 1 TO WS-VARDE-START
               PERFORM UNTIL
                   WS-FALT-VARDE(WS-FALT-IX)(WS-VARDE-START:1)
                     NOT = SPACE
                   ADD 1 TO WS-VARDE-START
               END-PERFORM

               MOVE 60 TO WS-VARDE-SLUT
               PERFORM UNTIL
                   WS-FALT-VARDE(WS-FALT-IX)(WS-VARDE-SLUT:1)
                     NOT = SPACE
                   SUBTRACT 1 FROM WS-VARDE-SLUT
               END-PERFORM

               COMPUTE WS-VARDE-LANGD =
                   WS-VARDE-SLUT - WS-VARDE-START + 1
               IF WS-UT-POS + WS-VARDE-LANGD > 101
                   COMPUTE WS-VARDE-LANGD = 101 - WS-UT-POS
               END-IF

               MOVE WS-FALT-VARDE(WS-FALT-IX)
                      (WS-VARDE-START:WS-VARDE-LANGD)
                 TO WS-UT-TEXT(WS-UT-POS:WS-VARDE-LANGD)
               ADD WS-VARDE-LANGD TO WS-UT-POS
           END-IF.

       P-SKRIV-DIGITALPOST SECTION.

      *> En post i WS-BREV-POST till den digitala filen och till
      *> brevutskick_rad.
           MOVE WS-BREV-REF TO DIGKB-BREV-REF
           MOVE WS-IDENTITETSNR TO DIGKB-IDENTITETSNR
           MOVE WS-BREV-POST TO DIGKB-POST
           WRITE DIGKB-RAD
           PERFORM I-SPARA-BREVRAD.

       H-SPARA-BREVUTSKICK SECTION.

      *> Varje brev registreras i brevutskick (P_W709.CPY) med
      *> kanal och leveransdatum - PreskriptionsBevakning räknar
      *> avbrottet från leveransdatumet. Pappersbrevet är avsänt
      *> i och med filen; det digitala väntar på operatörens
      *> kvitto (DigitalKvittoImport.cbl). Mallens nyckel och
      *> version sparas så att brevets exakta ordalydelse kan
      *> visas i efterhand (BrevmallUnderhall.cbl); inga mall_*
      *> när brevet skrevs utan mall.
           MOVE WS-BREV-REF TO brevut-brev-ref
           MOVE "KRAVBREV" TO brevut-brevtyp
           MOVE paminnelser-kundnr TO brevut-kundnr
           MOVE paminnelser-lopnr TO brevut-lopnr
           MOVE WS-KANAL TO brevut-kanal
           MOVE WS-BATCH-NR TO brevut-batch-nr
           MOVE WS-IDAG TO brevut-skapad-datum
           MOVE WS-BELOPP TO brevut-belopp
           MOVE KBHUVUD-SKAPAD TO brevut-status-at
           MOVE samling-samlingsnr TO brevut-samlingsnr
           IF WS-KANAL = "DIGITAL"
               MOVE "SKICKAD" TO brevut-leveransstatus
               MOVE SPACES TO brevut-leverans-datum
           ELSE
               MOVE "AVSAND" TO brevut-leveransstatus
               MOVE WS-IDAG TO brevut-leverans-datum
           END-IF
           IF WS-MALL-FUNNEN = "J"
               MOVE brevmall-upgnr TO brevut-mall-upgnr
               MOVE brevmall-niva TO brevut-mall-niva
               MOVE brevmall-sprak TO brevut-mall-sprak
               MOVE brevmall-version TO brevut-mall-version
           ELSE
               MOVE 0 TO brevut-mall-upgnr
               MOVE 0 TO brevut-mall-niva
               MOVE SPACES TO brevut-mall-sprak
               MOVE 0 TO brevut-mall-version
           END-IF

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.brevutskick
                   (brev_ref, brevtyp, kundnr, lopnr, kanal,
                    batch_nr, skapad_datum, belopp, leveransstatus,
                    leverans_datum, status_at, mall_upgnr, mall_niva,
                    mall_sprak, mall_version, samlingsnr)
               VALUES
                   (:brevut-brev-ref, :brevut-brevtyp,
                    :brevut-kundnr, :brevut-lopnr, :brevut-kanal,
                    :brevut-batch-nr, :brevut-skapad-datum,
                    :brevut-belopp, :brevut-leveransstatus,
                    NULLIF(:brevut-leverans-datum, ' '),
                    :brevut-status-at,
                    CASE WHEN :brevut-mall-sprak = ' ' THEN NULL
                         ELSE :brevut-mall-upgnr END,
                    CASE WHEN :brevut-mall-sprak = ' ' THEN NULL
                         ELSE :brevut-mall-niva END,
                    NULLIF(:brevut-mall-sprak, ' '),
                    NULLIF(:brevut-mall-version, 0),
                    NULLIF(:brevut-samlingsnr, 0))
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA-BREVUTSKICK: " SQLCODE
           END-IF.

       I-SPARA-BREVRAD SECTION.

      *> Det digitala brevets poster sparas ordagrant så att
      *> DigitalKvittoImport kan skriva samma brev på papper om
      *> det inte levereras.
           ADD 1 TO WS-BREV-RADNR
           MOVE WS-BREV-REF TO brevrad-brev-ref
           MOVE WS-BREV-RADNR TO brevrad-radnr
           MOVE WS-BREV-POST TO brevrad-post

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.brevutskick_rad
                   (brev_ref, radnr, post)
               VALUES
                   (:brevrad-brev-ref, :brevrad-radnr, :brevrad-post)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA-BREVRAD: " SQLCODE
           END-IF.

       E-SKRIV-HUVUDPOST SECTION.

             INTO KBHUVUD-SKAPAD
           END-STRING
           MOVE WS-BATCH-NR TO KBHUVUD-BATCHNR
           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             DELIMITED BY SIZE
             INTO WS-IDAG
           END-STRING

           WRITE KRAVBREV-HUVUD

           MOVE "HUVUD" TO DIGKB-HUVUD-POSTTYP
           MOVE "DIGKRAV" TO DIGKB-HUVUD-FILID
           MOVE KBHUVUD-SKAPAD TO DIGKB-HUVUD-SKAPAD
           MOVE WS-BATCH-NR TO DIGKB-HUVUD-BATCHNR

           WRITE DIGKB-HUVUD.

       F-SKRIV-SLUTPOST SECTION.

           MOVE WS-RADANTAL TO KBSLUT-ANTAL
           MOVE WS-KONTROLL-BELOPP TO KBSLUT-BELOPP

           WRITE KRAVBREV-SLUT

           MOVE "SLUT " TO DIGKB-SLUT-POSTTYP
           MOVE WS-DIG-RADANTAL TO DIGKB-SLUT-ANTAL
           MOVE WS-DIG-KONTROLL-BELOPP TO DIGKB-SLUT-BELOPP

           WRITE DIGKB-SLUT.

       G-SPARA-KORNINGSLOGG SECTION.

      *> antal_infogade (övriga räknare hör till The_Heart-stegen
      *> och lämnas noll) och slutpostens beloppssumma i
      *> kontroll_belopp, så det som skickats till tryckeriet kan
      *> stämmas av i efterhand. Den digitala filen får en egen
      *> rad med steg DIGIT och sin egen slutpostsumma.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
           MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
                    :run-history-kontroll-belopp)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA-KORNINGSLOGG: " SQLCODE
           END-IF

           MOVE "DIGIT" TO run-history-steg
           MOVE WS-DIG-RADANTAL TO run-history-antal-infogade
           MOVE WS-DIG-KONTROLL-BELOPP TO run-history-kontroll-belopp

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.run_history
                   (run_timestamp, programnamn, steg, antal_infogade,
                    antal_borttagna, antal_flaggade, antal_avskrivna,
                    antal_aterbet, kontroll_belopp)
               VALUES
                   (:run-history-timestamp, :run-history-programnamn,
                    :run-history-steg,
                    :run-history-antal-infogade,
                    :run-history-antal-borttagna,
                    :run-history-antal-flaggade,
                    :run-history-antal-avskrivna,
                    :run-history-antal-aterbet,
                    :run-history-kontroll-belopp)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA-KORNINGSLOGG: " SQLCODE
           END-IF.
