      *> kunden räkningen.
           SELECT SALDOBESKEDFIL ASSIGN TO "SALDOBESKED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Besked till gäldenärer med digital brevlåda går till
      *> brevlådeoperatören i stället - samma upplägg som
      *> KRAVBREVDIGITAL.TXT i KravbrevExport.cbl.
           SELECT SALDOBESKEDDIGITAL
               ASSIGN TO "SALDOBESKEDDIGITAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> tryckeriet läser filen med samma kontroller. Detaljraderna
      *> skiljs åt av posttypen i position 1-3:
      *>   ADR = kundens postuppgifter (inleder varje dokument)
      *>   TXT = en rad brevtext ur brevmallen (P_W711.CPY), efter
      *>         ADR-posten
      *>   ARE = ett ärende (kapital, betalt kapital, status)
      *>   AVG = en avgiftsrad (datum, typ, belopp)
      *>   RTA = upplupen ränta till dags dato
      *>   BET = en mottagen betalning med dess fördelning
      *>   SDO = ärendets kvarstående saldo (avslutar ärendet)
      *> Kapital, ränta och saldo står i fakturans valuta (VALUTA
      *> på ARE-, RTA-, BET- och SDO-raden). Avgifterna är alltid
      *> kronor: AVG-raderna och BET-radens avgiftsdel är SEK, och
      *> för en faktura i utländsk valuta ingår obetalda avgifter
      *> inte i SDO-beloppet utan står i SDO-radens AVGIFT-SEK.
       01  SALDOBESKED-HUVUD.
           03 SBHUVUD-POSTTYP             PIC X(5).
           03 SBHUVUD-FILID               PIC X(8).
           03 SBARE-FAKTDAT               PIC X(10).
           03 SBARE-KAPITAL               PIC 9(9)V9(2).
           03 SBARE-STATUS                PIC X(10).
           03 SBARE-VALUTA                PIC X(3).
       01  SALDOBESKED-AVGIFT.
           03 SBAVG-POSTTYP               PIC X(3).
           03 SBAVG-DATUM                 PIC X(10).
           03 SBRTA-POSTTYP               PIC X(3).
           03 SBRTA-DAGAR                 PIC 9(5).
           03 SBRTA-BELOPP                PIC 9(9)V9(2).
           03 SBRTA-VALUTA                PIC X(3).
       01  SALDOBESKED-BETALNING.
           03 SBBET-POSTTYP               PIC X(3).
           03 SBBET-BETALDAG              PIC X(10).
           03 SBBET-AVGIFTSDEL            PIC 9(9)V9(2).
           03 SBBET-RANTEDEL              PIC 9(9)V9(2).
           03 SBBET-KAPITALDEL            PIC 9(9)V9(2).
           03 SBBET-VALUTA                PIC X(3).
       01  SALDOBESKED-SALDO.
           03 SBSDO-POSTTYP               PIC X(3).
           03 SBSDO-LOPNR                 PIC 9(10).
           03 SBSDO-BELOPP                PIC 9(9)V9(2).
           03 SBSDO-VALUTA                PIC X(3).
           03 SBSDO-AVGIFT-SEK            PIC 9(9)V9(2).
       01  SALDOBESKED-TEXT.
           03 SBTXT-POSTTYP               PIC X(3).
           03 SBTXT-RADNR                 PIC 9(2).
           03 SBTXT-TEXT                  PIC X(100).

       FD  SALDOBESKEDDIGITAL.
      *> Huvud- och slutpost som pappersfilen (filid DIGSALDO,
      *> samma batchnummer). Varje post i ett digitalt besked -
      *> ADR-posten och ärendeposterna - skrivs som en brevpost
      *> med beskedets brevreferens och mottagarens identitetsnr
      *> framför beskedsposten ordagrant; operatören samlar
      *> posterna med samma referens till ett brev.
       01  DIGSB-HUVUD.
           03 DIGSB-HUVUD-POSTTYP         PIC X(5).
           03 DIGSB-HUVUD-FILID           PIC X(8).
           03 DIGSB-HUVUD-SKAPAD          PIC X(19).
           03 DIGSB-HUVUD-BATCHNR         PIC 9(9).
       01  DIGSB-SLUT.
           03 DIGSB-SLUT-POSTTYP          PIC X(5).
           03 DIGSB-SLUT-ANTAL            PIC 9(9).
           03 DIGSB-SLUT-BELOPP           PIC 9(11)V9(2).
       01  DIGSB-RAD.
           03 DIGSB-BREV-REF              PIC X(17).
           03 DIGSB-IDENTITETSNR          PIC X(13).
           03 DIGSB-POST                  PIC X(300).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W669.CPY".
       COPY "P_W670.CPY".
       COPY "P_W673.CPY".
       COPY "P_W675.CPY".
       COPY "P_W678.CPY".
       COPY "P_W686.CPY".
       COPY "P_W707.CPY".
       COPY "P_W709.CPY".
       COPY "P_W710.CPY".
       COPY "P_W711.CPY".
       COPY "P_W712.CPY".
       COPY "P_W717.CPY".
       COPY "P_W718.CPY".
       COPY "P_W719.CPY".
       COPY "P_W720.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-SALDO                      PIC S9(9)V9(2) COMP-3.
       01  WS-OPPEN-AVGIFT               PIC S9(9)V9(2) COMP-3.
       01  WS-OPPEN-RANTA                PIC S9(9)V9(2) COMP-3.
       01  WS-VALUTA                     PIC X(3).

       01  WS-RADANTAL                   PIC 9(6) VALUE 0.
       01  WS-ANTAL-DOKUMENT             PIC 9(6) VALUE 0.
       01  WS-KONTROLL-BELOPP            PIC S9(11)V9(2) COMP-3
                                           VALUE 0.

      *> Kanal per besked ur SBKUND_CURSOR och räknare för den
      *> digitala filen - se KravbrevExport.cbl. WS-DOK-* gäller
      *> beskedet som skrivs just nu: dess postnummer i
      *> brevutskick_rad och dess saldosumma (brevutskick.belopp).
       01  WS-KANAL                      PIC X(7).
       01  WS-IDENTITETSNR               PIC X(13).
       01  WS-DIG-RADANTAL               PIC 9(6) VALUE 0.
       01  WS-DIG-ANTAL-DOKUMENT         PIC 9(6) VALUE 0.
       01  WS-DIG-KONTROLL-BELOPP        PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-DOK-RADNR                  PIC S9(9) COMP-5 VALUE 0.
       01  WS-DOK-BELOPP                 PIC S9(9)V9(2) COMP-3.
       01  WS-BREV-POST                  PIC X(300).
       01  WS-IDAG                       PIC X(10).
       01  WS-BREV-REF.
           03 WS-BREV-REF-TYP            PIC X(2) VALUE "SB".
           03 WS-BREV-REF-BATCH          PIC 9(9).
           03 WS-BREV-REF-LOPNR          PIC 9(6) VALUE 0.
      *> Beskedets uppdragsgivare för mallvalet - kundens enda
      *> uppdragsgivare, eller 0 (standardmallen) när kunden har
      *> ärenden från flera - och antal ärenden i beskedet.
       01  WS-SB-UPGNR                   PIC S9(7) COMP-3.
       01  WS-SB-ANTAL-ARENDEN           PIC S9(9) COMP-5.
       01  WS-EDIT-ANTAL                 PIC Z(5)9.

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
      *> R-FYLL-MALLRAD.
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

       LINKAGE SECTION.
      *> Tas emot från JCL:ens PARM= på EXEC PGM-satsen, enligt
      *> Language Environment-konventionen - samma mönster som
           PERFORM C-LAS-PARM

           OPEN OUTPUT SALDOBESKEDFIL
           OPEN OUTPUT SALDOBESKEDDIGITAL
           PERFORM D-SKRIV-HUVUDPOST
           PERFORM E-BYGG-SALDOBESKED
           PERFORM F-SKRIV-SLUTPOST
           CLOSE SALDOBESKEDFIL
           CLOSE SALDOBESKEDDIGITAL
           PERFORM G-SPARA-KORNINGSLOGG

           DISPLAY "Saldobeskedexport klar."
           DISPLAY "Dokument skrivna: " WS-ANTAL-DOKUMENT
           DISPLAY "Digitala besked:  " WS-DIG-ANTAL-DOKUMENT
           IF WS-UTAN-MALL > 0
               DISPLAY "VARNING: BESKED UTAN BREVMALL: " WS-UTAN-MALL
           END-IF

           EXEC SQL
               COMMIT
             INTO SBHUVUD-SKAPAD
           END-STRING
           MOVE WS-BATCH-NR TO SBHUVUD-BATCHNR
           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             DELIMITED BY SIZE
             INTO WS-IDAG
           END-STRING

           WRITE SALDOBESKED-HUVUD

           MOVE "HUVUD" TO DIGSB-HUVUD-POSTTYP
           MOVE "DIGSALDO" TO DIGSB-HUVUD-FILID
           MOVE SBHUVUD-SKAPAD TO DIGSB-HUVUD-SKAPAD
           MOVE WS-BATCH-NR TO DIGSB-HUVUD-BATCHNR

           WRITE DIGSB-HUVUD.

       E-BYGG-SALDOBESKED SECTION.

      *> som C-BYGG-KRAVBREV i KravbrevExport.cbl).
           EXEC SQL
               DECLARE SBKUND_CURSOR CURSOR FOR
               SELECT DISTINCT k.kundnr,
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
                      CASE WHEN r.identitetsnr IS NOT NULL
                            AND d.kundnr IS NULL
                           THEN 'DIGITAL' ELSE 'PAPPER' END,
                      ISNULL(k.identitetsnr, ' '),
                      (SELECT CASE WHEN MIN(p2.upgnr) = MAX(p2.upgnr)
                                   THEN MIN(p2.upgnr) ELSE 0 END
                       FROM REDWARRIOR.dbo.paminnelser_alla p2
                       WHERE p2.kundnr = k.kundnr),
                      (SELECT COUNT(*)
                       FROM REDWARRIOR.dbo.paminnelser_alla p3
                       WHERE p3.kundnr = k.kundnr),
                      ISNULL(k.sprak, 'SV')
               FROM REDWARRIOR.dbo.kundmaster k
               JOIN REDWARRIOR.dbo.paminnelser_alla p
                 ON p.kundnr = k.kundnr
               LEFT JOIN REDWARRIOR.dbo.dodsbo d
                 ON d.kundnr = k.kundnr
               LEFT JOIN REDWARRIOR.dbo.brevlada_register r
                 ON r.identitetsnr = k.identitetsnr
               WHERE (k.kundnr = :WS-SOK-KUNDNR
                   OR :WS-SOK-KUNDNR = 0)
      *> Kunder med adresspärr (se AdressreturImport.cbl) får
      *> inga postala besked förrän adressen rättats.
                 AND ISNULL(k.adress_ogiltig, 'N') <> 'J'
      *> Avliden gäldenär (dodsbo, P_W707.CPY, se
      *> DodsfallImport.cbl): beskedet går till dödsboet c/o den
      *> kontaktperson som registrerats i DodsboUnderhall.cbl -
      *> saknas kontaktperson skickas inget alls, aldrig till den
      *> avlidnes adress.
                 AND (d.kundnr IS NULL OR d.kontakt_namn IS NOT NULL)
               ORDER BY k.kundnr
           END-EXEC.

                   FETCH SBKUND_CURSOR INTO
                       :kundmaster-kundnr, :kundmaster-kundnamn,
                       :kundmaster-adress, :kundmaster-postnr,
                       :kundmaster-postort,
                       :WS-KANAL, :WS-IDENTITETSNR,
                       :WS-SB-UPGNR, :WS-SB-ANTAL-ARENDEN,
                       :WS-MALL-SPRAK
               END-EXEC

               IF SQLCODE = 0
           MOVE kundmaster-adress TO SBADR-ADRESS
           MOVE kundmaster-postnr TO SBADR-POSTNR
           MOVE kundmaster-postort TO SBADR-POSTORT

           ADD 1 TO WS-BREV-REF-LOPNR
           MOVE WS-BATCH-NR TO WS-BREV-REF-BATCH
           MOVE 0 TO WS-DOK-RADNR
           MOVE 0 TO WS-DOK-BELOPP

           IF WS-KANAL = "DIGITAL"
               MOVE SALDOBESKED-ADRESS TO WS-BREV-POST
               PERFORM N-SKRIV-DIGITALPOST
               ADD 1 TO WS-DIG-ANTAL-DOKUMENT
           ELSE
               WRITE SALDOBESKED-ADRESS
               ADD 1 TO WS-RADANTAL
               ADD 1 TO WS-ANTAL-DOKUMENT
           END-IF

      *> Beskedets text: mallen för uppdragsgivaren och
      *> gäldenärens språk (nivå 0 - beskedet har ingen
      *> påminnelsenivå), ifylld med kundens uppgifter.
           MOVE "SALDOBESKED" TO brevmall-brevtyp
           MOVE WS-SB-UPGNR TO WS-MALL-UPGNR
           MOVE 0 TO WS-MALL-NIVA
           PERFORM P-VALJ-BREVMALL
           IF WS-MALL-FUNNEN = "J"
               PERFORM U-FYLL-FALTTABELL
               PERFORM V-SKRIV-BESKEDSTEXT
           END-IF

           EXEC SQL
               DECLARE SBARENDE_CURSOR CURSOR FOR
               SELECT p.lopnr,
                      CONVERT(CHAR(10), f.faktdat, 120),
                      f.attbet, p.inkasso_status,
                      ISNULL(f.valuta, 'SEK')
               FROM REDWARRIOR.dbo.paminnelser_alla p
               JOIN REDWARRIOR.dbo.faktura_alla f ON f.lopnr = p.lopnr
               WHERE p.kundnr = :kundmaster-kundnr
               ORDER BY p.lopnr
           END-EXEC
                   FETCH SBARENDE_CURSOR INTO
                       :paminnelser-lopnr, :faktura-faktdat,
                       :faktura-attbet,
                       :paminnelser-inkasso-status,
                       :WS-VALUTA
               END-EXEC

               IF SQLCODE = 0

           EXEC SQL
               CLOSE SBARENDE_CURSOR
           END-EXEC

           PERFORM O-SPARA-BREVUTSKICK.

       U-FYLL-FALTTABELL SECTION.

      *> Beskedets fält för mallen (se P_W712.CPY). Uppdragsgivarens
      *> namn bara när beskedet gäller en enda uppdragsgivare.
           MOVE SPACES TO upg-namn
           IF WS-SB-UPGNR NOT = 0
               EXEC SQL
                   SELECT namn INTO :upg-namn
                   FROM REDWARRIOR.dbo.uppdragsgivare
                   WHERE upgnr = :WS-SB-UPGNR
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SPACES TO upg-namn
               END-IF
           END-IF
           MOVE WS-SB-ANTAL-ARENDEN TO WS-EDIT-ANTAL

           MOVE SPACES TO WS-FALT-TABELL
           MOVE "KUNDNAMN" TO WS-FALT-NAMN(1)
           MOVE SBADR-KUNDNAMN TO WS-FALT-VARDE(1)
           MOVE "KUNDNR" TO WS-FALT-NAMN(2)
           MOVE SBADR-KUNDNR TO WS-FALT-VARDE(2)
           MOVE "DATUM" TO WS-FALT-NAMN(3)
           MOVE WS-IDAG TO WS-FALT-VARDE(3)
           MOVE "UPGNAMN" TO WS-FALT-NAMN(4)
           MOVE upg-namn TO WS-FALT-VARDE(4)
           MOVE "ANTAL" TO WS-FALT-NAMN(5)
           MOVE WS-EDIT-ANTAL TO WS-FALT-VARDE(5)
           MOVE 5 TO WS-FALT-ANTAL.

       V-SKRIV-BESKEDSTEXT SECTION.

      *> En TXT-post per mallrad, i samma kanal som beskedet.
      *> TXT-posterna räknas i slutpostens antal som alla andra
      *> beskedsposter.
           MOVE 1 TO WS-MALL-IX

           PERFORM UNTIL WS-MALL-IX > WS-MALL-ANTAL
               MOVE WS-MALL-TEXT(WS-MALL-IX) TO WS-IN-TEXT
               PERFORM R-FYLL-MALLRAD
               MOVE "TXT" TO SBTXT-POSTTYP
               MOVE WS-MALL-IX TO SBTXT-RADNR
               MOVE WS-UT-TEXT TO SBTXT-TEXT
               IF WS-KANAL = "DIGITAL"
                   MOVE SALDOBESKED-TEXT TO WS-BREV-POST
                   PERFORM N-SKRIV-DIGITALPOST
               ELSE
                   WRITE SALDOBESKED-TEXT
                   ADD 1 TO WS-RADANTAL
               END-IF
               ADD 1 TO WS-MALL-IX
           END-PERFORM.

       P-VALJ-BREVMALL SECTION.

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
                   PERFORM Q-LADDA-MALLRADER
               END-IF
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY "FEL VID VAL AV BREVMALL: " SQLCODE
               END-IF
               ADD 1 TO WS-UTAN-MALL
           END-IF.

       Q-LADDA-MALLRADER SECTION.

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

       R-FYLL-MALLRAD SECTION.

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
                   PERFORM S-TOLKA-TAGG
               END-IF
               IF WS-TAGG-FUNNEN = "N"
                   MOVE WS-IN-TEXT(WS-IN-POS:1)
                     TO WS-UT-TEXT(WS-UT-POS:1)
                   ADD 1 TO WS-IN-POS
                   ADD 1 TO WS-UT-POS
               END-IF
           END-PERFORM.

       S-TOLKA-TAGG SECTION.

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
                   PERFORM T-KOPIERA-VARDE
                   COMPUTE WS-IN-POS = WS-TAGG-SLUT + 1
               END-IF
           END-IF.

       T-KOPIERA-VARDE SECTION.

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

       I-SKRIV-ARENDE SECTION.

           MOVE faktura-faktdat TO SBARE-FAKTDAT
           MOVE faktura-attbet TO SBARE-KAPITAL
           MOVE paminnelser-inkasso-status TO SBARE-STATUS
           MOVE WS-VALUTA TO SBARE-VALUTA
           IF WS-KANAL = "DIGITAL"
               MOVE SALDOBESKED-ARENDE TO WS-BREV-POST
               PERFORM N-SKRIV-DIGITALPOST
           ELSE
               WRITE SALDOBESKED-ARENDE
               ADD 1 TO WS-RADANTAL
           END-IF

           PERFORM J-SKRIV-AVGIFTER
           PERFORM K-SKRIV-RANTA
               DECLARE SBAVGIFT_CURSOR CURSOR FOR
               SELECT CONVERT(CHAR(10), skapad_datum, 120),
                      avgift_typ, belopp
               FROM REDWARRIOR.dbo.avgifter_alla
               WHERE lopnr = :paminnelser-lopnr
                 AND makulerad = 'N'
               ORDER BY skapad_datum
                   MOVE avgift-skapad-datum TO SBAVG-DATUM
                   MOVE avgift-typ TO SBAVG-TYP
                   MOVE avgift-belopp TO SBAVG-BELOPP
                   IF WS-KANAL = "DIGITAL"
                       MOVE SALDOBESKED-AVGIFT TO WS-BREV-POST
                       PERFORM N-SKRIV-DIGITALPOST
                   ELSE
                       WRITE SALDOBESKED-AVGIFT
                       ADD 1 TO WS-RADANTAL
                   END-IF
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH SBAVGIFT: "
               SELECT dagar_forsenad, ranta_belopp
               INTO :rantefaktura-dagar-forsenad,
                    :rantefaktura-ranta-belopp
               FROM REDWARRIOR.dbo.rantefaktura_alla
               WHERE lopnr = :paminnelser-lopnr
                 AND fakturerad = 'N'
                 AND skapad_datum = (
                     SELECT MAX(r2.skapad_datum)
                     FROM REDWARRIOR.dbo.rantefaktura_alla r2
                     WHERE r2.lopnr = :paminnelser-lopnr
                       AND r2.fakturerad = 'N'
                 )
               MOVE "RTA" TO SBRTA-POSTTYP
               MOVE rantefaktura-dagar-forsenad TO SBRTA-DAGAR
               MOVE rantefaktura-ranta-belopp TO SBRTA-BELOPP
               MOVE WS-VALUTA TO SBRTA-VALUTA
               IF WS-KANAL = "DIGITAL"
                   MOVE SALDOBESKED-RANTA TO WS-BREV-POST
                   PERFORM N-SKRIV-DIGITALPOST
               ELSE
                   WRITE SALDOBESKED-RANTA
                   ADD 1 TO WS-RADANTAL
               END-IF
           END-IF.

       L-SKRIV-BETALNINGAR SECTION.
               DECLARE SBBET_CURSOR CURSOR FOR
               SELECT CONVERT(CHAR(10), betaldag, 120),
                      belopp_avgift, belopp_ranta, belopp_kapital
               FROM REDWARRIOR.dbo.betalning_fordelning_alla
               WHERE lopnr = :paminnelser-lopnr
               ORDER BY skapad_at
           END-EXEC
                   MOVE fordelning-belopp-ranta TO SBBET-RANTEDEL
                   MOVE fordelning-belopp-kapital
                     TO SBBET-KAPITALDEL
                   MOVE WS-VALUTA TO SBBET-VALUTA
                   IF WS-KANAL = "DIGITAL"
                       MOVE SALDOBESKED-BETALNING TO WS-BREV-POST
                       PERFORM N-SKRIV-DIGITALPOST
                   ELSE
                       WRITE SALDOBESKED-BETALNING
                       ADD 1 TO WS-RADANTAL
                   END-IF
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH SBBET: " SQLCODE
           MOVE 0 TO WS-OPPEN-AVGIFT
           EXEC SQL
               SELECT ISNULL((SELECT SUM(a.belopp)
                              FROM REDWARRIOR.dbo.avgifter_alla a
                              WHERE a.lopnr = :paminnelser-lopnr
                                AND a.makulerad = 'N'),
                             CAST(0.00 AS DECIMAL(11,2)))
                    - ISNULL((SELECT SUM(bf.belopp_avgift)
                              FROM
                               REDWARRIOR.dbo.betalning_fordelning_alla
                                   bf
                              WHERE bf.lopnr = :paminnelser-lopnr),
                             CAST(0.00 AS DECIMAL(11,2)))
           MOVE 0 TO WS-OPPEN-RANTA
           EXEC SQL
               SELECT ISNULL((SELECT r.ranta_belopp
                              FROM REDWARRIOR.dbo.rantefaktura_alla r
                              WHERE r.lopnr = :paminnelser-lopnr
                                AND r.fakturerad = 'N'
                                AND r.skapad_datum = (
                                    SELECT MAX(r2.skapad_datum)
                                    FROM
                                     REDWARRIOR.dbo.rantefaktura_alla
                                         r2
                                    WHERE r2.lopnr =
                                          :paminnelser-lopnr
                                )),
                             CAST(0.00 AS DECIMAL(11,2)))
                    - ISNULL((SELECT SUM(bf.belopp_ranta)
                              FROM
                               REDWARRIOR.dbo.betalning_fordelning_alla
                                   bf
                              WHERE bf.lopnr = :paminnelser-lopnr),
                             CAST(0.00 AS DECIMAL(11,2)))
           MOVE 0 TO WS-SALDO
           EXEC SQL
               SELECT attbet - belopp_bet INTO :WS-SALDO
               FROM REDWARRIOR.dbo.faktura_alla
               WHERE lopnr = :paminnelser-lopnr
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-SALDO < 0
               MOVE 0 TO WS-SALDO
           END-IF

           IF WS-VALUTA = "SEK"
               COMPUTE WS-SALDO =
                   WS-SALDO + WS-OPPEN-AVGIFT + WS-OPPEN-RANTA
               MOVE 0 TO SBSDO-AVGIFT-SEK
           ELSE
               COMPUTE WS-SALDO = WS-SALDO + WS-OPPEN-RANTA
               MOVE WS-OPPEN-AVGIFT TO SBSDO-AVGIFT-SEK
           END-IF

           MOVE "SDO" TO SBSDO-POSTTYP
           MOVE paminnelser-lopnr TO SBSDO-LOPNR
           MOVE WS-SALDO TO SBSDO-BELOPP
           MOVE WS-VALUTA TO SBSDO-VALUTA
           ADD WS-SALDO TO WS-DOK-BELOPP
           IF WS-KANAL = "DIGITAL"
               MOVE SALDOBESKED-SALDO TO WS-BREV-POST
               PERFORM N-SKRIV-DIGITALPOST
               ADD WS-SALDO TO WS-DIG-KONTROLL-BELOPP
           ELSE
               WRITE SALDOBESKED-SALDO
               ADD 1 TO WS-RADANTAL
               ADD WS-SALDO TO WS-KONTROLL-BELOPP
           END-IF.

       N-SKRIV-DIGITALPOST SECTION.

      *> En post i ett digitalt besked: till leveransfilen med
      *> beskedets brevreferens, och ordagrant till
      *> brevutskick_rad så DigitalKvittoImport kan skriva samma
      *> besked på papper om det inte levereras.
           MOVE WS-BREV-REF TO DIGSB-BREV-REF
           MOVE WS-IDENTITETSNR TO DIGSB-IDENTITETSNR
           MOVE WS-BREV-POST TO DIGSB-POST
           WRITE DIGSB-RAD
           ADD 1 TO WS-DIG-RADANTAL

           ADD 1 TO WS-DOK-RADNR
           MOVE WS-BREV-REF TO brevrad-brev-ref
           MOVE WS-DOK-RADNR TO brevrad-radnr
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

       O-SPARA-BREVUTSKICK SECTION.

      *> Varje besked registreras i brevutskick (P_W709.CPY) med
      *> kanal och leveransdatum, se KravbrevExport.cbl. Beskedet
      *> gäller hela kundnumret - lopnr 0. Mallens nyckel och
      *> version sparas som i KravbrevExport.cbl.
           MOVE WS-BREV-REF TO brevut-brev-ref
           MOVE "SALDOBESKED" TO brevut-brevtyp
           MOVE kundmaster-kundnr TO brevut-kundnr
           MOVE 0 TO brevut-lopnr
           MOVE WS-KANAL TO brevut-kanal
           MOVE WS-BATCH-NR TO brevut-batch-nr
           MOVE WS-IDAG TO brevut-skapad-datum
           MOVE WS-DOK-BELOPP TO brevut-belopp
           MOVE SBHUVUD-SKAPAD TO brevut-status-at
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
                    mall_sprak, mall_version)
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
                    NULLIF(:brevut-mall-version, 0))
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA-BREVUTSKICK: " SQLCODE
           END-IF.

       F-SKRIV-SLUTPOST SECTION.

           MOVE WS-RADANTAL TO SBSLUT-ANTAL
           MOVE WS-KONTROLL-BELOPP TO SBSLUT-BELOPP

           WRITE SALDOBESKED-SLUT

           MOVE "SLUT " TO DIGSB-SLUT-POSTTYP
           MOVE WS-DIG-RADANTAL TO DIGSB-SLUT-ANTAL
           MOVE WS-DIG-KONTROLL-BELOPP TO DIGSB-SLUT-BELOPP

           WRITE DIGSB-SLUT.

       G-SPARA-KORNINGSLOGG SECTION.

      *> En rad i run_history per beskedkörning: antal dokument i
      *> antal_infogade, saldosumman i kontroll_belopp och valt
      *> kundnr i parametrar-kolumnen. Den digitala filen får en
      *> egen rad med steg DIGIT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
           MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
                    :run-history-parametrar)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA-KORNINGSLOGG: " SQLCODE
           END-IF

           MOVE "DIGIT" TO run-history-steg
           MOVE WS-DIG-ANTAL-DOKUMENT TO run-history-antal-infogade
           MOVE WS-DIG-KONTROLL-BELOPP TO run-history-kontroll-belopp

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
