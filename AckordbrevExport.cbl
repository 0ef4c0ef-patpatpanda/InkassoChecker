       IDENTIFICATION DIVISION.
       PROGRAM-ID. AckordbrevExport.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Ackordbrev till tryckeriet: ett brev per nyregistrerat
      *> ackord (P_W723.CPY, se AckordUnderhall.cbl) med eget
      *> OCR-nummer. Ackordbrevet är ett erbjudande med sista
      *> betalningsdag och skickas bara på papper - ingen digital
      *> kanal och därmed ingen pappersreserv att hålla reda på.
           SELECT ACKORDFIL ASSIGN TO "ACKORDBREV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACKORDFIL.
      *> Samma huvud- och slutpostkonvention som KRAVBREV.TXT
      *> (se KravbrevExport.cbl) - tryckeriet läser filerna med
      *> samma kontroller. Slutpostens belopp är summan av
      *> ackordbeloppen.
       01  ACKORDFIL-HUVUD.
           03 AKHUVUD-POSTTYP             PIC X(5).
           03 AKHUVUD-FILID               PIC X(8).
           03 AKHUVUD-SKAPAD              PIC X(19).
           03 AKHUVUD-BATCHNR             PIC 9(9).
       01  ACKORDFIL-SLUT.
           03 AKSLUT-POSTTYP              PIC X(5).
           03 AKSLUT-ANTAL                PIC 9(9).
           03 AKSLUT-BELOPP               PIC 9(11)V9(2).
       01  ACKORDFIL-RAD.
      *> OCR-referensen är '2' följt av ackordnr (elva siffror) -
      *> BetalfilImport känner igen ackordsbetalningen på elfte
      *> positionen från höger, samma teknik som samlingskravens
      *> '1'.
           03 AK-KUNDNAMN                 PIC X(60).
           03 AK-ADRESS                   PIC X(60).
           03 AK-POSTNR                   PIC X(10).
           03 AK-POSTORT                  PIC X(40).
           03 AK-KUNDNR                   PIC 9(10).
           03 AK-OCR                      PIC X(11).
           03 AK-ACKORDNR                 PIC 9(10).
           03 AK-SKULD                    PIC 9(9)V9(2).
           03 AK-BELOPP                   PIC 9(9)V9(2).
           03 AK-SISTA-DAG                PIC X(10).
           03 AK-ANTAL                    PIC 9(4).
      *> En FAKT-post per ärende i ackordet direkt efter
      *> ackordsposten, med ärendets kvarstående fordran vid
      *> registreringen (ackord_rad, P_W724.CPY). Räknas inte i
      *> slutpostens antal, som är antal brev.
       01  ACKORDFIL-FAKTURA.
           03 AKFAKT-POSTTYP              PIC X(5).
           03 AKFAKT-LOPNR                PIC Z(9)9.
           03 AKFAKT-FAKTDAT              PIC X(10).
           03 AKFAKT-FORFDAT              PIC X(10).
           03 AKFAKT-SKULD                PIC Z(8)9.99-.
      *> Brevets text ur brevmallen (P_W711.CPY), en post per
      *> mallrad efter FAKT-posterna. Räknas inte heller.
       01  ACKORDFIL-TEXT.
           03 AKTEXT-POSTTYP              PIC X(5).
           03 AKTEXT-RADNR                PIC 9(2).
           03 AKTEXT-TEXT                 PIC X(100).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W255.CPY".
       COPY "P_W667.CPY".
       COPY "P_W669.CPY".
       COPY "P_W670.CPY".
       COPY "P_W675.CPY".
       COPY "P_W709.CPY".
       COPY "P_W711.CPY".
       COPY "P_W712.CPY".
       COPY "P_W723.CPY".
       COPY "P_W724.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-MÅNAD                      PIC X(2).
       01  WS-DAG                        PIC X(2).

       01  ws-count                      PIC 9(4) VALUE 0.
       01  WS-RADANTAL                   PIC 9(6) VALUE 0.
       01  WS-BATCH-NR                   PIC S9(9) COMP-5 VALUE 0.
       01  WS-KONTROLL-BELOPP            PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-IDAG                       PIC X(10).
       01  WS-BREV-REF.
           03 WS-BREV-REF-TYP            PIC X(2) VALUE "AK".
           03 WS-BREV-REF-BATCH          PIC 9(9).
           03 WS-BREV-REF-LOPNR          PIC 9(6) VALUE 0.

      *> Ackordets OCR-referens och antal ärenden.
       01  WS-OCR-ACKORD.
           03 WS-OCR-TYP                 PIC X(1) VALUE "2".
           03 WS-OCR-ACKORDNR            PIC 9(10).
       01  WS-FAKT-ANTAL                 PIC 9(4) VALUE 0.

      *> Utskriftsform för mallens fält.
       01  WS-EDIT-KUNDNR                PIC Z(9)9.
       01  WS-EDIT-ACKORDNR              PIC Z(9)9.
       01  WS-EDIT-SKULD                 PIC Z(8)9.99.
       01  WS-EDIT-BELOPP                PIC Z(8)9.99.
       01  WS-EDIT-ANTAL                 PIC Z(3)9.

      *> Brevmall (P_W711.CPY/P_W712.CPY) för brevet som skrivs,
      *> se BetalplanAviExport.cbl.
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

       PROCEDURE DIVISION.

       A-MAIN SECTION.

           PERFORM B-CONNECT-TO-DB
           OPEN OUTPUT ACKORDFIL
           PERFORM C-SKRIV-HUVUDPOST
           PERFORM D-BYGG-ACKORDBREV
           PERFORM E-SKRIV-SLUTPOST
           CLOSE ACKORDFIL
           PERFORM F-SPARA-KORNINGSLOGG

           DISPLAY "Ackordbrevexport klar. Brev skrivna: "
             WS-RADANTAL
           IF WS-UTAN-MALL > 0
               DISPLAY "VARNING: BREV UTAN BREVMALL:         "
                 WS-UTAN-MALL
           END-IF

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

       C-SKRIV-HUVUDPOST SECTION.

      *> Nästa batchnummer ur en egen räknarrad i batch_checkpoint
      *> - samma monotona serie som KravbrevExport
      *> E-SKRIV-HUVUDPOST, så tryckeriets dublettkontroll aldrig
      *> ser samma nummer två gånger.
           MOVE "Ackordbrev-batch" TO checkpoint-programnamn
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
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
           MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
           MOVE WS-TIMESTAMP(7:2) TO WS-DAG

           MOVE "HUVUD" TO AKHUVUD-POSTTYP
           MOVE "ACKORD" TO AKHUVUD-FILID
           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             " " WS-TIMESTAMP(9:2) ":" WS-TIMESTAMP(11:2)
             ":" WS-TIMESTAMP(13:2)
             DELIMITED BY SIZE
             INTO AKHUVUD-SKAPAD
           END-STRING
           MOVE WS-BATCH-NR TO AKHUVUD-BATCHNR
           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             DELIMITED BY SIZE
             INTO WS-IDAG
           END-STRING

           WRITE ACKORDFIL-HUVUD.

       D-BYGG-ACKORDBREV SECTION.

      *> Ett brev per ackord som väntar på brev (REGISTRERAT).
      *> Adressen hämtas som i BetalplanAviExport.cbl: dödsbo
      *> c/o kontaktpersonen, och adresspärr eller dödsbo utan
      *> kontaktperson ger inget brev - ackordet ligger då kvar
      *> som REGISTRERAT tills adressen rättats, och förfaller
      *> annars efter sista_dag som vanligt (KONTROLLERA-ACKORD i
      *> The_Heart.cbl). Inget brev heller för en uppdragsgivare
      *> som avslutats eller när något av ackordets ärenden lämnat
      *> påminnelse-/inkassoflödet (återlämnat, avskrivet,
      *> pausat) - erbjudandet gäller då inte längre hela
      *> skulden.
           EXEC SQL
               DECLARE ACKORDBREV_CURSOR CURSOR FOR
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
                      ak.ackordnr, ak.upgnr, ak.kundnr, ak.lopnr,
                      ak.skuld_belopp, ak.ackord_belopp,
                      CONVERT(CHAR(10), ak.sista_dag, 120),
                      ISNULL(u.namn, ' '),
                      ISNULL(k.sprak, 'SV')
               FROM REDWARRIOR.dbo.ackord ak
               JOIN REDWARRIOR.dbo.kundmaster k
                 ON k.kundnr = ak.kundnr
               LEFT JOIN REDWARRIOR.dbo.dodsbo d
                 ON d.kundnr = k.kundnr
               LEFT JOIN REDWARRIOR.dbo.uppdragsgivare u
                 ON u.upgnr = ak.upgnr
               WHERE ak.status = 'REGISTRERAT'
                 AND ak.sista_dag > CAST(GETDATE() AS DATE)
                 AND ISNULL(k.adress_ogiltig, 'N') <> 'J'
                 AND (d.kundnr IS NULL OR d.kontakt_namn IS NOT NULL)
                 AND ISNULL(u.aktiv, 'J') <> 'N'
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.ackord_rad r
                     JOIN REDWARRIOR.dbo.paminnelser p
                       ON p.lopnr = r.lopnr
                     WHERE r.ackordnr = ak.ackordnr
                       AND p.inkasso_status NOT IN ('NEJ', 'JA')
                 )
               ORDER BY ak.ackordnr
           END-EXEC.

           EXEC SQL
               OPEN ACKORDBREV_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN ACKORDBREV_CURSOR: " SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH ACKORDBREV_CURSOR INTO
                       :kundmaster-kundnamn, :kundmaster-adress,
                       :kundmaster-postnr, :kundmaster-postort,
                       :ackord-ackordnr, :ackord-upgnr,
                       :ackord-kundnr, :ackord-lopnr,
                       :ackord-skuld-belopp, :ackord-ackord-belopp,
                       :ackord-sista-dag, :upg-namn,
                       :WS-MALL-SPRAK
               END-EXEC

               IF SQLCODE = 0
                   PERFORM G-SKRIV-ACKORDBREV
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH ACKORDBREV: "
                         SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF.

           EXEC SQL
               CLOSE ACKORDBREV_CURSOR
           END-EXEC.

       G-SKRIV-ACKORDBREV SECTION.

           EXEC SQL
               SELECT COUNT(*) INTO :WS-FAKT-ANTAL
               FROM REDWARRIOR.dbo.ackord_rad
               WHERE ackordnr = :ackord-ackordnr
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID RAKNING AV ACKORDETS ARENDEN: "
                 SQLCODE
               MOVE 0 TO WS-FAKT-ANTAL
           END-IF

           MOVE ackord-ackordnr TO WS-OCR-ACKORDNR

           MOVE SPACES TO ACKORDFIL-RAD
           MOVE kundmaster-kundnamn TO AK-KUNDNAMN
           MOVE kundmaster-adress TO AK-ADRESS
           MOVE kundmaster-postnr TO AK-POSTNR
           MOVE kundmaster-postort TO AK-POSTORT
           MOVE ackord-kundnr TO AK-KUNDNR
           MOVE WS-OCR-ACKORD TO AK-OCR
           MOVE ackord-ackordnr TO AK-ACKORDNR
           MOVE ackord-skuld-belopp TO AK-SKULD
           MOVE ackord-ackord-belopp TO AK-BELOPP
           MOVE ackord-sista-dag TO AK-SISTA-DAG
           MOVE WS-FAKT-ANTAL TO AK-ANTAL

           WRITE ACKORDFIL-RAD
           ADD ackord-ackord-belopp TO WS-KONTROLL-BELOPP
           ADD 1 TO WS-RADANTAL

           ADD 1 TO WS-BREV-REF-LOPNR
           MOVE WS-BATCH-NR TO WS-BREV-REF-BATCH

           PERFORM R-SKRIV-ARENDEPOSTER

      *> Brevets text: mallen för uppdragsgivaren och gäldenärens
      *> språk (nivå 0 - ackordbrevet har ingen påminnelsenivå).
           MOVE "ACKORDBREV" TO brevmall-brevtyp
           MOVE ackord-upgnr TO WS-MALL-UPGNR
           MOVE 0 TO WS-MALL-NIVA
           PERFORM J-VALJ-BREVMALL
           IF WS-MALL-FUNNEN = "J"
               PERFORM Q-FYLL-FALTTABELL
               PERFORM K-SKRIV-BREVTEXT
           END-IF

           PERFORM H-SPARA-BREVUTSKICK
           PERFORM S-MARKERA-SKICKAT.

       R-SKRIV-ARENDEPOSTER SECTION.

      *> En FAKT-post per ärende i ackordet, äldst förfallna
      *> först.
           EXEC SQL
               DECLARE ACKFAKT_CURSOR CURSOR FOR
               SELECT r.lopnr, f.faktdat, f.forfdat, r.skuld_belopp
               FROM REDWARRIOR.dbo.ackord_rad r
               JOIN REDWARRIOR.dbo.faktura f ON f.lopnr = r.lopnr
               WHERE r.ackordnr = :ackord-ackordnr
               ORDER BY f.forfdat, r.lopnr
           END-EXEC.

           EXEC SQL
               OPEN ACKFAKT_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN ACKFAKT_CURSOR: " SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH ACKFAKT_CURSOR INTO
                       :faktura-lopnr, :faktura-faktdat,
                       :faktura-forfdat, :ackrad-skuld-belopp
               END-EXEC

               IF SQLCODE = 0
                   MOVE SPACES TO ACKORDFIL-FAKTURA
                   MOVE "FAKT " TO AKFAKT-POSTTYP
                   MOVE faktura-lopnr TO AKFAKT-LOPNR
                   MOVE faktura-faktdat TO AKFAKT-FAKTDAT
                   MOVE faktura-forfdat TO AKFAKT-FORFDAT
                   MOVE ackrad-skuld-belopp TO AKFAKT-SKULD
                   WRITE ACKORDFIL-FAKTURA
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH ACKFAKT: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF.

           EXEC SQL
               CLOSE ACKFAKT_CURSOR
           END-EXEC.

      *> Anropas inifrån ACKORDBREV_CURSOR-loopen - den inre
      *> cursorns slut får inte avsluta den yttre.
           MOVE 0 TO SQLCODE.

       Q-FYLL-FALTTABELL SECTION.

      *> Ackordbrevets fält för mallen (se P_W712.CPY). OCR står
      *> som i ackordsposten; övriga tal utan inledande nollor.
           MOVE ackord-kundnr TO WS-EDIT-KUNDNR
           MOVE ackord-ackordnr TO WS-EDIT-ACKORDNR
           MOVE ackord-skuld-belopp TO WS-EDIT-SKULD
           MOVE ackord-ackord-belopp TO WS-EDIT-BELOPP
           MOVE WS-FAKT-ANTAL TO WS-EDIT-ANTAL

           MOVE SPACES TO WS-FALT-TABELL
           MOVE "KUNDNAMN" TO WS-FALT-NAMN(1)
           MOVE AK-KUNDNAMN TO WS-FALT-VARDE(1)
           MOVE "KUNDNR" TO WS-FALT-NAMN(2)
           MOVE WS-EDIT-KUNDNR TO WS-FALT-VARDE(2)
           MOVE "DATUM" TO WS-FALT-NAMN(3)
           MOVE WS-IDAG TO WS-FALT-VARDE(3)
           MOVE "UPGNAMN" TO WS-FALT-NAMN(4)
           MOVE upg-namn TO WS-FALT-VARDE(4)
           MOVE "ACKORDNR" TO WS-FALT-NAMN(5)
           MOVE WS-EDIT-ACKORDNR TO WS-FALT-VARDE(5)
           MOVE "OCR" TO WS-FALT-NAMN(6)
           MOVE AK-OCR TO WS-FALT-VARDE(6)
           MOVE "SKULD" TO WS-FALT-NAMN(7)
           MOVE WS-EDIT-SKULD TO WS-FALT-VARDE(7)
           MOVE "BELOPP" TO WS-FALT-NAMN(8)
           MOVE WS-EDIT-BELOPP TO WS-FALT-VARDE(8)
           MOVE "SISTADAG" TO WS-FALT-NAMN(9)
           MOVE AK-SISTA-DAG TO WS-FALT-VARDE(9)
           MOVE "ANTAL" TO WS-FALT-NAMN(10)
           MOVE WS-EDIT-ANTAL TO WS-FALT-VARDE(10)
           MOVE 10 TO WS-FALT-ANTAL.

       K-SKRIV-BREVTEXT SECTION.

      *> En textpost per mallrad.
           MOVE 1 TO WS-MALL-IX

           PERFORM UNTIL WS-MALL-IX > WS-MALL-ANTAL
               MOVE WS-MALL-TEXT(WS-MALL-IX) TO WS-IN-TEXT
               PERFORM L-FYLL-MALLRAD
               MOVE "TEXT " TO AKTEXT-POSTTYP
               MOVE WS-MALL-IX TO AKTEXT-RADNR
               MOVE WS-UT-TEXT TO AKTEXT-TEXT
               WRITE ACKORDFIL-TEXT
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

       H-SPARA-BREVUTSKICK SECTION.

      *> Varje ackordbrev registreras i brevutskick (P_W709.CPY),
      *> lopnr 0 för ackord per gäldenär. Pappersbrev är AVSAND
      *> samma dag, se BetalplanAviExport.cbl.
           MOVE WS-BREV-REF TO brevut-brev-ref
           MOVE "ACKORDBREV" TO brevut-brevtyp
           MOVE ackord-kundnr TO brevut-kundnr
           MOVE ackord-lopnr TO brevut-lopnr
           MOVE "PAPPER" TO brevut-kanal
           MOVE WS-BATCH-NR TO brevut-batch-nr
           MOVE WS-IDAG TO brevut-skapad-datum
           MOVE ackord-ackord-belopp TO brevut-belopp
           MOVE AKHUVUD-SKAPAD TO brevut-status-at
           MOVE "AVSAND" TO brevut-leveransstatus
           MOVE WS-IDAG TO brevut-leverans-datum
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
                   (brev_ref, brevtyp, kundnr, lopnr,
                    kanal, batch_nr, skapad_datum, belopp,
                    leveransstatus, leverans_datum, status_at,
                    mall_upgnr, mall_niva, mall_sprak, mall_version)
               VALUES
                   (:brevut-brev-ref, :brevut-brevtyp,
                    :brevut-kundnr, :brevut-lopnr,
                    :brevut-kanal,
                    :brevut-batch-nr, :brevut-skapad-datum,
                    :brevut-belopp, :brevut-leveransstatus,
                    :brevut-leverans-datum,
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

       S-MARKERA-SKICKAT SECTION.

      *> Ackordet har fått sitt brev - SKICKAT med dagens datum,
      *> så det inte skrivs igen nästa natt.
           MOVE WS-IDAG TO ackord-brev-skickat-datum

           EXEC SQL
               UPDATE REDWARRIOR.dbo.ackord
               SET status = 'SKICKAT',
                   brev_skickat_datum = :ackord-brev-skickat-datum
               WHERE ackordnr = :ackord-ackordnr
                 AND status = 'REGISTRERAT'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID MARKERING AV ACKORD SOM SKICKAT: "
                 SQLCODE
           END-IF.

       E-SKRIV-SLUTPOST SECTION.

           MOVE "SLUT " TO AKSLUT-POSTTYP
           MOVE WS-RADANTAL TO AKSLUT-ANTAL
           MOVE WS-KONTROLL-BELOPP TO AKSLUT-BELOPP

           WRITE ACKORDFIL-SLUT.

       F-SPARA-KORNINGSLOGG SECTION.

      *> En rad i run_history per körning: antal brev i
      *> antal_infogade och slutpostens beloppssumma i
      *> kontroll_belopp, samma mönster som KravbrevExport.
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

           MOVE "AckordbrevExport" TO run-history-programnamn
           MOVE "ACKORD" TO run-history-steg
           MOVE WS-RADANTAL TO run-history-antal-infogade
           MOVE 0 TO run-history-antal-borttagna
           MOVE 0 TO run-history-antal-flaggade
           MOVE 0 TO run-history-antal-avskrivna
           MOVE 0 TO run-history-antal-aterbet
           MOVE WS-KONTROLL-BELOPP TO run-history-kontroll-belopp

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
