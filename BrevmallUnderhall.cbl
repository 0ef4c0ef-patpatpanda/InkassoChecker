       IDENTIFICATION DIVISION.
       PROGRAM-ID. BrevmallUnderhall.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Gällande brevmallar (brevmall, P_W711.CPY) med sin text,
      *> som underlag när en uppdragsgivare vill se eller ändra
      *> ordalydelsen i sina kravbrev, saldobesked och avier.
           SELECT BREVMALLISTA ASSIGN TO "BREVMALLISTA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BREVMALLISTA.
       01  BREVMALLISTA-RAD              PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W692.CPY".
       COPY "P_W693.CPY".
       COPY "P_W709.CPY".
       COPY "P_W711.CPY".
       COPY "P_W712.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-MÅNAD                      PIC X(2).
       01  WS-DAG                        PIC X(2).
       01  WS-IDAG                       PIC X(10).
       01  WS-NU                         PIC X(19).

       01  ws-count                      PIC 9(4) VALUE 0.

      *> Menyval och operatörens signatur - samma konsolmönster
      *> som BeslutskoUnderhall.cbl.
       01  WS-FUNKTION                   PIC 9(1) VALUE 0.
       01  WS-SIGNATUR                   PIC X(8).
       01  WS-BEKRAFTA                   PIC X(1).

      *> Behörighetskontroll mot operatörsregistret, se
      *> Z-KONTROLLERA-BEHORIGHET.
       01  WS-BEHORIG-FUNKTION           PIC X(15).
       01  WS-BEHORIG                    PIC X(1) VALUE "N".

      *> Mallnyckel inläst från konsolen, se J-LAS-MALLNYCKEL.
      *> WS-NYCKEL-OK = J när nyckeln är giltig.
       01  WS-NY-UPGNR                   PIC S9(7) COMP-3 VALUE 0.
       01  WS-NY-NIVA                    PIC 9(1) VALUE 0.
       01  WS-NYCKEL-OK                  PIC X(1) VALUE "N".
       01  WS-NY-VERSION                 PIC S9(9) COMP-5 VALUE 0.

      *> En mallversions textrader - inmatade i K-LAS-MALLTEXT
      *> eller lästa ur brevmall_rad i N-LADDA-MALLTEXT. En ensam
      *> punkt vid inmatningen ger en tom rad i brevet, eftersom
      *> en tom inmatning avslutar texten.
       01  WS-RAD-ANTAL                  PIC S9(4) COMP-5 VALUE 0.
       01  WS-RAD-IX                     PIC S9(4) COMP-5 VALUE 0.
       01  WS-RAD-TABELL.
           03 WS-RAD-TEXT                PIC X(100) OCCURS 20.
       01  WS-NY-TEXT                    PIC X(100).
       01  WS-TEXT-SLUT                  PIC X(1).

      *> Slutflaggor för markörerna - mallraderna läses med en
      *> egen markör inne i listornas loopar.
       01  WS-MALL-SLUT                  PIC X(1).
       01  WS-MALLRAD-SLUT               PIC X(1).
       01  WS-UTSKICK-SLUT               PIC X(1).

       01  WS-SOK-KUNDNR                 PIC S9(10) COMP-3 VALUE 0.
       01  WS-SOK-DATUM                  PIC X(10).
       01  WS-RADANTAL                   PIC 9(6) VALUE 0.

       01  WS-EDIT-UPGNR                 PIC Z(6)9.
       01  WS-EDIT-NIVA                  PIC 9.
       01  WS-EDIT-VERSION               PIC Z(4)9.
       01  WS-EDIT-RADNR                 PIC Z9.
       01  WS-EDIT-LOPNR                 PIC Z(9)9.
       01  WS-RAPPORT-RAD                PIC X(132).

       PROCEDURE DIVISION.

       A-MAIN SECTION.

           PERFORM B-CONNECT-TO-DB

           DISPLAY "ANGE SIGNATUR: "
           ACCEPT WS-SIGNATUR FROM CONSOLE

           IF WS-SIGNATUR = SPACES
               DISPLAY "SIGNATUR MASTE ANGES."
               STOP RUN
           END-IF

           PERFORM C-VISA-MENY

           PERFORM UNTIL WS-FUNKTION = 9
               EVALUATE WS-FUNKTION
                   WHEN 1
                       PERFORM D-SKRIV-MALLISTA
                   WHEN 2
                       MOVE "BREVMALL" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM E-NY-MALLVERSION
                       END-IF
                   WHEN 3
                       MOVE "BREVMALL" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM F-TA-BORT-MALL
                       END-IF
                   WHEN 4
                       PERFORM G-VISA-UTSKICK
                   WHEN OTHER
                       DISPLAY "OGILTIGT VAL."
               END-EVALUATE
               PERFORM C-VISA-MENY
           END-PERFORM

           DISPLAY "Brevmallunderhåll avslutat."

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

       C-VISA-MENY SECTION.

           DISPLAY " "
           DISPLAY "BREVMALLAR - KRAVBREV, SALDOBESKED, AVIER, ACKORD"
           DISPLAY "1 = SKRIV LISTA OVER GALLANDE MALLAR"
           DISPLAY "2 = NY MALLVERSION"
           DISPLAY "3 = TA BORT MALL"
           DISPLAY "4 = VISA BREVTEXT FOR SKICKADE BREV"
           DISPLAY "9 = AVSLUTA"
           DISPLAY "VAL: "
           ACCEPT WS-FUNKTION FROM CONSOLE.

       D-SKRIV-MALLISTA SECTION.

      *> Varje gällande mall med nyckel, version, vem som lade in
      *> den och när, följd av mallens textrader.
           MOVE 0 TO WS-RADANTAL
           OPEN OUTPUT BREVMALLISTA

           STRING
             "BREVTYP        UPGNR NIVA SPRAK VERSION "
             "SKAPAD AV SKAPAD"
             DELIMITED BY SIZE
             INTO BREVMALLISTA-RAD
           END-STRING
           WRITE BREVMALLISTA-RAD

           EXEC SQL
               DECLARE MALLISTA_CURSOR CURSOR FOR
               SELECT brevtyp, upgnr, niva, sprak, version,
                      skapad_av,
                      CONVERT(CHAR(19), skapad_at, 120)
               FROM REDWARRIOR.dbo.brevmall
               WHERE ersatt_at IS NULL
               ORDER BY brevtyp, upgnr, niva, sprak
           END-EXEC

           EXEC SQL
               OPEN MALLISTA_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN MALLISTA_CURSOR: " SQLCODE
           ELSE
           MOVE "N" TO WS-MALL-SLUT
           PERFORM UNTIL WS-MALL-SLUT = "J"

               EXEC SQL
                   FETCH MALLISTA_CURSOR INTO
                       :brevmall-brevtyp, :brevmall-upgnr,
                       :brevmall-niva, :brevmall-sprak,
                       :brevmall-version, :brevmall-skapad-av,
                       :brevmall-skapad-at
               END-EXEC

               IF SQLCODE = 0
                   PERFORM I-SKRIV-MALL
               ELSE
                   MOVE "J" TO WS-MALL-SLUT
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH MALLISTA: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE MALLISTA_CURSOR
           END-EXEC

           CLOSE BREVMALLISTA

           DISPLAY "MALLISTA SKRIVEN. MALLAR: " WS-RADANTAL.

       I-SKRIV-MALL SECTION.

           ADD 1 TO WS-RADANTAL
           MOVE brevmall-upgnr TO WS-EDIT-UPGNR
           MOVE brevmall-niva TO WS-EDIT-NIVA
           MOVE brevmall-version TO WS-EDIT-VERSION

           MOVE SPACES TO BREVMALLISTA-RAD
           WRITE BREVMALLISTA-RAD

           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             brevmall-brevtyp        " "
             WS-EDIT-UPGNR           "    "
             WS-EDIT-NIVA            " "
             brevmall-sprak          "    "
             WS-EDIT-VERSION         "   "
             brevmall-skapad-av      "  "
             brevmall-skapad-at
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           MOVE WS-RAPPORT-RAD TO BREVMALLISTA-RAD
           WRITE BREVMALLISTA-RAD

           PERFORM N-LADDA-MALLTEXT

           MOVE 1 TO WS-RAD-IX
           PERFORM UNTIL WS-RAD-IX > WS-RAD-ANTAL
               MOVE WS-RAD-IX TO WS-EDIT-RADNR
               MOVE SPACES TO WS-RAPPORT-RAD
               STRING
                 "    " WS-EDIT-RADNR " " WS-RAD-TEXT(WS-RAD-IX)
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               MOVE WS-RAPPORT-RAD TO BREVMALLISTA-RAD
               WRITE BREVMALLISTA-RAD
               ADD 1 TO WS-RAD-IX
           END-PERFORM.

       E-NY-MALLVERSION SECTION.

      *> En ny mall eller en ändring av en befintlig: den gällande
      *> versionen stängs (ersatt_at/ersatt_av) och en ny version
      *> med nästa versionsnummer läggs in med sina textrader.
      *> Gamla versioner ändras aldrig - brev som redan skickats
      *> pekar på sin version i brevutskick (P_W709.CPY).
           PERFORM J-LAS-MALLNYCKEL

           IF WS-NYCKEL-OK = "J"

               MOVE 0 TO WS-NY-VERSION
               EXEC SQL
                   SELECT ISNULL(MAX(version), 0)
                   INTO :WS-NY-VERSION
                   FROM REDWARRIOR.dbo.brevmall
                   WHERE brevtyp = :brevmall-brevtyp
                     AND upgnr = :brevmall-upgnr
                     AND niva = :brevmall-niva
                     AND sprak = :brevmall-sprak
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "SQL FEL VID LASNING AV BREVMALL: " SQLCODE
               ELSE

                   IF WS-NY-VERSION = 0
                       DISPLAY "NY MALL - VERSION 1."
                   ELSE
                       MOVE WS-NY-VERSION TO WS-EDIT-VERSION
                       DISPLAY "SENASTE VERSION: " WS-EDIT-VERSION
                   END-IF

                   PERFORM K-LAS-MALLTEXT

                   IF WS-RAD-ANTAL = 0
                       DISPLAY "INGEN TEXT ANGIVEN - INGEN ANDRING "
                         "SPARAD."
                   ELSE

                       DISPLAY "BEKRAFTA NY MALLVERSION (J/N): "
                       ACCEPT WS-BEKRAFTA FROM CONSOLE

                       IF WS-BEKRAFTA NOT = "J"
                           DISPLAY "INGEN ANDRING SPARAD."
                       ELSE
                           PERFORM L-SPARA-MALLVERSION
                       END-IF

                   END-IF

               END-IF

           END-IF.

       L-SPARA-MALLVERSION SECTION.

           PERFORM H-HAMTA-IDAG

           EXEC SQL
               UPDATE REDWARRIOR.dbo.brevmall
               SET ersatt_at = :WS-NU,
                   ersatt_av = :WS-SIGNATUR
               WHERE brevtyp = :brevmall-brevtyp
                 AND upgnr = :brevmall-upgnr
                 AND niva = :brevmall-niva
                 AND sprak = :brevmall-sprak
                 AND ersatt_at IS NULL
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID STANGNING AV GALLANDE VERSION: "
                 SQLCODE
           ELSE

               ADD 1 TO WS-NY-VERSION
               MOVE WS-NY-VERSION TO brevmall-version
               MOVE WS-RAD-ANTAL TO brevmall-antal-rader
               MOVE WS-SIGNATUR TO brevmall-skapad-av
               MOVE WS-NU TO brevmall-skapad-at

               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.brevmall
                       (brevtyp, upgnr, niva, sprak, version,
                        antal_rader, skapad_av, skapad_at)
                   VALUES
                       (:brevmall-brevtyp, :brevmall-upgnr,
                        :brevmall-niva, :brevmall-sprak,
                        :brevmall-version, :brevmall-antal-rader,
                        :brevmall-skapad-av, :brevmall-skapad-at)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID INSERT BREVMALL: " SQLCODE
               ELSE
                   PERFORM M-SPARA-MALLRADER
                   MOVE WS-NY-VERSION TO WS-EDIT-VERSION
                   DISPLAY "MALLVERSION " WS-EDIT-VERSION " SPARAD."
               END-IF

           END-IF.

       M-SPARA-MALLRADER SECTION.

           MOVE brevmall-brevtyp TO mallrad-brevtyp
           MOVE brevmall-upgnr TO mallrad-upgnr
           MOVE brevmall-niva TO mallrad-niva
           MOVE brevmall-sprak TO mallrad-sprak
           MOVE brevmall-version TO mallrad-version

           MOVE 1 TO WS-RAD-IX
           PERFORM UNTIL WS-RAD-IX > WS-RAD-ANTAL

               MOVE WS-RAD-IX TO mallrad-radnr
               MOVE WS-RAD-TEXT(WS-RAD-IX) TO mallrad-text

               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.brevmall_rad
                       (brevtyp, upgnr, niva, sprak, version, radnr,
                        text)
                   VALUES
                       (:mallrad-brevtyp, :mallrad-upgnr,
                        :mallrad-niva, :mallrad-sprak,
                        :mallrad-version, :mallrad-radnr,
                        :mallrad-text)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID INSERT BREVMALL_RAD: " SQLCODE
               END-IF

               ADD 1 TO WS-RAD-IX
           END-PERFORM.

       F-TA-BORT-MALL SECTION.

      *> En uppdragsgivares, nivås eller språks egen mall tas bort
      *> genom att den gällande versionen stängs utan ersättare -
      *> breven faller då tillbaka på nästa mall i valordningen
      *> (se P_W711.CPY). Standardmallen för en brevtyp (upgnr 0,
      *> nivå 0, SV) är reserven för alla och kan bara ersättas
      *> med en ny version, aldrig tas bort.
           PERFORM J-LAS-MALLNYCKEL

           IF WS-NYCKEL-OK = "J"

               IF brevmall-upgnr = 0
                 AND brevmall-niva = 0
                 AND brevmall-sprak = "SV"
                   DISPLAY "STANDARDMALLEN KAN INTE TAS BORT - LAGG "
                     "IN EN NY VERSION I STALLET."
               ELSE

                   EXEC SQL
                       SELECT version INTO :brevmall-version
                       FROM REDWARRIOR.dbo.brevmall
                       WHERE brevtyp = :brevmall-brevtyp
                         AND upgnr = :brevmall-upgnr
                         AND niva = :brevmall-niva
                         AND sprak = :brevmall-sprak
                         AND ersatt_at IS NULL
                   END-EXEC

                   IF SQLCODE = 100
                       DISPLAY "INGEN GALLANDE MALL MED DEN NYCKELN."
                   ELSE
                   IF SQLCODE NOT = 0
                       DISPLAY "SQL FEL VID LASNING AV BREVMALL: "
                         SQLCODE
                   ELSE

                       MOVE brevmall-version TO WS-EDIT-VERSION
                       DISPLAY "GALLANDE VERSION: " WS-EDIT-VERSION
                       DISPLAY "BEKRAFTA BORTTAG AV MALLEN (J/N): "
                       ACCEPT WS-BEKRAFTA FROM CONSOLE

                       IF WS-BEKRAFTA NOT = "J"
                           DISPLAY "INGEN ANDRING SPARAD."
                       ELSE

                           PERFORM H-HAMTA-IDAG

                           EXEC SQL
                               UPDATE REDWARRIOR.dbo.brevmall
                               SET ersatt_at = :WS-NU,
                                   ersatt_av = :WS-SIGNATUR
                               WHERE brevtyp = :brevmall-brevtyp
                                 AND upgnr = :brevmall-upgnr
                                 AND niva = :brevmall-niva
                                 AND sprak = :brevmall-sprak
                                 AND ersatt_at IS NULL
                           END-EXEC

                           IF SQLCODE NOT = 0
                               DISPLAY "FEL VID BORTTAG AV BREVMALL: "
                                 SQLCODE
                           ELSE
                               DISPLAY "MALLEN BORTTAGEN."
                           END-IF

                       END-IF

                   END-IF
                   END-IF

               END-IF

           END-IF.

       G-VISA-UTSKICK SECTION.

      *> Vilken ordalydelse fick gäldenären? Kundens brev som
      *> skrevs eller levererades den angivna dagen, med den
      *> mallversion varje brev skrevs med och versionens text.
      *> Fälten (&NAMN&) fylldes med brevets egna uppgifter.
           DISPLAY "ANGE KUNDNR: "
           ACCEPT WS-SOK-KUNDNR FROM CONSOLE
           DISPLAY "ANGE DATUM (AAAA-MM-DD): "
           MOVE SPACES TO WS-SOK-DATUM
           ACCEPT WS-SOK-DATUM FROM CONSOLE

           IF WS-SOK-DATUM(1:4) IS NOT NUMERIC
             OR WS-SOK-DATUM(6:2) IS NOT NUMERIC
             OR WS-SOK-DATUM(9:2) IS NOT NUMERIC
             OR WS-SOK-DATUM(5:1) NOT = "-"
             OR WS-SOK-DATUM(8:1) NOT = "-"
               DISPLAY "OGILTIGT DATUM."
           ELSE

           MOVE 0 TO WS-RADANTAL

           EXEC SQL
               DECLARE UTSKICK_CURSOR CURSOR FOR
               SELECT brev_ref, brevtyp, lopnr, kanal,
                      leveransstatus,
                      ISNULL(mall_upgnr, 0), ISNULL(mall_niva, 0),
                      ISNULL(mall_sprak, ' '),
                      ISNULL(mall_version, 0)
               FROM REDWARRIOR.dbo.brevutskick
               WHERE kundnr = :WS-SOK-KUNDNR
                 AND (skapad_datum = :WS-SOK-DATUM
                      OR leverans_datum = :WS-SOK-DATUM)
               ORDER BY brev_ref
           END-EXEC

           EXEC SQL
               OPEN UTSKICK_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN UTSKICK_CURSOR: " SQLCODE
           ELSE
           MOVE "N" TO WS-UTSKICK-SLUT
           PERFORM UNTIL WS-UTSKICK-SLUT = "J"

               EXEC SQL
                   FETCH UTSKICK_CURSOR INTO
                       :brevut-brev-ref, :brevut-brevtyp,
                       :brevut-lopnr, :brevut-kanal,
                       :brevut-leveransstatus,
                       :brevut-mall-upgnr, :brevut-mall-niva,
                       :brevut-mall-sprak, :brevut-mall-version
               END-EXEC

               IF SQLCODE = 0
                   PERFORM O-VISA-BREV
               ELSE
                   MOVE "J" TO WS-UTSKICK-SLUT
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH UTSKICK: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE UTSKICK_CURSOR
           END-EXEC

           IF WS-RADANTAL = 0
               DISPLAY "INGA BREV TILL KUNDEN DEN DAGEN."
           END-IF

           END-IF.

       O-VISA-BREV SECTION.

           ADD 1 TO WS-RADANTAL
           MOVE brevut-lopnr TO WS-EDIT-LOPNR

           DISPLAY " "
           DISPLAY brevut-brev-ref " " brevut-brevtyp " LOPNR "
             WS-EDIT-LOPNR " " brevut-kanal " "
             brevut-leveransstatus

           IF brevut-mall-version = 0
               DISPLAY "    SKRIVET UTAN BREVMALL."
           ELSE

               MOVE brevut-brevtyp TO brevmall-brevtyp
               MOVE brevut-mall-upgnr TO brevmall-upgnr
               MOVE brevut-mall-niva TO brevmall-niva
               MOVE brevut-mall-sprak TO brevmall-sprak
               MOVE brevut-mall-version TO brevmall-version

               MOVE brevmall-upgnr TO WS-EDIT-UPGNR
               MOVE brevmall-niva TO WS-EDIT-NIVA
               MOVE brevmall-version TO WS-EDIT-VERSION
               DISPLAY "    MALL UPGNR " WS-EDIT-UPGNR " NIVA "
                 WS-EDIT-NIVA " SPRAK " brevmall-sprak
                 " VERSION " WS-EDIT-VERSION

               PERFORM N-LADDA-MALLTEXT

               MOVE 1 TO WS-RAD-IX
               PERFORM UNTIL WS-RAD-IX > WS-RAD-ANTAL
                   MOVE WS-RAD-IX TO WS-EDIT-RADNR
                   DISPLAY "    " WS-EDIT-RADNR " "
                     WS-RAD-TEXT(WS-RAD-IX)
                   ADD 1 TO WS-RAD-IX
               END-PERFORM

           END-IF.

       N-LADDA-MALLTEXT SECTION.

      *> Textraderna för mallversionen i brevmall-* till
      *> WS-RAD-TEXT, i radnummerordning.
           MOVE brevmall-brevtyp TO mallrad-brevtyp
           MOVE brevmall-upgnr TO mallrad-upgnr
           MOVE brevmall-niva TO mallrad-niva
           MOVE brevmall-sprak TO mallrad-sprak
           MOVE brevmall-version TO mallrad-version
           MOVE 0 TO WS-RAD-ANTAL
           MOVE SPACES TO WS-RAD-TABELL

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
                   IF WS-RAD-ANTAL < 20
                       ADD 1 TO WS-RAD-ANTAL
                       MOVE mallrad-text TO WS-RAD-TEXT(WS-RAD-ANTAL)
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
           END-EXEC.

       J-LAS-MALLNYCKEL SECTION.

      *> Läser mallens nyckel från konsolen till brevmall-* och
      *> kontrollerar den: känd brevtyp, upgnr 0 eller en
      *> registrerad uppdragsgivare, nivå 1-2 bara för kravbrev
      *> (0 = alla nivåer) och språk som två versaler (tomt = SV).
           MOVE "N" TO WS-NYCKEL-OK
           MOVE SPACES TO brevmall-brevtyp
           MOVE SPACES TO brevmall-sprak
           MOVE 0 TO WS-NY-UPGNR
           MOVE 0 TO WS-NY-NIVA

           DISPLAY "BREVTYP (KRAVBREV, SALDOBESKED, BETALPLANAVI, "
             "ACKORDBREV): "
           ACCEPT brevmall-brevtyp FROM CONSOLE
           DISPLAY "UPGNR (0 = STANDARDMALL FOR ALLA): "
           ACCEPT WS-NY-UPGNR FROM CONSOLE
           DISPLAY "PAMINNELSENIVA (1-2 FOR KRAVBREV, 0 = ALLA): "
           ACCEPT WS-NY-NIVA FROM CONSOLE
           DISPLAY "SPRAK (SV, EN, ... TOMT = SV): "
           ACCEPT brevmall-sprak FROM CONSOLE

           IF brevmall-sprak = SPACES
               MOVE "SV" TO brevmall-sprak
           END-IF
           MOVE WS-NY-UPGNR TO brevmall-upgnr
           MOVE WS-NY-NIVA TO brevmall-niva

           MOVE 0 TO ws-count
           IF WS-NY-UPGNR NOT = 0
               EXEC SQL
                   SELECT COUNT(*) INTO :ws-count
                   FROM REDWARRIOR.dbo.uppdragsgivare
                   WHERE upgnr = :WS-NY-UPGNR
               END-EXEC
           END-IF

           IF brevmall-brevtyp NOT = "KRAVBREV"
             AND brevmall-brevtyp NOT = "SALDOBESKED"
             AND brevmall-brevtyp NOT = "BETALPLANAVI"
             AND brevmall-brevtyp NOT = "ACKORDBREV"
               DISPLAY "OKAND BREVTYP."
           ELSE
           IF WS-NY-UPGNR NOT = 0 AND ws-count = 0
               DISPLAY "UPPDRAGSGIVAREN FINNS INTE."
           ELSE
           IF WS-NY-NIVA > 2
             OR (WS-NY-NIVA NOT = 0
                 AND brevmall-brevtyp NOT = "KRAVBREV")
               DISPLAY "OGILTIG NIVA - BARA KRAVBREV HAR NIVA 1-2."
           ELSE
           IF brevmall-sprak(1:1) < "A" OR brevmall-sprak(1:1) > "Z"
             OR brevmall-sprak(2:1) < "A"
             OR brevmall-sprak(2:1) > "Z"
               DISPLAY "OGILTIGT SPRAK."
           ELSE
               MOVE "J" TO WS-NYCKEL-OK
           END-IF
           END-IF
           END-IF
           END-IF.

       K-LAS-MALLTEXT SECTION.

      *> Mallens textrader, högst 20. Tom rad avslutar
      *> inmatningen; en ensam punkt ger en tom rad i brevet.
           MOVE 0 TO WS-RAD-ANTAL
           MOVE SPACES TO WS-RAD-TABELL

           DISPLAY "ANGE TEXTRADER, HOGST 20. TOM RAD AVSLUTAR, "
             "ENSAM PUNKT GER TOM RAD I BREVET."
           DISPLAY "FALT ANGES SOM &NAMN&, T.EX. &KUNDNAMN& "
             "&BELOPP& &FORFALLO&."

           MOVE "N" TO WS-TEXT-SLUT
           PERFORM UNTIL WS-TEXT-SLUT = "J"

               MOVE SPACES TO WS-NY-TEXT
               COMPUTE WS-EDIT-RADNR = WS-RAD-ANTAL + 1
               DISPLAY "RAD " WS-EDIT-RADNR ": "
               ACCEPT WS-NY-TEXT FROM CONSOLE

               IF WS-NY-TEXT = SPACES
                   MOVE "J" TO WS-TEXT-SLUT
               ELSE
                   ADD 1 TO WS-RAD-ANTAL
                   IF WS-NY-TEXT = "."
                       MOVE SPACES TO WS-RAD-TEXT(WS-RAD-ANTAL)
                   ELSE
                       MOVE WS-NY-TEXT TO WS-RAD-TEXT(WS-RAD-ANTAL)
                   END-IF
                   IF WS-RAD-ANTAL = 20
                       MOVE "J" TO WS-TEXT-SLUT
                   END-IF
               END-IF

           END-PERFORM.

       H-HAMTA-IDAG SECTION.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
           MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
           MOVE WS-TIMESTAMP(7:2) TO WS-DAG
           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             DELIMITED BY SIZE
             INTO WS-IDAG
           END-STRING
           STRING
             WS-IDAG
             " " WS-TIMESTAMP(9:2) ":" WS-TIMESTAMP(11:2)
             ":" WS-TIMESTAMP(13:2)
             DELIMITED BY SIZE
             INTO WS-NU
           END-STRING.

       Z-KONTROLLERA-BEHORIGHET SECTION.

      *> Samma kontroll som Z-KONTROLLERA-BEHORIGHET i
      *> BeslutskoUnderhall.cbl: aktiv rad i operator_behorighet
      *> (P_W692.CPY) för signaturen och funktionen, annars nekas
      *> åtgärden och försöket loggas i behorighet_logg
      *> (P_W693.CPY).
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
               MOVE "BrevmallUnderhall" TO blogg-program
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
