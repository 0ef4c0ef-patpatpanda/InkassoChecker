       IDENTIFICATION DIVISION.
       PROGRAM-ID. DodsboUnderhall.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Analytikernas bevakningslista över aktiva dödsbon
      *> (dodsbo, P_W707.CPY): dödsdatum, bouppteckningsfrist,
      *> kontaktperson och antal pausade ärenden, med markering
      *> när fristen passerats utan att bouppteckningen kommit in
      *> och när kontaktperson saknas (då går inga brev alls).
           SELECT DODSBOLISTA ASSIGN TO "DODSBOLISTA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DODSBOLISTA.
       01  DODSBOLISTA-RAD               PIC X(160).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W667.CPY".
       COPY "P_W692.CPY".
       COPY "P_W693.CPY".
       COPY "P_W707.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-MÅNAD                      PIC X(2).
       01  WS-DAG                        PIC X(2).
       01  WS-IDAG                       PIC X(10).

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

       01  WS-SOK-KUNDNR                 PIC S9(10) COMP-3 VALUE 0.
       01  WS-NY-DATUM                   PIC X(10).
       01  WS-POSTNR-SIFFROR             PIC X(5).
      *> NULL-indikatorer för listans valfria kolumner.
       01  WS-KONTAKT-NULL               PIC S9(4) COMP-5.
       01  WS-INKOMMEN-NULL              PIC S9(4) COMP-5.
       01  WS-ANTAL-PAUSADE              PIC 9(4) VALUE 0.
       01  WS-RADANTAL                   PIC 9(6) VALUE 0.
       01  WS-MARKERING                  PIC X(20).

       01  WS-EDIT-KUNDNR                PIC Z(9)9.
       01  WS-EDIT-ANTAL                 PIC ZZZ9.
       01  WS-RAPPORT-RAD                PIC X(160).

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
                       PERFORM D-SKRIV-DODSBOLISTA
                   WHEN 2
                       MOVE "DODSBO" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM E-REGISTRERA-KONTAKT
                       END-IF
                   WHEN 3
                       MOVE "DODSBO" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM F-REGISTRERA-BOUPPTECKNING
                       END-IF
                   WHEN 4
                       MOVE "DODSBO" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM G-AVSLUTA-DODSBO
                       END-IF
                   WHEN OTHER
                       DISPLAY "OGILTIGT VAL."
               END-EVALUATE
               PERFORM C-VISA-MENY
           END-PERFORM

           DISPLAY "Dödsbounderhåll avslutat."

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
           DISPLAY "DODSBON - BEVAKNING OCH KONTAKTPERSON"
           DISPLAY "1 = SKRIV BEVAKNINGSLISTA"
           DISPLAY "2 = REGISTRERA KONTAKTPERSON"
           DISPLAY "3 = REGISTRERA INKOMMEN BOUPPTECKNING"
           DISPLAY "4 = AVSLUTA DODSBO"
           DISPLAY "9 = AVSLUTA"
           DISPLAY "VAL: "
           ACCEPT WS-FUNKTION FROM CONSOLE.

       D-SKRIV-DODSBOLISTA SECTION.

      *> Alla aktiva dödsbon, äldsta frist först. Antalet
      *> pausade ärenden är kundens öppna pausregisterrader med
      *> orsak DODSBO - de släpps eller skrivs av den vanliga
      *> vägen i PausBevakning.cbl respektive
      *> BeslutskoUnderhall.cbl när bouppteckningen bedömts.
           MOVE 0 TO WS-RADANTAL
           PERFORM H-HAMTA-IDAG
           OPEN OUTPUT DODSBOLISTA

           STRING
             "KUNDNR     DODSDATUM  FRIST      INKOMMEN   "
             "PAUS MARKERING            KUNDNAMN / KONTAKTPERSON"
             DELIMITED BY SIZE
             INTO DODSBOLISTA-RAD
           END-STRING
           WRITE DODSBOLISTA-RAD

           EXEC SQL
               DECLARE DODSBOLISTA_CURSOR CURSOR FOR
               SELECT d.kundnr,
                      CONVERT(CHAR(10), d.dodsdatum, 120),
                      CONVERT(CHAR(10), d.bouppteckning_frist, 120),
                      CONVERT(CHAR(10), d.bouppteckning_inkommen,
                              120),
                      d.kontakt_namn,
                      ISNULL(k.kundnamn, '*SAKNAS I KUNDMASTER*'),
                      (SELECT COUNT(*)
                       FROM REDWARRIOR.dbo.paus_register pr
                       JOIN REDWARRIOR.dbo.paminnelser p
                         ON p.lopnr = pr.lopnr
                       WHERE p.kundnr = d.kundnr
                         AND pr.orsakskod = 'DODSBO'
                         AND pr.slappt = 'N')
               FROM REDWARRIOR.dbo.dodsbo d
               LEFT JOIN REDWARRIOR.dbo.kundmaster k
                 ON k.kundnr = d.kundnr
               WHERE d.status = 'AKTIV'
               ORDER BY d.bouppteckning_frist, d.kundnr
           END-EXEC

           EXEC SQL
               OPEN DODSBOLISTA_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN DODSBOLISTA_CURSOR: "
                 SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               MOVE SPACES TO dodsbo-kontakt-namn
               MOVE SPACES TO dodsbo-bouppteckning-inkommen

               EXEC SQL
                   FETCH DODSBOLISTA_CURSOR INTO
                       :dodsbo-kundnr, :dodsbo-dodsdatum,
                       :dodsbo-bouppteckning-frist,
                       :dodsbo-bouppteckning-inkommen
                         :WS-INKOMMEN-NULL,
                       :dodsbo-kontakt-namn :WS-KONTAKT-NULL,
                       :kundmaster-kundnamn,
                       :WS-ANTAL-PAUSADE
               END-EXEC

               IF SQLCODE = 0
                   PERFORM I-SKRIV-LISTRAD
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH DODSBOLISTA: "
                         SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE DODSBOLISTA_CURSOR
           END-EXEC

           CLOSE DODSBOLISTA

           DISPLAY "BEVAKNINGSLISTA SKRIVEN. DODSBON: " WS-RADANTAL.

       I-SKRIV-LISTRAD SECTION.

      *> Passerad frist utan inkommen bouppteckning går före
      *> saknad kontaktperson - det är den som kräver åtgärd
      *> mot dödsboet (bevakning av fordran, ev. begäran om
      *> bouppteckning hos Skatteverket).
           IF WS-INKOMMEN-NULL < 0
               MOVE SPACES TO dodsbo-bouppteckning-inkommen
           END-IF
           IF WS-KONTAKT-NULL < 0
               MOVE SPACES TO dodsbo-kontakt-namn
           END-IF

           MOVE SPACES TO WS-MARKERING
           IF dodsbo-bouppteckning-inkommen = SPACES
             AND dodsbo-bouppteckning-frist < WS-IDAG
               MOVE "*FRIST PASSERAD*" TO WS-MARKERING
           ELSE
               IF dodsbo-kontakt-namn = SPACES
                   MOVE "*KONTAKT SAKNAS*" TO WS-MARKERING
               END-IF
           END-IF

           MOVE dodsbo-kundnr TO WS-EDIT-KUNDNR
           MOVE WS-ANTAL-PAUSADE TO WS-EDIT-ANTAL
           MOVE SPACES TO WS-RAPPORT-RAD

           IF dodsbo-bouppteckning-inkommen = SPACES
               MOVE "-" TO dodsbo-bouppteckning-inkommen
           END-IF
           IF dodsbo-kontakt-namn = SPACES
               MOVE "-" TO dodsbo-kontakt-namn
           END-IF

           STRING
             WS-EDIT-KUNDNR                 " "
             dodsbo-dodsdatum               " "
             dodsbo-bouppteckning-frist     " "
             dodsbo-bouppteckning-inkommen  " "
             WS-EDIT-ANTAL                  " "
             WS-MARKERING                   " "
             kundmaster-kundnamn(1:30)      " / "
             dodsbo-kontakt-namn(1:30)
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING

           MOVE WS-RAPPORT-RAD TO DODSBOLISTA-RAD
           WRITE DODSBOLISTA-RAD
           ADD 1 TO WS-RADANTAL.

       E-REGISTRERA-KONTAKT SECTION.

      *> Dödsboets kontaktperson - efterlevande, delägare eller
      *> boutredningsman. Från nästa körning går kravbrev,
      *> saldobesked och betalplansavier till "Dödsboet efter
      *> <namn>" c/o kontaktpersonen i stället för att hållas
      *> inne. En ny registrering ersätter den gamla.
           PERFORM J-LAS-AKTIVT-DODSBO

           IF SQLCODE = 0

               MOVE SPACES TO dodsbo-kontakt-namn
               MOVE SPACES TO dodsbo-kontakt-adress
               MOVE SPACES TO dodsbo-kontakt-postnr
               MOVE SPACES TO dodsbo-kontakt-postort

               DISPLAY "KONTAKTPERSON (NAMN): "
               ACCEPT dodsbo-kontakt-namn FROM CONSOLE
               DISPLAY "ADRESS: "
               ACCEPT dodsbo-kontakt-adress FROM CONSOLE
               DISPLAY "POSTNR (5 SIFFROR): "
               ACCEPT dodsbo-kontakt-postnr FROM CONSOLE
               DISPLAY "POSTORT: "
               ACCEPT dodsbo-kontakt-postort FROM CONSOLE

      *> Samma postnummerkontroll som G-LAS-KUNDUPPGIFTER i
      *> KundmasterUnderhall.cbl.
               MOVE SPACES TO WS-POSTNR-SIFFROR
               IF dodsbo-kontakt-postnr(4:1) = SPACE
                   STRING
                     dodsbo-kontakt-postnr(1:3)
                     dodsbo-kontakt-postnr(5:2)
                     DELIMITED BY SIZE
                     INTO WS-POSTNR-SIFFROR
                   END-STRING
               ELSE
                   MOVE dodsbo-kontakt-postnr(1:5)
                     TO WS-POSTNR-SIFFROR
               END-IF

               IF dodsbo-kontakt-namn = SPACES
                 OR dodsbo-kontakt-adress = SPACES
                 OR dodsbo-kontakt-postort = SPACES
                   DISPLAY "NAMN, ADRESS OCH POSTORT MASTE ANGES - "
                     "INGEN ANDRING SPARAD."
               ELSE
               IF WS-POSTNR-SIFFROR IS NOT NUMERIC
                   DISPLAY "OGILTIGT POSTNR - INGEN ANDRING SPARAD."
               ELSE

                   PERFORM H-HAMTA-IDAG
                   STRING
                     WS-IDAG
                     " " WS-TIMESTAMP(9:2) ":" WS-TIMESTAMP(11:2)
                     ":" WS-TIMESTAMP(13:2)
                     DELIMITED BY SIZE
                     INTO dodsbo-kontakt-registrerad-at
                   END-STRING
                   MOVE WS-SIGNATUR TO dodsbo-kontakt-registrerad-av

                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.dodsbo
                       SET kontakt_namn = :dodsbo-kontakt-namn,
                           kontakt_adress = :dodsbo-kontakt-adress,
                           kontakt_postnr = :dodsbo-kontakt-postnr,
                           kontakt_postort = :dodsbo-kontakt-postort,
                           kontakt_registrerad_av =
                               :dodsbo-kontakt-registrerad-av,
                           kontakt_registrerad_at =
                               :dodsbo-kontakt-registrerad-at
                       WHERE kundnr = :WS-SOK-KUNDNR
                         AND status = 'AKTIV'
                   END-EXEC

                   IF SQLCODE NOT = 0
                       DISPLAY "FEL VID REGISTRERING AV "
                         "KONTAKTPERSON: " SQLCODE
                   ELSE
                       DISPLAY "KONTAKTPERSON REGISTRERAD."
                   END-IF

               END-IF
               END-IF

           END-IF.

       F-REGISTRERA-BOUPPTECKNING SECTION.

      *> Bouppteckningen har kommit in - fristmarkeringen på
      *> bevakningslistan försvinner. Pauserna ligger kvar tills
      *> analytikern bedömt boets tillgångar och släppt eller
      *> skrivit av respektive ärende.
           PERFORM J-LAS-AKTIVT-DODSBO

           IF SQLCODE = 0

               DISPLAY "INKOMMEN DATUM (AAAA-MM-DD, TOMT=IDAG): "
               MOVE SPACES TO WS-NY-DATUM
               ACCEPT WS-NY-DATUM FROM CONSOLE

               IF WS-NY-DATUM = SPACES
                   PERFORM H-HAMTA-IDAG
                   MOVE WS-IDAG TO WS-NY-DATUM
               END-IF

               IF WS-NY-DATUM(1:4) IS NOT NUMERIC
                 OR WS-NY-DATUM(6:2) IS NOT NUMERIC
                 OR WS-NY-DATUM(9:2) IS NOT NUMERIC
                 OR WS-NY-DATUM(5:1) NOT = "-"
                 OR WS-NY-DATUM(8:1) NOT = "-"
                   DISPLAY "OGILTIGT DATUM - INGEN ANDRING SPARAD."
               ELSE

                   MOVE WS-NY-DATUM TO dodsbo-bouppteckning-inkommen

                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.dodsbo
                       SET bouppteckning_inkommen =
                           :dodsbo-bouppteckning-inkommen
                       WHERE kundnr = :WS-SOK-KUNDNR
                         AND status = 'AKTIV'
                   END-EXEC

                   IF SQLCODE NOT = 0
                       DISPLAY "FEL VID REGISTRERING AV "
                         "BOUPPTECKNING: " SQLCODE
                   ELSE
                       DISPLAY "BOUPPTECKNING REGISTRERAD."
                   END-IF

               END-IF

           END-IF.

       G-AVSLUTA-DODSBO SECTION.

      *> Avslut när boet är utrett. Så länge kunden har öppna
      *> pauser med orsak DODSBO nekas avslutet - varje ärende ska
      *> först ha släppts (PausBevakning.cbl) eller skrivits av,
      *> annars blir det liggande pausat utan bevakning. Efter
      *> avslut skapar nattkedjan påminnelser för kundens nya
      *> fakturor igen; breven går fortfarande till dödsboet c/o
      *> kontaktpersonen.
           PERFORM J-LAS-AKTIVT-DODSBO

           IF SQLCODE = 0

               EXEC SQL
                   SELECT COUNT(*) INTO :ws-count
                   FROM REDWARRIOR.dbo.paus_register pr
                   JOIN REDWARRIOR.dbo.paminnelser p
                     ON p.lopnr = pr.lopnr
                   WHERE p.kundnr = :WS-SOK-KUNDNR
                     AND pr.orsakskod = 'DODSBO'
                     AND pr.slappt = 'N'
               END-EXEC

               IF ws-count > 0
                   DISPLAY "KUNDEN HAR " ws-count " PAUSADE ARENDEN "
                     "MED ORSAK DODSBO - SLAPP ELLER SKRIV AV DEM "
                     "FORST."
               ELSE

                   DISPLAY "BEKRAFTA AVSLUT AV DODSBO (J/N): "
                   ACCEPT WS-BEKRAFTA FROM CONSOLE

                   IF WS-BEKRAFTA NOT = "J"
                       DISPLAY "INGEN ANDRING SPARAD."
                   ELSE

                       PERFORM H-HAMTA-IDAG
                       MOVE WS-IDAG TO dodsbo-avslutad-datum
                       MOVE WS-SIGNATUR TO dodsbo-avslutad-av

                       EXEC SQL
                           UPDATE REDWARRIOR.dbo.dodsbo
                           SET status = 'AVSLUTAD',
                               avslutad_datum = :dodsbo-avslutad-datum,
                               avslutad_av = :dodsbo-avslutad-av
                           WHERE kundnr = :WS-SOK-KUNDNR
                             AND status = 'AKTIV'
                       END-EXEC

                       IF SQLCODE NOT = 0
                           DISPLAY "FEL VID AVSLUT AV DODSBO: "
                             SQLCODE
                       ELSE
                           DISPLAY "DODSBOET AVSLUTAT."
                       END-IF

                   END-IF

               END-IF

           END-IF.

       J-LAS-AKTIVT-DODSBO SECTION.

      *> Läser kundnr från konsolen och kontrollerar att kunden
      *> har ett aktivt dödsbo. SQLCODE 0 tillbaka till anroparen
      *> betyder att raden finns.
           DISPLAY "ANGE KUNDNR: "
           ACCEPT WS-SOK-KUNDNR FROM CONSOLE

           EXEC SQL
               SELECT CONVERT(CHAR(10), dodsdatum, 120),
                      CONVERT(CHAR(10), bouppteckning_frist, 120)
               INTO :dodsbo-dodsdatum, :dodsbo-bouppteckning-frist
               FROM REDWARRIOR.dbo.dodsbo
               WHERE kundnr = :WS-SOK-KUNDNR
                 AND status = 'AKTIV'
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "INGET AKTIVT DODSBO FOR KUNDNR."
           ELSE
           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID LASNING AV DODSBO: " SQLCODE
           ELSE
               DISPLAY "DODSDATUM " dodsbo-dodsdatum
                 "  BOUPPTECKNINGSFRIST " dodsbo-bouppteckning-frist
           END-IF
           END-IF.

       H-HAMTA-IDAG SECTION.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
           MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
           MOVE WS-TIMESTAMP(7:2) TO WS-DAG
           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             DELIMITED BY SIZE
             INTO WS-IDAG
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
               MOVE "DodsboUnderhall" TO blogg-program
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
