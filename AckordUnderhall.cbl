       IDENTIFICATION DIVISION.
       PROGRAM-ID. AckordUnderhall.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W666.CPY".
       COPY "P_W670.CPY".
       COPY "P_W671.CPY".
       COPY "P_W692.CPY".
       COPY "P_W693.CPY".
       COPY "P_W723.CPY".
       COPY "P_W724.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-MÅNAD                      PIC X(2).
       01  WS-DAG                        PIC X(2).

       01  ws-count                      PIC 9(4) VALUE 0.

      *> Menyval och handläggarens signatur - samma konsolmönster
      *> som BetalningsLofte.cbl. Signaturen stämplas på varje
      *> ackord.
       01  WS-FUNKTION                   PIC 9(1) VALUE 0.
       01  WS-SIGNATUR                   PIC X(8).

      *> Behörighetskontroll mot operatörsregistret, se
      *> Z-KONTROLLERA-BEHORIGHET.
       01  WS-BEHORIG-FUNKTION           PIC X(15).
       01  WS-BEHORIG                    PIC X(1) VALUE "N".

      *> Uppdragsgivarens ackordsgränser ur inkasso_parameter
      *> (P_W668.CPY). WS-ACKORD-TILLATET = 'N' när
      *> ackord_min_procent saknas - då medges inga ackord.
       01  WS-MIN-PROCENT                PIC S9(3)V9(2) COMP-3.
       01  WS-MAX-DAGAR                  PIC S9(4) COMP-5 VALUE 30.
       01  WS-ACKORD-TILLATET            PIC X(1) VALUE "N".
       01  WS-UPG-AKTIV                  PIC X(1).

      *> Ärendena som kan ingå: antal och samlad kvarstående
      *> fordran, se E-HAMTA-SKULD. Ackordbeloppet matas in i
      *> hela kronor, samma konvention som BetalningsLofte.cbl.
       01  WS-ANTAL-ARENDEN              PIC S9(9) COMP-5 VALUE 0.
       01  WS-SKULD                      PIC S9(9)V9(2) COMP-3.
       01  WS-MIN-BELOPP                 PIC S9(9)V9(2) COMP-3.
       01  WS-BELOPP-IN                  PIC 9(9) VALUE 0.
       01  WS-GAMMAL-STATUS              PIC X(11).

       01  WS-DAGENS-DATUM               PIC X(10).
       01  WS-SISTA-DATUM                PIC X(10).
       01  WS-DATUM-OK                   PIC X(1).
       01  WS-TIDSSTAMPEL                PIC X(19).

       01  WS-EDIT-BELOPP                PIC Z(8)9.99.
       01  WS-EDIT-ACKORDNR              PIC Z(9)9.
       01  WS-EDIT-PROCENT               PIC ZZ9.99.

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
                       MOVE "ACKORD" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM D-REGISTRERA-PER-ARENDE
                       END-IF
                   WHEN 2
                       MOVE "ACKORD" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM K-REGISTRERA-PER-GALDENAR
                       END-IF
                   WHEN 3
                       MOVE "ACKORD" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM L-MAKULERA-ACKORD
                       END-IF
                   WHEN OTHER
                       DISPLAY "OGILTIGT VAL."
               END-EVALUATE
               PERFORM C-VISA-MENY
           END-PERFORM

           DISPLAY "Ackord avslutat."

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
           DISPLAY "ACKORD - FORLIKNINGSERBJUDANDEN"
           DISPLAY "1 = REGISTRERA ACKORD FOR ETT ARENDE"
           DISPLAY "2 = REGISTRERA ACKORD FOR GALDENAR"
           DISPLAY "3 = MAKULERA ACKORD"
           DISPLAY "9 = AVSLUTA"
           DISPLAY "VAL: "
           ACCEPT WS-FUNKTION FROM CONSOLE.

       D-REGISTRERA-PER-ARENDE SECTION.

      *> Ackord för ett enskilt ärende. Ärendet ska ligga i vårt
      *> kravflöde (NEJ) eller hos byrån (JA) - byrån återkallas
      *> först när ackordet betalts, se BetalfilImport.cbl. Ett
      *> ärende i ett samlingskrav drivs som en del av samlingen
      *> och får bara ackord tillsammans med gäldenärens övriga
      *> ärenden (val 2).
           DISPLAY "ANGE LOPNR: "
           ACCEPT ackord-lopnr FROM CONSOLE

           EXEC SQL
               SELECT inkasso_status, kundnr, upgnr
               INTO :paminnelser-inkasso-status,
                    :paminnelser-kundnr, :paminnelser-upgnr
               FROM REDWARRIOR.dbo.paminnelser
               WHERE lopnr = :ackord-lopnr
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "INGEN PAMINNELSE FINNS FOR LOPNR."
           ELSE
           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID LASNING AV PAMINNELSE: " SQLCODE
           ELSE
           IF paminnelser-inkasso-status NOT = "NEJ"
             AND paminnelser-inkasso-status NOT = "JA"
               DISPLAY "ARENDET KAN INTE FA ACKORD "
                 "(STATUS " paminnelser-inkasso-status ")."
           ELSE

               EXEC SQL
                   SELECT COUNT(*) INTO :ws-count
                   FROM REDWARRIOR.dbo.samlingsarende_rad r
                   JOIN REDWARRIOR.dbo.samlingsarende s
                     ON s.samlingsnr = r.samlingsnr
                   WHERE r.lopnr = :ackord-lopnr
                     AND s.status IN ('OPPEN', 'INKASSO')
               END-EXEC

               IF ws-count > 0
                   DISPLAY "ARENDET INGAR I ETT SAMLINGSKRAV - "
                     "REGISTRERA ACKORD FOR GALDENAREN (2)."
               ELSE
                   MOVE paminnelser-kundnr TO ackord-kundnr
                   MOVE paminnelser-upgnr TO ackord-upgnr
                   PERFORM F-REGISTRERA-ACKORD
               END-IF

           END-IF
           END-IF
           END-IF.

       K-REGISTRERA-PER-GALDENAR SECTION.

      *> Ackord för alla gäldenärens öppna ärenden hos en
      *> uppdragsgivare - gränserna är uppdragsgivarens, så ett
      *> ackord spänner aldrig över flera uppdragsgivare.
           DISPLAY "ANGE KUNDNR: "
           ACCEPT ackord-kundnr FROM CONSOLE
           DISPLAY "ANGE UPGNR: "
           ACCEPT ackord-upgnr FROM CONSOLE
           MOVE 0 TO ackord-lopnr

           PERFORM F-REGISTRERA-ACKORD.

       F-REGISTRERA-ACKORD SECTION.

      *> Gemensamt för båda valen: ackord-upgnr/-kundnr/-lopnr är
      *> satta (lopnr 0 = alla gäldenärens ärenden hos
      *> uppdragsgivaren).
           PERFORM G-LAS-GRANSER

           IF WS-UPG-AKTIV = "N"
               DISPLAY "UPPDRAGSGIVAREN AR AVSLUTAD - INGET ACKORD."
           ELSE
           IF WS-ACKORD-TILLATET NOT = "J"
               DISPLAY "UPPDRAGSGIVAREN MEDGER INTE ACKORD."
           ELSE

               PERFORM E-HAMTA-SKULD

               IF WS-ANTAL-ARENDEN = 0
                   DISPLAY "INGET ARENDE KAN INGA I ACKORD (PLAN, "
                     "LOFTE, LOPANDE ACKORD, VALUTA ELLER BETALT)."
               ELSE

                   COMPUTE WS-MIN-BELOPP ROUNDED =
                       WS-SKULD * WS-MIN-PROCENT / 100
                   MOVE WS-SKULD TO WS-EDIT-BELOPP
                   DISPLAY "ARENDEN I ACKORDET:  " WS-ANTAL-ARENDEN
                   DISPLAY "KVARSTAENDE FORDRAN: " WS-EDIT-BELOPP
                   MOVE WS-MIN-PROCENT TO WS-EDIT-PROCENT
                   MOVE WS-MIN-BELOPP TO WS-EDIT-BELOPP
                   DISPLAY "LAGSTA ACKORD (" WS-EDIT-PROCENT " %): "
                     WS-EDIT-BELOPP
                   DISPLAY "ACKORDBELOPP (HELA KRONOR): "
                   ACCEPT WS-BELOPP-IN FROM CONSOLE
                   MOVE WS-BELOPP-IN TO ackord-ackord-belopp

                   IF ackord-ackord-belopp < WS-MIN-BELOPP
                       DISPLAY "BELOPPET UNDERSTIGER "
                         "UPPDRAGSGIVARENS GRANS - INGET SPARAT."
                   ELSE
                   IF ackord-ackord-belopp NOT < WS-SKULD
                       DISPLAY "BELOPPET TACKER HELA FORDRAN - "
                         "INGET ACKORD BEHOVS."
                   ELSE
                       PERFORM H-LAS-SISTA-DAG
                       IF WS-DATUM-OK = "J"
                           MOVE WS-SKULD TO ackord-skuld-belopp
                           PERFORM I-SPARA-ACKORD
                       END-IF
                   END-IF
                   END-IF

               END-IF

           END-IF
           END-IF.

       G-LAS-GRANSER SECTION.

      *> Uppdragsgivarens ackordsgränser (P_W668.CPY). Saknas
      *> raden eller ackord_min_procent medges inga ackord; saknas
      *> ackord_max_dagar gäller 30 dagar. En avslutad
      *> uppdragsgivare (aktiv = 'N', UppdragsgivareAvslut.cbl)
      *> har inga ärenden kvar att förlikas om.
           MOVE "N" TO WS-ACKORD-TILLATET
           MOVE 0 TO WS-MIN-PROCENT
           MOVE 30 TO WS-MAX-DAGAR
           MOVE "J" TO WS-UPG-AKTIV

           EXEC SQL
               SELECT ISNULL(aktiv, 'J')
               INTO :WS-UPG-AKTIV
               FROM REDWARRIOR.dbo.uppdragsgivare
               WHERE upgnr = :ackord-upgnr
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "UPPDRAGSGIVAREN FINNS INTE: " SQLCODE
               MOVE "N" TO WS-UPG-AKTIV
           END-IF

           EXEC SQL
               SELECT CASE WHEN ackord_min_procent IS NULL
                           THEN 'N' ELSE 'J' END,
                      ISNULL(ackord_min_procent,
                             CAST(0.00 AS DECIMAL(5,2))),
                      ISNULL(ackord_max_dagar, 30)
               INTO :WS-ACKORD-TILLATET, :WS-MIN-PROCENT,
                    :WS-MAX-DAGAR
               FROM REDWARRIOR.dbo.inkasso_parameter
               WHERE upgnr = :ackord-upgnr
           END-EXEC

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY "FEL VID LASNING AV ACKORDSGRANSER: "
                     SQLCODE
               END-IF
               MOVE "N" TO WS-ACKORD-TILLATET
           END-IF.

       E-HAMTA-SKULD SECTION.

      *> Ärendena som kan ingå och deras samlade kvarstående
      *> fordran: kapital plus öppna avgifter plus öppen ränta,
      *> samma delar som SAMLBET_CURSOR i BetalfilImport.cbl -
      *> det är det ackordet ersätter. Med i ackordet kommer
      *> NEJ- och JA-ärenden i SEK som har något kvar att betala
      *> och varken löpande betalningsplan, betalningslöfte
      *> eller ackord. Samma urval används när raderna sparas i
      *> J-SPARA-ACKORDSRADER.
           MOVE 0 TO WS-ANTAL-ARENDEN
           MOVE 0 TO WS-SKULD

           EXEC SQL
               SELECT COUNT(*), ISNULL(SUM(o.oppet), 0)
               INTO :WS-ANTAL-ARENDEN, :WS-SKULD
               FROM REDWARRIOR.dbo.paminnelser p
               JOIN REDWARRIOR.dbo.faktura f ON f.lopnr = p.lopnr
               CROSS APPLY (
                   SELECT f.attbet - f.belopp_bet
                        + ISNULL((SELECT SUM(a.belopp)
                                  FROM REDWARRIOR.dbo.avgifter a
                                  WHERE a.lopnr = p.lopnr
                                    AND a.makulerad = 'N'),
                                 CAST(0.00 AS DECIMAL(11,2)))
                        - ISNULL((SELECT SUM(bf.belopp_avgift)
                                  FROM
                                  REDWARRIOR.dbo.betalning_fordelning
                                       bf
                                  WHERE bf.lopnr = p.lopnr),
                                 CAST(0.00 AS DECIMAL(11,2)))
                        + ISNULL((SELECT rf.ranta_belopp
                                  FROM REDWARRIOR.dbo.rantefaktura rf
                                  WHERE rf.lopnr = p.lopnr
                                    AND rf.fakturerad = 'N'
                                    AND rf.skapad_datum = (
                                        SELECT MAX(rf2.skapad_datum)
                                        FROM
                                        REDWARRIOR.dbo.rantefaktura
                                             rf2
                                        WHERE rf2.lopnr = p.lopnr
                                          AND rf2.fakturerad = 'N'
                                    )),
                                 CAST(0.00 AS DECIMAL(11,2)))
                        - ISNULL((SELECT SUM(bf.belopp_ranta)
                                  FROM
                                  REDWARRIOR.dbo.betalning_fordelning
                                       bf
                                  WHERE bf.lopnr = p.lopnr),
                                 CAST(0.00 AS DECIMAL(11,2)))
                          AS oppet
               ) o
               WHERE p.kundnr = :ackord-kundnr
                 AND p.upgnr = :ackord-upgnr
                 AND (:ackord-lopnr = 0 OR p.lopnr = :ackord-lopnr)
                 AND p.inkasso_status IN ('NEJ', 'JA')
                 AND ISNULL(f.valuta, 'SEK') = 'SEK'
                 AND o.oppet > 0
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
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.ackord_rad ar
                     JOIN REDWARRIOR.dbo.ackord ak
                       ON ak.ackordnr = ar.ackordnr
                     WHERE ar.lopnr = p.lopnr
                       AND ak.status IN ('REGISTRERAT', 'SKICKAT')
                 )
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID LASNING AV FORDRAN: " SQLCODE
               MOVE 0 TO WS-ANTAL-ARENDEN
               MOVE 0 TO WS-SKULD
           END-IF.

       H-LAS-SISTA-DAG SECTION.

      *> Sista betalningsdag: efter idag och högst
      *> ackord_max_dagar fram. ISO-datum jämförs som text, samma
      *> teknik som F-LAS-LOFTESDATUM i BetalningsLofte.cbl.
           MOVE "N" TO WS-DATUM-OK
           MOVE SPACES TO ackord-sista-dag

           DISPLAY "SISTA BETALNINGSDAG (AAAA-MM-DD): "
           ACCEPT ackord-sista-dag FROM CONSOLE

           IF ackord-sista-dag(1:4) IS NOT NUMERIC
             OR ackord-sista-dag(6:2) IS NOT NUMERIC
             OR ackord-sista-dag(9:2) IS NOT NUMERIC
             OR ackord-sista-dag(5:1) NOT = "-"
             OR ackord-sista-dag(8:1) NOT = "-"
               DISPLAY "OGILTIGT DATUM - INGET SPARAT."
           ELSE

               EXEC SQL
                   SELECT CONVERT(CHAR(10), GETDATE(), 120),
                          CONVERT(CHAR(10),
                            DATEADD(DAY, :WS-MAX-DAGAR, GETDATE()),
                            120)
                   INTO :WS-DAGENS-DATUM, :WS-SISTA-DATUM
               END-EXEC

               IF ackord-sista-dag NOT > WS-DAGENS-DATUM
                   DISPLAY "DATUMET MASTE LIGGA EFTER IDAG - "
                     "INGET SPARAT."
               ELSE
               IF ackord-sista-dag > WS-SISTA-DATUM
                   DISPLAY "DATUMET LIGGER LANGRE FRAM AN "
                     WS-SISTA-DATUM " - INGET SPARAT."
               ELSE
                   MOVE "J" TO WS-DATUM-OK
               END-IF
               END-IF

           END-IF.

       I-SPARA-ACKORD SECTION.

      *> Ackordet, dess ärenden och en historikrad per ärende
      *> sparas som en enhet - fallerar något rullas allt
      *> tillbaka. Brevet skrivs av nattens AckordbrevExport.cbl.
           PERFORM M-HAMTA-ACKORDNR

           IF ackord-ackordnr = 0
               DISPLAY "INGET ACKORDSNUMMER - INGET SPARAT."
           ELSE

               PERFORM N-SATT-TIDSSTAMPEL
               MOVE WS-TIDSSTAMPEL(1:10) TO ackord-registrerad-datum
               MOVE WS-SIGNATUR TO ackord-signatur
               MOVE "REGISTRERAT" TO ackord-status

               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.ackord
                       (ackordnr, upgnr, kundnr, lopnr,
                        skuld_belopp, ackord_belopp, sista_dag,
                        status, signatur, registrerad_datum)
                   VALUES
                       (:ackord-ackordnr, :ackord-upgnr,
                        :ackord-kundnr, :ackord-lopnr,
                        :ackord-skuld-belopp, :ackord-ackord-belopp,
                        :ackord-sista-dag, :ackord-status,
                        :ackord-signatur, :ackord-registrerad-datum)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID INSERT ACKORD: " SQLCODE
               ELSE
                   PERFORM J-SPARA-ACKORDSRADER
               END-IF

               IF SQLCODE NOT = 0
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   DISPLAY "ACKORDET KUNDE INTE SPARAS - INGET "
                     "SPARAT."
               ELSE
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   MOVE ackord-ackordnr TO WS-EDIT-ACKORDNR
                   MOVE ackord-ackord-belopp TO WS-EDIT-BELOPP
                   DISPLAY "ACKORD " WS-EDIT-ACKORDNR
                     " REGISTRERAT - BELOPP " WS-EDIT-BELOPP
                     " SENAST " ackord-sista-dag
               END-IF

           END-IF.

       J-SPARA-ACKORDSRADER SECTION.

      *> Ärendena enligt samma urval som E-HAMTA-SKULD, med var
      *> sin kvarstående fordran. Markören ACKORD i historiken,
      *> samma idé som LOFTE/PLAN: registreringen loggas
      *> <status> -> ACKORD och utfallet ACKORD -> AVSKRIVEN
      *> (fullgjort) eller ACKORD -> <status> (förfallet eller
      *> makulerat).
           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.ackord_rad
                   (ackordnr, lopnr, skuld_belopp)
               SELECT :ackord-ackordnr, p.lopnr, o.oppet
               FROM REDWARRIOR.dbo.paminnelser p
               JOIN REDWARRIOR.dbo.faktura f ON f.lopnr = p.lopnr
               CROSS APPLY (
                   SELECT f.attbet - f.belopp_bet
                        + ISNULL((SELECT SUM(a.belopp)
                                  FROM REDWARRIOR.dbo.avgifter a
                                  WHERE a.lopnr = p.lopnr
                                    AND a.makulerad = 'N'),
                                 CAST(0.00 AS DECIMAL(11,2)))
                        - ISNULL((SELECT SUM(bf.belopp_avgift)
                                  FROM
                                  REDWARRIOR.dbo.betalning_fordelning
                                       bf
                                  WHERE bf.lopnr = p.lopnr),
                                 CAST(0.00 AS DECIMAL(11,2)))
                        + ISNULL((SELECT rf.ranta_belopp
                                  FROM REDWARRIOR.dbo.rantefaktura rf
                                  WHERE rf.lopnr = p.lopnr
                                    AND rf.fakturerad = 'N'
                                    AND rf.skapad_datum = (
                                        SELECT MAX(rf2.skapad_datum)
                                        FROM
                                        REDWARRIOR.dbo.rantefaktura
                                             rf2
                                        WHERE rf2.lopnr = p.lopnr
                                          AND rf2.fakturerad = 'N'
                                    )),
                                 CAST(0.00 AS DECIMAL(11,2)))
                        - ISNULL((SELECT SUM(bf.belopp_ranta)
                                  FROM
                                  REDWARRIOR.dbo.betalning_fordelning
                                       bf
                                  WHERE bf.lopnr = p.lopnr),
                                 CAST(0.00 AS DECIMAL(11,2)))
                          AS oppet
               ) o
               WHERE p.kundnr = :ackord-kundnr
                 AND p.upgnr = :ackord-upgnr
                 AND (:ackord-lopnr = 0 OR p.lopnr = :ackord-lopnr)
                 AND p.inkasso_status IN ('NEJ', 'JA')
                 AND ISNULL(f.valuta, 'SEK') = 'SEK'
                 AND o.oppet > 0
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
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.ackord_rad ar
                     JOIN REDWARRIOR.dbo.ackord ak
                       ON ak.ackordnr = ar.ackordnr
                     WHERE ar.lopnr = p.lopnr
                       AND ak.ackordnr <> :ackord-ackordnr
                       AND ak.status IN ('REGISTRERAT', 'SKICKAT')
                 )
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID INSERT ACKORD_RAD: " SQLCODE
           ELSE
               MOVE "AckordUnderhall" TO history-changed-by-program
               MOVE WS-TIDSSTAMPEL TO history-changed-at
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.paminnelser_history
                       (lopnr, old_status, new_status,
                        changed_by_program, changed_at)
                   SELECT r.lopnr, p.inkasso_status, 'ACKORD',
                          :history-changed-by-program,
                          :history-changed-at
                   FROM REDWARRIOR.dbo.ackord_rad r
                   JOIN REDWARRIOR.dbo.paminnelser p
                     ON p.lopnr = r.lopnr
                   WHERE r.ackordnr = :ackord-ackordnr
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID SPARA-STATUSHISTORIK: " SQLCODE
               END-IF
           END-IF.

       L-MAKULERA-ACKORD SECTION.

      *> Återtar ett löpande ackord, t.ex. när gäldenären tackat
      *> nej eller ackordet registrerats fel - ärendena återgår
      *> till ordinarie eskalering från nästa natt. Har brevet
      *> redan gått ut och gäldenären ändå betalar bokförs
      *> betalningen som vanligt, utan avskrivning.
           DISPLAY "ANGE ACKORDSNUMMER: "
           ACCEPT ackord-ackordnr FROM CONSOLE

           PERFORM N-SATT-TIDSSTAMPEL
           MOVE WS-TIDSSTAMPEL(1:10) TO ackord-avslutad-datum

           EXEC SQL
               SELECT status INTO :WS-GAMMAL-STATUS
               FROM REDWARRIOR.dbo.ackord
               WHERE ackordnr = :ackord-ackordnr
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "ACKORDET FINNS INTE."
           ELSE
           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID LASNING AV ACKORD: " SQLCODE
           ELSE
           IF WS-GAMMAL-STATUS NOT = "REGISTRERAT"
             AND WS-GAMMAL-STATUS NOT = "SKICKAT"
               DISPLAY "ACKORDET AR REDAN AVSLUTAT (STATUS "
                 WS-GAMMAL-STATUS ")."
           ELSE

               EXEC SQL
                   UPDATE REDWARRIOR.dbo.ackord
                   SET status = 'MAKULERAT',
                       avslutad_datum = :ackord-avslutad-datum
                   WHERE ackordnr = :ackord-ackordnr
                     AND status IN ('REGISTRERAT', 'SKICKAT')
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID MAKULERING AV ACKORD: " SQLCODE
               ELSE
                   MOVE "AckordUnderhall"
                     TO history-changed-by-program
                   MOVE WS-TIDSSTAMPEL TO history-changed-at
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
                       DISPLAY "FEL VID SPARA-STATUSHISTORIK: "
                         SQLCODE
                   END-IF
                   IF WS-GAMMAL-STATUS = "SKICKAT"
                       DISPLAY "ACKORD MAKULERAT - BREVET AR "
                         "REDAN SKICKAT, MEDDELA GALDENAREN."
                   ELSE
                       DISPLAY "ACKORD MAKULERAT."
                   END-IF
               END-IF

           END-IF
           END-IF
           END-IF.

       M-HAMTA-ACKORDNR SECTION.

      *> Nästa ackordsnummer ur räknarraden
      *> 'AckordUnderhall-ackordnr' i batch_checkpoint - stegas
      *> med en UPDATE innan den läses, samma lösning som
      *> HAMTA-NASTA-SAMLINGSNR i The_Heart.cbl, så två
      *> handläggare aldrig får samma nummer. 0 = inget nummer.
           MOVE "AckordUnderhall-ackordnr" TO checkpoint-programnamn

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
                   SELECT senaste_lopnr INTO :ackord-ackordnr
                   FROM REDWARRIOR.dbo.batch_checkpoint
                   WHERE programnamn = :checkpoint-programnamn
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID HAMTNING AV ACKORDSNUMMER: " SQLCODE
               MOVE 0 TO ackord-ackordnr
           END-IF.

       N-SATT-TIDSSTAMPEL SECTION.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
           MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
           MOVE WS-TIMESTAMP(7:2) TO WS-DAG
           MOVE SPACES TO WS-TIDSSTAMPEL
           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             " " WS-TIMESTAMP(9:2) ":" WS-TIMESTAMP(11:2)
             ":" WS-TIMESTAMP(13:2)
             DELIMITED BY SIZE
             INTO WS-TIDSSTAMPEL
           END-STRING.

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
               MOVE "AckordUnderhall" TO blogg-program
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
