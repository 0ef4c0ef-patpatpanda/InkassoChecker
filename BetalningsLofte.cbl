       IDENTIFICATION DIVISION.
       PROGRAM-ID. BetalningsLofte.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W666.CPY".
       COPY "P_W671.CPY".
       COPY "P_W690.CPY".
       COPY "P_W691.CPY".
       COPY "P_W692.CPY".
       COPY "P_W693.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-MÅNAD                      PIC X(2).
       01  WS-DAG                        PIC X(2).

       01  ws-count                      PIC 9(4) VALUE 0.

      *> Menyval och operatörens signatur - samma konsolmönster
      *> som KundmasterUnderhall.cbl. Signaturen stämplas på
      *> varje löfte så kundtjänst vet vem som tog samtalet.
       01  WS-FUNKTION                   PIC 9(1) VALUE 0.
       01  WS-SIGNATUR                   PIC X(8).

      *> Behörighetskontroll mot operatörsregistret, se
      *> Z-KONTROLLERA-BEHORIGHET.
       01  WS-BEHORIG-FUNKTION           PIC X(15).
       01  WS-BEHORIG                    PIC X(1) VALUE "N".

      *> Löftesbelopp matas in i hela kronor, samma konvention
      *> som delbetalningarna i BetalplanRegistrering.cbl.
       01  WS-BELOPP-IN                  PIC 9(9) VALUE 0.
       01  WS-KVARSTAENDE                PIC S9(9)V9(2) COMP-3.

      *> Gränser ur styrparameter (se P_W690.CPY) - saknas raden
      *> gäller standardvärdet här. LOFTE_MAX_DAGAR är hur långt
      *> fram ett löfte eller anstånd får sträcka sig,
      *> LOFTE_MAX_BRUTNA hur många brutna löften en gäldenär får
      *> ha innan kundtjänst inte längre får ge nya.
       01  WS-MAX-DAGAR                  PIC S9(4) COMP-5 VALUE 30.
       01  WS-MAX-BRUTNA                 PIC S9(4) COMP-5 VALUE 2.
       01  WS-ANTAL-BRUTNA               PIC S9(4) COMP-5 VALUE 0.

       01  WS-DAGENS-DATUM               PIC X(10).
       01  WS-SISTA-DATUM                PIC X(10).
       01  WS-DATUM-OK                   PIC X(1).

       PROCEDURE DIVISION.

       A-MAIN SECTION.

           PERFORM B-CONNECT-TO-DB

           DISPLAY "ANGE SIGNATUR: "
           ACCEPT WS-SIGNATUR FROM CONSOLE

           IF WS-SIGNATUR = SPACES
               DISPLAY "SIGNATUR MASTE ANGES."
               STOP RUN
           END-IF

           PERFORM H-LAS-PARAMETRAR
           PERFORM C-VISA-MENY

           PERFORM UNTIL WS-FUNKTION = 9
               EVALUATE WS-FUNKTION
                   WHEN 1
                       MOVE "LOFTE" TO lofte-typ
                       MOVE "LOFTE" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM D-REGISTRERA-LOFTE
                       END-IF
                   WHEN 2
                       MOVE "ANSTAND" TO lofte-typ
                       MOVE "LOFTE" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM D-REGISTRERA-LOFTE
                       END-IF
                   WHEN 3
                       MOVE "LOFTE" TO WS-BEHORIG-FUNKTION
                       PERFORM Z-KONTROLLERA-BEHORIGHET
                       IF WS-BEHORIG = "J"
                           PERFORM E-MAKULERA-LOFTE
                       END-IF
                   WHEN OTHER
                       DISPLAY "OGILTIGT VAL."
               END-EVALUATE
               PERFORM C-VISA-MENY
           END-PERFORM

           DISPLAY "Betalningslöften avslutat."

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
           DISPLAY "BETALNINGSLOFTEN OCH ANSTAND"
           DISPLAY "1 = REGISTRERA BETALNINGSLOFTE"
           DISPLAY "2 = REGISTRERA ANSTAND"
           DISPLAY "3 = MAKULERA LOFTE/ANSTAND"
           DISPLAY "9 = AVSLUTA"
           DISPLAY "VAL: "
           ACCEPT WS-FUNKTION FROM CONSOLE.

       D-REGISTRERA-LOFTE SECTION.

      *> Löften tas bara för ärenden i vårt eget kravflöde
      *> (inkasso_status NEJ) - ligger ärendet hos byrån är det
      *> byrån gäldenären ska komma överens med, och pausade,
      *> avskrivna eller KFM-ärenden eskaleras ändå inte av
      *> nattkedjan. Ett ärende kan bara ha ett löpande löfte åt
      *> gången, och en gäldenär som brutit fler löften än
      *> LOFTE_MAX_BRUTNA får inga nya - då återstår
      *> betalningsplan eller ordinarie flöde.
           DISPLAY "ANGE LOPNR: "
           ACCEPT lofte-lopnr FROM CONSOLE

           EXEC SQL
               SELECT inkasso_status, kundnr
               INTO :paminnelser-inkasso-status,
                    :paminnelser-kundnr
               FROM REDWARRIOR.dbo.paminnelser
               WHERE lopnr = :lofte-lopnr
           END-EXEC

           IF SQLCODE = 100
               DISPLAY "INGEN PAMINNELSE FINNS FOR LOPNR."
           ELSE
           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID LASNING AV PAMINNELSE: " SQLCODE
           ELSE
           IF paminnelser-inkasso-status NOT = "NEJ"
               DISPLAY "ARENDET KAN INTE FA LOFTE "
                 "(STATUS " paminnelser-inkasso-status ")."
           ELSE

               EXEC SQL
                   SELECT COUNT(*) INTO :ws-count
                   FROM REDWARRIOR.dbo.betalningslofte
                   WHERE lopnr = :lofte-lopnr
                     AND status = 'AKTIV'
               END-EXEC

               IF ws-count > 0
                   DISPLAY "LOPANDE LOFTE FINNS REDAN FOR LOPNR."
               ELSE

               MOVE 0 TO WS-ANTAL-BRUTNA
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-ANTAL-BRUTNA
                   FROM REDWARRIOR.dbo.betalningslofte
                   WHERE kundnr = :paminnelser-kundnr
                     AND status = 'BRUTET'
               END-EXEC

               IF WS-ANTAL-BRUTNA > WS-MAX-BRUTNA
                   DISPLAY "GALDENAREN HAR " WS-ANTAL-BRUTNA
                     " BRUTNA LOFTEN - NYTT LOFTE MEDGES EJ."
               ELSE

                   PERFORM F-LAS-LOFTESDATUM

                   IF WS-DATUM-OK = "J"
                       PERFORM G-LAS-LOFTESBELOPP
                       IF lofte-belopp > 0
                           PERFORM I-SPARA-LOFTE
                       ELSE
                           DISPLAY "INGET BELOPP ATT LOVA - "
                             "INGET SPARAT."
                       END-IF
                   END-IF

               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       F-LAS-LOFTESDATUM SECTION.

      *> Datumet måste ligga efter idag och högst LOFTE_MAX_DAGAR
      *> fram - ett anstånd är kort per definition, längre
      *> uppskov ska gå som betalningsplan. ISO-datum jämförs som
      *> text, samma teknik som PROVA-BANKDAGSFRIST.
           MOVE "N" TO WS-DATUM-OK
           MOVE SPACES TO lofte-datum

           DISPLAY "LOVAT DATUM (AAAA-MM-DD): "
           ACCEPT lofte-datum FROM CONSOLE

           IF lofte-datum(1:4) IS NOT NUMERIC
             OR lofte-datum(6:2) IS NOT NUMERIC
             OR lofte-datum(9:2) IS NOT NUMERIC
             OR lofte-datum(5:1) NOT = "-"
             OR lofte-datum(8:1) NOT = "-"
               DISPLAY "OGILTIGT DATUM - INGET SPARAT."
           ELSE

               EXEC SQL
                   SELECT CONVERT(CHAR(10), GETDATE(), 120),
                          CONVERT(CHAR(10),
                            DATEADD(DAY, :WS-MAX-DAGAR, GETDATE()),
                            120)
                   INTO :WS-DAGENS-DATUM, :WS-SISTA-DATUM
               END-EXEC

               IF lofte-datum NOT > WS-DAGENS-DATUM
                   DISPLAY "DATUMET MASTE LIGGA EFTER IDAG - "
                     "INGET SPARAT."
               ELSE
               IF lofte-datum > WS-SISTA-DATUM
                   DISPLAY "DATUMET LIGGER LANGRE FRAM AN "
                     WS-SISTA-DATUM " - ANVAND BETALNINGSPLAN."
               ELSE
                   MOVE "J" TO WS-DATUM-OK
               END-IF
               END-IF

           END-IF.

       G-LAS-LOFTESBELOPP SECTION.

      *> Kvarstående fordran enligt samma aritmetik som
      *> kravbrevet (KravbrevExport.cbl): kapital plus obetalda
      *> aktiva avgifter. Ett anstånd avser alltid hela
      *> fordran; ett löfte kan gälla en del av den.
           MOVE 0 TO WS-KVARSTAENDE
           EXEC SQL
               SELECT f.attbet - f.belopp_bet
                        + ISNULL((SELECT SUM(a.belopp)
                                  FROM REDWARRIOR.dbo.avgifter a
                                  WHERE a.lopnr = f.lopnr
                                    AND a.makulerad = 'N'),
                                 CAST(0.00 AS DECIMAL(11,2)))
                        - ISNULL((SELECT SUM(bf.belopp_avgift)
                                  FROM
                                  REDWARRIOR.dbo.betalning_fordelning
                                       bf
                                  WHERE bf.lopnr = f.lopnr),
                                 CAST(0.00 AS DECIMAL(11,2)))
               INTO :WS-KVARSTAENDE
               FROM REDWARRIOR.dbo.faktura f
               WHERE f.lopnr = :lofte-lopnr
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID LASNING AV FORDRAN: " SQLCODE
               MOVE 0 TO WS-KVARSTAENDE
           END-IF

           IF lofte-typ = "ANSTAND"
               MOVE WS-KVARSTAENDE TO lofte-belopp
           ELSE
               DISPLAY "KVARSTAENDE FORDRAN: " WS-KVARSTAENDE
               DISPLAY "LOVAT BELOPP (HELA KRONOR): "
               ACCEPT WS-BELOPP-IN FROM CONSOLE
               MOVE WS-BELOPP-IN TO lofte-belopp
               IF lofte-belopp > WS-KVARSTAENDE
                   MOVE WS-KVARSTAENDE TO lofte-belopp
               END-IF
           END-IF.

       H-LAS-PARAMETRAR SECTION.

           EXEC SQL
               SELECT parameter_varde INTO :styrparam-varde
               FROM REDWARRIOR.dbo.styrparameter
               WHERE parameter_namn = 'LOFTE_MAX_DAGAR'
           END-EXEC
           IF SQLCODE = 0
             AND styrparam-varde(1:3) IS NUMERIC
               MOVE styrparam-varde(1:3) TO WS-MAX-DAGAR
           END-IF

           EXEC SQL
               SELECT parameter_varde INTO :styrparam-varde
               FROM REDWARRIOR.dbo.styrparameter
               WHERE parameter_namn = 'LOFTE_MAX_BRUTNA'
           END-EXEC
           IF SQLCODE = 0
             AND styrparam-varde(1:3) IS NUMERIC
               MOVE styrparam-varde(1:3) TO WS-MAX-BRUTNA
           END-IF.

       I-SPARA-LOFTE SECTION.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
           MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
           MOVE WS-TIMESTAMP(7:2) TO WS-DAG
           MOVE SPACES TO lofte-registrerad-datum
           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             DELIMITED BY SIZE
             INTO lofte-registrerad-datum
           END-STRING

           MOVE paminnelser-kundnr TO lofte-kundnr
           MOVE WS-SIGNATUR TO lofte-signatur
           MOVE "AKTIV" TO lofte-status

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.betalningslofte
                   (lopnr, kundnr, typ, lofte_belopp, lofte_datum,
                    signatur, registrerad_datum, status)
               VALUES
                   (:lofte-lopnr, :lofte-kundnr, :lofte-typ,
                    :lofte-belopp, :lofte-datum, :lofte-signatur,
                    :lofte-registrerad-datum, :lofte-status)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID INSERT BETALNINGSLOFTE: " SQLCODE
           ELSE
      *> Markören LOFTE i historiken, samma idé som PLAN för
      *> betalningsplaner - utfallet loggas LOFTE -> NEJ av
      *> KONTROLLERA-BETALNINGSLOFTEN i The_Heart.cbl.
               MOVE lofte-lopnr TO history-lopnr
               MOVE "NEJ" TO history-old-status
               MOVE "LOFTE" TO history-new-status
               PERFORM J-SPARA-STATUSHISTORIK
               DISPLAY lofte-typ " REGISTRERAT T.O.M. " lofte-datum
                 " BELOPP " lofte-belopp
           END-IF.

       E-MAKULERA-LOFTE SECTION.

      *> Återtar ett löpande löfte, t.ex. när det registrerats på
      *> fel ärende eller ersatts av en betalningsplan - ärendet
      *> återgår till ordinarie eskalering från nästa natt. Ett
      *> makulerat löfte räknas inte som brutet.
           DISPLAY "ANGE LOPNR: "
           ACCEPT lofte-lopnr FROM CONSOLE

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
           MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
           MOVE WS-TIMESTAMP(7:2) TO WS-DAG
           MOVE SPACES TO lofte-utfall-datum
           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             DELIMITED BY SIZE
             INTO lofte-utfall-datum
           END-STRING

           EXEC SQL
               UPDATE REDWARRIOR.dbo.betalningslofte
               SET status = 'MAKULERAT',
                   utfall_datum = :lofte-utfall-datum
               WHERE lopnr = :lofte-lopnr
                 AND status = 'AKTIV'
           END-EXEC

           IF SQLCODE = 0
               MOVE lofte-lopnr TO history-lopnr
               MOVE "LOFTE" TO history-old-status
               MOVE "NEJ" TO history-new-status
               PERFORM J-SPARA-STATUSHISTORIK
               DISPLAY "LOFTE MAKULERAT."
           ELSE
           IF SQLCODE = 100
               DISPLAY "INGET LOPANDE LOFTE FOR LOPNR."
           ELSE
               DISPLAY "FEL VID MAKULERING AV LOFTE: " SQLCODE
           END-IF
           END-IF.

       J-SPARA-STATUSHISTORIK SECTION.

      *> Samma logg som SPARA-STATUSHISTORIK i The_Heart.cbl.
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

           MOVE "BetalningsLofte" TO history-changed-by-program

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
               MOVE "BetalningsLofte" TO blogg-program
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
