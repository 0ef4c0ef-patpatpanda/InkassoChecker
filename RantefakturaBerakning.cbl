           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W255.CPY".
       COPY "P_W673.CPY".
       COPY "P_W707.CPY".
       COPY "P_W713.CPY".

      *> Dröjsmålsränta enligt avtal: referensränta + åtta
      *> procentenheter, förenklat till en fast årsränta tills en
       01  WS-ARSRANTA-PROCENT           PIC 9(2)V9(2) VALUE 8.00.
       01  WS-DAGAR-FORSENAD             PIC S9(9) COMP-5.
       01  WS-RANTA-BELOPP               PIC S9(9)V9(2) COMP-3.
      *> Förra ackumuleringens belopp - ärendereskontran får bara
      *> skillnaden, se E-SKAPA-RANTEFAKTURA.
       01  WS-FOREG-RANTA                PIC S9(9)V9(2) COMP-3.
       01  WS-EDIT-DAGAR                 PIC Z(4)9.
       01  WS-ANTAL                      PIC 9(6) VALUE 0.
       01  ws-count                      PIC 9(4) VALUE 0.

                     WHERE r.lopnr = faktura.lopnr
                       AND r.fakturerad = 'J'
                 )
      *> Ingen dröjsmålsränta mot en avliden gäldenärs dödsbo så
      *> länge dödsboet är aktivt (dodsbo, P_W707.CPY).
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.dodsbo d
                     WHERE d.kundnr = faktura.kundnr
                       AND d.status = 'AKTIV'
                 )
      *> Inte heller på ärenden som lämnats tillbaka till en
      *> avslutad uppdragsgivare (UppdragsgivareAvslut.cbl) -
      *> räntan är uppdragsgivarens sak från avslutet.
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.uppdragsgivare u
                     WHERE u.upgnr = faktura.upgnr
                       AND u.aktiv = 'N'
                 )
           END-EXEC.

           EXEC SQL
           MOVE WS-DAGAR-FORSENAD TO rantefaktura-dagar-forsenad
           MOVE WS-RANTA-BELOPP TO rantefaktura-ranta-belopp

      *> Varje rad bär hela den upplupna räntan, så det som är
      *> nytt sedan förra körningen är skillnaden mot den senaste
      *> ofakturerade raden - det är den som bokförs i
      *> ärendereskontran.
           MOVE 0 TO WS-FOREG-RANTA
           EXEC SQL
               SELECT ISNULL((SELECT r.ranta_belopp
                              FROM REDWARRIOR.dbo.rantefaktura r
                              WHERE r.lopnr = :faktura-lopnr
                                AND r.fakturerad = 'N'
                                AND r.skapad_datum = (
                                    SELECT MAX(r2.skapad_datum)
                                    FROM REDWARRIOR.dbo.rantefaktura
                                         r2
                                    WHERE r2.lopnr = :faktura-lopnr
                                      AND r2.fakturerad = 'N'
                                )),
                             CAST(0.00 AS DECIMAL(11,2)))
               INTO :WS-FOREG-RANTA
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "FEL VID LASNING AV FOREGAENDE RANTA: "
                 SQLCODE
               MOVE 0 TO WS-FOREG-RANTA
           END-IF

           EXEC SQL
               SELECT CONVERT(CHAR(10), GETDATE(), 120)
               INTO :rantefaktura-skapad-datum

           IF SQLCODE = 0
               ADD 1 TO WS-ANTAL
               MOVE WS-DAGAR-FORSENAD TO WS-EDIT-DAGAR
               MOVE faktura-lopnr TO reskontra-lopnr
               MOVE rantefaktura-skapad-datum TO reskontra-trans-datum
               MOVE "RANTA" TO reskontra-transtyp
               MOVE "RANTA" TO reskontra-del
               COMPUTE reskontra-belopp =
                   WS-RANTA-BELOPP - WS-FOREG-RANTA
               MOVE SPACES TO reskontra-referens
               STRING
                 "DAGAR FORSENAD " WS-EDIT-DAGAR
                 DELIMITED BY SIZE
                 INTO reskontra-referens
               END-STRING
               PERFORM F-BOKFOR-RESKONTRA
           ELSE
               DISPLAY "FEL VID SKAPA-RANTEFAKTURA. SQLCODE = " SQLCODE
           END-IF.

       F-BOKFOR-RESKONTRA SECTION.

      *> En rad i ärendereskontran (arendereskontra, P_W713.CPY).
      *> Anroparen fyller i lopnr, trans-datum (blankt = dagens
      *> datum), transtyp, del, belopp och referens. Valutan tas
      *> från fakturan för KAPITAL och RANTA - avgifterna är
      *> alltid SEK. Nollbelopp bokförs inte.
           IF reskontra-belopp NOT = 0
               MOVE "RantefakturaBerakning" TO reskontra-kalla-program
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
