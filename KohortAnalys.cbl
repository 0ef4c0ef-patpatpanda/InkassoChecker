       IDENTIFICATION DIVISION.
       PROGRAM-ID. KohortAnalys.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Månadsrapport över hur förfallna fakturor rör sig genom
      *> kravprocessen. Fakturorna grupperas i kohorter efter
      *> förfallomånad (forfdat) - de tolv månader som slutar med
      *> rapportperioden - och varje kohort följs genom stegen
      *> förfallen, påminnelse 1, påminnelse 2, inkassobyrå och
      *> Kronofogden. AgingReport.cbl visar bara dagens saldo;
      *> här syns hur mycket av en månads förfallna belopp som
      *> kom in i vilket steg, och vad som skrevs av, står
      *> pausat eller fortfarande är öppet där fakturan blev
      *> stående. Underlag för uppdragsgivardialogen och för att
      *> ställa in grace_dagar/min_belopp (inkasso_parameter,
      *> P_W668.CPY) på verkliga siffror.
           SELECT KOHORTRAPPORT ASSIGN TO "KOHORTANALYS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KOHORTRAPPORT.
       01  KOHORTRAPPORT-RAD             PIC X(120).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W669.CPY".
       COPY "P_W675.CPY".
       COPY "P_W717.CPY".
       COPY "P_W718.CPY".
       COPY "P_W719.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-MÅNAD                      PIC X(2).
       01  WS-DAG                        PIC X(2).

      *> Rapportperiod ÅÅÅÅ-MM ur JCL PARM, annars föregående
      *> kalendermånad - samma regel som C-LAS-PERIOD i
      *> AvrakningsRapport.cbl. Perioden är den sista kohorten;
      *> den första ligger elva månader tidigare. Allt räknas som
      *> det såg ut vid periodens slut, så en omkörning för en
      *> gammal månad ger samma siffror som då.
       01  WS-PERIOD                     PIC X(7).
       01  WS-PERIOD-START               PIC X(10).
       01  WS-PERIOD-SLUT                PIC X(10).
       01  WS-KOHORT-START               PIC X(10).

      *> En rad ur KOHORT_CURSOR: uppdragsgivare (NULL på
      *> totalraderna), kohort, steg och stegets belopp.
       01  WS-UPGNR                      PIC S9(7) COMP-3.
       01  WS-UPGNR-NULL                 PIC S9(4) COMP-5.
       01  WS-TOTALRAD                   PIC S9(4) COMP-5.
       01  WS-KOHORT                     PIC X(7).
       01  WS-STEG                       PIC S9(4) COMP-5.
       01  WS-ANTAL                      PIC S9(9) COMP-5.
       01  WS-BELOPP-IN                  PIC S9(11)V9(2) COMP-3.
       01  WS-ATERVUNNET                 PIC S9(11)V9(2) COMP-3.
       01  WS-AVSKRIVET                  PIC S9(11)V9(2) COMP-3.
       01  WS-PAUSAT                     PIC S9(11)V9(2) COMP-3.
       01  WS-OPPET                      PIC S9(11)V9(2) COMP-3.
       01  WS-ATERV-PROCENT              PIC S9(3) COMP-3.

      *> Gruppbrytning: ny uppdragsgivare ger ny rubrik, ny
      *> kohort en blankrad.
       01  WS-FORRA-UPGNR                PIC S9(7) COMP-3 VALUE -1.
       01  WS-FORRA-TOTALRAD             PIC S9(4) COMP-5 VALUE -1.
       01  WS-FORRA-KOHORT               PIC X(7) VALUE SPACES.

      *> Uppdragsgivarens styrvärden skrivs i rubriken - saknas
      *> raden i inkasso_parameter gäller standardvärdena 10 dagar
      *> och 0,00 kr, se P_W668.CPY.
       01  WS-GRACE-DAGAR                PIC S9(4) COMP-5.
       01  WS-MIN-BELOPP                 PIC S9(9)V9(2) COMP-3.

       01  WS-STEG-TEXT                  PIC X(12).
       01  WS-ANTAL-RADER                PIC S9(9) COMP-5 VALUE 0.
       01  WS-ANTAL-UPPDRAGSGIVARE       PIC S9(9) COMP-5 VALUE 0.
       01  WS-TOTAL-FAKTUROR             PIC S9(9) COMP-5 VALUE 0.
       01  WS-TOTAL-FORFALLET            PIC S9(11)V9(2) COMP-3
                                           VALUE 0.

       01  WS-EDIT-UPGNR                 PIC Z(6)9.
       01  WS-EDIT-ANTAL                 PIC Z(6)9.
       01  WS-EDIT-BELOPP-IN             PIC Z(9)9.99-.
       01  WS-EDIT-ATERVUNNET            PIC Z(9)9.99-.
       01  WS-EDIT-AVSKRIVET             PIC Z(9)9.99-.
       01  WS-EDIT-PAUSAT                PIC Z(9)9.99-.
       01  WS-EDIT-OPPET                 PIC Z(9)9.99-.
       01  WS-EDIT-PROCENT               PIC ZZ9.
       01  WS-EDIT-GRACE                 PIC ZZ9.
       01  WS-EDIT-MIN-BELOPP            PIC Z(8)9.99.
       01  WS-RAPPORT-RAD                PIC X(120).

       LINKAGE SECTION.
      *> Tas emot från JCL:ens PARM= på EXEC PGM-satsen, enligt
      *> Language Environment-konventionen - samma mönster som
      *> Z-LAS-STEG-PARM i The_Heart.cbl.
       01  LK-PARM-LANGD                 PIC S9(4) COMP.
       01  LK-PARM-DATA                  PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-LANGD LK-PARM-DATA.

       A-MAIN SECTION.

           PERFORM B-CONNECT-TO-DB
           PERFORM C-LAS-PERIOD

           OPEN OUTPUT KOHORTRAPPORT

           PERFORM D-SKRIV-RAPPORTHUVUD
           PERFORM E-BYGG-KOHORTER

           CLOSE KOHORTRAPPORT

           PERFORM I-SPARA-KORNINGSLOGG

           DISPLAY "Kohortanalys klar. Uppdragsgivare: "
             WS-ANTAL-UPPDRAGSGIVARE " Rader: " WS-ANTAL-RADER

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

       C-LAS-PERIOD SECTION.

           MOVE SPACES TO WS-PERIOD

           IF LK-PARM-LANGD >= 7
               MOVE LK-PARM-DATA(1:7) TO WS-PERIOD
           END-IF

           IF WS-PERIOD = SPACES
               EXEC SQL
                   SELECT CONVERT(CHAR(7),
                          DATEADD(MONTH, -1, GETDATE()), 120)
                   INTO :WS-PERIOD
               END-EXEC
           END-IF

           IF WS-PERIOD(1:4) IS NOT NUMERIC
             OR WS-PERIOD(6:2) IS NOT NUMERIC
             OR WS-PERIOD(5:1) NOT = "-"
               DISPLAY "OGILTIG MANAD (" WS-PERIOD
                 ") - ANGE SOM AAAA-MM."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           STRING
             WS-PERIOD "-01"
             DELIMITED BY SIZE
             INTO WS-PERIOD-START
           END-STRING

           EXEC SQL
               SELECT CONVERT(CHAR(10),
                      DATEADD(MONTH, 1,
                        CAST(:WS-PERIOD-START AS DATE)), 120),
                      CONVERT(CHAR(10),
                      DATEADD(MONTH, -11,
                        CAST(:WS-PERIOD-START AS DATE)), 120)
               INTO :WS-PERIOD-SLUT, :WS-KOHORT-START
           END-EXEC.

       D-SKRIV-RAPPORTHUVUD SECTION.

           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "KOHORTANALYS AV FORFALLNA FAKTUROR  KOHORTER "
             WS-KOHORT-START(1:7) " - " WS-PERIOD
             "  LAGE VID PERIODENS SLUT"
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM H-SKRIV-RAD

           MOVE SPACES TO WS-RAPPORT-RAD
           PERFORM H-SKRIV-RAD

      *> Förklaring till kolumnerna - rapporten går till
      *> uppdragsgivarna och ska kunna läsas utan oss.
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "ANTAL/BELOPP IN = FAKTUROR SOM NADDE STEGET OCH DET "
             "KAPITAL SOM DA ANNU VAR OBETALT."
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM H-SKRIV-RAD
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "ATERVUNNET = KAPITAL BETALT MEDAN FAKTURAN STOD I "
             "STEGET."
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM H-SKRIV-RAD
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "AVSKRIVET/PAUSAT/OPPET = KVARSTAENDE KAPITAL I DET "
             "STEG DAR FAKTURAN BLEV STAENDE."
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM H-SKRIV-RAD.

       E-BYGG-KOHORTER SECTION.

      *> Innersta nivån (d) är en rad per förfallen faktura i
      *> kohortfönstret med dagen den gick in i varje steg, allt
      *> före periodens slut:
      *>   påminnelse 1 = uppläggningsraden i paminnelser_history
      *>     (tomt old_status -> NEJ, samma urval som
      *>     F-HAMTA-MANADSSIFFROR i AvrakningsRapport.cbl),
      *>   påminnelse 2 = den andra påminnelseavgiften i avgifter
      *>     (ESKALERA-PAMINNELSE-NIVA loggar ingen historikrad,
      *>     men debiterar alltid en ny avgift, makulerad eller ej),
      *>   inkassobyrå = första historikraden till JA,
      *>   Kronofogden = ansokan_datum i kronofogden_arenden.
      *> Fakturor som var fullt betalda senast på förfallodagen är
      *> aldrig förfallna och räknas inte.
      *> Nivå x lägger till djupaste steget och inbetalt kapital
      *> per steg, där varje rad i betalning_fordelning hamnar i
      *> det steg fakturan stod i på betaldagen. Kapital som
      *> bokats på fakturan utan fördelningsrad (belopp_bet minus
      *> fördelat) räknas till steget på faktura.betaldat.
      *> Ytterst korsas fakturorna mot de fem stegen och summeras
      *> per uppdragsgivare/kohort/steg, med totalen över alla
      *> uppdragsgivare som egen grupperingsmängd sist (upgnr
      *> NULL, GROUPING = 1).
      *> Avskrivet = en historikrad till AVSKRIVEN före periodens
      *> slut, pausat = en paus_register-rad som var osläppt vid
      *> periodens slut.
           EXEC SQL
               DECLARE KOHORT_CURSOR CURSOR FOR
               SELECT x.upgnr, GROUPING(x.upgnr), x.kohort, st.steg,
                      SUM(CASE WHEN x.djup >= st.steg
                          THEN 1 ELSE 0 END),
                      SUM(CASE WHEN x.djup >= st.steg
                          THEN x.attbet
                               - CASE WHEN st.steg > 1
                                      THEN x.b1 ELSE 0 END
                               - CASE WHEN st.steg > 2
                                      THEN x.b2 ELSE 0 END
                               - CASE WHEN st.steg > 3
                                      THEN x.b3 ELSE 0 END
                               - CASE WHEN st.steg > 4
                                      THEN x.b4 ELSE 0 END
                          ELSE 0 END),
                      SUM(CASE st.steg WHEN 1 THEN x.b1
                                       WHEN 2 THEN x.b2
                                       WHEN 3 THEN x.b3
                                       WHEN 4 THEN x.b4
                                       ELSE x.b5 END),
                      SUM(CASE WHEN x.djup = st.steg
                                AND x.avskriven = 'J'
                          THEN x.rest ELSE 0 END),
                      SUM(CASE WHEN x.djup = st.steg
                                AND x.avskriven = 'N'
                                AND x.pausad = 'J'
                          THEN x.rest ELSE 0 END),
                      SUM(CASE WHEN x.djup = st.steg
                                AND x.avskriven = 'N'
                                AND x.pausad = 'N'
                          THEN x.rest ELSE 0 END)
               FROM (
                 SELECT d.upgnr, d.kohort, d.attbet,
                        d.avskriven, d.pausad,
                        CASE WHEN d.d4 IS NOT NULL THEN 5
                             WHEN d.d3 IS NOT NULL THEN 4
                             WHEN d.d2 IS NOT NULL THEN 3
                             WHEN d.d1 IS NOT NULL THEN 2
                             ELSE 1 END AS djup,
                        b.b1, b.b2, b.b3, b.b4, b.b5,
                        CASE WHEN d.attbet - b.b1 - b.b2 - b.b3
                                  - b.b4 - b.b5 > 0
                             THEN d.attbet - b.b1 - b.b2 - b.b3
                                  - b.b4 - b.b5
                             ELSE 0 END AS rest
                 FROM (
                   SELECT f.lopnr, f.upgnr, f.attbet, f.belopp_bet,
                          f.betaldat,
                          CONVERT(CHAR(7), f.forfdat, 120) AS kohort,
                          (SELECT MIN(CAST(h.changed_at AS DATE))
                           FROM REDWARRIOR.dbo.paminnelser_history h
                           WHERE h.lopnr = f.lopnr
                             AND h.new_status = 'NEJ'
                             AND (h.old_status IS NULL
                               OR LTRIM(RTRIM(h.old_status)) = '')
                             AND h.changed_at <
                                 CAST(:WS-PERIOD-SLUT AS DATE)) AS d1,
                          (SELECT MIN(a.skapad_datum)
                           FROM REDWARRIOR.dbo.avgifter_alla a
                           WHERE a.lopnr = f.lopnr
                             AND a.avgift_typ = 'PAMINNELSE'
                             AND a.skapad_datum <
                                 CAST(:WS-PERIOD-SLUT AS DATE)
                             AND a.skapad_datum >
                                 (SELECT MIN(a2.skapad_datum)
                                  FROM REDWARRIOR.dbo.avgifter_alla a2
                                  WHERE a2.lopnr = f.lopnr
                                    AND a2.avgift_typ = 'PAMINNELSE'))
                           AS d2,
                          (SELECT MIN(CAST(h.changed_at AS DATE))
                           FROM REDWARRIOR.dbo.paminnelser_history h
                           WHERE h.lopnr = f.lopnr
                             AND h.new_status = 'JA'
                             AND h.changed_at <
                                 CAST(:WS-PERIOD-SLUT AS DATE)) AS d3,
                          (SELECT k.ansokan_datum
                           FROM REDWARRIOR.dbo.kronofogden_arenden k
                           WHERE k.lopnr = f.lopnr
                             AND k.ansokan_datum <
                                 CAST(:WS-PERIOD-SLUT AS DATE)) AS d4,
                          CASE WHEN EXISTS (
                               SELECT 1
                               FROM REDWARRIOR.dbo.paminnelser_history
                                    h
                               WHERE h.lopnr = f.lopnr
                                 AND h.new_status = 'AVSKRIVEN'
                                 AND h.changed_at <
                                     CAST(:WS-PERIOD-SLUT AS DATE))
                               THEN 'J' ELSE 'N' END AS avskriven,
                          CASE WHEN EXISTS (
                               SELECT 1
                               FROM REDWARRIOR.dbo.paus_register pr
                               WHERE pr.lopnr = f.lopnr
                                 AND pr.paus_datum <
                                     CAST(:WS-PERIOD-SLUT AS DATE)
                                 AND (pr.slappt = 'N'
                                   OR pr.slappt_datum >=
                                      CAST(:WS-PERIOD-SLUT AS DATE)))
                               THEN 'J' ELSE 'N' END AS pausad
                   FROM REDWARRIOR.dbo.faktura_alla f
                   WHERE f.forfdat >= CAST(:WS-KOHORT-START AS DATE)
                     AND f.forfdat < CAST(:WS-PERIOD-SLUT AS DATE)
                     AND NOT (f.betaldat IS NOT NULL
                              AND f.betaldat <= f.forfdat
                              AND f.belopp_bet >= f.attbet)
                 ) d
                 OUTER APPLY (
                   SELECT ISNULL(SUM(CASE WHEN p.steg = 1
                              THEN p.belopp ELSE 0 END), 0) AS b1,
                          ISNULL(SUM(CASE WHEN p.steg = 2
                              THEN p.belopp ELSE 0 END), 0) AS b2,
                          ISNULL(SUM(CASE WHEN p.steg = 3
                              THEN p.belopp ELSE 0 END), 0) AS b3,
                          ISNULL(SUM(CASE WHEN p.steg = 4
                              THEN p.belopp ELSE 0 END), 0) AS b4,
                          ISNULL(SUM(CASE WHEN p.steg = 5
                              THEN p.belopp ELSE 0 END), 0) AS b5
                   FROM (
                     SELECT bf.belopp_kapital AS belopp,
                            CASE WHEN d.d4 <= bf.betaldag THEN 5
                                 WHEN d.d3 <= bf.betaldag THEN 4
                                 WHEN d.d2 <= bf.betaldag THEN 3
                                 WHEN d.d1 <= bf.betaldag THEN 2
                                 ELSE 1 END AS steg
                     FROM REDWARRIOR.dbo.betalning_fordelning_alla bf
                     WHERE bf.lopnr = d.lopnr
                       AND bf.betaldag <
                           CAST(:WS-PERIOD-SLUT AS DATE)
                     UNION ALL
                     SELECT d.belopp_bet
                              - ISNULL((SELECT SUM(bf2.belopp_kapital)
                                 FROM
                                REDWARRIOR.dbo.betalning_fordelning_alla
                                      bf2
                                 WHERE bf2.lopnr = d.lopnr), 0),
                            CASE WHEN d.d4 <= d.betaldat THEN 5
                                 WHEN d.d3 <= d.betaldat THEN 4
                                 WHEN d.d2 <= d.betaldat THEN 3
                                 WHEN d.d1 <= d.betaldat THEN 2
                                 ELSE 1 END
                     WHERE d.betaldat IS NOT NULL
                       AND d.betaldat <
                           CAST(:WS-PERIOD-SLUT AS DATE)
                   ) p
                 ) b
               ) x
               CROSS JOIN (SELECT 1 AS steg UNION ALL SELECT 2
                           UNION ALL SELECT 3 UNION ALL SELECT 4
                           UNION ALL SELECT 5) st
               GROUP BY GROUPING SETS ((x.upgnr, x.kohort, st.steg),
                                       (x.kohort, st.steg))
               ORDER BY GROUPING(x.upgnr), x.upgnr, x.kohort,
                        st.steg
           END-EXEC

           EXEC SQL
               OPEN KOHORT_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN KOHORT_CURSOR: " SQLCODE
               MOVE 16 TO RETURN-CODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH KOHORT_CURSOR
                   INTO :WS-UPGNR :WS-UPGNR-NULL, :WS-TOTALRAD,
                        :WS-KOHORT, :WS-STEG, :WS-ANTAL,
                        :WS-BELOPP-IN, :WS-ATERVUNNET,
                        :WS-AVSKRIVET, :WS-PAUSAT, :WS-OPPET
               END-EXEC

               IF SQLCODE = 0
                   PERFORM F-KONTROLLERA-BRYTNING
                   PERFORM G-SKRIV-STEGRAD
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH KOHORT: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE KOHORT_CURSOR
           END-EXEC.

       F-KONTROLLERA-BRYTNING SECTION.

      *> Ny uppdragsgivare (eller övergång till totalen) ger
      *> rubrik med namn och styrvärden; ny kohort en blankrad.
           IF WS-UPGNR-NULL < 0
               MOVE 0 TO WS-UPGNR
           END-IF

           IF WS-TOTALRAD NOT = WS-FORRA-TOTALRAD
             OR WS-UPGNR NOT = WS-FORRA-UPGNR
               MOVE WS-TOTALRAD TO WS-FORRA-TOTALRAD
               MOVE WS-UPGNR TO WS-FORRA-UPGNR
               MOVE SPACES TO WS-FORRA-KOHORT

               MOVE SPACES TO WS-RAPPORT-RAD
               PERFORM H-SKRIV-RAD
               MOVE SPACES TO WS-RAPPORT-RAD

               IF WS-TOTALRAD = 1
                   STRING
                     "TOTALT ALLA UPPDRAGSGIVARE"
                     DELIMITED BY SIZE
                     INTO WS-RAPPORT-RAD
                   END-STRING
               ELSE
                   PERFORM J-HAMTA-UPPDRAGSGIVARE
                   MOVE WS-UPGNR TO WS-EDIT-UPGNR
                   MOVE WS-GRACE-DAGAR TO WS-EDIT-GRACE
                   MOVE WS-MIN-BELOPP TO WS-EDIT-MIN-BELOPP
                   STRING
                     "UPPDRAGSGIVARE " WS-EDIT-UPGNR " "
                     upg-namn(1:40)
                     "  GRACE_DAGAR " WS-EDIT-GRACE
                     "  MIN_BELOPP " WS-EDIT-MIN-BELOPP
                     DELIMITED BY SIZE
                     INTO WS-RAPPORT-RAD
                   END-STRING
                   ADD 1 TO WS-ANTAL-UPPDRAGSGIVARE
               END-IF
               PERFORM H-SKRIV-RAD

               MOVE SPACES TO WS-RAPPORT-RAD
               STRING
                 "KOHORT  STEG           ANTAL      BELOPP IN"
                 "     ATERVUNNET ATERV%      AVSKRIVET"
                 "         PAUSAT          OPPET"
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               PERFORM H-SKRIV-RAD
           END-IF

           IF WS-KOHORT NOT = WS-FORRA-KOHORT
               IF WS-FORRA-KOHORT NOT = SPACES
                   MOVE SPACES TO WS-RAPPORT-RAD
                   PERFORM H-SKRIV-RAD
               END-IF
               MOVE WS-KOHORT TO WS-FORRA-KOHORT
           END-IF.

       G-SKRIV-STEGRAD SECTION.

           IF WS-STEG = 1
               MOVE "FORFALLEN" TO WS-STEG-TEXT
               IF WS-TOTALRAD = 1
                   ADD WS-ANTAL TO WS-TOTAL-FAKTUROR
                   ADD WS-BELOPP-IN TO WS-TOTAL-FORFALLET
               END-IF
           ELSE
           IF WS-STEG = 2
               MOVE "PAMINNELSE 1" TO WS-STEG-TEXT
           ELSE
           IF WS-STEG = 3
               MOVE "PAMINNELSE 2" TO WS-STEG-TEXT
           ELSE
           IF WS-STEG = 4
               MOVE "INKASSOBYRA" TO WS-STEG-TEXT
           ELSE
               MOVE "KRONOFOGDEN" TO WS-STEG-TEXT
           END-IF
           END-IF
           END-IF
           END-IF

      *> Andel av det som gick in i steget som betalades där.
           IF WS-BELOPP-IN > 0
               COMPUTE WS-ATERV-PROCENT ROUNDED =
                 WS-ATERVUNNET * 100 / WS-BELOPP-IN
           ELSE
               MOVE 0 TO WS-ATERV-PROCENT
           END-IF
           IF WS-ATERV-PROCENT < 0
               MOVE 0 TO WS-ATERV-PROCENT
           END-IF

           MOVE WS-ANTAL TO WS-EDIT-ANTAL
           MOVE WS-BELOPP-IN TO WS-EDIT-BELOPP-IN
           MOVE WS-ATERVUNNET TO WS-EDIT-ATERVUNNET
           MOVE WS-ATERV-PROCENT TO WS-EDIT-PROCENT
           MOVE WS-AVSKRIVET TO WS-EDIT-AVSKRIVET
           MOVE WS-PAUSAT TO WS-EDIT-PAUSAT
           MOVE WS-OPPET TO WS-EDIT-OPPET

           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             WS-KOHORT " " WS-STEG-TEXT " " WS-EDIT-ANTAL " "
             WS-EDIT-BELOPP-IN " " WS-EDIT-ATERVUNNET "  "
             WS-EDIT-PROCENT "  " WS-EDIT-AVSKRIVET " "
             WS-EDIT-PAUSAT " " WS-EDIT-OPPET
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM H-SKRIV-RAD
           ADD 1 TO WS-ANTAL-RADER.

       H-SKRIV-RAD SECTION.

           MOVE WS-RAPPORT-RAD TO KOHORTRAPPORT-RAD
           WRITE KOHORTRAPPORT-RAD.

       J-HAMTA-UPPDRAGSGIVARE SECTION.

           MOVE SPACES TO upg-namn

           EXEC SQL
               SELECT namn INTO :upg-namn
               FROM REDWARRIOR.dbo.uppdragsgivare
               WHERE upgnr = :WS-UPGNR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE "*OKAND*" TO upg-namn
           END-IF

           EXEC SQL
               SELECT grace_dagar, min_belopp
               INTO :WS-GRACE-DAGAR, :WS-MIN-BELOPP
               FROM REDWARRIOR.dbo.inkasso_parameter
               WHERE upgnr = :WS-UPGNR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 10 TO WS-GRACE-DAGAR
               MOVE 0 TO WS-MIN-BELOPP
           END-IF.

       I-SPARA-KORNINGSLOGG SECTION.

      *> En rad i run_history per körning, samma mönster som
      *> I-SPARA-KORNINGSLOGG i AvrakningsRapport.cbl: antal
      *> förfallna fakturor i kohorterna och deras kapital vid
      *> förfallodagen som kontrollbelopp.
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

           MOVE "KohortAnalys" TO run-history-programnamn
           MOVE "KOHORT" TO run-history-steg
           MOVE WS-TOTAL-FAKTUROR TO run-history-antal-infogade
           MOVE 0 TO run-history-antal-borttagna
           MOVE 0 TO run-history-antal-flaggade
           MOVE 0 TO run-history-antal-avskrivna
           MOVE 0 TO run-history-antal-aterbet
           MOVE WS-TOTAL-FORFALLET TO run-history-kontroll-belopp
           MOVE SPACES TO run-history-parametrar
           STRING
             "PERIOD=" WS-PERIOD
             DELIMITED BY SIZE
             INTO run-history-parametrar
           END-STRING

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
