       IDENTIFICATION DIVISION.
       PROGRAM-ID. KundforlustIntyg.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Kvartalsvis intyg om konstaterad kundförlust per
      *> uppdragsgivare - underlag för att återfå utgående moms
      *> och dra av förlusten. Tidigare mejlade uppdragsgivarna
      *> och bad om intyg ett ärende i taget. Filnamnet byggs per
      *> upgnr och kvartal (KUNDFORLUST_NNNNNNN_AAAA-KN.TXT) i
      *> M-SATT-FILNAMN, samma mönster som avräkningsfilerna i
      *> AvrakningsRapport.cbl. Vad som intygats sparas i
      *> kundforlust_intyg (P_W714.CPY).
           SELECT INTYGSFIL ASSIGN TO WS-INTYGFIL-NAMN
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INTYGSFIL.
       01  INTYGSFIL-RAD                 PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W669.CPY".
       COPY "P_W675.CPY".
       COPY "P_W714.CPY".
       COPY "P_W717.CPY".
       COPY "P_W719.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-MÅNAD                      PIC X(2).
       01  WS-DAG                        PIC X(2).

       01  WS-INTYGFIL-NAMN              PIC X(32).
       01  WS-EDIT-UPGNR-FIL             PIC 9(7).

      *> Kvartal ÅÅÅÅ-Kn ur JCL PARM (t.ex. 2026-K3), annars
      *> föregående kalenderkvartal - samma regel som
      *> C-LAS-KVARTAL i ByraJamforelse.cbl. Kvartalet är
      *> [första dagen, första dagen i nästa kvartal). En
      *> omkörning av samma kvartal tar först bort kvartalets
      *> egna rader i kundforlust_intyg och bygger dem på nytt.
       01  WS-KVARTAL                    PIC X(7).
       01  WS-KVARTAL-NR                 PIC 9(1).
       01  WS-KVARTAL-MANAD              PIC 9(2).
       01  WS-PERIOD-START               PIC X(10).
       01  WS-PERIOD-SLUT                PIC X(10).
       01  WS-PERIOD-SISTA               PIC X(10).

       01  WS-FORRA-UPGNR                PIC S9(7) COMP-3 VALUE -1.
       01  WS-FIL-OPPEN                  PIC X(1) VALUE "N".
       01  WS-ORSAKSKOD                  PIC X(10).
       01  WS-ORSAKSTEXT                 PIC X(30).

      *> Summor per intyg (uppdragsgivare) och för körningen.
       01  WS-FIL-ANTAL-FORL             PIC S9(9) COMP-5.
       01  WS-FIL-ANTAL-ATERF            PIC S9(9) COMP-5.
       01  WS-FIL-FORLUST-SEK            PIC S9(11)V9(2) COMP-3.
       01  WS-FIL-ATERFORT-SEK           PIC S9(11)V9(2) COMP-3.
       01  WS-FIL-NETTO-SEK              PIC S9(11)V9(2) COMP-3.
       01  WS-ANTAL-FILER                PIC S9(9) COMP-5 VALUE 0.
       01  WS-ANTAL-RADER                PIC S9(9) COMP-5 VALUE 0.
       01  WS-TOTAL-NETTO-SEK            PIC S9(11)V9(2) COMP-3
                                           VALUE 0.

       01  WS-EDIT-UPGNR                 PIC Z(6)9.
       01  WS-EDIT-LOPNR                 PIC Z(9)9.
       01  WS-EDIT-KUNDNR                PIC Z(9)9.
       01  WS-EDIT-ANTAL                 PIC Z(5)9.
       01  WS-EDIT-ORIGINAL              PIC Z(8)9.99-.
       01  WS-EDIT-KAPITAL               PIC Z(8)9.99-.
       01  WS-EDIT-ATERVUNNET            PIC Z(8)9.99-.
       01  WS-EDIT-FORLUST               PIC Z(8)9.99-.
       01  WS-EDIT-FORLUST-SEK           PIC Z(8)9.99-.
       01  WS-EDIT-SUMMA                 PIC Z(10)9.99-.
       01  WS-RAPPORT-RAD                PIC X(132).

       LINKAGE SECTION.
      *> Tas emot från JCL:ens PARM= på EXEC PGM-satsen, enligt
      *> Language Environment-konventionen - samma mönster som
      *> Z-LAS-STEG-PARM i The_Heart.cbl.
       01  LK-PARM-LANGD                 PIC S9(4) COMP.
       01  LK-PARM-DATA                  PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-LANGD LK-PARM-DATA.

       A-MAIN SECTION.

           PERFORM B-CONNECT-TO-DB
           PERFORM C-LAS-KVARTAL

           PERFORM D-RENSA-KVARTAL
           PERFORM E-KONSTATERA-FORLUSTER
           PERFORM F-ATERFOR-FORLUSTER
           PERFORM G-SKRIV-INTYG

           PERFORM J-SPARA-KORNINGSLOGG

           DISPLAY "Kundförlustintyg klara för " WS-KVARTAL
             ". Intyg: " WS-ANTAL-FILER " Rader: " WS-ANTAL-RADER

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

       C-LAS-KVARTAL SECTION.

           MOVE SPACES TO WS-KVARTAL

           IF LK-PARM-LANGD >= 7
               MOVE LK-PARM-DATA(1:7) TO WS-KVARTAL
           END-IF

           IF WS-KVARTAL = SPACES
               EXEC SQL
                   SELECT CONVERT(CHAR(4),
                            YEAR(DATEADD(QUARTER, -1, GETDATE())))
                          + '-K'
                          + CONVERT(CHAR(1),
                            DATEPART(QUARTER,
                              DATEADD(QUARTER, -1, GETDATE())))
                   INTO :WS-KVARTAL
               END-EXEC
           END-IF

           IF WS-KVARTAL(1:4) IS NOT NUMERIC
             OR WS-KVARTAL(5:2) NOT = "-K"
             OR WS-KVARTAL(7:1) < "1"
             OR WS-KVARTAL(7:1) > "4"
               DISPLAY "OGILTIGT KVARTAL (" WS-KVARTAL
                 ") - ANGE SOM AAAA-KN, T.EX. 2026-K3."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-KVARTAL(7:1) TO WS-KVARTAL-NR
           COMPUTE WS-KVARTAL-MANAD = (WS-KVARTAL-NR - 1) * 3 + 1

           STRING
             WS-KVARTAL(1:4) "-" WS-KVARTAL-MANAD "-01"
             DELIMITED BY SIZE
             INTO WS-PERIOD-START
           END-STRING

           EXEC SQL
               SELECT CONVERT(CHAR(10),
                      DATEADD(MONTH, 3,
                        CAST(:WS-PERIOD-START AS DATE)), 120),
                      CONVERT(CHAR(10),
                      DATEADD(DAY, -1, DATEADD(MONTH, 3,
                        CAST(:WS-PERIOD-START AS DATE))), 120)
               INTO :WS-PERIOD-SLUT, :WS-PERIOD-SISTA
           END-EXEC.

       D-RENSA-KVARTAL SECTION.

      *> Omkörning: kvartalets egna rader tas bort och byggs om,
      *> tidigare kvartals intyg rörs aldrig - de är redan
      *> skickade till uppdragsgivarna.
           EXEC SQL
               DELETE FROM REDWARRIOR.dbo.kundforlust_intyg
               WHERE kvartal = :WS-KVARTAL
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID RENSNING AV KVARTAL: " SQLCODE
               MOVE 16 TO RETURN-CODE
           END-IF.

       E-KONSTATERA-FORLUSTER SECTION.

      *> En faktura är en konstaterad kundförlust när den under
      *> kvartalet
      *>   - skrivits av (AVSKRIVEN i paminnelser_history) av
      *>     SKRIV-AV-SMA-BELOPP i The_Heart.cbl eller
      *>     BeslutskoUnderhall.cbl,
      *>   - kommit åter från byrån som ej indrivningsbar
      *>     (statuskod 02, AVSKRIVEN från InkassoReturImport) och
      *>     inte betalats något på kapitalet därefter, eller
      *>   - omfattas av en konkurs eller skuldsanering som
      *>     avslutats (paus_register.avslutad_datum), eller
      *>   - skrivits av sedan ett ackord betalts (AVSKRIVEN från
      *>     BetalfilImport.cbl eller OplaceradBetalning.cbl, se
      *>     P_W723.CPY).
      *> Flera händelser på samma faktura ger en rad, med den
      *> första händelsens orsak och datum. Återvunnet är
      *> kapitalbetalningarna per kvartalets slut - det som
      *> fördelats på kapitalet efter slutdagen räknas bort ur
      *> belopp_bet - och bara en faktura med kvarstående
      *> förlust intygas. En faktura som redan intygats i ett
      *> annat kvartal tas inte med igen; betalas den senare
      *> kommer det som en återföring i F-ATERFOR-FORLUSTER.
           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.kundforlust_intyg
                   (kvartal, upgnr, lopnr, kundnr, radtyp, orsak,
                    forlust_datum, originalbelopp, kapital,
                    atervunnet, forlust, valuta, forlust_sek,
                    skapad_at)
               SELECT :WS-KVARTAL, f.upgnr, f.lopnr, f.kundnr,
                      'FORL', h.orsak, h.datum,
                      ISNULL(rk.kapital, f.attbet), f.attbet,
                      x.atervunnet, f.attbet - x.atervunnet,
                      ISNULL(f.valuta, 'SEK'),
                      ROUND((f.attbet - x.atervunnet)
                            * ISNULL(f.valuta_kurs, 1), 2),
                      GETDATE()
               FROM (SELECT u.lopnr, u.orsak, u.datum,
                            ROW_NUMBER() OVER
                              (PARTITION BY u.lopnr
                               ORDER BY u.datum, u.orsak) AS nr
                     FROM (SELECT ph.lopnr,
                                  CASE ph.changed_by_program
                                    WHEN 'BeslutskoUnderhall'
                                      THEN 'BESLUT'
                                    WHEN 'InkassoReturImport'
                                      THEN 'BYRA-02'
                                    WHEN 'BetalfilImport'
                                      THEN 'ACKORD'
                                    WHEN 'OplaceradBetalning'
                                      THEN 'ACKORD'
                                    ELSE 'MINBELOPP' END AS orsak,
                                  CAST(ph.changed_at AS DATE)
                                    AS datum
                           FROM REDWARRIOR.dbo.paminnelser_history
                                ph
                           WHERE ph.new_status = 'AVSKRIVEN'
                             AND ph.changed_at >=
                                 CAST(:WS-PERIOD-START AS DATE)
                             AND ph.changed_at <
                                 CAST(:WS-PERIOD-SLUT AS DATE)
                           UNION ALL
                           SELECT pr.lopnr, pr.orsakskod,
                                  pr.avslutad_datum
                           FROM REDWARRIOR.dbo.paus_register pr
                           WHERE pr.orsakskod IN ('KONKURS',
                                                  'SKULDSAN')
                             AND pr.avslutad_datum >=
                                 CAST(:WS-PERIOD-START AS DATE)
                             AND pr.avslutad_datum <
                                 CAST(:WS-PERIOD-SLUT AS DATE)) u
                    ) h
               JOIN REDWARRIOR.dbo.faktura_alla f
                 ON f.lopnr = h.lopnr
               OUTER APPLY
                    (SELECT SUM(t.belopp) AS kapital
                     FROM REDWARRIOR.dbo.arendereskontra t
                     WHERE t.lopnr = f.lopnr
                       AND t.transtyp = 'KAPITAL') rk
               CROSS APPLY
                    (SELECT f.belopp_bet
                            - ISNULL((SELECT SUM(bf.belopp_kapital)
                              FROM
                               REDWARRIOR.dbo.betalning_fordelning_alla
                                   bf
                              WHERE bf.lopnr = f.lopnr
                                AND bf.betaldag >=
                                    CAST(:WS-PERIOD-SLUT AS DATE)), 0)
                            AS atervunnet) x
               WHERE h.nr = 1
                 AND f.attbet - x.atervunnet > 0
                 AND NOT (h.orsak = 'BYRA-02'
                      AND EXISTS
                          (SELECT 1
                           FROM REDWARRIOR.dbo.betalning_fordelning_alla
                                bf
                           WHERE bf.lopnr = f.lopnr
                             AND bf.belopp_kapital > 0
                             AND bf.betaldag > h.datum
                             AND bf.betaldag <
                                 CAST(:WS-PERIOD-SLUT AS DATE)))
                 AND NOT EXISTS
                     (SELECT 1
                      FROM REDWARRIOR.dbo.kundforlust_intyg k
                      WHERE k.lopnr = f.lopnr
                        AND k.radtyp = 'FORL'
                        AND k.kvartal <> :WS-KVARTAL)
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID KONSTATERING AV FORLUSTER: " SQLCODE
               MOVE 16 TO RETURN-CODE
           END-IF.

       F-ATERFOR-FORLUSTER SECTION.

      *> En tidigare intygad förlust som helt eller delvis
      *> betalats ska tillbaka i intyget kvartalet efter, så
      *> uppdragsgivaren kan rätta momsen. Netto intygat per
      *> faktura (FORL minus tidigare ATERF) ställs mot
      *> kvarstående kapital per kvartalets slut; är det
      *> kvarstående mindre blir skillnaden en ATERF-rad med
      *> negativ förlust. Datum är sista betalningsdagen i
      *> kvartalet, annars kvartalets sista dag.
           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.kundforlust_intyg
                   (kvartal, upgnr, lopnr, kundnr, radtyp, orsak,
                    forlust_datum, originalbelopp, kapital,
                    atervunnet, forlust, valuta, forlust_sek,
                    skapad_at)
               SELECT :WS-KVARTAL, f.upgnr, f.lopnr, f.kundnr,
                      'ATERF', k.orsak,
                      ISNULL(bd.betaldag,
                             CAST(:WS-PERIOD-SISTA AS DATE)),
                      ISNULL(rk.kapital, f.attbet), f.attbet,
                      k.netto - z.kvar, z.kvar - k.netto,
                      ISNULL(f.valuta, 'SEK'),
                      ROUND((z.kvar - k.netto)
                            * ISNULL(f.valuta_kurs, 1), 2),
                      GETDATE()
               FROM (SELECT i.lopnr, SUM(i.forlust) AS netto,
                            MAX(CASE WHEN i.radtyp = 'FORL'
                                THEN i.orsak END) AS orsak
                     FROM REDWARRIOR.dbo.kundforlust_intyg i
                     WHERE i.kvartal < :WS-KVARTAL
                     GROUP BY i.lopnr
                     HAVING SUM(i.forlust) > 0) k
               JOIN REDWARRIOR.dbo.faktura_alla f
                 ON f.lopnr = k.lopnr
               OUTER APPLY
                    (SELECT SUM(t.belopp) AS kapital
                     FROM REDWARRIOR.dbo.arendereskontra t
                     WHERE t.lopnr = f.lopnr
                       AND t.transtyp = 'KAPITAL') rk
               CROSS APPLY
                    (SELECT f.attbet - f.belopp_bet
                            + ISNULL((SELECT SUM(bf.belopp_kapital)
                              FROM
                               REDWARRIOR.dbo.betalning_fordelning_alla
                                   bf
                              WHERE bf.lopnr = f.lopnr
                                AND bf.betaldag >=
                                    CAST(:WS-PERIOD-SLUT AS DATE)), 0)
                            AS kvar) y
               CROSS APPLY
                    (SELECT CASE WHEN y.kvar < 0 THEN 0
                                 ELSE y.kvar END AS kvar) z
               OUTER APPLY
                    (SELECT MAX(bf.betaldag) AS betaldag
                     FROM REDWARRIOR.dbo.betalning_fordelning_alla bf
                     WHERE bf.lopnr = f.lopnr
                       AND bf.belopp_kapital > 0
                       AND bf.betaldag >=
                           CAST(:WS-PERIOD-START AS DATE)
                       AND bf.betaldag <
                           CAST(:WS-PERIOD-SLUT AS DATE)) bd
               WHERE z.kvar < k.netto
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID ATERFORING AV FORLUSTER: " SQLCODE
               MOVE 16 TO RETURN-CODE
           END-IF.

       G-SKRIV-INTYG SECTION.

      *> Kvartalets rader per uppdragsgivare, förluster före
      *> återföringar. Ett nytt upgnr stänger föregående intyg och
      *> öppnar nästa (H-OPPNA-INTYG); en uppdragsgivare utan
      *> rader under kvartalet får inget intyg.
           EXEC SQL
               DECLARE INTYG_CURSOR CURSOR FOR
               SELECT i.upgnr, i.lopnr, i.kundnr, i.radtyp,
                      i.orsak,
                      CONVERT(CHAR(10), i.forlust_datum, 120),
                      i.originalbelopp, i.kapital, i.atervunnet,
                      i.forlust, i.valuta, i.forlust_sek
               FROM REDWARRIOR.dbo.kundforlust_intyg i
               WHERE i.kvartal = :WS-KVARTAL
               ORDER BY i.upgnr, i.radtyp DESC, i.lopnr
           END-EXEC

           EXEC SQL
               OPEN INTYG_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN INTYG_CURSOR: " SQLCODE
               MOVE 16 TO RETURN-CODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH INTYG_CURSOR
                   INTO :forlust-upgnr, :forlust-lopnr,
                        :forlust-kundnr, :forlust-radtyp,
                        :forlust-orsak, :forlust-forlust-datum,
                        :forlust-originalbelopp, :forlust-kapital,
                        :forlust-atervunnet, :forlust-forlust,
                        :forlust-valuta, :forlust-forlust-sek
               END-EXEC

               IF SQLCODE = 0
                   IF forlust-upgnr NOT = WS-FORRA-UPGNR
                       PERFORM K-AVSLUTA-INTYG
                       PERFORM H-OPPNA-INTYG
                   END-IF
                   PERFORM I-SKRIV-INTYGSRAD
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH INTYG: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE INTYG_CURSOR
           END-EXEC

           PERFORM K-AVSLUTA-INTYG.

       H-OPPNA-INTYG SECTION.

           MOVE forlust-upgnr TO WS-FORRA-UPGNR
           MOVE 0 TO WS-FIL-ANTAL-FORL
           MOVE 0 TO WS-FIL-ANTAL-ATERF
           MOVE 0 TO WS-FIL-FORLUST-SEK
           MOVE 0 TO WS-FIL-ATERFORT-SEK

           MOVE SPACES TO upg-namn
           MOVE SPACES TO upg-orgnr
           EXEC SQL
               SELECT namn, orgnr INTO :upg-namn, :upg-orgnr
               FROM REDWARRIOR.dbo.uppdragsgivare
               WHERE upgnr = :forlust-upgnr
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "*OKAND*" TO upg-namn
           END-IF

           MOVE forlust-upgnr TO WS-EDIT-UPGNR-FIL
           PERFORM M-SATT-FILNAMN
           OPEN OUTPUT INTYGSFIL
           MOVE "J" TO WS-FIL-OPPEN
           ADD 1 TO WS-ANTAL-FILER

           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "INTYG OM KONSTATERAD KUNDFORLUST  KVARTAL " WS-KVARTAL
             " (" WS-PERIOD-START " - " WS-PERIOD-SISTA ")"
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM L-SKRIV-RAD

           MOVE forlust-upgnr TO WS-EDIT-UPGNR
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "UPPDRAGSGIVARE " WS-EDIT-UPGNR " " upg-namn
             "  ORGNR " upg-orgnr
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM L-SKRIV-RAD

           MOVE SPACES TO WS-RAPPORT-RAD
           PERFORM L-SKRIV-RAD
           STRING
             "FORDRINGARNA NEDAN HAR UNDER KVARTALET KONSTATERATS "
             "SOM KUNDFORLUST (TYP FORL). TIDIGARE INTYGADE "
             "FORLUSTER SOM DAREFTER"
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM L-SKRIV-RAD
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "BETALATS ATERFORS (TYP ATERF). BELOPP I FAKTURANS "
             "VALUTA, FORLUST SEK TILL FAKTURANS BOKFORINGSKURS."
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM L-SKRIV-RAD

           MOVE SPACES TO WS-RAPPORT-RAD
           PERFORM L-SKRIV-RAD
           STRING
             "   FAKTURA     KUNDNR TYP   ORSAK      DATUM      VAL"
             "  ORIGINALBEL.  MOMSGR.KAPIT.    ATERVUNNET"
             "       FORLUST   FORLUST SEK"
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM L-SKRIV-RAD.

       I-SKRIV-INTYGSRAD SECTION.

           IF forlust-radtyp = "FORL"
               ADD 1 TO WS-FIL-ANTAL-FORL
               ADD forlust-forlust-sek TO WS-FIL-FORLUST-SEK
           ELSE
               ADD 1 TO WS-FIL-ANTAL-ATERF
               ADD forlust-forlust-sek TO WS-FIL-ATERFORT-SEK
           END-IF
           ADD 1 TO WS-ANTAL-RADER

           MOVE forlust-lopnr TO WS-EDIT-LOPNR
           MOVE forlust-kundnr TO WS-EDIT-KUNDNR
           MOVE forlust-originalbelopp TO WS-EDIT-ORIGINAL
           MOVE forlust-kapital TO WS-EDIT-KAPITAL
           MOVE forlust-atervunnet TO WS-EDIT-ATERVUNNET
           MOVE forlust-forlust TO WS-EDIT-FORLUST
           MOVE forlust-forlust-sek TO WS-EDIT-FORLUST-SEK

           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             WS-EDIT-LOPNR " " WS-EDIT-KUNDNR " "
             forlust-radtyp " " forlust-orsak " "
             forlust-forlust-datum " " forlust-valuta " "
             WS-EDIT-ORIGINAL " " WS-EDIT-KAPITAL " "
             WS-EDIT-ATERVUNNET " " WS-EDIT-FORLUST " "
             WS-EDIT-FORLUST-SEK
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM L-SKRIV-RAD.

       K-AVSLUTA-INTYG SECTION.

      *> Summering och förklaring av orsakskoderna sist i
      *> intyget. Anropas vid varje brytning och efter sista
      *> raden; ingen öppen fil = inget att avsluta.
           IF WS-FIL-OPPEN = "J"
               COMPUTE WS-FIL-NETTO-SEK =
                 WS-FIL-FORLUST-SEK + WS-FIL-ATERFORT-SEK
               ADD WS-FIL-NETTO-SEK TO WS-TOTAL-NETTO-SEK

               MOVE SPACES TO WS-RAPPORT-RAD
               PERFORM L-SKRIV-RAD

               MOVE WS-FIL-ANTAL-FORL TO WS-EDIT-ANTAL
               MOVE WS-FIL-FORLUST-SEK TO WS-EDIT-SUMMA
               STRING
                 "KONSTATERADE FORLUSTER   ANTAL " WS-EDIT-ANTAL
                 "   SEK " WS-EDIT-SUMMA
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               PERFORM L-SKRIV-RAD

               MOVE WS-FIL-ANTAL-ATERF TO WS-EDIT-ANTAL
               MOVE WS-FIL-ATERFORT-SEK TO WS-EDIT-SUMMA
               MOVE SPACES TO WS-RAPPORT-RAD
               STRING
                 "ATERFORINGAR             ANTAL " WS-EDIT-ANTAL
                 "   SEK " WS-EDIT-SUMMA
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               PERFORM L-SKRIV-RAD

               MOVE WS-FIL-NETTO-SEK TO WS-EDIT-SUMMA
               MOVE SPACES TO WS-RAPPORT-RAD
               STRING
                 "NETTO KUNDFORLUST KVARTAL " WS-KVARTAL
                 "          SEK " WS-EDIT-SUMMA
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               PERFORM L-SKRIV-RAD

               MOVE SPACES TO WS-RAPPORT-RAD
               PERFORM L-SKRIV-RAD
               MOVE "ORSAK:" TO WS-RAPPORT-RAD
               PERFORM L-SKRIV-RAD
               MOVE "MINBELOPP" TO WS-ORSAKSKOD
               PERFORM N-SKRIV-ORSAKSRAD
               MOVE "BESLUT" TO WS-ORSAKSKOD
               PERFORM N-SKRIV-ORSAKSRAD
               MOVE "BYRA-02" TO WS-ORSAKSKOD
               PERFORM N-SKRIV-ORSAKSRAD
               MOVE "KONKURS" TO WS-ORSAKSKOD
               PERFORM N-SKRIV-ORSAKSRAD
               MOVE "SKULDSAN" TO WS-ORSAKSKOD
               PERFORM N-SKRIV-ORSAKSRAD
               MOVE "ACKORD" TO WS-ORSAKSKOD
               PERFORM N-SKRIV-ORSAKSRAD

               CLOSE INTYGSFIL
               MOVE "N" TO WS-FIL-OPPEN
           END-IF.

       N-SKRIV-ORSAKSRAD SECTION.

           EVALUATE WS-ORSAKSKOD
               WHEN "MINBELOPP"
                   MOVE "AVSKRIVEN, UNDER MINSTA BELOPP"
                     TO WS-ORSAKSTEXT
               WHEN "BESLUT"
                   MOVE "AVSKRIVEN EFTER BESLUT"
                     TO WS-ORSAKSTEXT
               WHEN "BYRA-02"
                   MOVE "EJ INDRIVNINGSBAR ENLIGT BYRA"
                     TO WS-ORSAKSTEXT
               WHEN "KONKURS"
                   MOVE "GALDENARENS KONKURS AVSLUTAD"
                     TO WS-ORSAKSTEXT
               WHEN "SKULDSAN"
                   MOVE "SKULDSANERING BESLUTAD"
                     TO WS-ORSAKSTEXT
               WHEN "ACKORD"
                   MOVE "AVSKRIVEN ENLIGT ACKORD"
                     TO WS-ORSAKSTEXT
               WHEN OTHER
                   MOVE SPACES TO WS-ORSAKSTEXT
           END-EVALUATE

           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "  " WS-ORSAKSKOD " " WS-ORSAKSTEXT
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM L-SKRIV-RAD.

       L-SKRIV-RAD SECTION.

           MOVE WS-RAPPORT-RAD TO INTYGSFIL-RAD
           WRITE INTYGSFIL-RAD.

       M-SATT-FILNAMN SECTION.

      *> Anroparen har lagt upgnr i WS-EDIT-UPGNR-FIL.
           MOVE SPACES TO WS-INTYGFIL-NAMN
           STRING
             "KUNDFORLUST_" WS-EDIT-UPGNR-FIL "_" WS-KVARTAL ".TXT"
             DELIMITED BY SIZE
             INTO WS-INTYGFIL-NAMN
           END-STRING.

       J-SPARA-KORNINGSLOGG SECTION.

      *> En rad i run_history per körning, samma mönster som
      *> J-SPARA-KORNINGSLOGG i ByraJamforelse.cbl: antal
      *> intygsrader och netto kundförlust i SEK som
      *> kontrollbelopp.
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

           MOVE "KundforlustIntyg" TO run-history-programnamn
           MOVE "KFINTY" TO run-history-steg
           MOVE WS-ANTAL-RADER TO run-history-antal-infogade
           MOVE 0 TO run-history-antal-borttagna
           MOVE 0 TO run-history-antal-flaggade
           MOVE 0 TO run-history-antal-avskrivna
           MOVE 0 TO run-history-antal-aterbet
           MOVE WS-TOTAL-NETTO-SEK TO run-history-kontroll-belopp
           MOVE SPACES TO run-history-parametrar
           STRING
             "KVARTAL=" WS-KVARTAL
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
