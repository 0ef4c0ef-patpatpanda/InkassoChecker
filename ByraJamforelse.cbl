       IDENTIFICATION DIVISION.
       PROGRAM-ID. ByraJamforelse.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Kvartalsrapport som jämför inkassobyråerna
      *> (byra_register, P_W689.CPY). Underlaget är ärendena som
      *> överlämnades under kvartalet enligt inkasso_export_arkiv
      *> (P_W680.CPY), och för dem visas hur de stängts av byrån
      *> (statuskod 01/02/03 i InkassoReturImport.cbl), median-
      *> dagar från överlämning till stängning, vad byrån
      *> redovisat in mot överlämnat belopp och hur många
      *> återkallelser vi skickat. Per byrå totalt, per
      *> uppdragsgivare och per beloppsintervall - underlag för
      *> beslutet om vilken byrå en uppdragsgivare ska ha
      *> (inkasso_parameter.byra_id).
           SELECT BYRARAPPORT ASSIGN TO "BYRAJAMFORELSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BYRARAPPORT.
       01  BYRARAPPORT-RAD               PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W669.CPY".
       COPY "P_W675.CPY".
       COPY "P_W689.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-MÅNAD                      PIC X(2).
       01  WS-DAG                        PIC X(2).

      *> Kvartal ÅÅÅÅ-Kn ur JCL PARM (t.ex. 2026-K3), annars
      *> föregående kalenderkvartal. Kvartalet är [första dagen,
      *> första dagen i nästa kvartal) och avgör vilka
      *> överlämningar som räknas; utfallen räknas fram till
      *> körningsdagen, så ett kvartal kan köras om senare när
      *> fler ärenden hunnit stängas.
       01  WS-KVARTAL                    PIC X(7).
       01  WS-KVARTAL-NR                 PIC 9(1).
       01  WS-KVARTAL-MANAD              PIC 9(2).
       01  WS-PERIOD-START               PIC X(10).
       01  WS-PERIOD-SLUT                PIC X(10).
       01  WS-DAGENS-DATUM               PIC X(10).

      *> En rad ur JAMFORELSE_CURSOR. Raden är byråns total när
      *> både upgnr och intervall är NULL (GROUPING = 1),
      *> annars en uppdragsgivare- eller intervallrad.
       01  WS-BYRA-ID                    PIC S9(3) COMP-3.
       01  WS-UPGNR                      PIC S9(7) COMP-3.
       01  WS-UPGNR-NULL                 PIC S9(4) COMP-5.
       01  WS-INTERVALL                  PIC S9(4) COMP-5.
       01  WS-INTERVALL-NULL             PIC S9(4) COMP-5.
       01  WS-GRUPP-UPGNR                PIC S9(4) COMP-5.
       01  WS-GRUPP-INTERVALL            PIC S9(4) COMP-5.
       01  WS-ANTAL                      PIC S9(9) COMP-5.
       01  WS-OVERLAMNAT                 PIC S9(11)V9(2) COMP-3.
       01  WS-ANTAL-01                   PIC S9(9) COMP-5.
       01  WS-ANTAL-02                   PIC S9(9) COMP-5.
       01  WS-ANTAL-03                   PIC S9(9) COMP-5.
       01  WS-ATERVUNNET                 PIC S9(11)V9(2) COMP-3.
       01  WS-ATERKALLELSER              PIC S9(9) COMP-5.

      *> Mediandagar överlämning -> stängning för radens urval,
      *> hämtad i I-HAMTA-MEDIAN. NULL/100 = inget stängt ärende.
       01  WS-MEDIAN-DAGAR               PIC S9(5)V9(1) COMP-3.
       01  WS-MEDIAN-NULL                PIC S9(4) COMP-5.
       01  WS-FILTER-UPGNR               PIC S9(7) COMP-3.
       01  WS-FILTER-INTERVALL           PIC S9(4) COMP-5.

       01  WS-FORRA-BYRA-ID              PIC S9(3) COMP-3 VALUE -1.
       01  WS-FORRA-GRUPP                PIC X(1) VALUE SPACES.
       01  WS-GRUPP                      PIC X(1).

       01  WS-PROCENT                    PIC S9(3) COMP-3.
       01  WS-RADTEXT                    PIC X(30).
       01  WS-ANTAL-BYRAER               PIC S9(9) COMP-5 VALUE 0.
       01  WS-TOTAL-ANTAL                PIC S9(9) COMP-5 VALUE 0.
       01  WS-TOTAL-OVERLAMNAT           PIC S9(11)V9(2) COMP-3
                                           VALUE 0.

       01  WS-EDIT-BYRA-ID               PIC ZZ9.
       01  WS-EDIT-UPGNR                 PIC Z(6)9.
       01  WS-EDIT-ANTAL                 PIC Z(5)9.
       01  WS-EDIT-OVERLAMNAT            PIC Z(9)9.99.
       01  WS-EDIT-PROC-01               PIC ZZ9.
       01  WS-EDIT-PROC-02               PIC ZZ9.
       01  WS-EDIT-PROC-03               PIC ZZ9.
       01  WS-EDIT-MEDIAN                PIC X(7).
       01  WS-EDIT-MEDIAN-NUM            PIC Z(4)9.9.
       01  WS-EDIT-ATERVUNNET            PIC Z(9)9.99.
       01  WS-EDIT-PROC-ATERV            PIC ZZ9.
       01  WS-EDIT-ATERKALL              PIC Z(5)9.
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

           OPEN OUTPUT BYRARAPPORT

           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "JAMFORELSE MELLAN INKASSOBYRAER  KVARTAL " WS-KVARTAL
             " (OVERLAMNADE FRAN " WS-PERIOD-START " TILL "
             WS-PERIOD-SLUT ")  UTFALL PER " WS-DAGENS-DATUM
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM H-SKRIV-RAD
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "01/02/03 = ANDEL STANGD AV BYRAN SOM BETALD/"
             "EJ INDRIVNINGSBAR/BESTRIDD.  MEDIAN = DAGAR FRAN "
             "OVERLAMNING TILL STANGNING."
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM H-SKRIV-RAD

           PERFORM D-BYGG-JAMFORELSE

           CLOSE BYRARAPPORT

           PERFORM J-SPARA-KORNINGSLOGG

           DISPLAY "Byråjämförelse klar. Byråer: " WS-ANTAL-BYRAER
             " Överlämnade ärenden: " WS-TOTAL-ANTAL

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
                      CONVERT(CHAR(10), GETDATE(), 120)
               INTO :WS-PERIOD-SLUT, :WS-DAGENS-DATUM
           END-EXEC.

       D-BYGG-JAMFORELSE SECTION.

      *> Ett överlämnat ärende är ett (byrå, lopnr) med arkivrad
      *> under kvartalet; återexporter (REEXP) ger inga nya
      *> arkivrader, men ett ärende som lämnats över på nytt
      *> räknas från första överlämningen i kvartalet. Byråns
      *> stängning är första historikraden från
      *> InkassoReturImport efter överlämningen (BETALDBYRA =
      *> 01, AVSKRIVEN = 02, PAUSAD = 03). Återvunnet är byråns
      *> redovisning till klientmedelskontot (INBET-rader från
      *> InkassoReturImport, se K-BOKFOR-BYRAREDOVISNING) -
      *> betalningar direkt till oss medan ärendet låg hos byrån
      *> är inte byråns förtjänst och räknas inte. Återkallelser
      *> är ATERKALL-poster som exporterats till samma byrå.
      *> Beloppsintervallen gäller överlämnat belopp.
           EXEC SQL
               DECLARE JAMFORELSE_CURSOR CURSOR FOR
               SELECT o.byra_id, o.upgnr, o.intervall,
                      GROUPING(o.upgnr), GROUPING(o.intervall),
                      COUNT(*), SUM(o.belopp),
                      SUM(CASE WHEN r.new_status = 'BETALDBYRA'
                          THEN 1 ELSE 0 END),
                      SUM(CASE WHEN r.new_status = 'AVSKRIVEN'
                          THEN 1 ELSE 0 END),
                      SUM(CASE WHEN r.new_status = 'PAUSAD'
                          THEN 1 ELSE 0 END),
                      SUM(ISNULL(kb.atervunnet, 0)),
                      SUM(ak.antal)
               FROM (SELECT ISNULL(a.byra_id, 1) AS byra_id,
                            a.upgnr, a.lopnr,
                            MAX(a.belopp) AS belopp,
                            MIN(a.exporterad_at) AS overlamnad,
                            CASE WHEN MAX(a.belopp) < 1000 THEN 1
                                 WHEN MAX(a.belopp) < 5000 THEN 2
                                 WHEN MAX(a.belopp) < 20000 THEN 3
                                 WHEN MAX(a.belopp) < 100000 THEN 4
                                 ELSE 5 END AS intervall
                     FROM REDWARRIOR.dbo.inkasso_export_arkiv a
                     WHERE a.exporterad_at >=
                           CAST(:WS-PERIOD-START AS DATE)
                       AND a.exporterad_at <
                           CAST(:WS-PERIOD-SLUT AS DATE)
                     GROUP BY ISNULL(a.byra_id, 1), a.upgnr,
                              a.lopnr) o
               OUTER APPLY
                    (SELECT TOP 1 h.new_status
                     FROM REDWARRIOR.dbo.paminnelser_history h
                     WHERE h.lopnr = o.lopnr
                       AND h.changed_by_program =
                           'InkassoReturImport'
                       AND h.changed_at >= o.overlamnad
                     ORDER BY h.changed_at) r
               OUTER APPLY
                    (SELECT SUM(k.belopp) AS atervunnet
                     FROM REDWARRIOR.dbo.klientmedel k
                     WHERE k.lopnr = o.lopnr
                       AND k.typ = 'INBET'
                       AND k.kalla_program = 'InkassoReturImport'
                       AND k.bokford_at >= o.overlamnad) kb
               OUTER APPLY
                    (SELECT COUNT(*) AS antal
                     FROM REDWARRIOR.dbo.byra_aterkallelse ba
                     WHERE ba.lopnr = o.lopnr
                       AND ba.posttyp = 'ATERKALL'
                       AND ba.exporterad = 'J'
                       AND ISNULL(ba.byra_id, 1) = o.byra_id
                       AND ba.skapad_at >= o.overlamnad) ak
               GROUP BY GROUPING SETS ((o.byra_id),
                                       (o.byra_id, o.upgnr),
                                       (o.byra_id, o.intervall))
               ORDER BY o.byra_id,
                        GROUPING(o.upgnr) + GROUPING(o.intervall)
                          DESC,
                        GROUPING(o.upgnr), o.upgnr, o.intervall
           END-EXEC

           EXEC SQL
               OPEN JAMFORELSE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN JAMFORELSE_CURSOR: " SQLCODE
               MOVE 16 TO RETURN-CODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH JAMFORELSE_CURSOR
                   INTO :WS-BYRA-ID,
                        :WS-UPGNR :WS-UPGNR-NULL,
                        :WS-INTERVALL :WS-INTERVALL-NULL,
                        :WS-GRUPP-UPGNR, :WS-GRUPP-INTERVALL,
                        :WS-ANTAL, :WS-OVERLAMNAT,
                        :WS-ANTAL-01, :WS-ANTAL-02, :WS-ANTAL-03,
                        :WS-ATERVUNNET, :WS-ATERKALLELSER
               END-EXEC

               IF SQLCODE = 0
                   PERFORM E-KONTROLLERA-BRYTNING
                   PERFORM F-SKRIV-JAMFORELSERAD
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH JAMFORELSE: "
                         SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE JAMFORELSE_CURSOR
           END-EXEC.

       E-KONTROLLERA-BRYTNING SECTION.

      *> WS-GRUPP: T = byråns total, U = per uppdragsgivare,
      *> B = per beloppsintervall.
           IF WS-GRUPP-UPGNR = 1 AND WS-GRUPP-INTERVALL = 1
               MOVE "T" TO WS-GRUPP
           ELSE
               IF WS-GRUPP-INTERVALL = 1
                   MOVE "U" TO WS-GRUPP
               ELSE
                   MOVE "B" TO WS-GRUPP
               END-IF
           END-IF

           IF WS-BYRA-ID NOT = WS-FORRA-BYRA-ID
               MOVE WS-BYRA-ID TO WS-FORRA-BYRA-ID
               MOVE SPACES TO WS-FORRA-GRUPP
               ADD 1 TO WS-ANTAL-BYRAER

               MOVE WS-BYRA-ID TO byrareg-byra-id
               EXEC SQL
                   SELECT namn INTO :byrareg-namn
                   FROM REDWARRIOR.dbo.byra_register
                   WHERE byra_id = :byrareg-byra-id
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "*OKAND*" TO byrareg-namn
               END-IF

               MOVE WS-BYRA-ID TO WS-EDIT-BYRA-ID
               MOVE SPACES TO WS-RAPPORT-RAD
               PERFORM H-SKRIV-RAD
               MOVE SPACES TO WS-RAPPORT-RAD
               STRING
                 "BYRA " WS-EDIT-BYRA-ID " " byrareg-namn
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               PERFORM H-SKRIV-RAD
           END-IF

           IF WS-GRUPP NOT = WS-FORRA-GRUPP
               MOVE WS-GRUPP TO WS-FORRA-GRUPP
               MOVE SPACES TO WS-RAPPORT-RAD
               PERFORM H-SKRIV-RAD
               IF WS-GRUPP = "T"
                   MOVE "TOTALT" TO WS-RADTEXT
               ELSE
                   IF WS-GRUPP = "U"
                       MOVE "PER UPPDRAGSGIVARE" TO WS-RADTEXT
                   ELSE
                       MOVE "PER BELOPPSINTERVALL" TO WS-RADTEXT
                   END-IF
               END-IF
               MOVE SPACES TO WS-RAPPORT-RAD
               STRING
                 WS-RADTEXT " ANTAL    OVERLAMNAT"
                 "  01%  02%  03%  MEDIAN"
                 "    ATERVUNNET ATERV% ATERKALL"
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               PERFORM H-SKRIV-RAD
           END-IF.

       F-SKRIV-JAMFORELSERAD SECTION.

           MOVE SPACES TO WS-RADTEXT

           IF WS-GRUPP = "T"
               MOVE "  SAMTLIGA" TO WS-RADTEXT
               MOVE 0 TO WS-FILTER-UPGNR
               MOVE 0 TO WS-FILTER-INTERVALL
               ADD WS-ANTAL TO WS-TOTAL-ANTAL
               ADD WS-OVERLAMNAT TO WS-TOTAL-OVERLAMNAT
           ELSE
           IF WS-GRUPP = "U"
               MOVE WS-UPGNR TO WS-FILTER-UPGNR
               MOVE 0 TO WS-FILTER-INTERVALL
               MOVE SPACES TO upg-namn
               EXEC SQL
                   SELECT namn INTO :upg-namn
                   FROM REDWARRIOR.dbo.uppdragsgivare
                   WHERE upgnr = :WS-UPGNR
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "*OKAND*" TO upg-namn
               END-IF
               MOVE WS-UPGNR TO WS-EDIT-UPGNR
               STRING
                 "  " WS-EDIT-UPGNR " " upg-namn(1:20)
                 DELIMITED BY SIZE
                 INTO WS-RADTEXT
               END-STRING
           ELSE
               MOVE 0 TO WS-FILTER-UPGNR
               MOVE WS-INTERVALL TO WS-FILTER-INTERVALL
               IF WS-INTERVALL = 1
                   MOVE "  UNDER 1 000 KR" TO WS-RADTEXT
               ELSE
               IF WS-INTERVALL = 2
                   MOVE "  1 000 - 4 999 KR" TO WS-RADTEXT
               ELSE
               IF WS-INTERVALL = 3
                   MOVE "  5 000 - 19 999 KR" TO WS-RADTEXT
               ELSE
               IF WS-INTERVALL = 4
                   MOVE "  20 000 - 99 999 KR" TO WS-RADTEXT
               ELSE
                   MOVE "  100 000 KR OCH MER" TO WS-RADTEXT
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF

           PERFORM I-HAMTA-MEDIAN

           MOVE WS-ANTAL TO WS-EDIT-ANTAL
           MOVE WS-OVERLAMNAT TO WS-EDIT-OVERLAMNAT
           MOVE WS-ATERVUNNET TO WS-EDIT-ATERVUNNET
           MOVE WS-ATERKALLELSER TO WS-EDIT-ATERKALL

           COMPUTE WS-PROCENT ROUNDED = WS-ANTAL-01 * 100 / WS-ANTAL
           MOVE WS-PROCENT TO WS-EDIT-PROC-01
           COMPUTE WS-PROCENT ROUNDED = WS-ANTAL-02 * 100 / WS-ANTAL
           MOVE WS-PROCENT TO WS-EDIT-PROC-02
           COMPUTE WS-PROCENT ROUNDED = WS-ANTAL-03 * 100 / WS-ANTAL
           MOVE WS-PROCENT TO WS-EDIT-PROC-03

           IF WS-OVERLAMNAT > 0
               COMPUTE WS-PROCENT ROUNDED =
                 WS-ATERVUNNET * 100 / WS-OVERLAMNAT
           ELSE
               MOVE 0 TO WS-PROCENT
           END-IF
           MOVE WS-PROCENT TO WS-EDIT-PROC-ATERV

           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             WS-RADTEXT WS-EDIT-ANTAL " " WS-EDIT-OVERLAMNAT "  "
             WS-EDIT-PROC-01 "  " WS-EDIT-PROC-02 "  "
             WS-EDIT-PROC-03 " " WS-EDIT-MEDIAN " "
             WS-EDIT-ATERVUNNET "    " WS-EDIT-PROC-ATERV "   "
             WS-EDIT-ATERKALL
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM H-SKRIV-RAD.

       H-SKRIV-RAD SECTION.

           MOVE WS-RAPPORT-RAD TO BYRARAPPORT-RAD
           WRITE BYRARAPPORT-RAD.

       I-HAMTA-MEDIAN SECTION.

      *> Median över de stängda ärendena i radens urval (filter 0
      *> = alla) - samma överlämnings- och stängningsregel som
      *> JAMFORELSE_CURSOR. Ett jämnt antal ger medelvärdet av
      *> de två mittersta.
           EXEC SQL
               SELECT TOP 1
                      CAST(PERCENTILE_CONT(0.5)
                           WITHIN GROUP (ORDER BY m.dagar)
                           OVER () AS DECIMAL(6,1))
               INTO :WS-MEDIAN-DAGAR :WS-MEDIAN-NULL
               FROM (SELECT DATEDIFF(DAY, o.overlamnad,
                                     r.changed_at) AS dagar
                     FROM (SELECT a.lopnr, a.upgnr,
                                  MAX(a.belopp) AS belopp,
                                  MIN(a.exporterad_at) AS overlamnad
                           FROM REDWARRIOR.dbo.inkasso_export_arkiv
                                a
                           WHERE ISNULL(a.byra_id, 1) = :WS-BYRA-ID
                             AND a.exporterad_at >=
                                 CAST(:WS-PERIOD-START AS DATE)
                             AND a.exporterad_at <
                                 CAST(:WS-PERIOD-SLUT AS DATE)
                           GROUP BY a.upgnr, a.lopnr) o
                     CROSS APPLY
                          (SELECT TOP 1 h.changed_at
                           FROM REDWARRIOR.dbo.paminnelser_history h
                           WHERE h.lopnr = o.lopnr
                             AND h.changed_by_program =
                                 'InkassoReturImport'
                             AND h.changed_at >= o.overlamnad
                           ORDER BY h.changed_at) r
                     WHERE (o.upgnr = :WS-FILTER-UPGNR
                            OR :WS-FILTER-UPGNR = 0)
                       AND (:WS-FILTER-INTERVALL = 0
                            OR CASE WHEN o.belopp < 1000 THEN 1
                                    WHEN o.belopp < 5000 THEN 2
                                    WHEN o.belopp < 20000 THEN 3
                                    WHEN o.belopp < 100000 THEN 4
                                    ELSE 5 END
                               = :WS-FILTER-INTERVALL)) m
           END-EXEC

           IF SQLCODE = 0 AND WS-MEDIAN-NULL >= 0
               MOVE WS-MEDIAN-DAGAR TO WS-EDIT-MEDIAN-NUM
               MOVE WS-EDIT-MEDIAN-NUM TO WS-EDIT-MEDIAN
           ELSE
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY "SQL FEL VID MEDIANBERAKNING: " SQLCODE
               END-IF
               MOVE "      -" TO WS-EDIT-MEDIAN
           END-IF.

       J-SPARA-KORNINGSLOGG SECTION.

      *> En rad i run_history per körning, samma mönster som
      *> I-SPARA-KORNINGSLOGG i AvrakningsRapport.cbl: antal
      *> överlämnade ärenden och överlämnat belopp som
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

           MOVE "ByraJamforelse" TO run-history-programnamn
           MOVE "BYRAJF" TO run-history-steg
           MOVE WS-TOTAL-ANTAL TO run-history-antal-infogade
           MOVE 0 TO run-history-antal-borttagna
           MOVE 0 TO run-history-antal-flaggade
           MOVE 0 TO run-history-antal-avskrivna
           MOVE 0 TO run-history-antal-aterbet
           MOVE WS-TOTAL-OVERLAMNAT TO run-history-kontroll-belopp
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
