       IDENTIFICATION DIVISION.
       PROGRAM-ID. BetalningsScoreRapport.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Månadsrapport över betalningsbenägenhet per
      *> uppdragsgivare: hur gäldenärerna med ärenden hos varje
      *> uppdragsgivare fördelar sig på klasserna A-D vid
      *> periodens slut, med snittpoäng. Klassen läses ur
      *> betalningsscore_historik (P_W701.CPY) så att en rapport
      *> för en gammal månad visar läget då, inte i dag.
           SELECT SCORERAPPORT ASSIGN TO "BETALNINGSSCORE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORERAPPORT.
       01  SCORERAPPORT-RAD              PIC X(120).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W669.CPY".
       COPY "P_W675.CPY".
       COPY "P_W717.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-MÅNAD                      PIC X(2).
       01  WS-DAG                        PIC X(2).

      *> Rapportperiod ÅÅÅÅ-MM ur JCL PARM, annars föregående
      *> kalendermånad - samma regel som C-LAS-PERIOD i
      *> AvrakningsRapport.cbl. Perioden är [första dagen, första
      *> dagen nästa månad).
       01  WS-PERIOD                     PIC X(7).
       01  WS-PERIOD-START               PIC X(10).
       01  WS-PERIOD-SLUT                PIC X(10).

      *> Antal gäldenärer per klass för en uppdragsgivare; OKLASS
      *> är gäldenärer som ännu inte fått någon poäng vid
      *> periodens slut.
       01  WS-ANTAL-A                    PIC S9(9) COMP-5.
       01  WS-ANTAL-B                    PIC S9(9) COMP-5.
       01  WS-ANTAL-C                    PIC S9(9) COMP-5.
       01  WS-ANTAL-D                    PIC S9(9) COMP-5.
       01  WS-ANTAL-OKLASS               PIC S9(9) COMP-5.
       01  WS-ANTAL-GALDENARER           PIC S9(9) COMP-5.
       01  WS-SNITT-SCORE                PIC S9(4) COMP-5.
       01  WS-SNITT-NULL                 PIC S9(4) COMP-5.

       01  WS-TOTAL-A                    PIC S9(9) COMP-5 VALUE 0.
       01  WS-TOTAL-B                    PIC S9(9) COMP-5 VALUE 0.
       01  WS-TOTAL-C                    PIC S9(9) COMP-5 VALUE 0.
       01  WS-TOTAL-D                    PIC S9(9) COMP-5 VALUE 0.
       01  WS-TOTAL-OKLASS               PIC S9(9) COMP-5 VALUE 0.
       01  WS-TOTAL-GALDENARER           PIC S9(9) COMP-5 VALUE 0.
       01  WS-ANTAL-UPPDRAGSGIVARE       PIC S9(9) COMP-5 VALUE 0.

       01  WS-EDIT-UPGNR                 PIC Z(6)9.
       01  WS-EDIT-A                     PIC Z(6)9.
       01  WS-EDIT-B                     PIC Z(6)9.
       01  WS-EDIT-C                     PIC Z(6)9.
       01  WS-EDIT-D                     PIC Z(6)9.
       01  WS-EDIT-OKLASS                PIC Z(6)9.
       01  WS-EDIT-TOTAL                 PIC Z(6)9.
       01  WS-EDIT-SNITT                 PIC ZZ9.
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

           OPEN OUTPUT SCORERAPPORT

           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "BETALNINGSBENAGENHET PER UPPDRAGSGIVARE  PERIOD "
             WS-PERIOD
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM H-SKRIV-RAD
           MOVE SPACES TO WS-RAPPORT-RAD
           PERFORM H-SKRIV-RAD
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "  UPGNR       A       B       C       D  OKLASS"
             "   TOTAL SNITT NAMN"
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM H-SKRIV-RAD

           PERFORM D-SKRIV-FORDELNING
           PERFORM F-SKRIV-TOTAL

           CLOSE SCORERAPPORT

           PERFORM I-SPARA-KORNINGSLOGG

           DISPLAY "Betalningsscorerapport klar. Uppdragsgivare: "
             WS-ANTAL-UPPDRAGSGIVARE

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
                        CAST(:WS-PERIOD-START AS DATE)), 120)
               INTO :WS-PERIOD-SLUT
           END-EXEC.

       D-SKRIV-FORDELNING SECTION.

      *> En gäldenär räknas hos en uppdragsgivare om den hade en
      *> faktura därifrån som var öppen någon gång under perioden
      *> (fakturerad före periodens slut och inte slutbetald före
      *> periodens start). En gäldenär med ärenden hos flera
      *> uppdragsgivare räknas hos var och en. Klass och poäng är
      *> den senaste historikraden före periodens slut.
           EXEC SQL
               DECLARE FORDELNING_CURSOR CURSOR FOR
               SELECT g.upgnr, ISNULL(u.namn, ' '),
                      SUM(CASE WHEN s.klass = 'A' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN s.klass = 'B' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN s.klass = 'C' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN s.klass = 'D' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN s.klass IS NULL
                          THEN 1 ELSE 0 END),
                      COUNT(*),
                      AVG(s.score)
               FROM (SELECT DISTINCT f.upgnr, f.kundnr
                     FROM REDWARRIOR.dbo.faktura_alla f
                     WHERE f.faktdat < CAST(:WS-PERIOD-SLUT AS DATE)
                       AND (f.belopp_bet < f.attbet
                            OR f.betaldat IS NULL
                            OR f.betaldat >=
                               CAST(:WS-PERIOD-START AS DATE))) g
               OUTER APPLY
                    (SELECT TOP 1 sh.klass, sh.score
                     FROM REDWARRIOR.dbo.betalningsscore_historik sh
                     WHERE sh.kundnr = g.kundnr
                       AND sh.giltig_fran <
                           CAST(:WS-PERIOD-SLUT AS DATE)
                     ORDER BY sh.giltig_fran DESC) s
               LEFT JOIN REDWARRIOR.dbo.uppdragsgivare u
                 ON u.upgnr = g.upgnr
               GROUP BY g.upgnr, u.namn
               ORDER BY g.upgnr
           END-EXEC

           EXEC SQL
               OPEN FORDELNING_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN FORDELNING_CURSOR: " SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH FORDELNING_CURSOR
                   INTO :upg-upgnr, :upg-namn,
                        :WS-ANTAL-A, :WS-ANTAL-B,
                        :WS-ANTAL-C, :WS-ANTAL-D,
                        :WS-ANTAL-OKLASS, :WS-ANTAL-GALDENARER,
                        :WS-SNITT-SCORE :WS-SNITT-NULL
               END-EXEC

               IF SQLCODE = 0
                   PERFORM E-SKRIV-UPPDRAGSGIVARE
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH FORDELNING: "
                         SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE FORDELNING_CURSOR
           END-EXEC.

       E-SKRIV-UPPDRAGSGIVARE SECTION.

           IF WS-SNITT-NULL < 0
               MOVE 0 TO WS-SNITT-SCORE
           END-IF

           MOVE upg-upgnr TO WS-EDIT-UPGNR
           MOVE WS-ANTAL-A TO WS-EDIT-A
           MOVE WS-ANTAL-B TO WS-EDIT-B
           MOVE WS-ANTAL-C TO WS-EDIT-C
           MOVE WS-ANTAL-D TO WS-EDIT-D
           MOVE WS-ANTAL-OKLASS TO WS-EDIT-OKLASS
           MOVE WS-ANTAL-GALDENARER TO WS-EDIT-TOTAL
           MOVE WS-SNITT-SCORE TO WS-EDIT-SNITT

           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             WS-EDIT-UPGNR " " WS-EDIT-A " " WS-EDIT-B " "
             WS-EDIT-C " " WS-EDIT-D " " WS-EDIT-OKLASS " "
             WS-EDIT-TOTAL "   " WS-EDIT-SNITT " " upg-namn
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM H-SKRIV-RAD

           ADD WS-ANTAL-A TO WS-TOTAL-A
           ADD WS-ANTAL-B TO WS-TOTAL-B
           ADD WS-ANTAL-C TO WS-TOTAL-C
           ADD WS-ANTAL-D TO WS-TOTAL-D
           ADD WS-ANTAL-OKLASS TO WS-TOTAL-OKLASS
           ADD WS-ANTAL-GALDENARER TO WS-TOTAL-GALDENARER
           ADD 1 TO WS-ANTAL-UPPDRAGSGIVARE.

       F-SKRIV-TOTAL SECTION.

      *> Summan över uppdragsgivarna - en gäldenär med ärenden hos
      *> flera räknas en gång per uppdragsgivare även här.
           MOVE WS-TOTAL-A TO WS-EDIT-A
           MOVE WS-TOTAL-B TO WS-EDIT-B
           MOVE WS-TOTAL-C TO WS-EDIT-C
           MOVE WS-TOTAL-D TO WS-EDIT-D
           MOVE WS-TOTAL-OKLASS TO WS-EDIT-OKLASS
           MOVE WS-TOTAL-GALDENARER TO WS-EDIT-TOTAL

           MOVE SPACES TO WS-RAPPORT-RAD
           PERFORM H-SKRIV-RAD
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "  TOTAL " WS-EDIT-A " " WS-EDIT-B " "
             WS-EDIT-C " " WS-EDIT-D " " WS-EDIT-OKLASS " "
             WS-EDIT-TOTAL
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM H-SKRIV-RAD.

       H-SKRIV-RAD SECTION.

           MOVE WS-RAPPORT-RAD TO SCORERAPPORT-RAD
           WRITE SCORERAPPORT-RAD.

       I-SPARA-KORNINGSLOGG SECTION.

      *> En rad i run_history per körning, samma mönster som
      *> I-SPARA-KORNINGSLOGG i AvrakningsRapport.cbl.
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

           MOVE "BetalningsScoreRapport" TO run-history-programnamn
           MOVE "SCORER" TO run-history-steg
           MOVE WS-TOTAL-GALDENARER TO run-history-antal-infogade
           MOVE 0 TO run-history-antal-borttagna
           MOVE WS-TOTAL-D TO run-history-antal-flaggade
           MOVE 0 TO run-history-antal-avskrivna
           MOVE 0 TO run-history-antal-aterbet
           MOVE 0 TO run-history-kontroll-belopp
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
