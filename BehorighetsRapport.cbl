       IDENTIFICATION DIVISION.
       PROGRAM-ID. BehorighetsRapport.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Revisorns månadsrapport över operatörsregistret: vilka
      *> behörigheter varje signatur hade vid periodens slut, vilka
      *> ändringar som gjordes i registret under perioden och vilka
      *> försök som nekades i underhållsprogrammen.
           SELECT BEHORIGHETSFIL ASSIGN TO "BEHORIGHETSRAPPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BEHORIGHETSFIL.
       01  BEHORIGHETSFIL-RAD            PIC X(120).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W669.CPY".
       COPY "P_W692.CPY".
       COPY "P_W693.CPY".

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

       01  WS-ANTAL-BEHORIGHETER         PIC S9(9) COMP-5 VALUE 0.
       01  WS-ANTAL-ANDRINGAR            PIC S9(9) COMP-5 VALUE 0.
       01  WS-ANTAL-NEKADE               PIC S9(9) COMP-5 VALUE 0.

       01  WS-EDIT-ANTAL                 PIC Z(5)9.
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

           OPEN OUTPUT BEHORIGHETSFIL

           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "BEHORIGHETSRAPPORT OPERATORSREGISTRET  PERIOD "
             WS-PERIOD
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM H-SKRIV-RAD

           PERFORM D-SKRIV-BEHORIGHETER
           PERFORM E-SKRIV-ANDRINGAR
           PERFORM F-SKRIV-NEKADE

           CLOSE BEHORIGHETSFIL

           PERFORM I-SPARA-KORNINGSLOGG

           DISPLAY "Behörighetsrapport klar. Nekade försök: "
             WS-ANTAL-NEKADE

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

       D-SKRIV-BEHORIGHETER SECTION.

      *> Behörigheter som gällde vid periodens slut: beviljade före
      *> slutet och antingen fortfarande aktiva eller återkallade
      *> först efter periodens slut.
           MOVE SPACES TO WS-RAPPORT-RAD
           PERFORM H-SKRIV-RAD
           MOVE "1. BEHORIGHETER VID PERIODENS SLUT" TO WS-RAPPORT-RAD
           PERFORM H-SKRIV-RAD
           MOVE "SIGNATUR FUNKTION        BEVILJAD   AV       NAMN"
             TO WS-RAPPORT-RAD
           PERFORM H-SKRIV-RAD

           EXEC SQL
               DECLARE BEHORIG_CURSOR CURSOR FOR
               SELECT signatur, funktion, operator_namn,
                      CONVERT(CHAR(10), beviljad_datum, 120),
                      beviljad_av
               FROM REDWARRIOR.dbo.operator_behorighet
               WHERE beviljad_datum < CAST(:WS-PERIOD-SLUT AS DATE)
                 AND (aktiv = 'J'
                      OR aterkallad_datum >=
                         CAST(:WS-PERIOD-SLUT AS DATE))
               ORDER BY signatur, funktion
           END-EXEC

           EXEC SQL
               OPEN BEHORIG_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN BEHORIG_CURSOR: " SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH BEHORIG_CURSOR
                   INTO :oper-signatur, :oper-funktion,
                        :oper-operator-namn, :oper-beviljad-datum,
                        :oper-beviljad-av
               END-EXEC

               IF SQLCODE = 0
                   MOVE SPACES TO WS-RAPPORT-RAD
                   STRING
                     oper-signatur " " oper-funktion " "
                     oper-beviljad-datum " " oper-beviljad-av " "
                     oper-operator-namn
                     DELIMITED BY SIZE
                     INTO WS-RAPPORT-RAD
                   END-STRING
                   PERFORM H-SKRIV-RAD
                   ADD 1 TO WS-ANTAL-BEHORIGHETER
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH BEHORIG: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE BEHORIG_CURSOR
           END-EXEC

           MOVE WS-ANTAL-BEHORIGHETER TO WS-EDIT-ANTAL
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "ANTAL BEHORIGHETER: " WS-EDIT-ANTAL
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM H-SKRIV-RAD.

       E-SKRIV-ANDRINGAR SECTION.

      *> Ändringar i registret under perioden, skrivna av
      *> OperatorRegister.cbl.
           MOVE SPACES TO WS-RAPPORT-RAD
           PERFORM H-SKRIV-RAD
           MOVE "2. ANDRINGAR I REGISTRET UNDER PERIODEN"
             TO WS-RAPPORT-RAD
           PERFORM H-SKRIV-RAD
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "TIDPUNKT            HANDELSE   SIGNATUR "
             "FUNKTION        UTFORD AV"
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM H-SKRIV-RAD

           EXEC SQL
               DECLARE ANDRING_CURSOR CURSOR FOR
               SELECT CONVERT(CHAR(19), logg_at, 120), handelse,
                      signatur, funktion, utford_av
               FROM REDWARRIOR.dbo.behorighet_logg
               WHERE handelse IN ('BEVILJAD', 'ATERKALLAD')
                 AND logg_at >= CAST(:WS-PERIOD-START AS DATE)
                 AND logg_at < CAST(:WS-PERIOD-SLUT AS DATE)
               ORDER BY logg_at
           END-EXEC

           EXEC SQL
               OPEN ANDRING_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN ANDRING_CURSOR: " SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH ANDRING_CURSOR
                   INTO :blogg-logg-at, :blogg-handelse,
                        :blogg-signatur, :blogg-funktion,
                        :blogg-utford-av
               END-EXEC

               IF SQLCODE = 0
                   MOVE SPACES TO WS-RAPPORT-RAD
                   STRING
                     blogg-logg-at " " blogg-handelse " "
                     blogg-signatur " " blogg-funktion " "
                     blogg-utford-av
                     DELIMITED BY SIZE
                     INTO WS-RAPPORT-RAD
                   END-STRING
                   PERFORM H-SKRIV-RAD
                   ADD 1 TO WS-ANTAL-ANDRINGAR
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH ANDRING: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE ANDRING_CURSOR
           END-EXEC

           MOVE WS-ANTAL-ANDRINGAR TO WS-EDIT-ANTAL
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "ANTAL ANDRINGAR: " WS-EDIT-ANTAL
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM H-SKRIV-RAD.

       F-SKRIV-NEKADE SECTION.

      *> Nekade försök i underhållsprogrammen under perioden, se
      *> Z-KONTROLLERA-BEHORIGHET i respektive program.
           MOVE SPACES TO WS-RAPPORT-RAD
           PERFORM H-SKRIV-RAD
           MOVE "3. NEKADE FORSOK UNDER PERIODEN" TO WS-RAPPORT-RAD
           PERFORM H-SKRIV-RAD
           MOVE "TIDPUNKT            SIGNATUR FUNKTION        PROGRAM"
             TO WS-RAPPORT-RAD
           PERFORM H-SKRIV-RAD

           EXEC SQL
               DECLARE NEKAD_CURSOR CURSOR FOR
               SELECT CONVERT(CHAR(19), logg_at, 120), signatur,
                      funktion, program
               FROM REDWARRIOR.dbo.behorighet_logg
               WHERE handelse = 'NEKAD'
                 AND logg_at >= CAST(:WS-PERIOD-START AS DATE)
                 AND logg_at < CAST(:WS-PERIOD-SLUT AS DATE)
               ORDER BY signatur, logg_at
           END-EXEC

           EXEC SQL
               OPEN NEKAD_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN NEKAD_CURSOR: " SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH NEKAD_CURSOR
                   INTO :blogg-logg-at, :blogg-signatur,
                        :blogg-funktion, :blogg-program
               END-EXEC

               IF SQLCODE = 0
                   MOVE SPACES TO WS-RAPPORT-RAD
                   STRING
                     blogg-logg-at " " blogg-signatur " "
                     blogg-funktion " " blogg-program
                     DELIMITED BY SIZE
                     INTO WS-RAPPORT-RAD
                   END-STRING
                   PERFORM H-SKRIV-RAD
                   ADD 1 TO WS-ANTAL-NEKADE
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH NEKAD: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE NEKAD_CURSOR
           END-EXEC

           MOVE WS-ANTAL-NEKADE TO WS-EDIT-ANTAL
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "ANTAL NEKADE FORSOK: " WS-EDIT-ANTAL
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           PERFORM H-SKRIV-RAD.

       H-SKRIV-RAD SECTION.

           MOVE WS-RAPPORT-RAD TO BEHORIGHETSFIL-RAD
           WRITE BEHORIGHETSFIL-RAD.

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

           MOVE "BehorighetsRapport" TO run-history-programnamn
           MOVE "BEHOR" TO run-history-steg
           MOVE WS-ANTAL-BEHORIGHETER TO run-history-antal-infogade
           MOVE 0 TO run-history-antal-borttagna
           MOVE WS-ANTAL-NEKADE TO run-history-antal-flaggade
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
