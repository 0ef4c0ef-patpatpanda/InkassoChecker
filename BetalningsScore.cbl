       IDENTIFICATION DIVISION.
       PROGRAM-ID. BetalningsScore.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      *> Nattlig beräkning av betalningsbenägenhet per gäldenär
      *> (kundnr) till betalningsscore, P_W700.CPY. Tidigare
      *> behandlades en kund som alltid betalar efter första
      *> påminnelsen likadant som en med tre ärenden hos byrån -
      *> poängen syns nu i ArendeForfragan.cbl, analytikernas
      *> arbetslista i BeslutskoUnderhall.cbl och stopplistan från
      *> KreditsparrExport.cbl. Komponenter och avdrag beskrivs i
      *> P_W700.CPY; ändringar loggas i betalningsscore_historik.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W669.CPY".
       COPY "P_W700.CPY".
       COPY "P_W701.CPY".
       COPY "P_W717.CPY".
       COPY "P_W719.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-MÅNAD                      PIC X(2).
       01  WS-DAG                        PIC X(2).

       01  WS-DAGENS-DATUM               PIC X(10).

      *> Avdrag per komponent efter tak, och summan som dras från
      *> 100.
       01  WS-AVDRAG                     PIC S9(9) COMP-5.
       01  WS-AVDRAG-TOTAL               PIC S9(9) COMP-5.

      *> Gäldenärens tidigare poäng och klass - finns ingen rad i
      *> betalningsscore är det första beräkningen.
       01  WS-TIDIGARE-SCORE             PIC S9(4) COMP-5.
       01  WS-TIDIGARE-KLASS             PIC X(1).
       01  WS-TIDIGARE-NULL              PIC S9(4) COMP-5.

       01  WS-ANTAL-BERAKNADE            PIC 9(7) VALUE 0.
       01  WS-ANTAL-NYA                  PIC 9(7) VALUE 0.
       01  WS-ANTAL-ANDRADE              PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       A-MAIN SECTION.

           PERFORM B-CONNECT-TO-DB

           EXEC SQL
               SELECT CONVERT(CHAR(10), GETDATE(), 120)
               INTO :WS-DAGENS-DATUM
           END-EXEC

           PERFORM C-BERAKNA-SCORE
           PERFORM H-SPARA-KORNINGSLOGG

           DISPLAY "Betalningsscore klar."
           DISPLAY "Gäldenärer beräknade: " WS-ANTAL-BERAKNADE
           DISPLAY "Varav nya:            " WS-ANTAL-NYA
           DISPLAY "Varav ändrad poäng:   " WS-ANTAL-ANDRADE

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

       C-BERAKNA-SCORE SECTION.

      *> En rad per kundnr med fakturor, med komponenterna räknade
      *> över gäldenärens samtliga ärenden:
      *>  - byrå/KFM: antal ärenden (lopnr) som någon gång fått
      *>    status JA resp. KFM eller UTSLAG i historiken.
      *>  - försening: genomsnitt i dagar från forfdat till
      *>    betaldag över inbetalningar; betalning före förfallo-
      *>    dagen räknas som 0, och återbetalningar (negativt
      *>    belopp) räknas inte.
      *>  - brutna planer: endast PLAN -> NEJ skrivet av
      *>    KONTROLLERA-BETALPLANER i The_Heart.cbl - en plan som
      *>    avslutas manuellt i BetalplanRegistrering.cbl ger samma
      *>    markörer men är inget planbrott.
      *>  - retur 02: ärenden som InkassoReturImport.cbl skrivit av
      *>    (statuskod 02 ger AVSKRIVEN).
           EXEC SQL
               DECLARE SCORE_CURSOR CURSOR FOR
               SELECT k.kundnr,
                      (SELECT COUNT(DISTINCT h.lopnr)
                       FROM REDWARRIOR.dbo.paminnelser_history h
                       JOIN REDWARRIOR.dbo.faktura_alla f
                         ON f.lopnr = h.lopnr
                       WHERE f.kundnr = k.kundnr
                         AND h.new_status = 'JA'),
                      (SELECT COUNT(DISTINCT h.lopnr)
                       FROM REDWARRIOR.dbo.paminnelser_history h
                       JOIN REDWARRIOR.dbo.faktura_alla f
                         ON f.lopnr = h.lopnr
                       WHERE f.kundnr = k.kundnr
                         AND h.new_status IN ('KFM', 'UTSLAG')),
                      ISNULL((SELECT AVG(CASE
                                WHEN b.betaldag > f.forfdat
                                THEN DATEDIFF(DAY, f.forfdat,
                                              b.betaldag)
                                ELSE 0 END)
                       FROM REDWARRIOR.dbo.betalning_fordelning_alla b
                       JOIN REDWARRIOR.dbo.faktura_alla f
                         ON f.lopnr = b.lopnr
                       WHERE f.kundnr = k.kundnr
                         AND b.belopp_avgift + b.belopp_ranta
                             + b.belopp_kapital > 0), 0),
                      (SELECT COUNT(*)
                       FROM REDWARRIOR.dbo.paus_register pr
                       JOIN REDWARRIOR.dbo.faktura_alla f
                         ON f.lopnr = pr.lopnr
                       WHERE f.kundnr = k.kundnr),
                      (SELECT COUNT(*)
                       FROM REDWARRIOR.dbo.paminnelser_history h
                       JOIN REDWARRIOR.dbo.faktura_alla f
                         ON f.lopnr = h.lopnr
                       WHERE f.kundnr = k.kundnr
                         AND h.old_status = 'PLAN'
                         AND h.new_status = 'NEJ'
                         AND h.changed_by_program = 'The_Heart'),
                      (SELECT COUNT(DISTINCT h.lopnr)
                       FROM REDWARRIOR.dbo.paminnelser_history h
                       JOIN REDWARRIOR.dbo.faktura_alla f
                         ON f.lopnr = h.lopnr
                       WHERE f.kundnr = k.kundnr
                         AND h.new_status = 'AVSKRIVEN'
                         AND h.changed_by_program =
                             'InkassoReturImport')
               FROM (SELECT DISTINCT kundnr
                     FROM REDWARRIOR.dbo.faktura_alla) k
               ORDER BY k.kundnr
           END-EXEC

           EXEC SQL
               OPEN SCORE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN SCORE_CURSOR: " SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH SCORE_CURSOR INTO
                       :score-kundnr, :score-antal-byra,
                       :score-antal-kfm, :score-snitt-dagar-sen,
                       :score-antal-paus, :score-antal-brutna,
                       :score-antal-retur02
               END-EXEC

               IF SQLCODE = 0
                   PERFORM D-SATT-POANG
                   PERFORM E-SPARA-SCORE
                   ADD 1 TO WS-ANTAL-BERAKNADE
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH SCORE: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE SCORE_CURSOR
           END-EXEC.

       D-SATT-POANG SECTION.

      *> 100 minus avdragen, varje komponent med sitt tak, aldrig
      *> under 0. Vikterna står i P_W700.CPY.
           MOVE 0 TO WS-AVDRAG-TOTAL

           COMPUTE WS-AVDRAG = score-antal-byra * 15
           IF WS-AVDRAG > 45
               MOVE 45 TO WS-AVDRAG
           END-IF
           ADD WS-AVDRAG TO WS-AVDRAG-TOTAL

           COMPUTE WS-AVDRAG = score-antal-kfm * 20
           IF WS-AVDRAG > 40
               MOVE 40 TO WS-AVDRAG
           END-IF
           ADD WS-AVDRAG TO WS-AVDRAG-TOTAL

           DIVIDE score-snitt-dagar-sen BY 3 GIVING WS-AVDRAG
           IF WS-AVDRAG > 30
               MOVE 30 TO WS-AVDRAG
           END-IF
           ADD WS-AVDRAG TO WS-AVDRAG-TOTAL

           COMPUTE WS-AVDRAG = score-antal-paus * 5
           IF WS-AVDRAG > 15
               MOVE 15 TO WS-AVDRAG
           END-IF
           ADD WS-AVDRAG TO WS-AVDRAG-TOTAL

           COMPUTE WS-AVDRAG = score-antal-brutna * 10
           IF WS-AVDRAG > 30
               MOVE 30 TO WS-AVDRAG
           END-IF
           ADD WS-AVDRAG TO WS-AVDRAG-TOTAL

           COMPUTE WS-AVDRAG = score-antal-retur02 * 25
           IF WS-AVDRAG > 50
               MOVE 50 TO WS-AVDRAG
           END-IF
           ADD WS-AVDRAG TO WS-AVDRAG-TOTAL

           IF WS-AVDRAG-TOTAL >= 100
               MOVE 0 TO score-score
           ELSE
               COMPUTE score-score = 100 - WS-AVDRAG-TOTAL
           END-IF

           IF score-score >= 80
               MOVE "A" TO score-klass
           ELSE
               IF score-score >= 60
                   MOVE "B" TO score-klass
               ELSE
                   IF score-score >= 40
                       MOVE "C" TO score-klass
                   ELSE
                       MOVE "D" TO score-klass
                   END-IF
               END-IF
           END-IF

           MOVE WS-DAGENS-DATUM TO score-berakning-datum.

       E-SPARA-SCORE SECTION.

      *> Befintlig rad uppdateras, saknad rad läggs in. Historik
      *> skrivs bara när poäng eller klass faktiskt ändrats, så
      *> tabellen växer med gäldenärens förändringar och inte med
      *> antalet nätter.
           EXEC SQL
               SELECT score, klass
               INTO :WS-TIDIGARE-SCORE, :WS-TIDIGARE-KLASS
               FROM REDWARRIOR.dbo.betalningsscore
               WHERE kundnr = :score-kundnr
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.betalningsscore
                       (kundnr, score, klass, antal_byra, antal_kfm,
                        snitt_dagar_sen, antal_paus, antal_brutna,
                        antal_retur02, berakning_datum)
                   VALUES
                       (:score-kundnr, :score-score, :score-klass,
                        :score-antal-byra, :score-antal-kfm,
                        :score-snitt-dagar-sen, :score-antal-paus,
                        :score-antal-brutna, :score-antal-retur02,
                        :score-berakning-datum)
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID INSERT BETALNINGSSCORE: " SQLCODE
               ELSE
                   ADD 1 TO WS-ANTAL-NYA
                   MOVE -1 TO WS-TIDIGARE-NULL
                   PERFORM F-SPARA-HISTORIK
               END-IF
           ELSE
               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID LAS BETALNINGSSCORE: " SQLCODE
               ELSE
                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.betalningsscore
                       SET score           = :score-score,
                           klass           = :score-klass,
                           antal_byra      = :score-antal-byra,
                           antal_kfm       = :score-antal-kfm,
                           snitt_dagar_sen = :score-snitt-dagar-sen,
                           antal_paus      = :score-antal-paus,
                           antal_brutna    = :score-antal-brutna,
                           antal_retur02   = :score-antal-retur02,
                           berakning_datum = :score-berakning-datum
                       WHERE kundnr = :score-kundnr
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY "FEL VID UPDATE BETALNINGSSCORE: "
                         SQLCODE
                   ELSE
                       IF WS-TIDIGARE-SCORE NOT = score-score
                          OR WS-TIDIGARE-KLASS NOT = score-klass
                           ADD 1 TO WS-ANTAL-ANDRADE
                           MOVE 0 TO WS-TIDIGARE-NULL
                           PERFORM F-SPARA-HISTORIK
                       END-IF
                   END-IF
               END-IF
           END-IF.

       F-SPARA-HISTORIK SECTION.

           MOVE score-kundnr TO schist-kundnr
           MOVE WS-DAGENS-DATUM TO schist-giltig-fran
           MOVE score-score TO schist-score
           MOVE score-klass TO schist-klass
           MOVE WS-TIDIGARE-SCORE TO schist-tidigare-score
           MOVE WS-TIDIGARE-KLASS TO schist-tidigare-klass

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.betalningsscore_historik
                   (kundnr, giltig_fran, score, klass,
                    tidigare_score, tidigare_klass)
               VALUES
                   (:schist-kundnr, :schist-giltig-fran,
                    :schist-score, :schist-klass,
                    :schist-tidigare-score :WS-TIDIGARE-NULL,
                    :schist-tidigare-klass :WS-TIDIGARE-NULL)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA SCOREHISTORIK: " SQLCODE
           END-IF.

       H-SPARA-KORNINGSLOGG SECTION.

      *> En rad i run_history per körning: nya gäldenärer i
      *> antal_infogade och gäldenärer med ändrad poäng i
      *> antal_flaggade.
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

           MOVE "BetalningsScore" TO run-history-programnamn
           MOVE "SCORE" TO run-history-steg
           MOVE WS-ANTAL-NYA TO run-history-antal-infogade
           MOVE 0 TO run-history-antal-borttagna
           MOVE WS-ANTAL-ANDRADE TO run-history-antal-flaggade
           MOVE 0 TO run-history-antal-avskrivna
           MOVE 0 TO run-history-antal-aterbet
           MOVE 0 TO run-history-kontroll-belopp

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.run_history
                   (run_timestamp, programnamn, steg, antal_infogade,
                    antal_borttagna, antal_flaggade, antal_avskrivna,
                    antal_aterbet, kontroll_belopp)
               VALUES
                   (:run-history-timestamp, :run-history-programnamn,
                    :run-history-steg,
                    :run-history-antal-infogade,
                    :run-history-antal-borttagna,
                    :run-history-antal-flaggade,
                    :run-history-antal-avskrivna,
                    :run-history-antal-aterbet,
                    :run-history-kontroll-belopp)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA-KORNINGSLOGG: " SQLCODE
           END-IF.
