       COPY "P_W667.CPY".
       COPY "P_W674.CPY".
       COPY "P_W688.CPY".
       COPY "P_W717.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
               WHERE k.kundnamn <> '*GALLRAD*'
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.faktura_alla f
                     WHERE f.kundnr = k.kundnr
                       AND (f.faktdat >=
                              DATEADD(YEAR, -:WS-RETENTION-AR,
           EXEC SQL
               SELECT COUNT(*) INTO :ws-count
               FROM REDWARRIOR.dbo.paus_register pr
               JOIN REDWARRIOR.dbo.faktura_alla f
                 ON f.lopnr = pr.lopnr
               WHERE f.kundnr = :kundmaster-kundnr
                 AND pr.kalla_program = 'InsolvensImport'
           EXEC SQL
               SELECT COUNT(*) INTO :ws-count
               FROM REDWARRIOR.dbo.betalningsplan bp
               JOIN REDWARRIOR.dbo.faktura_alla f
                 ON f.lopnr = bp.lopnr
               WHERE f.kundnr = :kundmaster-kundnr
                 AND bp.aktiv = 'J'
                     SQLCODE
               END-IF

      *> Betalningsscoren är en bedömning av personen och ska inte
      *> överleva gallringen - både aktuell poäng och historik tas
      *> bort.
               EXEC SQL
                   DELETE FROM REDWARRIOR.dbo.betalningsscore
                   WHERE kundnr = :kundmaster-kundnr
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY "FEL VID GALLRING AV BETALNINGSSCORE: "
                     SQLCODE
               END-IF

               EXEC SQL
                   DELETE FROM REDWARRIOR.dbo.betalningsscore_historik
                   WHERE kundnr = :kundmaster-kundnr
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY "FEL VID GALLRING AV SCOREHISTORIK: "
                     SQLCODE
               END-IF

               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
               MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
