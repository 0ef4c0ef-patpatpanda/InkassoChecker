           03 SPARR-FIL-KUNDNR            PIC 9(10).
           03 SPARR-FIL-BELOPP            PIC 9(9)V9(2).
           03 SPARR-FIL-DATUM             PIC X(10).
      *> Gäldenärens betalningsscore 0-100 och klass A-D ur
      *> betalningsscore (P_W700.CPY), så sälj kan skilja en
      *> ovanligt sen men pålitlig kund från en riskkund. Klass
      *> blank (och score 000) = ännu inte beräknad.
           03 SPARR-FIL-SCORE             PIC 9(3).
           03 SPARR-FIL-KLASS             PIC X(1).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W669.CPY".
       COPY "P_W677.CPY".
       COPY "P_W690.CPY".
       COPY "P_W700.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
           MOVE sparr-kundnr TO SPARR-FIL-KUNDNR
           MOVE WS-EXPONERING TO SPARR-FIL-BELOPP
           MOVE WS-DAGENS-DATUM TO SPARR-FIL-DATUM
           PERFORM I-HAMTA-SCORE
           WRITE SPARRFIL-RAD
           ADD 1 TO WS-ANTAL-SPARRADE

                   MOVE sparr-kundnr TO SPARR-FIL-KUNDNR
                   MOVE 0 TO SPARR-FIL-BELOPP
                   MOVE WS-DAGENS-DATUM TO SPARR-FIL-DATUM
                   PERFORM I-HAMTA-SCORE
                   WRITE SPARRFIL-RAD
                   ADD 1 TO WS-ANTAL-BORTTAGNA

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA-KORNINGSLOGG: " SQLCODE
           END-IF.

       I-HAMTA-SCORE SECTION.

      *> Betalningsscore för sparr-kundnr till filposten. Saknas
      *> raden (ny gäldenär, BetalningsScore.cbl har inte gått än)
      *> skickas score 000 och blank klass.
           EXEC SQL
               SELECT score, klass
               INTO :score-score, :score-klass
               FROM REDWARRIOR.dbo.betalningsscore
               WHERE kundnr = :sparr-kundnr
           END-EXEC

           IF SQLCODE = 0
               MOVE score-score TO SPARR-FIL-SCORE
               MOVE score-klass TO SPARR-FIL-KLASS
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY "FEL VID LAS BETALNINGSSCORE: " SQLCODE
               END-IF
               MOVE 0 TO SPARR-FIL-SCORE
               MOVE SPACE TO SPARR-FIL-KLASS
           END-IF.
