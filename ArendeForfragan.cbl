           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W255.CPY".
       COPY "P_W666.CPY".
       COPY "P_W700.CPY".
       COPY "P_W717.CPY".

      *> Sökparametrar - kundtjänst matar in lopnr eller kundnr (den
      *> andra lämnas 0). Ett angivet lopnr pekar ut exakt en faktura;
      *> utan påminnelserad ger SQLCODE 0 men NULL på dessa kolumner
      *> via LEFT JOIN, samma teknik som faktura-betaldat-NULL.
       01  WS-HAR-PAMINNELSE-NULL        PIC S9(4) COMP-5.
      *> Samma teknik för gäldenärens betalningsscore (P_W700.CPY)
      *> - en ny kund har ingen poäng förrän BetalningsScore.cbl
      *> gått en natt.
       01  WS-HAR-SCORE-NULL             PIC S9(4) COMP-5.
       01  WS-RADANTAL                   PIC 9(6) VALUE 0.

       01  WS-EDIT-LOPNR                 PIC Z(9)9.
       01  WS-EDIT-ATTBET                PIC Z(8)9.99-.
       01  WS-EDIT-BETALT                PIC Z(8)9.99-.
       01  WS-EDIT-NIVA                  PIC Z9.
       01  WS-EDIT-SCORE                 PIC ZZ9.

       01  WS-RAPPORT-RAD                PIC X(120).


           STRING
             "LOPNR      KUNDNR     ATTBET      BETALT"
             "  STATUS      NIVA  FORFALLO    SCORE"
             DELIMITED BY SIZE
             INTO ARENDERAPPORT-RAD
           END-STRING

      *> LEFT JOIN mot paminnelser eftersom en nyskapad faktura kan
      *> sakna påminnelserad helt - det ska ändå synas i sökningen,
      *> inte bara försvinna ur resultatet. Vyerna faktura_alla och
      *> paminnelser_alla (P_W717.CPY) tar med avslutade ärenden
      *> som flyttats till faktura_historik.
           EXEC SQL
               DECLARE ARENDE_CURSOR CURSOR FOR
               SELECT f.lopnr, f.kundnr, f.attbet, f.belopp_bet,
                      p.inkasso_status, p.paminnelse_niva,
                      p.forfallo_datum, s.score, s.klass
               FROM REDWARRIOR.dbo.faktura_alla f
               LEFT JOIN REDWARRIOR.dbo.paminnelser_alla p
                 ON p.lopnr = f.lopnr
               LEFT JOIN REDWARRIOR.dbo.betalningsscore s
                 ON s.kundnr = f.kundnr
               WHERE (f.lopnr = :WS-SOK-LOPNR OR :WS-SOK-LOPNR = 0)
                 AND (f.kundnr = :WS-SOK-KUNDNR OR :WS-SOK-KUNDNR = 0)
               ORDER BY f.lopnr
                       :paminnelser-paminnelse-niva
                         :WS-HAR-PAMINNELSE-NULL,
                       :paminnelser-forfallo-datum
                         :WS-HAR-PAMINNELSE-NULL,
                       :score-score :WS-HAR-SCORE-NULL,
                       :score-klass :WS-HAR-SCORE-NULL
               END-EXEC

               IF SQLCODE = 0
               MOVE PAMINNELSER-PAMINNELSE-NIVA TO WS-EDIT-NIVA
           END-IF

           IF WS-HAR-SCORE-NULL < 0
               MOVE 0 TO WS-EDIT-SCORE
               MOVE "-" TO score-klass
           ELSE
               MOVE score-score TO WS-EDIT-SCORE
           END-IF

           MOVE SPACES TO WS-RAPPORT-RAD

           STRING
             WS-EDIT-BETALT   " "
             PAMINNELSER-INKASSO-STATUS " "
             WS-EDIT-NIVA     "  "
             PAMINNELSER-FORFALLO-DATUM "  "
             WS-EDIT-SCORE    " "
             score-klass
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
