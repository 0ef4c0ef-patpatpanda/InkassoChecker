      *>   K1 = konkurs inledd
      *>   R1 = företagsrekonstruktion inledd
      *>   S1 = skuldsanering inledd
      *>   K2 = konkurs avslutad
      *>   S2 = skuldsanering beslutad
      *> K2/S2 pausar ingenting - de sätter avslutad_datum på
      *> kundens öppna KONKURS-/SKULDSAN-pauser, och fordran blir
      *> därmed en konstaterad kundförlust (KundforlustIntyg.cbl).
           03 BEVAKNING-KUNDNR            PIC 9(10).
           03 BEVAKNING-HANDELSEKOD       PIC X(2).
           03 BEVAKNING-DATUM             PIC X(10).
       01  WS-ANTAL-HANDELSER            PIC 9(6) VALUE 0.
       01  WS-ANTAL-PAUSADE              PIC 9(6) VALUE 0.
       01  WS-ANTAL-AVVISADE             PIC 9(6) VALUE 0.
       01  WS-ANTAL-AVSLUTADE            PIC 9(6) VALUE 0.

      *> Kontrollpasset (K-KONTROLLERA-BEVAKNINGSFIL) - samma
      *> skydd som M-KONTROLLERA-BETALFIL i BetalfilImport.cbl.
                 WS-ANTAL-PAUSADE
               DISPLAY "Avvisade poster i filen:   "
                 WS-ANTAL-AVVISADE
               DISPLAY "Insolvenser avslutade:     "
                 WS-ANTAL-AVSLUTADE
           END-IF

           EXEC SQL
           IF BEVAKNING-KUNDNR IS NOT NUMERIC
               PERFORM I-SKRIV-AVVIKELSERAD
           ELSE
           IF BEVAKNING-HANDELSEKOD = "K2"
             OR BEVAKNING-HANDELSEKOD = "S2"
               PERFORM N-AVSLUTA-INSOLVENS
           ELSE
           PERFORM J-PAUSA-NUMERISK-POST
           END-IF
           END-IF.

       J-PAUSA-NUMERISK-POST SECTION.
               CLOSE INSOLVENS_CURSOR
           END-EXEC.

       N-AVSLUTA-INSOLVENS SECTION.

      *> Konkursen avslutad eller skuldsaneringen beslutad - de
      *> pauser för kunden som K1/S1 öppnade och som ännu inte är
      *> släppta eller avslutade får avslutad_datum. Ärendet står
      *> kvar som PAUSAD; förlusten konstateras i
      *> KundforlustIntyg.cbl för det kvartal datumet faller i.
           MOVE BEVAKNING-KUNDNR TO WS-SOK-KUNDNR

           IF BEVAKNING-HANDELSEKOD = "K2"
               MOVE "KONKURS" TO paus-orsakskod
           ELSE
               MOVE "SKULDSAN" TO paus-orsakskod
           END-IF
           MOVE BEVAKNING-DATUM TO paus-avslutad-datum

           EXEC SQL
               DECLARE AVSLUT_CURSOR CURSOR FOR
               SELECT pr.lopnr
               FROM REDWARRIOR.dbo.paus_register pr
               JOIN REDWARRIOR.dbo.paminnelser p
                 ON p.lopnr = pr.lopnr
               WHERE p.kundnr = :WS-SOK-KUNDNR
                 AND pr.orsakskod = :paus-orsakskod
                 AND pr.slappt = 'N'
                 AND pr.avslutad_datum IS NULL
           END-EXEC

           EXEC SQL
               OPEN AVSLUT_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN AVSLUT_CURSOR: " SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH AVSLUT_CURSOR INTO :paminnelser-lopnr
               END-EXEC

               IF SQLCODE = 0
                   MOVE paminnelser-lopnr TO paus-lopnr

                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.paus_register
                       SET avslutad_datum = :paus-avslutad-datum
                       WHERE lopnr = :paus-lopnr
                         AND orsakskod = :paus-orsakskod
                         AND slappt = 'N'
                         AND avslutad_datum IS NULL
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-ANTAL-AVSLUTADE
                       PERFORM H-SKRIV-RAPPORTRAD
                   ELSE
                       DISPLAY "FEL VID AVSLUT AV PAUS LOPNR "
                         paus-lopnr ": " SQLCODE
                   END-IF
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH AVSLUT: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE AVSLUT_CURSOR
           END-EXEC.

       F-PAUSA-ARENDE SECTION.

           EXEC SQL
