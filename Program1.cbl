       COPY "P_W672.CPY".
       COPY "P_W678.CPY".
       COPY "P_W679.CPY".
       COPY "P_W713.CPY".

       01 WS-TIMESTAMP PIC X(20).
       01 WS-ÅR PIC X(4).
               WHERE forfdat < CAST(GETDATE() AS DATE)
                 AND belopp_bet = CAST(0.00 AS DECIMAL(11,2))
                 AND lopnr > :checkpoint-senaste-lopnr
      *> Avliden gäldenär med aktivt dödsbo (dodsbo, P_W707.CPY)
      *> får inga nya påminnelser eller avgifter - fordran bevakas
      *> i bouppteckningen, se DodsfallImport.cbl.
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.dodsbo d
                     WHERE d.kundnr = faktura.kundnr
                       AND d.status = 'AKTIV'
                 )
               ORDER BY lopnr
           END-EXEC.


       SPARA-AVGIFT SECTION.

      *> Hos uppdragsgivare med samlingskrav (P_W675.CPY) tas ingen
      *> avgift ut på ett nytt ärende i SEK när gäldenären redan
      *> har ett annat ärende i påminnelseflödet där - The_Heart
      *> samlar ärendena i ett samlingsärende med en gemensam
      *> påminnelseavgift på det bärande ärendet, se SAMLA-ARENDEN
      *> och SPARA-AVGIFT i The_Heart.cbl.
           MOVE 0 TO ws-count
           EXEC SQL
               SELECT COUNT(*) INTO :ws-count
               FROM REDWARRIOR.dbo.paminnelser p
               JOIN REDWARRIOR.dbo.faktura f ON f.lopnr = p.lopnr
               JOIN REDWARRIOR.dbo.uppdragsgivare u
                 ON u.upgnr = p.upgnr
               JOIN REDWARRIOR.dbo.faktura f0
                 ON f0.lopnr = :avgift-lopnr
               WHERE p.upgnr = :paminnelser-upgnr
                 AND p.kundnr = :paminnelser-kundnr
                 AND p.lopnr <> :avgift-lopnr
                 AND p.inkasso_status = 'NEJ'
                 AND u.samlingskrav = 'J'
                 AND ISNULL(f.valuta, 'SEK') = 'SEK'
                 AND ISNULL(f0.valuta, 'SEK') = 'SEK'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID PROVNING AV SAMLINGSKRAV: " SQLCODE
               MOVE 0 TO ws-count
           END-IF

           IF ws-count = 0
               PERFORM DEBITERA-AVGIFT
           ELSE
               DISPLAY "Ingen " avgift-typ " för LOPNR "
                 avgift-lopnr " - samlingskrav"
           END-IF.

       DEBITERA-AVGIFT SECTION.

      *> Debiterar påminnelseavgiften för ett nyupplagt ärende -
      *> samma regel och samma standardbelopp (60,00 kr utan rad i
      *> inkasso_parameter) som SPARA-AVGIFT i The_Heart.cbl.

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA-AVGIFT: " SQLCODE
           ELSE
               MOVE avgift-lopnr TO reskontra-lopnr
               MOVE avgift-skapad-datum TO reskontra-trans-datum
               MOVE "AVGIFT" TO reskontra-transtyp
               MOVE "AVGIFT" TO reskontra-del
               MOVE avgift-belopp TO reskontra-belopp
               MOVE avgift-typ TO reskontra-referens
               PERFORM BOKFOR-RESKONTRA
           END-IF.

       BOKFOR-RESKONTRA SECTION.

      *> En rad i ärendereskontran (arendereskontra, P_W713.CPY).
      *> Anroparen fyller i lopnr, trans-datum (blankt = dagens
      *> datum), transtyp, del, belopp och referens. Valutan tas
      *> från fakturan för KAPITAL och RANTA - avgifterna är
      *> alltid SEK. Nollbelopp bokförs inte.
           IF reskontra-belopp NOT = 0
               MOVE "Program1" TO reskontra-kalla-program
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.arendereskontra
                       (lopnr, trans_datum, transtyp, del, belopp,
                        valuta, kalla_program, referens, bokford_at)
                   SELECT :reskontra-lopnr,
                          ISNULL(NULLIF(:reskontra-trans-datum, ' '),
                                 CONVERT(CHAR(10), GETDATE(), 120)),
                          :reskontra-transtyp, :reskontra-del,
                          :reskontra-belopp,
                          CASE WHEN :reskontra-del = 'AVGIFT'
                               THEN 'SEK'
                               ELSE ISNULL((SELECT f.valuta
                                     FROM REDWARRIOR.dbo.faktura f
                                     WHERE f.lopnr = :reskontra-lopnr),
                                    'SEK')
                          END,
                          :reskontra-kalla-program,
                          NULLIF(:reskontra-referens, ' '),
                          GETDATE()
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID BOKFORING I ARENDERESKONTRA: "
                     SQLCODE " LOPNR " reskontra-lopnr
               END-IF
           END-IF.

       SPARA-STATUSHISTORIK SECTION.
