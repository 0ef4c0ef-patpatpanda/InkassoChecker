       COPY "P_W255.CPY".
       COPY "P_W666.CPY".
       COPY "P_W673.CPY".
       COPY "P_W713.CPY".

       01  WS-ANTAL                      PIC 9(6) VALUE 0.
       01  WS-ANTAL-TACKTA               PIC 9(6) VALUE 0.
      *> FORE kapitalet, och redan betald ränta får inte
      *> faktureras en gång till av faktureringssystemet.
       01  WS-NETTO-RANTA                PIC S9(9)V9(2) COMP-3.
      *> Hela ackumuleringen (före avdrag för betald ränta) -
      *> det är den som lämnar ärendets räntesaldo när raderna
      *> stämplas fakturerade, se E-MARKERA-FAKTURERAD.
       01  WS-BRUTTO-RANTA               PIC S9(9)V9(2) COMP-3.

       PROCEDURE DIVISION.

               DECLARE RANTEEXPORT_CURSOR CURSOR FOR
               SELECT r.lopnr, r.upgnr, r.kundnr,
                      r.dagar_forsenad,
                      r.ranta_belopp,
                      r.ranta_belopp
                        - ISNULL((SELECT SUM(bf.belopp_ranta)
                                  FROM
                 )
                 AND (f.belopp_bet >= f.attbet
                   OR p.inkasso_status = 'JA')
      *> Ränta på återlämnade ärenden ingår i returfilens saldo
      *> (UppdragsgivareAvslut.cbl) och faktureras inte här.
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.uppdragsgivare u
                     WHERE u.upgnr = f.upgnr
                       AND u.aktiv = 'N'
                 )
               ORDER BY r.lopnr
           END-EXEC.

                       :rantefaktura-upgnr,
                       :rantefaktura-kundnr,
                       :rantefaktura-dagar-forsenad,
                       :WS-BRUTTO-RANTA,
                       :WS-NETTO-RANTA
               END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID MARKERA-FAKTURERAD, LOPNR: "
                 rantefaktura-lopnr " SQLCODE = " SQLCODE
           ELSE
      *> Den upplupna räntan är nu en egen fordran hos
      *> faktureringssystemet och lämnar ärendets räntesaldo i
      *> ärendereskontran - redan betald ränta står kvar som
      *> kredit och tar ut netto mot den exporterade raden.
               MOVE rantefaktura-lopnr TO reskontra-lopnr
               MOVE SPACES TO reskontra-trans-datum
               MOVE "RANTEFAKT" TO reskontra-transtyp
               MOVE "RANTA" TO reskontra-del
               COMPUTE reskontra-belopp = 0 - WS-BRUTTO-RANTA
               MOVE "RANTEFAKTURAEXPORT" TO reskontra-referens
               PERFORM F-BOKFOR-RESKONTRA
           END-IF.

       F-BOKFOR-RESKONTRA SECTION.

      *> En rad i ärendereskontran (arendereskontra, P_W713.CPY).
      *> Anroparen fyller i lopnr, trans-datum (blankt = dagens
      *> datum), transtyp, del, belopp och referens. Valutan tas
      *> från fakturan för KAPITAL och RANTA - avgifterna är
      *> alltid SEK. Nollbelopp bokförs inte.
           IF reskontra-belopp NOT = 0
               MOVE "RantefakturaExport" TO reskontra-kalla-program
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
