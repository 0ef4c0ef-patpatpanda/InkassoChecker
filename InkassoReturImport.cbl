       COPY "P_W685.CPY".
       COPY "P_W688.CPY".
       COPY "P_W689.CPY".
       COPY "P_W706.CPY".
       COPY "P_W713.CPY".
       COPY "P_W715.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
      *> ärendenummerserier får aldrig blandas ihop.
       01  WS-BYRA-ID                    PIC S9(3) COMP-3 VALUE 0.

      *> Byråredovisning av valutafaktura: byrån redovisar i
      *> kronor omräknat med dagskursen på händelsedagen.
       01  WS-BYRA-KURS                  PIC S9(5)V9(6) COMP-3.

      *> Samlingsärende hos byrån: byrån känner bara
      *> samlingens bar_lopnr (P_W715.CPY) - returposten gäller
      *> alla fakturor i samlingen som ligger hos byrån.
       01  WS-SAMLING-LOPNR              PIC S9(10) COMP-3.

       01  WS-EDIT-LOPNR                 PIC Z(9)9.
      *> Lopnr-kolumnen i rapporten - fylls med redigerat lopnr
      *> för numeriska poster och med fältets råinnehåll för
                   PERFORM I-SKRIV-RAPPORTRAD
                   ADD 1 TO WS-ANTAL-OKANDA
               ELSE
                   MOVE 0 TO samling-samlingsnr
                   EXEC SQL
                       SELECT samlingsnr
                       INTO :samling-samlingsnr
                       FROM REDWARRIOR.dbo.samlingsarende
                       WHERE bar_lopnr = :paminnelser-lopnr
                         AND status = 'INKASSO'
                   END-EXEC
                   IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID LASNING AV "
                         "SAMLINGSARENDE: " SQLCODE
                   END-IF
                   IF SQLCODE = 0
                       PERFORM Q-BEHANDLA-SAMLINGSARENDE
                   ELSE
                       PERFORM H-UPPDATERA-ARENDE
                   END-IF
               END-IF

               END-IF
               IF WS-NY-STATUS = "PAUSAD"
                   PERFORM N-SPARA-PAUSREGISTER
               END-IF
               IF WS-NY-STATUS = "AVSKRIVEN"
                   MOVE paminnelser-lopnr TO reskontra-lopnr
                   MOVE SPACES TO reskontra-referens
                   STRING
                     "BYRA " WS-FIL-FILID " " WS-FIL-SKAPAD(1:10)
                     DELIMITED BY SIZE
                     INTO reskontra-referens
                   END-STRING
                   PERFORM P-AVSKRIV-RESKONTRA
               END-IF
               PERFORM I-SKRIV-RAPPORTRAD
           ELSE
               DISPLAY "FEL VID UPPDATERING AV ARENDE, LOPNR: "
                 paminnelser-lopnr " SQLCODE = " SQLCODE
           END-IF.

       Q-BEHANDLA-SAMLINGSARENDE SECTION.

      *> Returposten på ett samlingsärendes bar_lopnr gäller
      *> varje faktura i samlingen som ligger hos byrån - var och
      *> en får sin statusövergång, sin byråredovisning eller sin
      *> avskrivning via H-UPPDATERA-ARENDE. Betald (01) eller ej
      *> indrivningsbar (02) stänger samlingen; bestridet (03)
      *> pausar fakturorna men samlingen står kvar.
           EXEC SQL
               DECLARE SAMLRETUR_CURSOR CURSOR FOR
               SELECT r.lopnr
               FROM REDWARRIOR.dbo.samlingsarende_rad r
               JOIN REDWARRIOR.dbo.paminnelser p
                 ON p.lopnr = r.lopnr
               WHERE r.samlingsnr = :samling-samlingsnr
                 AND p.inkasso_status = 'JA'
               ORDER BY r.lopnr
           END-EXEC.

           EXEC SQL
               OPEN SAMLRETUR_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN SAMLRETUR_CURSOR: " SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH SAMLRETUR_CURSOR INTO :WS-SAMLING-LOPNR
               END-EXEC

               IF SQLCODE = 0
                   MOVE WS-SAMLING-LOPNR TO paminnelser-lopnr
                   MOVE "JA" TO paminnelser-inkasso-status
                   PERFORM H-UPPDATERA-ARENDE
                   MOVE 0 TO SQLCODE
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH SAMLRETUR: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF.

           EXEC SQL
               CLOSE SAMLRETUR_CURSOR
           END-EXEC.

           IF WS-NY-STATUS = "BETALDBYRA" OR WS-NY-STATUS = "AVSKRIVEN"
               EXEC SQL
                   UPDATE REDWARRIOR.dbo.samlingsarende
                   SET status = 'STANGD',
                       stangd_datum = CAST(GETDATE() AS DATE)
                   WHERE samlingsnr = :samling-samlingsnr
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID STANGNING AV SAMLINGSARENDE: "
                     SQLCODE
               END-IF
           END-IF.

       P-AVSKRIV-RESKONTRA SECTION.

      *> Ett avskrivet ärende nollas i ärendereskontran
      *> (P_W713.CPY): en AVSKRIVN-rad per del med hela det
      *> kvarstående saldot med omvänt tecken, samma som
      *> AVSKRIV-RESKONTRA i The_Heart.cbl. Anroparen fyller i
      *> reskontra-lopnr och -referens.
           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.arendereskontra
                   (lopnr, trans_datum, transtyp, del, belopp,
                    valuta, kalla_program, referens, bokford_at)
               SELECT t.lopnr, CAST(GETDATE() AS DATE), 'AVSKRIVN',
                      t.del, 0 - SUM(t.belopp), t.valuta,
                      'InkassoReturImport',
                      NULLIF(:reskontra-referens, ' '),
                      GETDATE()
               FROM REDWARRIOR.dbo.arendereskontra t
               WHERE t.lopnr = :reskontra-lopnr
               GROUP BY t.lopnr, t.del, t.valuta
               HAVING SUM(t.belopp) <> 0
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID AVSKRIVNING I ARENDERESKONTRA: "
                 SQLCODE " LOPNR " reskontra-lopnr
           END-IF.

       N-SPARA-PAUSREGISTER SECTION.

      *> Statuskod 03 (bestridet) skriver en rad i pausregistret
      *> med den kvarstående fordran som belopp, så att
      *> KlientmedelUtbetalning.cbl får med byråindrivna medel i
      *> utbetalningen till uppdragsgivaren precis som direkta
      *> betalningar. För en faktura i utländsk valuta är den
      *> kvarstående fordran i fakturans valuta - byrån redovisar
      *> kronor omräknade med dagskursen på händelsedagen, och
      *> saknas kurs används fakturans bokföringskurs.
      *> belopp_valuta får fordran i fakturans valuta.
           EXEC SQL
               SELECT f.upgnr, f.attbet - f.belopp_bet,
                      ISNULL(f.valuta, 'SEK'),
                      ISNULL(vk.kurs, ISNULL(f.valuta_kurs, 1))
               INTO :klmedel-upgnr, :klmedel-belopp-valuta,
                    :klmedel-valuta, :WS-BYRA-KURS
               FROM REDWARRIOR.dbo.faktura f
               OUTER APPLY
                   (SELECT TOP 1 v.kurs
                    FROM REDWARRIOR.dbo.valutakurs v
                    WHERE v.valuta = f.valuta
                      AND v.kursdatum <= :RETUR-HANDELSEDATUM
                    ORDER BY v.kursdatum DESC) vk
               WHERE f.lopnr = :paminnelser-lopnr
           END-EXEC

           IF SQLCODE = 0
               IF klmedel-valuta = "SEK"
                   MOVE 1 TO WS-BYRA-KURS
               END-IF
               COMPUTE klmedel-belopp ROUNDED =
                   klmedel-belopp-valuta * WS-BYRA-KURS
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID LASNING AV FAKTURA FOR "
                 "BYRAREDOVISNING: " SQLCODE
           ELSE
           IF klmedel-belopp-valuta > 0

               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.klientmedel
                       (upgnr, lopnr, typ, belopp, handelse_datum,
                        kalla_program, bokford_at, valuta,
                        belopp_valuta)
                   VALUES
                       (:klmedel-upgnr, :klmedel-lopnr, :klmedel-typ,
                        :klmedel-belopp, :klmedel-handelse-datum,
                        :klmedel-kalla-program, :klmedel-bokford-at,
                        :klmedel-valuta, :klmedel-belopp-valuta)
               END-EXEC

               IF SQLCODE NOT = 0
