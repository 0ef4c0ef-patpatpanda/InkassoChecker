           03 ATERKALLELSE-ORSAK          PIC X(10).
           03 ATERKALLELSE-BELOPP         PIC 9(9)V9(2).
           03 ATERKALLELSE-SKAPAD         PIC X(19).
      *> Beloppet är i fakturans valuta, samma uppdelning som
      *> INKASSOHANDOFF.TXT: för andra valutor än SEK står de
      *> obetalda avgifterna separat i kronor.
           03 ATERKALLELSE-VALUTA         PIC X(3).
           03 ATERKALLELSE-AVGIFT-SEK     PIC 9(9)V9(2).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W680.CPY".
       COPY "P_W681.CPY".
       COPY "P_W689.CPY".
       COPY "P_W715.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).

       01  WS-RADANTAL                   PIC 9(6) VALUE 0.

      *> Samlingsärende hos byrån (P_W715.CPY): byrån känner bara
      *> samlingens bar_lopnr och en fordran för hela samlingen.
      *> En köad rad för en faktura i samlingen skrivs därför på
      *> bar_lopnr med samlingens kvarstående fordran - en
      *> ATERKALL blir en SALDO så länge andra fakturor i
      *> samlingen ligger kvar hos byrån. Kön markeras ändå på
      *> fakturans eget lopnr.
       01  WS-SAMLING-BAR                PIC S9(10) COMP-3 VALUE 0.
       01  WS-SAMLING-ANDRA              PIC 9(4) VALUE 0.
       01  WS-SAMLING-TOTAL              PIC S9(9)V9(2) COMP-3
                                           VALUE 0.

      *> Batchnummer ur en egen räknarrad PER BYRA i
      *> batch_checkpoint ('ByraAterkallelse-batch' för byrå 1,
      *> 'ByraAterkallelse-batch-NNN' för övriga) - samma monotona
           EXEC SQL
               DECLARE ATERKALL_CURSOR CURSOR FOR
               SELECT q.lopnr, q.posttyp, q.orsak, q.belopp,
                      CONVERT(CHAR(19), q.skapad_at, 120),
                      ISNULL(q.valuta, 'SEK'),
                      ISNULL(q.avgift_sek,
                             CAST(0.00 AS DECIMAL(11,2))),
                      ISNULL(sm.bar_lopnr, 0),
                      ISNULL(st.antal, 0),
                      ISNULL(st.kvar, CAST(0.00 AS DECIMAL(11,2)))
               FROM REDWARRIOR.dbo.byra_aterkallelse q
      *> Samlingen fakturan överlämnats i, om någon.
               OUTER APPLY
                   (SELECT TOP 1 s.samlingsnr, s.bar_lopnr
                    FROM REDWARRIOR.dbo.samlingsarende_rad r
                    JOIN REDWARRIOR.dbo.samlingsarende s
                      ON s.samlingsnr = r.samlingsnr
                    WHERE r.lopnr = q.lopnr
                      AND s.inkasso_datum IS NOT NULL) sm
      *> Övriga fakturor i samlingen som ligger kvar hos byrån
      *> och deras kvarstående kapital och obetalda avgifter.
               OUTER APPLY
                   (SELECT COUNT(*) AS antal,
                           SUM(f.attbet - f.belopp_bet
                             + ISNULL((SELECT SUM(av.belopp)
                                       FROM REDWARRIOR.dbo.avgifter
                                            av
                                       WHERE av.lopnr = r2.lopnr
                                         AND av.makulerad = 'N'),
                                      0)
                             - ISNULL((SELECT SUM(bf.belopp_avgift)
                                       FROM
                                  REDWARRIOR.dbo.betalning_fordelning
                                            bf
                                       WHERE bf.lopnr = r2.lopnr),
                                      0)) AS kvar
                    FROM REDWARRIOR.dbo.samlingsarende_rad r2
                    JOIN REDWARRIOR.dbo.paminnelser p2
                      ON p2.lopnr = r2.lopnr
                    JOIN REDWARRIOR.dbo.faktura f
                      ON f.lopnr = r2.lopnr
                    WHERE r2.samlingsnr = sm.samlingsnr
                      AND r2.lopnr <> q.lopnr
                      AND p2.inkasso_status = 'JA') st
               WHERE q.exporterad = 'N'
                 AND ISNULL(
                       (SELECT MAX(ISNULL(a.byra_id, 1))
                        FROM REDWARRIOR.dbo.inkasso_export_arkiv a
                        WHERE a.lopnr = ISNULL(sm.bar_lopnr, q.lopnr)
                          AND a.exporterad_at = (
                              SELECT MAX(a2.exporterad_at)
                              FROM
                              REDWARRIOR.dbo.inkasso_export_arkiv
                                   a2
                              WHERE a2.lopnr =
                                    ISNULL(sm.bar_lopnr, q.lopnr)
                          )),
                       1) = :WS-BYRA-ID
               ORDER BY q.lopnr, q.skapad_at
                   FETCH ATERKALL_CURSOR INTO
                       :aterkall-lopnr, :aterkall-posttyp,
                       :aterkall-orsak, :aterkall-belopp,
                       :aterkall-skapad-at, :aterkall-valuta,
                       :aterkall-avgift-sek, :WS-SAMLING-BAR,
                       :WS-SAMLING-ANDRA, :WS-SAMLING-TOTAL
               END-EXEC

               IF SQLCODE = 0
           MOVE aterkall-orsak TO ATERKALLELSE-ORSAK
           MOVE aterkall-belopp TO ATERKALLELSE-BELOPP
           MOVE aterkall-skapad-at TO ATERKALLELSE-SKAPAD
           MOVE aterkall-valuta TO ATERKALLELSE-VALUTA
           MOVE aterkall-avgift-sek TO ATERKALLELSE-AVGIFT-SEK

           IF WS-SAMLING-BAR > 0
               MOVE WS-SAMLING-BAR TO ATERKALLELSE-LOPNR
               IF aterkall-posttyp = "SALDO"
                   ADD aterkall-belopp TO WS-SAMLING-TOTAL
                   MOVE WS-SAMLING-TOTAL TO ATERKALLELSE-BELOPP
               ELSE
               IF WS-SAMLING-ANDRA > 0
                   MOVE "SALDO" TO ATERKALLELSE-POSTTYP
                   MOVE WS-SAMLING-TOTAL TO ATERKALLELSE-BELOPP
               END-IF
               END-IF
           END-IF

           WRITE ATERKALLELSE-RAD
           ADD ATERKALLELSE-BELOPP TO WS-KONTROLL-BELOPP
           ADD ATERKALLELSE-BELOPP TO WS-BYRA-BELOPP
           ADD 1 TO WS-RADANTAL
           ADD 1 TO WS-BYRA-ANTAL

