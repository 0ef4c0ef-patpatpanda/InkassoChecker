       COPY "P_W671.CPY".
       COPY "P_W675.CPY".
       COPY "P_W683.CPY".
       COPY "P_W707.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
      *> Analytikerflaggade ärenden (status MANUELL, se
      *> KronofogdenFlagga.cbl) ligger redan i registret och
      *> exporteras tillsammans med de automatiskt valda.
      *> Ingen ny ansökan för en uppdragsgivare som sagt upp
      *> uppdraget (avslutsdatumet nått eller redan inaktiv, se
      *> UppdragsgivareAvslut.cbl).
           MOVE 0 TO WS-ANTAL-VALDA

           EXEC SQL
                     FROM REDWARRIOR.dbo.kronofogden_arenden k
                     WHERE k.lopnr = p.lopnr
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.uppdragsgivare u
                     WHERE u.upgnr = f.upgnr
                       AND (u.aktiv = 'N'
                            OR u.avslut_datum <=
                               CAST(GETDATE() AS DATE))
                 )
           END-EXEC

           IF SQLCODE NOT = 0
                         FROM REDWARRIOR.dbo.kronofogden_arenden k
                         WHERE k.lopnr = p.lopnr
                     )
                     AND NOT EXISTS (
                         SELECT 1
                         FROM REDWARRIOR.dbo.uppdragsgivare u
                         WHERE u.upgnr = f.upgnr
                           AND (u.aktiv = 'N'
                                OR u.avslut_datum <=
                                   CAST(GETDATE() AS DATE))
                     )
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                     WHERE bp.lopnr = k.lopnr
                       AND bp.aktiv = 'J'
                 )
      *> Ingen ansökan mot en avliden gäldenär - fordran bevakas
      *> i bouppteckningen (dodsbo, P_W707.CPY). Gäller även
      *> AVSKRIVNA ärenden, som DodsfallImport.cbl inte pausar.
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.dodsbo d
                     WHERE d.kundnr = p.kundnr
                 )
      *> En avslutad uppdragsgivares ansökningar återkallas av
      *> UppdragsgivareAvslut.cbl - ingen får lämnas efteråt.
                 AND ISNULL(u.aktiv, 'J') <> 'N'
               ORDER BY k.lopnr
           END-EXEC.

