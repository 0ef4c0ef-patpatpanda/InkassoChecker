      *> aldrig avsänts avbryter ingen preskription. Sådana
      *> ärenden får dessutom en egen varning.
      *>
      *> Sedan brevregistret (brevutskick, P_W709.CPY) infördes
      *> räknas ett registrerat kravbrev från sitt
      *> leveransdatum: pappersbrev från avsändningsdagen,
      *> digitala brev först när operatören kvitterat dem
      *> levererade - ett digitalt brev som aldrig nått fram
      *> avbryter ingenting, dess pappersreserv gör det.
      *> paminnelse_datum räknas därför bara när det inte finns
      *> något registrerat kravbrev från den dagen (brev skickade
      *> före registret).
      *>
      *> En faktura i ett samlingsärende (P_W715.CPY) får sitt
      *> kravbrev via samlingen - brevet registreras på
      *> bar_lopnr med samlingsnr - och det räknas som avbrott för
      *> varje faktura som låg i samlingen när brevet skrevs.
      *>
      *> PAUSAD-ärenden och ärenden hos uppdragsgivare med
      *> auto_eskalering = 'N' flaggas särskilt - de ligger still
      *> längst och är precis de som tyst hinner preskriberas.
                       SELECT CAST(p.paminnelse_datum AS DATETIME)
                              AS d
                       WHERE ISNULL(k.adress_ogiltig, 'N') <> 'J'
                         AND NOT EXISTS (
                             SELECT 1
                             FROM REDWARRIOR.dbo.brevutskick b0
                             WHERE b0.lopnr = p.lopnr
                               AND b0.brevtyp = 'KRAVBREV'
                               AND b0.skapad_datum =
                                   p.paminnelse_datum)
                         AND NOT EXISTS (
                             SELECT 1
                             FROM REDWARRIOR.dbo.samlingsarende_rad
                                  r0
                             JOIN REDWARRIOR.dbo.brevutskick b0
                               ON b0.samlingsnr = r0.samlingsnr
                             WHERE r0.lopnr = p.lopnr
                               AND b0.brevtyp = 'KRAVBREV'
                               AND b0.skapad_datum =
                                   p.paminnelse_datum)
                       UNION ALL
                       SELECT CAST(b.leverans_datum AS DATETIME)
                       FROM REDWARRIOR.dbo.brevutskick b
                       WHERE b.lopnr = p.lopnr
                         AND b.brevtyp = 'KRAVBREV'
                         AND b.leverans_datum IS NOT NULL
                       UNION ALL
                       SELECT CAST(b.leverans_datum AS DATETIME)
                       FROM REDWARRIOR.dbo.samlingsarende_rad r
                       JOIN REDWARRIOR.dbo.brevutskick b
                         ON b.samlingsnr = r.samlingsnr
                       WHERE r.lopnr = p.lopnr
                         AND b.brevtyp = 'KRAVBREV'
                         AND b.skapad_datum >= r.tillagd_datum
                         AND b.leverans_datum IS NOT NULL
                       UNION ALL
                       SELECT CAST(f.faktdat AS DATETIME)
                       UNION ALL
                   ) v
               ) av
               WHERE f.belopp_bet < f.attbet
      *> Ett återlämnat ärende bevakas av uppdragsgivaren själv
      *> (returfilen från UppdragsgivareAvslut.cbl).
                 AND p.inkasso_status <> 'ATERLAMNAD'
                 AND DATEDIFF(DAY, GETDATE(),
                       DATEADD(YEAR, 3, av.senaste_avbrott))
                     <= :WS-DAGAR-FONSTER
