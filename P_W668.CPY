      *> avgifterna som betalats in (de ingår då i provisionen),
      *> 'U' när uppdragsgivaren behåller dem. NULL betyder
      *> 0,00 / 0,00 / 'V'.
      *> Ackordsgränser (AckordUnderhall.cbl, P_W723.CPY):
      *> ackord_min_procent = lägsta andel av kvarstående fordran
      *> som får godtas som full betalning, ackord_max_dagar = hur
      *> långt fram sista betalningsdag får sättas. NULL i
      *> ackord_min_procent (eller saknad rad) betyder att
      *> uppdragsgivaren inte medger ackord; NULL i
      *> ackord_max_dagar betyder 30 dagar.
           EXEC SQL DECLARE inkasso_parameter TABLE
           ( upgnr                decimal(7)     NOT NULL
           , grace_dagar          smallint       NOT NULL
           , provision_procent    decimal(5,2)
           , arende_avgift        decimal(11,2)
           , avgift_behalls       char(1)
           , ackord_min_procent   decimal(5,2)
           , ackord_max_dagar     smallint
           ) END-EXEC.
      *> Inga COBOL-värdvariabler för hela raden här - grace_dagar
      *> läses in i BYGG-DATUM-PAMINNELSE:s egen WS-GRACE-DAGAR,
