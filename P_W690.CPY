      *>                         (KreditsparrExport.cbl)
      *>   BANKGIRONR            vårt bankgironummer i LB-filens
      *>                         öppningspost
      *>                         (KlientmedelUtbetalning.cbl,
      *>                         The_Heart.cbl)
      *>   AVRAKNING_MANAD       avräkningsmånad AAAA-MM
      *>                         (AvrakningsRapport.cbl)
      *>   ARKIV_MAN_PAMHIST     bevarandetid i månader per tabell
      *>   ARKIV_MAN_RUNHIST     (ArkiveringBatch.cbl)
      *>   ARKIV_MAN_RETRYKO
      *>   ARKIV_MAN_RANTEFAKT
      *>   LOFTE_MARGINAL_DAGAR  dagar efter lovat datum innan
      *>                         löftet prövas (The_Heart.cbl)
      *>   LOFTE_MAX_DAGAR       längsta löfte/anstånd i dagar
      *>                         (BetalningsLofte.cbl)
      *>   LOFTE_MAX_BRUTNA      brutna löften innan gäldenären
      *>                         spärras för nya (BetalningsLofte.cbl,
      *>                         The_Heart.cbl)
      *>   ATTEST_GRANS_TVA      utbetalningsbatch i hela kronor
      *>                         över vilken två attester krävs
      *>                         (KlientmedelUtbetalning.cbl,
      *>                         The_Heart.cbl)
      *>   ATERBET_PRESKR_AR     år efter vilka ett outtaget
      *>                         överskott redovisas som
      *>                         preskriberat
      *>                         (AterbetalningsBevakning.cbl)
      *>   AVSTAMNING_KARENS_DAGAR  dagar en post på kontoutdraget
      *>                         eller i boken får vara omatchad
      *>                         innan den blir en differens
      *>                         (KontoutdragImport.cbl)
      *>   KLIENTMEDELSKONTO     klientmedelskontots nummer som
      *>                         kontoutdraget ska gälla
      *>                         (KontoutdragImport.cbl)
      *>   DODSBO_FRIST_MANADER  månader från dödsdatum till
      *>                         bouppteckningsfristen som pauserna
      *>                         bevakas mot (DodsfallImport.cbl)
      *>   DIGITAL_KVITTO_MAX_DAGAR  dagar ett digitalt brev får
      *>                         vänta på leveranskvitto innan det
      *>                         skrivs på papper
      *>                         (DigitalKvittoImport.cbl)
      *>   HISTORIK_MAN_FAKTURA  månader en avslutad faktura ska
      *>                         ha legat stängd innan den flyttas
      *>                         till faktura_historik, minst 6
      *>                         (FakturaHistorikBatch.cbl)
      *> Numeriska värden lagras nollutfyllda från vänster (t.ex.
      *> '000075000' för 75 000 kr) - det är så programmens
      *> NUMERIC-kontroller läser fältet, samma konvention som
