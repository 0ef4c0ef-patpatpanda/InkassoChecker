      *> av BetalfilImport.cbl på uppdragsgivarens ärende, eller
      *> byråredovisning via InkassoReturImport.cbl statuskod 01),
      *> typ UTBET = medel ut (utbetalningsrad i LB-filen som
      *> KlientmedelUtbetalning.cbl skapar, eller återbetalning av
      *> ett överskott till gäldenären - kalla_program
      *> The_Heart-ATERBET, se BOKFOR-ATERBETALNING). Saldot
      *> SUM(INBET) - SUM(UTBET) per upgnr är beloppet klientmedel
      *> vi håller för den uppdragsgivaren vid varje tidpunkt -
      *> tidigare fanns det bara implicit i bankportalens historik.
      *> utbet_batch stämplas på både UTBET-raden och de INBET-rader
      *> den reglerar är ÖVERKURS - utbetalningen görs på saldo,
      *> inte radmatchning, så kolumnen bär bara UTBET-radens eget
      *> batchnummer.
      *> belopp är alltid i SEK - det är kronor som rör sig på
      *> klientmedelskontot. Gäller rörelsen en faktura i utländsk
      *> valuta (faktura.valuta, P_W255.CPY) bär valuta och
      *> belopp_valuta samma rörelse i fakturans valuta, omräknad
      *> till dagskursen (valutakurs, P_W706.CPY). NULL i båda
      *> betyder SEK (äldre rader och KlientmedelUtbetalning.cbl:s
      *> UTBET-rader, som summerar över fakturor).
           EXEC SQL DECLARE klientmedel TABLE
           ( upgnr                decimal(7)    NOT NULL
           , lopnr                decimal(10)   NOT NULL
           , kalla_program        varchar(30)   NOT NULL
           , bokford_at           datetime      NOT NULL
           , utbet_batch          int
           , valuta               char(3)
           , belopp_valuta        decimal(11,2)
      *> radversion: radens ändringsversion (SQL Server
      *> rowversion) - stegas av databasen själv vid varje INSERT
      *> och UPDATE och sätts aldrig av programmen. Underlag för
      *> det nattliga deltaextraktet till datalagret
      *> (DatalagerExtrakt.cbl, vattenmärket i P_W722.CPY).
           , radversion           rowversion    NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE klientmedel
           03 klmedel-kalla-program           PIC X(30).
           03 klmedel-bokford-at              PIC X(19).
           03 klmedel-utbet-batch             PIC S9(9)   COMP-5.
           03 klmedel-valuta                  PIC X(3).
           03 klmedel-belopp-valuta           PIC S9(9)V9(2) COMP-3.
