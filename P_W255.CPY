           , belopp_bet           decimal(11,2) NOT NULL
           , betaldat             date
      *> aterbet_flagga: "J" när överbetalningen (belopp_bet >
      *> attbet) tagits upp i återbetalningsreskontran
      *> (aterbetalning, P_W699.CPY) av HITTA-OVERBETALDA i
      *> The_Heart.cbl, så samma överskott inte tas upp två gånger.
      *> NULL/"N" = ej upptagen; flaggan nollställs när
      *> återbetalningen bokförts (belopp_bet minskas då med
      *> beloppet) eller batchen avvisats vid attest.
      *> Kolumnen sätts aldrig av faktureringssystemets laddning.
           , aterbet_flagga       char(1)
      *> valuta: fakturans valutakod (ISO, t.ex. SEK, EUR, NOK)
      *> från FakturaIntag.cbl. attbet, belopp_bet och upplupen
      *> ränta (rantefaktura) är i denna valuta; lagstadgade
      *> avgifter (avgifter, P_W678.CPY) tas alltid ut i SEK.
      *> valuta_kurs: fakturans bokföringskurs - SEK per enhet
      *> enligt valutakurs (P_W706.CPY) på faktdat. Fordran står i
      *> huvudboken till den kursen, och skillnaden mot dagskursen
      *> vid betalning bokförs som kursdifferens av
      *> BokforingsJournal.cbl. NULL i båda kolumnerna på fakturor
      *> inlagda före valutastödet läses som SEK och kurs 1.
           , valuta               char(3)
           , valuta_kurs          decimal(11,6)
      *> radversion: radens ändringsversion (SQL Server
      *> rowversion) - stegas av databasen själv vid varje INSERT
      *> och UPDATE och sätts aldrig av programmen. Underlag för
      *> det nattliga deltaextraktet till datalagret
      *> (DatalagerExtrakt.cbl, vattenmärket i P_W722.CPY).
           , radversion           rowversion    NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE faktura
           03 faktura-belopp-bet              PIC S9(9)V9(2)  COMP-3.
           03 faktura-betaldat                PIC X(10).
           03 faktura-aterbet-flagga          PIC X(1).
           03 faktura-valuta                  PIC X(3).
           03 faktura-valuta-kurs             PIC S9(5)V9(6)  COMP-3.
      *> -------------------------------------------
      *> COBOL INDICATOR VARIABLES FOR TABLE faktura
      *> -------------------------------------------
       01  DCLfaktura-NULL.
           03 faktura-betaldat-NULL           PIC S9(04)  COMP-5.
           03 faktura-valuta-NULL             PIC S9(04)  COMP-5.
           03 faktura-valuta-kurs-NULL        PIC S9(04)  COMP-5.
