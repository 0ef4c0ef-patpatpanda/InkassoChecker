      *> -------------------------------------------
      *> DECLARE TABLE for faktura_flytt
      *> -------------------------------------------
      *> Revisionsspår över flyttar mellan grundtabellerna och
      *> historiktabellerna (P_W717.CPY - P_W720.CPY): en rad per
      *> faktura och flytt, med ärendets innehåll räknat i
      *> grundtabellerna innan flytten. Raderna är underlaget för
      *> kontrollsummorna - FakturaHistorikBatch.cbl ställer
      *> summan av en omgångs rader mot vad som faktiskt hamnat i
      *> historiken och vad som tagits bort ur grundtabellerna, och
      *> rullar tillbaka omgången om något inte stämmer.
      *>   riktning  UT  flyttad till historiken
      *>                 (kalla_program FakturaHistorikBatch)
      *>             IN  flyttad tillbaka av en sen betalning
      *>                 eller kreditering (kalla_program
      *>                 BetalfilImport, OplaceradBetalning,
      *>                 FakturaIntag)
      *>   batch_nr  FakturaHistorikBatch-körningens nummer ur
      *>             räknarraden 'FakturaHistorik-batchnr' i
      *>             batch_checkpoint; 0 på IN-rader
      *>   omgang    omgångsnummer inom körningen - batchen
      *>             flyttar i omgångar om högst 1000 fakturor och
      *>             bekräftar (COMMIT) varje omgång för sig; 0 på
      *>             IN-rader
      *>   har_paminnelse  J om ärendet hade en paminnelser-rad
      *>   summa_fordelning  belopp_avgift + belopp_ranta +
      *>             belopp_kapital över ärendets fördelningsrader
      *>   summa_ranta  ranta_belopp över ärendets ränterader
           EXEC SQL DECLARE faktura_flytt TABLE
           ( lopnr                decimal(10)   NOT NULL
           , riktning             varchar(3)    NOT NULL
           , batch_nr             decimal(10)   NOT NULL
           , omgang               int           NOT NULL
           , flyttad_at           datetime      NOT NULL
           , kalla_program        varchar(30)   NOT NULL
           , attbet               decimal(11,2) NOT NULL
           , belopp_bet           decimal(11,2) NOT NULL
           , har_paminnelse       char(1)       NOT NULL
           , avslutad_datum       date          NOT NULL
           , antal_avgifter       int           NOT NULL
           , summa_avgifter       decimal(11,2) NOT NULL
           , antal_fordelning     int           NOT NULL
           , summa_fordelning     decimal(11,2) NOT NULL
           , antal_ranta          int           NOT NULL
           , summa_ranta          decimal(11,2) NOT NULL
      *> radversion: radens ändringsversion (SQL Server
      *> rowversion) - stegas av databasen själv vid INSERT och
      *> sätts aldrig av programmen. UT-raderna är underlaget för
      *> borttagsposterna (BORT) i DatalagerExtrakt.cbl, lästa mot
      *> samma vattenmärke (P_W722.CPY) som respektive tabell.
           , radversion           rowversion    NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE faktura_flytt
      *> -------------------------------------------
       01  DClfaktura-flytt.
           03 flytt-lopnr                     PIC S9(10)  COMP-3.
           03 flytt-riktning                  PIC X(3).
           03 flytt-batch-nr                  PIC S9(10)  COMP-3.
           03 flytt-omgang                    PIC S9(9)   COMP-5.
           03 flytt-flyttad-at                PIC X(19).
           03 flytt-kalla-program             PIC X(30).
           03 flytt-attbet                    PIC S9(9)V9(2) COMP-3.
           03 flytt-belopp-bet                PIC S9(9)V9(2) COMP-3.
           03 flytt-har-paminnelse            PIC X(1).
           03 flytt-avslutad-datum            PIC X(10).
           03 flytt-antal-avgifter            PIC S9(9)   COMP-5.
           03 flytt-summa-avgifter            PIC S9(9)V9(2) COMP-3.
           03 flytt-antal-fordelning          PIC S9(9)   COMP-5.
           03 flytt-summa-fordelning          PIC S9(9)V9(2) COMP-3.
           03 flytt-antal-ranta               PIC S9(9)   COMP-5.
           03 flytt-summa-ranta               PIC S9(9)V9(2) COMP-3.
