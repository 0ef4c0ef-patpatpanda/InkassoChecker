      *> -------------------------------------------
      *> DECLARE TABLE for datalager_vattenmarke
      *> -------------------------------------------
      *> Vattenmärke för det nattliga deltaextraktet till
      *> datalagret (DatalagerExtrakt.cbl): en rad per extraherad
      *> tabell med den högsta radversion (rowversion, se
      *> radversion i respektive tabells copybook) som senast
      *> levererats. Nästa extrakt tar rader med högre radversion
      *> - nya och ändrade sedan dess. Raderna flyttas fram först
      *> när samtliga filer i körningen skrivits, i samma
      *> transaktion, så en natt som fallerar levereras i sin
      *> helhet av nästa lyckade körning. Saknas raden (första
      *> körningen, eller PARM='FULL') extraheras hela tabellen.
      *>   tabell           tabellens namn, t.ex. faktura
      *>   senaste_version  radversion som bigint - övre gränsen
      *>                    för senast levererade rader
      *>   senaste_batchnr  extraktets körningsnummer ur
      *>                    räknarraden 'DatalagerExtrakt' i
      *>                    batch_checkpoint (står i filhuvudet)
      *>   antal_rader      antal rader i senaste leveransen
           EXEC SQL DECLARE datalager_vattenmarke TABLE
           ( tabell               varchar(30)   NOT NULL
           , senaste_version      bigint        NOT NULL
           , senaste_batchnr      int           NOT NULL
           , antal_rader          int           NOT NULL
           , extraherad_at        datetime      NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE datalager_vattenmarke
      *> -------------------------------------------
       01  DCldatalager-vattenmarke.
           03 dlvm-tabell                     PIC X(30).
           03 dlvm-senaste-version            PIC S9(18)  COMP-3.
           03 dlvm-senaste-batchnr            PIC S9(9)   COMP-5.
           03 dlvm-antal-rader                PIC S9(9)   COMP-5.
           03 dlvm-extraherad-at              PIC X(19).
