           , skapad_datum         date          NOT NULL
           , makulerad            char(1)       NOT NULL
           , makulerad_datum      date
      *> radversion: radens ändringsversion (SQL Server
      *> rowversion) - stegas av databasen själv vid varje INSERT
      *> och UPDATE och sätts aldrig av programmen. Underlag för
      *> det nattliga deltaextraktet till datalagret
      *> (DatalagerExtrakt.cbl, vattenmärket i P_W722.CPY).
           , radversion           rowversion    NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE avgifter
