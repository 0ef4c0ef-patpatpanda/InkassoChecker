           , new_status           varchar(10)
           , changed_by_program   varchar(30)   NOT NULL
           , changed_at           datetime      NOT NULL
      *> radversion: radens ändringsversion (SQL Server
      *> rowversion) - stegas av databasen själv vid varje INSERT
      *> och UPDATE och sätts aldrig av programmen. Underlag för
      *> det nattliga deltaextraktet till datalagret
      *> (DatalagerExtrakt.cbl, vattenmärket i P_W722.CPY).
           , radversion           rowversion    NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE paminnelser_history
