           , inkasso_status       varchar(10)  NOT NULL
           , paminnelse_niva      smallint     NOT NULL
           , inkasso_exporterad   char(1)      NOT NULL
      *> radversion: radens ändringsversion (SQL Server
      *> rowversion) - stegas av databasen själv vid varje INSERT
      *> och UPDATE och sätts aldrig av programmen. Underlag för
      *> det nattliga deltaextraktet till datalagret
      *> (DatalagerExtrakt.cbl, vattenmärket i P_W722.CPY).
           , radversion           rowversion    NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE paminnelser
      *> paminnelse_niva: 1 = första påminnelsen, 2 = andra
      *> påminnelsen. Först vid utebliven betalning efter nivå 2
      *> sätts inkasso_status till "JA" av FLAGGA-FOR-INKASSO.
      *> 0 = ärendet lämnades tillbaka till uppdragsgivaren
      *> (inkasso_status "ATERLAMNAD", UppdragsgivareAvslut.cbl)
      *> innan någon påminnelse gått ut.
           03 paminnelser-paminnelse-niva     PIC S9(4)  COMP-5.
      *> inkasso_exporterad: "J"/"N" - har raden redan skickats i
      *> inkassofilen som byggs av FLAGGA-FOR-INKASSO.
