      *> EXPORTERAD = med i ansökningsfilen (ansokan_datum och
      *> batch_nr satta, beloppen frysta som de såg ut vid
      *> ansökan), UTSLAG/INVANDNING = utfall inläst av
      *> KronofogdenUtslagImport.cbl (utfall_datum satt),
      *> ATERKALLAD = ansökan återkallad när uppdraget avslutats
      *> (UppdragsgivareAvslut.cbl) - en redan EXPORTERAD ansökan
      *> återkallas hos Kronofogden i KFMATERKALLELSE.TXT, signatur
      *> = den som körde avslutet.
           EXEC SQL DECLARE kronofogden_arenden TABLE
           ( lopnr                decimal(10)   NOT NULL
           , status               varchar(10)   NOT NULL
           , batch_nr             int
           , signatur             varchar(8)
           , skapad_at            datetime      NOT NULL
      *> radversion: radens ändringsversion (SQL Server
      *> rowversion) - stegas av databasen själv vid varje INSERT
      *> och UPDATE och sätts aldrig av programmen. Underlag för
      *> det nattliga deltaextraktet till datalagret
      *> (DatalagerExtrakt.cbl, vattenmärket i P_W722.CPY).
           , radversion           rowversion    NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE kronofogden_arenden
