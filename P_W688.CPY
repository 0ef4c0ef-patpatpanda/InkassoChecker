      *> statusen PAUSAD (InkassoReturImport statuskod 03 =
      *> BESTRIDET, InsolvensImport = KONKURS/REKONST/SKULDSAN,
      *> BeslutskoUnderhall = MANUELL, KronofogdenUtslagImport =
      *> INVANDNING, DodsfallImport = DODSBO) och utan registret
      *> var ett pausat ärende osynligt - vi hittade ärenden
      *> pausade i över två år som ingen kunde förklara.
      *> PausBevakning.cbl skriver åldringslistan per orsak och
      *> sköter släppvägen: PAUSAD -> NEJ med historikrad, slappt
      *> = 'J' med datum och signatur.
      *> avslutad_datum sätts av InsolvensImport när konkursen
      *> avslutas eller skuldsaneringen beslutas (K2/S2) - från
      *> det datumet är fordran en konstaterad kundförlust.
           EXEC SQL DECLARE paus_register TABLE
           ( lopnr                decimal(10)   NOT NULL
           , orsakskod            varchar(10)   NOT NULL
           , slappt               char(1)       NOT NULL
           , slappt_datum         date
           , slappt_av            varchar(8)
           , avslutad_datum       date
      *> radversion: radens ändringsversion (SQL Server
      *> rowversion) - stegas av databasen själv vid varje INSERT
      *> och UPDATE och sätts aldrig av programmen. Underlag för
      *> det nattliga deltaextraktet till datalagret
      *> (DatalagerExtrakt.cbl, vattenmärket i P_W722.CPY).
           , radversion           rowversion    NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE paus_register
           03 paus-slappt                     PIC X(1).
           03 paus-slappt-datum               PIC X(10).
           03 paus-slappt-av                  PIC X(8).
           03 paus-avslutad-datum             PIC X(10).
