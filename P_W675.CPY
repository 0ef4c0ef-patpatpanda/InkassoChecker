      *> inkassofilen (G-SKRIV-INKASSORAD i The_Heart.cbl).
      *> bankkonto är klientmedelskontot för redovisning av
      *> indrivna medel.
      *> statusfil_typ: vad den dagliga ärendestatusfilen
      *> (ArendestatusExport.cbl) ska innehålla - H = hela filen
      *> med samtliga öppna ärenden varje natt, F = bara ärenden
      *> som ändrats sedan i går, N = ingen fil. NULL läses som H.
      *> samlingskrav: J = gäldenärens öppna ärenden hos
      *> uppdragsgivaren samlas i ett samlingsärende
      *> (samlingsarende, P_W715.CPY) med ett kravbrev, en
      *> uppsättning avgifter, en OCR-referens och en rad till
      *> byrån. NULL eller N = ett ärende per faktura som förut.
      *> avslut_datum: sista dag för nya fakturor när uppdraget
      *> sagts upp - från och med dagen avvisar FakturaIntag.cbl
      *> uppdragsgivarens poster (orsakskod 18). aktiv: N när
      *> UppdragsgivareAvslut.cbl lämnat tillbaka samtliga öppna
      *> ärenden och gjort slutavräkningen; ingen batch tar sig
      *> därefter an uppdragsgivaren. NULL eller J = aktiv.
           EXEC SQL DECLARE uppdragsgivare TABLE
           ( upgnr                decimal(7)    NOT NULL
           , namn                 varchar(60)   NOT NULL
           , orgnr                varchar(11)   NOT NULL
           , kontakt              varchar(60)
           , bankkonto            varchar(20)
           , statusfil_typ        char(1)
           , samlingskrav         char(1)
           , avslut_datum         date
           , aktiv                char(1)
      *> radversion: radens ändringsversion (SQL Server
      *> rowversion) - stegas av databasen själv vid varje INSERT
      *> och UPDATE och sätts aldrig av programmen. Underlag för
      *> det nattliga deltaextraktet till datalagret
      *> (DatalagerExtrakt.cbl, vattenmärket i P_W722.CPY).
           , radversion           rowversion    NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE uppdragsgivare
           03 upg-orgnr                       PIC X(11).
           03 upg-kontakt                     PIC X(60).
           03 upg-bankkonto                   PIC X(20).
           03 upg-statusfil-typ               PIC X(1).
           03 upg-samlingskrav                PIC X(1).
           03 upg-avslut-datum                PIC X(10).
           03 upg-aktiv                       PIC X(1).
