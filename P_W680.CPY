      *> fil; REEXP anger byrån efter bindestreck i PARM
      *> ('REEXP:nnnnnnn-bbb', utan byrå gäller byrå 1). NULL på
      *> rader arkiverade före flerbyråstödet läses som byrå 1.
      *> valuta/avgift_sek: belopp är i fakturans valuta. För SEK
      *> ingår obetalda avgifter i belopp; för andra valutor står
      *> de separat i avgift_sek, eftersom avgifterna tas ut i
      *> kronor. NULL på äldre rader läses som SEK respektive 0.
           EXEC SQL DECLARE inkasso_export_arkiv TABLE
           ( batch_nr             int           NOT NULL
           , upgnr                decimal(7)    NOT NULL
           , upgnamn              varchar(30)   NOT NULL
           , exporterad_at        datetime      NOT NULL
           , byra_id              decimal(3)
           , valuta               char(3)
           , avgift_sek           decimal(11,2)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE inkasso_export_arkiv
           03 arkiv-upgnamn                   PIC X(30).
           03 arkiv-exporterad-at             PIC X(19).
           03 arkiv-byra-id                   PIC S9(3)   COMP-3.
           03 arkiv-valuta                    PIC X(3).
           03 arkiv-avgift-sek                PIC S9(9)V9(2) COMP-3.
