      *> -------------------------------------------
      *> DECLARE TABLE for bank_kontoutdrag
      *> -------------------------------------------
      *> Bankens dagliga kontoutdrag för klientmedelskontot: en rad
      *> per transaktionspost som KontoutdragImport.cbl läst in.
      *> dk K = kredit (insättning), D = debet (uttag). Varje rad
      *> matchas mot en bokföringshändelse på vår sida:
      *>   BGMAX        kredit = en inläst BGMAX.TXT (fil_register,
      *>                match_nyckel = fil_skapad)
      *>   BYRA         kredit = dagens byråredovisningar, dvs.
      *>                klientmedel INBET från InkassoReturImport
      *>                summerat per bokföringsdag (match_nyckel =
      *>                dagen ÅÅÅÅ-MM-DD)
      *>   KLIENTMEDEL  debet = en släppt LBUT.TXT-batch
      *>   ATERBET      debet = en släppt LBATERBET.TXT-batch
      *>                (utbetalning_batch, match_nyckel = batchnr)
      *> matchstatus OMATCHAD tills en motpost hittats - matchningen
      *> prövas om varje dag, så en fil som kommer en dag efter
      *> bankens bokning hittar sin rad nästa körning. En rad som
      *> fortfarande är omatchad efter karenstiden blir en differens
      *> i avstamning_differens (P_W705.CPY). rad_id är en
      *> identitetskolumn.
           EXEC SQL DECLARE bank_kontoutdrag TABLE
           ( rad_id               int
           , kontonr              varchar(20)   NOT NULL
           , utdrag_datum         date          NOT NULL
           , fil_skapad           varchar(19)   NOT NULL
           , radnr                int           NOT NULL
           , bokforingsdag        date          NOT NULL
           , dk                   char(1)       NOT NULL
           , belopp               decimal(13,2) NOT NULL
           , referens             varchar(35)
           , matchstatus          varchar(10)   NOT NULL
           , match_typ            varchar(11)
           , match_nyckel         varchar(19)
           , matchad_at           datetime
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE bank_kontoutdrag
      *> -------------------------------------------
       01  DClbank-kontoutdrag.
           03 bankrad-rad-id                  PIC S9(9)   COMP-5.
           03 bankrad-kontonr                 PIC X(20).
           03 bankrad-utdrag-datum            PIC X(10).
           03 bankrad-fil-skapad              PIC X(19).
           03 bankrad-radnr                   PIC S9(9)   COMP-5.
           03 bankrad-bokforingsdag           PIC X(10).
           03 bankrad-dk                      PIC X(1).
           03 bankrad-belopp                  PIC S9(11)V9(2) COMP-3.
           03 bankrad-referens                PIC X(35).
           03 bankrad-matchstatus             PIC X(10).
           03 bankrad-match-typ               PIC X(11).
           03 bankrad-match-nyckel            PIC X(19).
           03 bankrad-matchad-at              PIC X(19).
