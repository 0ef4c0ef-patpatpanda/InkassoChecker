      *> -------------------------------------------
      *> DECLARE TABLE for avstamning_differens
      *> -------------------------------------------
      *> Differensregister för den dagliga avstämningen av
      *> klientmedelskontot (KontoutdragImport.cbl). En rad per
      *> avvikelse som inte förklarats av matchningen:
      *>   difftyp BANK   bankrad utan motpost i vår bok
      *>                  (kalla BANKRAD, nyckel = rad_id i
      *>                  bank_kontoutdrag)
      *>   difftyp BOK    bokförd rörelse som inte syns på kontot
      *>                  (kalla BGMAX/BYRA/KLIENTMEDEL/ATERBET,
      *>                  nyckel som match_nyckel i P_W704.CPY)
      *>   difftyp SALDO  den del av skillnaden mellan bankens
      *>                  utgående saldo och klientmedelssaldot plus
      *>                  oplacerade betalningar som varken
      *>                  förklaras av omatchade rader eller av
      *>                  tidigare registrerade saldodifferenser
      *>                  (kalla SALDO, nyckel = utdragsdagen)
      *> BANK- och BOK-rader skapas först när posten varit
      *> omatchad längre än karenstiden (styrparameter
      *> AVSTAMNING_KARENS_DAGAR) och bara en gång per post.
      *> belopp är positivt för BANK/BOK (riktningen står i dk)
      *> och tecknat för SALDO. status OPPEN tills en behörig
      *> operatör kvitterat differensen med kommentar i
      *> AvstamningsKvittering.cbl - den dagliga differensrapporten
      *> listar alla öppna rader tills dess. differens_id är en
      *> identitetskolumn.
           EXEC SQL DECLARE avstamning_differens TABLE
           ( differens_id         int
           , utdrag_datum         date          NOT NULL
           , difftyp              varchar(5)    NOT NULL
           , kalla                varchar(11)   NOT NULL
           , nyckel               varchar(19)   NOT NULL
           , dk                   char(1)       NOT NULL
           , belopp               decimal(13,2) NOT NULL
           , handelse_datum       date          NOT NULL
           , status               varchar(10)   NOT NULL
           , kvitterad_av         varchar(8)
           , kvitterad_at         datetime
           , kommentar            varchar(60)
           , skapad_at            datetime      NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE avstamning_differens
      *> -------------------------------------------
       01  DClavstamning-differens.
           03 avdiff-differens-id             PIC S9(9)   COMP-5.
           03 avdiff-utdrag-datum             PIC X(10).
           03 avdiff-difftyp                  PIC X(5).
           03 avdiff-kalla                    PIC X(11).
           03 avdiff-nyckel                   PIC X(19).
           03 avdiff-dk                       PIC X(1).
           03 avdiff-belopp                   PIC S9(11)V9(2) COMP-3.
           03 avdiff-handelse-datum           PIC X(10).
           03 avdiff-status                   PIC X(10).
           03 avdiff-kvitterad-av             PIC X(8).
           03 avdiff-kvitterad-at             PIC X(19).
           03 avdiff-kommentar                PIC X(60).
           03 avdiff-skapad-at                PIC X(19).
