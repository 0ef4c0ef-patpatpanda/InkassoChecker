      *> -------------------------------------------
      *> DECLARE TABLE for faktura_historik
      *> -------------------------------------------
      *> Avslutade fakturor som FakturaHistorikBatch.cbl flyttat ut
      *> ur faktura när de legat stängda längre än bevarandetiden
      *> (HISTORIK_MAN_FAKTURA, se P_W690.CPY), så att nattkedjans
      *> cursorer bara går över levande ärenden. En rad per
      *> flyttad faktura med fakturans alla kolumner och - om
      *> ärendet hade en paminnelser-rad kvar (AVSKRIVEN,
      *> BETALDBYRA) - även den radens kolumner; de är NULL när
      *> fakturan inte hade någon. Ärendets avgifter,
      *> betalning_fordelning och rantefaktura flyttas i samma
      *> omgång till sina historiktabeller (P_W718.CPY -
      *> P_W720.CPY), och varje flytt loggas i faktura_flytt
      *> (P_W721.CPY). arendereskontra flyttas inte.
      *>   avslutad_datum  ärendets senaste händelse (betalning,
      *>                   avgift, statusbyte, ränta) - den dag
      *>                   bevarandetiden räknas från
      *>   flyttad_datum   körningsdagen
      *>   batch_nr        FakturaHistorikBatch-körningens nummer
      *> En sen betalning eller kreditering på en flyttad faktura
      *> flyttar tillbaka hela ärendet till grundtabellerna innan
      *> den bokförs (Y-ATERSTALL-FRAN-HISTORIK i BetalfilImport,
      *> OplaceradBetalning och FakturaIntag) - raden här tas då
      *> bort. Ett lopnr finns alltså alltid i högst en av faktura
      *> och faktura_historik.
           EXEC SQL DECLARE faktura_historik TABLE
           ( upgnr                decimal(7)    NOT NULL
           , kundnr               decimal(10)   NOT NULL
           , lopnr                decimal(10)   NOT NULL
           , faktdat              date          NOT NULL
           , forfdat              date          NOT NULL
           , attbet               decimal(11,2) NOT NULL
           , belopp_bet           decimal(11,2) NOT NULL
           , betaldat             date
           , aterbet_flagga       char(1)
           , valuta               char(3)
           , valuta_kurs          decimal(11,6)
           , paminnelse_datum     date
           , forfallo_datum       date
           , inkasso_status       varchar(10)
           , paminnelse_niva      smallint
           , inkasso_exporterad   char(1)
           , avslutad_datum       date          NOT NULL
           , flyttad_datum        date          NOT NULL
           , batch_nr             decimal(10)   NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> DECLARE VIEW faktura_alla
      *> -------------------------------------------
      *> faktura UNION ALL faktura_historik med exakt faktura:s
      *> kolumner - för rapporter och förfrågningar som ska se
      *> gamla ärenden som om de aldrig flyttats. Läses in i
      *> DCLfaktura (P_W255.CPY). Nattkedjan och allt som ändrar
      *> ett ärende läser faktura direkt.
           EXEC SQL DECLARE faktura_alla TABLE
           ( upgnr                decimal(7)    NOT NULL
           , kundnr               decimal(10)   NOT NULL
           , lopnr                decimal(10)   NOT NULL
           , faktdat              date          NOT NULL
           , forfdat              date          NOT NULL
           , attbet               decimal(11,2) NOT NULL
           , belopp_bet           decimal(11,2) NOT NULL
           , betaldat             date
           , aterbet_flagga       char(1)
           , valuta               char(3)
           , valuta_kurs          decimal(11,6)
           ) END-EXEC.
      *> -------------------------------------------
      *> DECLARE VIEW paminnelser_alla
      *> -------------------------------------------
      *> paminnelser UNION ALL de faktura_historik-rader som hade
      *> en paminnelser-rad (inkasso_status IS NOT NULL), med
      *> paminnelser:s kolumner. paminnelse_id är NULL på
      *> historikraderna. Läses in i DCLpaminnelser (P_W666.CPY).
           EXEC SQL DECLARE paminnelser_alla TABLE
           ( paminnelse_id        int
           , upgnr                decimal(7)   NOT NULL
           , kundnr               decimal(10)  NOT NULL
           , lopnr                decimal(10)  NOT NULL
           , paminnelse_datum     date         NOT NULL
           , forfallo_datum       date         NOT NULL
           , inkasso_status       varchar(10)  NOT NULL
           , paminnelse_niva      smallint     NOT NULL
           , inkasso_exporterad   char(1)      NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE faktura_historik
      *> -------------------------------------------
       01  DClfaktura-historik.
           03 fakthist-upgnr                  PIC S9(7)   COMP-3.
           03 fakthist-kundnr                 PIC S9(10)  COMP-3.
           03 fakthist-lopnr                  PIC S9(10)  COMP-3.
           03 fakthist-faktdat                PIC X(10).
           03 fakthist-forfdat                PIC X(10).
           03 fakthist-attbet                 PIC S9(9)V9(2) COMP-3.
           03 fakthist-belopp-bet             PIC S9(9)V9(2) COMP-3.
           03 fakthist-betaldat               PIC X(10).
           03 fakthist-aterbet-flagga         PIC X(1).
           03 fakthist-valuta                 PIC X(3).
           03 fakthist-valuta-kurs            PIC S9(5)V9(6) COMP-3.
           03 fakthist-paminnelse-datum       PIC X(10).
           03 fakthist-forfallo-datum         PIC X(10).
           03 fakthist-inkasso-status         PIC X(10).
           03 fakthist-paminnelse-niva        PIC S9(4)   COMP-5.
           03 fakthist-inkasso-exporterad     PIC X(1).
           03 fakthist-avslutad-datum         PIC X(10).
           03 fakthist-flyttad-datum          PIC X(10).
           03 fakthist-batch-nr               PIC S9(10)  COMP-3.
