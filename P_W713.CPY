      *> -------------------------------------------
      *> DECLARE TABLE for arendereskontra
      *> -------------------------------------------
      *> Ärendereskontra: en rad per debet eller kredit på ett
      *> ärende (lopnr), skriven av samma program som ändrar
      *> grundtabellerna och i samma ögonblick. Saldot per del är
      *> SUM(belopp) - debet (ökar fordran) är positivt, kredit
      *> negativt. del anger vilken av ärendets tre fordringar
      *> raden gäller:
      *>   KAPITAL  = faktura.attbet - faktura.belopp_bet
      *>   AVGIFT   = aktiva avgifter - betalning_fordelning.
      *>              belopp_avgift
      *>   RANTA    = senaste ofakturerade rantefaktura-raden -
      *>              betalning_fordelning.belopp_ranta
      *> transtyp (kalla_program i parentes):
      *>   KAPITAL    + ny faktura (FakturaIntag)
      *>   KREDIT     - kreditnota eller makulering (FakturaIntag)
      *>   AVGIFT     + debiterad avgift (The_Heart, Program1)
      *>   MAKULERING - makulerad avgift (The_Heart, FakturaIntag)
      *>   RANTA      + upplupen ränta sedan förra ackumuleringen
      *>                (RantefakturaBerakning)
      *>   RANTEFAKT  - upplupen ränta överförd till räntefaktura
      *>                (RantefakturaExport)
      *>   BETALNING  - en rad per del enligt avräkningsordningen
      *>                (BetalfilImport, OplaceradBetalning)
      *>   AVSKRIVN   - hela kvarstående saldot per del när
      *>                ärendet skrivs av (The_Heart,
      *>                BeslutskoUnderhall, InkassoReturImport)
      *>   ATERBET    + återbetalt överskott (The_Heart)
      *>   ATERLAMN   - hela kvarstående saldot per del när
      *>                ärendet lämnas tillbaka till
      *>                uppdragsgivaren (UppdragsgivareAvslut)
      *>   ACKORD     - det som återstår per del när gäldenären
      *>                betalt ett ackord (P_W723.CPY) i tid
      *>                (BetalfilImport, OplaceradBetalning)
      *>   INGAENDE   ± ingående saldo för ärenden som var öppna
      *>                när reskontran infördes (ReconciliationCheck)
      *> valuta: AVGIFT-raderna är alltid SEK, KAPITAL och RANTA i
      *> fakturans valuta (faktura.valuta, SEK om NULL).
      *> referens: det underlag som gav raden - avgiftstyp,
      *> betalningens referens, filid, batchnummer osv.
      *> Den dagliga saldokontrollen i ReconciliationCheck.cbl
      *> ställer saldot per del mot grundtabellerna för varje
      *> öppet ärende och listar varje skillnad.
           EXEC SQL DECLARE arendereskontra TABLE
           ( lopnr                decimal(10)   NOT NULL
           , trans_datum          date          NOT NULL
           , transtyp             varchar(10)   NOT NULL
           , del                  varchar(7)    NOT NULL
           , belopp               decimal(11,2) NOT NULL
           , valuta               char(3)       NOT NULL
           , kalla_program        varchar(30)   NOT NULL
           , referens             varchar(30)
           , bokford_at           datetime      NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE arendereskontra
      *> -------------------------------------------
       01  DClarendereskontra.
           03 reskontra-lopnr                 PIC S9(10)  COMP-3.
           03 reskontra-trans-datum           PIC X(10).
           03 reskontra-transtyp              PIC X(10).
           03 reskontra-del                   PIC X(7).
           03 reskontra-belopp                PIC S9(9)V9(2) COMP-3.
           03 reskontra-valuta                PIC X(3).
           03 reskontra-kalla-program         PIC X(30).
           03 reskontra-referens              PIC X(30).
           03 reskontra-bokford-at            PIC X(19).
