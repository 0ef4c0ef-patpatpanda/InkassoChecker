      *> -------------------------------------------
      *> DECLARE TABLE for aterbetalning
      *> -------------------------------------------
      *> Återbetalningsreskontra: en rad per överskott som
      *> HITTA-OVERBETALDA i The_Heart.cbl hittat på ett ärende
      *> (lopnr), från upptäckt till utbetalning. status:
      *>   SAKNAR_KONTO  gäldenären har inget utbetalningskonto i
      *>                 galdenar_konto (P_W698.CPY) - raden åldras
      *>                 på AterbetalningsBevakning.cbl:s lista och
      *>                 flyttas till en batch första natten ett
      *>                 konto finns
      *>   ATTEST        ligger i ATERBET-batchen batchnr och väntar
      *>                 på attest (UtbetalningsAttest.cbl)
      *>   UTBETALD      skriven till bankens betalningsfil - samma
      *>                 natt minskas faktura.belopp_bet med beloppet
      *>                 och återbetalningen bokförs som egen rad i
      *>                 betalning_fordelning och klientmedel
      *>   AVVISAD       batchen avvisades vid attest; överskottet
      *>                 föreslås på nytt som ny rad
      *> Outtagna belopp äldre än preskriptionstiden i
      *> styrparameter-raden ATERBET_PRESKR_AR redovisas separat av
      *> AterbetalningsBevakning.cbl. aterbet_id är en
      *> identitetskolumn.
      *> belopp är i SEK - det är kronor som betalas ut. För en
      *> faktura i utländsk valuta bär belopp_valuta överskottet
      *> i fakturans valuta (det som dras från belopp_bet när
      *> återbetalningen bokförs); belopp är det omräknat till
      *> dagskursen när överskottet upptäcktes. NULL = SEK-faktura,
      *> belopp_bet minskas då med belopp.
           EXEC SQL DECLARE aterbetalning TABLE
           ( aterbet_id           int
           , lopnr                decimal(10)   NOT NULL
           , kundnr               decimal(10)   NOT NULL
           , upgnr                decimal(7)    NOT NULL
           , belopp               decimal(11,2) NOT NULL
           , status               varchar(12)   NOT NULL
           , upptackt_datum       date          NOT NULL
           , batchnr              int
           , kontonr              varchar(20)
           , utbetald_datum       date
           , belopp_valuta        decimal(11,2)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE aterbetalning
      *> -------------------------------------------
       01  DClaterbetalning.
           03 aterb-id                        PIC S9(9)   COMP-5.
           03 aterb-lopnr                     PIC S9(10)  COMP-3.
           03 aterb-kundnr                    PIC S9(10)  COMP-3.
           03 aterb-upgnr                     PIC S9(7)   COMP-3.
           03 aterb-belopp                    PIC S9(9)V9(2) COMP-3.
           03 aterb-status                    PIC X(12).
           03 aterb-upptackt-datum            PIC X(10).
           03 aterb-batchnr                   PIC S9(9)   COMP-5.
           03 aterb-kontonr                   PIC X(20).
           03 aterb-utbetald-datum            PIC X(10).
           03 aterb-belopp-valuta             PIC S9(9)V9(2) COMP-3.
