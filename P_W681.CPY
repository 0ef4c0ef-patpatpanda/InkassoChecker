      *> ärendet helt (orsak BETALD när kunden betalat oss direkt,
      *> BETALPLAN när en avbetalningsplan avtalats hos oss, PAUSAD
      *> vid manuell paus, KREDITERAD när en kreditnota släckt
      *> fordran, DODSBO när gäldenären avlidit, AVSLUTAT när
      *> uppdragsgivaren sagt upp uppdraget och ärendet lämnats
      *> tillbaka - UppdragsgivareAvslut.cbl, ACKORD när
      *> gäldenären betalat ett ackord och resten skrivits av -
      *> P_W723.CPY), posttyp SALDO =
      *> delbetalning hos oss har sänkt kvarstående fordran till
      *> belopp. Raderna skrivs av
      *> REMOVE-BETALDA i The_Heart.cbl, BetalplanRegistrering.cbl
      *> och BetalfilImport.cbl och exporteras nattligen av
      *> ByraAterkallelseExport.cbl, som sätter exporterad = 'J'
      *> återkallelsefil per byrå - se flerbyråstödet i
      *> FLAGGA-EN-BYRA i The_Heart.cbl. NULL tills raden
      *> exporterats.
      *> valuta/avgift_sek: belopp är i fakturans valuta. På
      *> SALDO-rader för en faktura i utländsk valuta ingår de
      *> obetalda avgifterna inte i belopp utan står i kronor i
      *> avgift_sek - samma uppdelning som handoff-filen. NULL
      *> läses som SEK respektive 0.
           EXEC SQL DECLARE byra_aterkallelse TABLE
           ( lopnr                decimal(10)   NOT NULL
           , posttyp              char(8)       NOT NULL
           , exporterad           char(1)       NOT NULL
           , batch_nr             int
           , byra_id              decimal(3)
           , valuta               char(3)
           , avgift_sek           decimal(11,2)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE byra_aterkallelse
           03 aterkall-exporterad             PIC X(1).
           03 aterkall-batch-nr               PIC S9(9)   COMP-5.
           03 aterkall-byra-id                PIC S9(3)   COMP-3.
           03 aterkall-valuta                 PIC X(3).
           03 aterkall-avgift-sek             PIC S9(9)V9(2) COMP-3.
