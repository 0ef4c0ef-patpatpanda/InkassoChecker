      *> -------------------------------------------
      *> DECLARE TABLE for samlingsarende
      *> -------------------------------------------
      *> Samlingsärende: en gäldenärs (kundnr) öppna ärenden hos en
      *> uppdragsgivare med samlingskrav = 'J' (P_W675.CPY) drivs
      *> som ett krav - ett kravbrev som listar alla fakturor, en
      *> uppsättning avgifter, en OCR-referens och en rad till
      *> byrån. Fakturorna ligger i samlingsarende_rad
      *> (P_W716.CPY) och behåller var sin paminnelser-rad,
      *> förfallodag och preskriptionsbevakning.
      *>   samlingsnr    löpnummer ur räknarraden 'The_Heart-
      *>                 samlingsnr' i batch_checkpoint
      *>   bar_lopnr     det ärende samlingens avgifter debiteras
      *>                 på och som står som lopnr i kravbrevet och
      *>                 i byråns fil - det lägsta öppna lopnr;
      *>                 byts av The_Heart om det stängs eller
      *>                 pausas medan samlingen är OPPEN
      *>   status        OPPEN    i påminnelseflödet
      *>                 INKASSO  överlämnad till byrån som ett
      *>                          ärende (inkasso_datum)
      *>                 STANGD   inget ärende kvar i flödet
      *> OCR-referensen är '1' följt av samlingsnr (elva siffror) -
      *> ett lopnr är högst tio, så BetalfilImport känner igen
      *> samlingsbetalningen på elfte positionen från höger.
      *> Bara fakturor i SEK samlas; valutafakturor drivs var för
      *> sig.
           EXEC SQL DECLARE samlingsarende TABLE
           ( samlingsnr           decimal(10)   NOT NULL
           , upgnr                decimal(7)    NOT NULL
           , kundnr               decimal(10)   NOT NULL
           , bar_lopnr            decimal(10)   NOT NULL
           , status               varchar(8)    NOT NULL
           , skapad_datum         date          NOT NULL
           , inkasso_datum        date
           , stangd_datum         date
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE samlingsarende
      *> -------------------------------------------
       01  DClsamlingsarende.
           03 samling-samlingsnr              PIC S9(10)  COMP-3.
           03 samling-upgnr                   PIC S9(7)   COMP-3.
           03 samling-kundnr                  PIC S9(10)  COMP-3.
           03 samling-bar-lopnr               PIC S9(10)  COMP-3.
           03 samling-status                  PIC X(8).
           03 samling-skapad-datum            PIC X(10).
           03 samling-inkasso-datum           PIC X(10).
           03 samling-stangd-datum            PIC X(10).
