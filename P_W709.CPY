      *> -------------------------------------------
      *> DECLARE TABLE for brevutskick
      *> -------------------------------------------
      *> Brevregister: en rad per utskickat kravbrev, saldobesked
      *> och betalplansavi med kanal och leveransdatum - ett
      *> kravbrev avbryter preskription bara om vi kan visa att
      *> det kommit fram (PreskriptionsBevakning.cbl).
      *>   brev_ref    vår referens, brevtypens prefix (KB, SB,
      *>               BA, AK) + batchnr (9) + löpnummer i batchen
      *>               (6). Följer med i den digitala leveransfilen
      *>               och kommer tillbaka i operatörens kvittofil.
      *>   brevtyp     KRAVBREV / SALDOBESKED / BETALPLANAVI /
      *>               ACKORDBREV (AckordbrevExport.cbl - bara på
      *>               papper)
      *>   lopnr       ärendet (0 för saldobesked, som gäller hela
      *>               kundnumret, och för ackord per gäldenär);
      *>               delbetalning_nr bara för avier
      *>   kanal       DIGITAL eller PAPPER
      *>   belopp      brevets del av filens slutpostsumma -
      *>               behövs när brevet skrivs om på papper
      *>   mall_*      brevmallens nyckel och version
      *>               (P_W711.CPY) som brevets text fylldes ur -
      *>               NULL om ingen mall fanns
      *>   samlingsnr  kravbrev för ett samlingsärende
      *>               (P_W715.CPY) - lopnr är då samlingens
      *>               bärande ärende, och brevet gäller alla
      *>               fakturor i samlingen den dagen
      *> leveransstatus:
      *>   AVSAND      pappersbrev lämnat till tryckeriet;
      *>               leverans_datum = avsändningsdagen
      *>   SKICKAD     digitalt brev i väntan på operatörens kvitto
      *>   LEVERERAD   kvitterat levererat; leverans_datum =
      *>               kvittots datum
      *>   RESERV      digitalt brev som inte levererats (kvitto
      *>               med felkod eller inget kvitto inom
      *>               styrparameter DIGITAL_KVITTO_MAX_DAGAR) och
      *>               därför skrivits på papper - reserv_brev_ref
      *>               pekar på pappersbrevets rad
      *>   INAKTUELL   olevererat digitalt brev vars ärende hunnit
      *>               avslutas - inget pappersbrev skrevs
      *> Raderna skrivs av brevexporterna och uppdateras
      *> av DigitalKvittoImport.cbl.
           EXEC SQL DECLARE brevutskick TABLE
           ( brev_ref             varchar(17)   NOT NULL
           , brevtyp              varchar(12)   NOT NULL
           , kundnr               decimal(10)   NOT NULL
           , lopnr                decimal(10)   NOT NULL
           , delbetalning_nr      smallint
           , kanal                varchar(7)    NOT NULL
           , batch_nr             int           NOT NULL
           , skapad_datum         date          NOT NULL
           , belopp               decimal(11,2) NOT NULL
           , leveransstatus       varchar(10)   NOT NULL
           , leverans_datum       date
           , kvittokod            char(2)
           , reserv_brev_ref      varchar(17)
           , status_at            datetime      NOT NULL
           , mall_upgnr           decimal(7)
           , mall_niva            smallint
           , mall_sprak           char(2)
           , mall_version         int
           , samlingsnr           decimal(10)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE brevutskick
      *> -------------------------------------------
       01  DClbrevutskick.
           03 brevut-brev-ref                 PIC X(17).
           03 brevut-brevtyp                  PIC X(12).
           03 brevut-kundnr                   PIC S9(10)  COMP-3.
           03 brevut-lopnr                    PIC S9(10)  COMP-3.
           03 brevut-delbetalning-nr          PIC S9(4)   COMP-5.
           03 brevut-kanal                    PIC X(7).
           03 brevut-batch-nr                 PIC S9(9)   COMP-5.
           03 brevut-skapad-datum             PIC X(10).
           03 brevut-belopp                   PIC S9(9)V9(2) COMP-3.
           03 brevut-leveransstatus           PIC X(10).
           03 brevut-leverans-datum           PIC X(10).
           03 brevut-kvittokod                PIC X(2).
           03 brevut-reserv-brev-ref          PIC X(17).
           03 brevut-status-at                PIC X(19).
           03 brevut-mall-upgnr               PIC S9(7)   COMP-3.
           03 brevut-mall-niva                PIC S9(4)   COMP-5.
           03 brevut-mall-sprak               PIC X(2).
           03 brevut-mall-version             PIC S9(9)   COMP-5.
           03 brevut-samlingsnr               PIC S9(10)  COMP-3.
