      *> -------------------------------------------
      *> DECLARE TABLE for brevmall
      *> -------------------------------------------
      *> Brevmallar för kravbrev, saldobesked, betalplansavier och
      *> ackordbrev: en rad per mallversion. Nyckel brevtyp
      *> (KRAVBREV / SALDOBESKED / BETALPLANAVI / ACKORDBREV),
      *> upgnr (0 = standardmall för alla uppdragsgivare), niva
      *> (påminnelsenivå 1/2 för kravbrev, 0 = alla nivåer -
      *> övriga brevtyper har bara 0) och sprak (SV, EN, ... se
      *> kundmaster.sprak).
      *> Mallens text står i brevmall_rad (P_W712.CPY).
      *> Versionering: en mall ändras aldrig - en ändring är en ny
      *> version (version + 1) och den gamla får ersatt_at satt.
      *> Gällande version är den med ersatt_at NULL; en mall som
      *> tagits bort utan ersättare har ersatt_at satt på sin
      *> sista version. Vilken version ett visst brev skrevs med
      *> står i brevutskick (P_W709.CPY, mall_*), så exakt
      *> ordalydelse kan visas för varje utskick i efterhand.
      *> Underhålls i BrevmallUnderhall.cbl.
      *> Val av mall (KravbrevExport, SaldobeskedExport,
      *> BetalplanAviExport): gällande mall för brevtypen med
      *> gäldenärens språk före svenska, därefter
      *> uppdragsgivarens egen mall före standardmallen, därefter
      *> nivåns egen mall före nivå 0. Standardmallen (upgnr 0,
      *> niva 0, SV) är reserven för alla.
           EXEC SQL DECLARE brevmall TABLE
           ( brevtyp              varchar(12)   NOT NULL
           , upgnr                decimal(7)    NOT NULL
           , niva                 smallint      NOT NULL
           , sprak                char(2)       NOT NULL
           , version              int           NOT NULL
           , antal_rader          smallint      NOT NULL
           , skapad_av            varchar(8)    NOT NULL
           , skapad_at            datetime      NOT NULL
           , ersatt_at            datetime
           , ersatt_av            varchar(8)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE brevmall
      *> -------------------------------------------
       01  DClbrevmall.
           03 brevmall-brevtyp                PIC X(12).
           03 brevmall-upgnr                  PIC S9(7)   COMP-3.
           03 brevmall-niva                   PIC S9(4)   COMP-5.
           03 brevmall-sprak                  PIC X(2).
           03 brevmall-version                PIC S9(9)   COMP-5.
           03 brevmall-antal-rader            PIC S9(4)   COMP-5.
           03 brevmall-skapad-av              PIC X(8).
           03 brevmall-skapad-at              PIC X(19).
           03 brevmall-ersatt-at              PIC X(19).
           03 brevmall-ersatt-av              PIC X(8).
