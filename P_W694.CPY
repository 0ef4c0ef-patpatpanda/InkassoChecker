      *> -------------------------------------------
      *> DECLARE TABLE for utbetalning_batch
      *> -------------------------------------------
      *> Utgående betalningsbatchar som väntar på attest innan
      *> filen till banken eller betalteamet byggs. En rad per
      *> batch och batchtyp:
      *>   KLIENTMEDEL  utbetalning av klientmedel till
      *>                uppdragsgivarna (KlientmedelUtbetalning.cbl,
      *>                fil LBUT.TXT)
      *>   ATERBET      återbetalning av överbetalningar direkt
      *>                till gäldenären (HITTA-OVERBETALDA i
      *>                The_Heart.cbl, fil LBATERBET.TXT)
      *> Raderna ligger i utbetalning_rad (P_W695.CPY). status:
      *>   VANTANDE    upprättad, väntar på attest
      *>   ATTESTERAD  attesterad av krav_attester personer - filen
      *>               byggs vid nästa körning av släppsteget
      *>   SLAPPT      filen byggd och medlen bokförda
      *>   AVVISAD     avvisad vid attest - ingenting betalas ut
      *> Attest görs i UtbetalningsAttest.cbl av annan signatur än
      *> upprattad_av; batchar över beloppsgränsen i styrparameter-
      *> raden ATTEST_GRANS_TVA kräver två attester av två olika
      *> personer (krav_attester = 2). Varje händelse loggas i
      *> attest_logg (P_W696.CPY).
           EXEC SQL DECLARE utbetalning_batch TABLE
           ( batchtyp             varchar(11)   NOT NULL
           , batchnr              int           NOT NULL
           , status               varchar(10)   NOT NULL
           , period               varchar(7)
           , antal                int           NOT NULL
           , belopp               decimal(13,2) NOT NULL
           , krav_attester        int           NOT NULL
           , upprattad_av         varchar(8)    NOT NULL
           , upprattad_at         datetime      NOT NULL
           , attest1_av           varchar(8)
           , attest1_at           datetime
           , attest2_av           varchar(8)
           , attest2_at           datetime
           , avslutad_av          varchar(8)
           , avslutad_at          datetime
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE utbetalning_batch
      *> -------------------------------------------
       01  DClutbetalning-batch.
           03 ubatch-batchtyp                 PIC X(11).
           03 ubatch-batchnr                  PIC S9(9)   COMP-5.
           03 ubatch-status                   PIC X(10).
           03 ubatch-period                   PIC X(7).
           03 ubatch-antal                    PIC S9(9)   COMP-5.
           03 ubatch-belopp                   PIC S9(11)V9(2) COMP-3.
           03 ubatch-krav-attester            PIC S9(9)   COMP-5.
           03 ubatch-upprattad-av             PIC X(8).
           03 ubatch-upprattad-at             PIC X(19).
           03 ubatch-attest1-av               PIC X(8).
           03 ubatch-attest1-at               PIC X(19).
           03 ubatch-attest2-av               PIC X(8).
           03 ubatch-attest2-at               PIC X(19).
           03 ubatch-avslutad-av              PIC X(8).
           03 ubatch-avslutad-at              PIC X(19).
