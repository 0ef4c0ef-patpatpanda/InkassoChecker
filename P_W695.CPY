      *> -------------------------------------------
      *> DECLARE TABLE for utbetalning_rad
      *> -------------------------------------------
      *> En rad per betalning i en utgående batch
      *> (utbetalning_batch, P_W694.CPY). Mottagarkonto och belopp
      *> fryses när batchen upprättas - det är dessa värden som
      *> attesteras och som sedan skrivs till filen, även om
      *> uppdragsgivarens bankkonto ändras under tiden.
      *> KLIENTMEDEL-rader bär upgnr, ATERBET-rader kundnr och
      *> lopnr.
           EXEC SQL DECLARE utbetalning_rad TABLE
           ( batchtyp             varchar(11)   NOT NULL
           , batchnr              int           NOT NULL
           , radnr                int           NOT NULL
           , upgnr                decimal(7)
           , kundnr               decimal(10)
           , lopnr                decimal(10)
           , mottagare_namn       varchar(60)
           , mottagarkonto        varchar(20)
           , belopp               decimal(11,2) NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE utbetalning_rad
      *> -------------------------------------------
       01  DClutbetalning-rad.
           03 urad-batchtyp                   PIC X(11).
           03 urad-batchnr                    PIC S9(9)   COMP-5.
           03 urad-radnr                      PIC S9(9)   COMP-5.
           03 urad-upgnr                      PIC S9(7)   COMP-3.
           03 urad-kundnr                     PIC S9(10)  COMP-3.
           03 urad-lopnr                      PIC S9(10)  COMP-3.
           03 urad-mottagare-namn             PIC X(60).
           03 urad-mottagarkonto              PIC X(20).
           03 urad-belopp                     PIC S9(9)V9(2) COMP-3.
