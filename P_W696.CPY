      *> -------------------------------------------
      *> DECLARE TABLE for attest_logg
      *> -------------------------------------------
      *> En rad per händelse för en utgående betalningsbatch
      *> (utbetalning_batch, P_W694.CPY): UPPRATTAD, ATTEST,
      *> AVVISAD och SLAPPT, med signatur och tidpunkt.
      *> KlientmedelUtbetalning och UppdragsgivareAvslut loggar
      *> operatörens signatur ur PARM; The_Heart loggar sin
      *> återbetalningsbatch med kortnamnet THEHEART. anmarkning
      *> bär avvisningsorsaken respektive varningen om nyligen
      *> ändrat bankkonto vid attest.
           EXEC SQL DECLARE attest_logg TABLE
           ( batchtyp             varchar(11)   NOT NULL
           , batchnr              int           NOT NULL
           , handelse             varchar(10)   NOT NULL
           , signatur             varchar(8)    NOT NULL
           , logg_at              datetime      NOT NULL
           , anmarkning           varchar(60)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE attest_logg
      *> -------------------------------------------
       01  DClattest-logg.
           03 alogg-batchtyp                  PIC X(11).
           03 alogg-batchnr                   PIC S9(9)   COMP-5.
           03 alogg-handelse                  PIC X(10).
           03 alogg-signatur                  PIC X(8).
           03 alogg-logg-at                   PIC X(19).
           03 alogg-anmarkning                PIC X(60).
