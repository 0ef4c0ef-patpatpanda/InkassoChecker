      *> -------------------------------------------
      *> DECLARE TABLE for operator_behorighet
      *> -------------------------------------------
      *> Operatörsregister: en rad per signatur och funktion som
      *> signaturen får utföra i underhållsprogrammen. Förut
      *> godtog programmen vilken åttateckenssignatur som helst
      *> på konsolen, och vem som helst kunde slå samman kunder,
      *> skriva av ärenden eller placera betalningar. Varje
      *> underhållsprogram slår nu upp signaturen här (sektionen
      *> Z-KONTROLLERA-BEHORIGHET) innan en ändrande åtgärd
      *> utförs; saknas en aktiv rad nekas åtgärden och försöket
      *> loggas i behorighet_logg (P_W693.CPY). Kända funktioner:
      *>   KUNDMASTER      KundmasterUnderhall.cbl
      *>   SAMMANSLA       KundmasterDublett.cbl
      *>   BESLUT          BeslutskoUnderhall.cbl (inkasso, paus)
      *>   AVSKRIV         BeslutskoUnderhall.cbl (avskrivning)
      *>   PLACERA         OplaceradBetalning.cbl
      *>   KFM             KronofogdenFlagga.cbl
      *>   PAUS            PausBevakning.cbl
      *>   UPPDRAGSGIVARE  UppdragsgivareUnderhall.cbl,
      *>                   UppdragsgivareAvslut.cbl (avslut och
      *>                   slututbetalning)
      *>   BETALPLAN       BetalplanRegistrering.cbl
      *>   LOFTE           BetalningsLofte.cbl
      *>   ATTEST          UtbetalningsAttest.cbl
      *>   ATERBETKONTO    GaldenarKonto.cbl
      *>   AVSTAMNING      AvstamningsKvittering.cbl (kvittering av
      *>                   differenser på klientmedelskontot)
      *>   DODSBO          DodsboUnderhall.cbl (kontaktperson,
      *>                   bouppteckning och avslut av dödsbon)
      *>   BREVMALL        BrevmallUnderhall.cbl (nya versioner
      *>                   och borttag av brevmallar)
      *>   ACKORD          AckordUnderhall.cbl (registrering och
      *>                   makulering av ackordserbjudanden)
      *>   KLIENTMEDEL     KlientmedelUtbetalning.cbl (upprättande
      *>                   och släpp av klientmedelsbatchen)
      *>   BEHORIGHET      OperatorRegister.cbl (registret självt)
      *> En återkallad behörighet tas inte bort utan får aktiv =
      *> 'N' med datum och signatur, så revisorns månadsrapport
      *> (BehorighetsRapport.cbl) kan visa vem som hade vad när.
           EXEC SQL DECLARE operator_behorighet TABLE
           ( signatur             varchar(8)    NOT NULL
           , funktion             varchar(15)   NOT NULL
           , operator_namn        varchar(60)   NOT NULL
           , aktiv                char(1)       NOT NULL
           , beviljad_datum       date          NOT NULL
           , beviljad_av          varchar(8)    NOT NULL
           , aterkallad_datum     date
           , aterkallad_av        varchar(8)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE operator_behorighet
      *> -------------------------------------------
       01  DCloperator-behorighet.
           03 oper-signatur                   PIC X(8).
           03 oper-funktion                   PIC X(15).
           03 oper-operator-namn              PIC X(60).
           03 oper-aktiv                      PIC X(1).
           03 oper-beviljad-datum             PIC X(10).
           03 oper-beviljad-av                PIC X(8).
           03 oper-aterkallad-datum           PIC X(10).
           03 oper-aterkallad-av              PIC X(8).
