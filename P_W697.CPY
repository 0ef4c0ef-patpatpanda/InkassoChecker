      *> -------------------------------------------
      *> DECLARE TABLE for uppdragsgivare_logg
      *> -------------------------------------------
      *> En rad per ändrat fält i uppdragsgivare, skriven av
      *> UppdragsgivareUnderhall.cbl - samma upplägg som
      *> kundmaster_logg (P_W674.CPY). Nyregistrering loggas med
      *> handelse "NY" och tomt gammalt värde. Ändringar av
      *> bankkonto de senaste 30 dagarna flaggas vid attest av
      *> klientmedelsutbetalningar (UtbetalningsAttest.cbl).
           EXEC SQL DECLARE uppdragsgivare_logg TABLE
           ( upgnr                decimal(7)    NOT NULL
           , handelse             varchar(10)   NOT NULL
           , falt_namn            varchar(20)   NOT NULL
           , gammalt_varde        varchar(60)
           , nytt_varde           varchar(60)
           , andrad_av            varchar(8)    NOT NULL
           , andrad_at            datetime      NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE uppdragsgivare_logg
      *> -------------------------------------------
       01  DCluppdragsgivare-logg.
           03 upglogg-upgnr                   PIC S9(7)   COMP-3.
           03 upglogg-handelse                PIC X(10).
           03 upglogg-falt-namn               PIC X(20).
           03 upglogg-gammalt-varde           PIC X(60).
           03 upglogg-nytt-varde              PIC X(60).
           03 upglogg-andrad-av               PIC X(8).
           03 upglogg-andrad-at               PIC X(19).
