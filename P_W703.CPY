      *> -------------------------------------------
      *> DECLARE TABLE for arendestatus_arkiv
      *> -------------------------------------------
      *> En rad per detaljrad i ärendestatusfilerna till
      *> uppdragsgivarna (ARENDESTATUS_NNNNNNN.TXT), skriven i
      *> samma ögonblick som ArendestatusExport.cbl skriver
      *> filraden - samma upplägg som inkasso_export_arkiv
      *> (P_W680.CPY). skapad_at är filens huvudposttidpunkt och
      *> filtyp uppdragsgivarens val den natten (H/F); rad_nr är
      *> radens ordning i filen. Därmed kan en dags fil återskapas
      *> exakt med PARM=
      *> 'REEXP:AAAA-MM-DD' (alla uppdragsgivare) eller
      *> 'REEXP:AAAA-MM-DD-NNNNNNN' (en uppdragsgivare). En
      *> förändringsfil utan ändringar har inga detaljrader och
      *> lämnar därför inget spår här.
           EXEC SQL DECLARE arendestatus_arkiv TABLE
           ( upgnr                decimal(7)    NOT NULL
           , batch_nr             int           NOT NULL
           , fil_datum            date          NOT NULL
           , skapad_at            datetime      NOT NULL
           , filtyp               char(1)       NOT NULL
           , rad_nr               int           NOT NULL
           , lopnr                decimal(10)   NOT NULL
           , kundnr               decimal(10)   NOT NULL
           , handelse             varchar(4)    NOT NULL
           , inkasso_status       varchar(10)   NOT NULL
           , paminnelse_niva      smallint      NOT NULL
           , kapital              decimal(11,2) NOT NULL
           , avgifter             decimal(11,2) NOT NULL
           , ranta                decimal(11,2) NOT NULL
           , paus_orsak           varchar(10)   NOT NULL
           , plan_status          varchar(8)    NOT NULL
           , kfm_status           varchar(10)   NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE arendestatus_arkiv
      *> -------------------------------------------
       01  DClarendestatus-arkiv.
           03 asark-upgnr                     PIC S9(7)   COMP-3.
           03 asark-batch-nr                  PIC S9(9)   COMP-5.
           03 asark-fil-datum                 PIC X(10).
           03 asark-skapad-at                 PIC X(19).
           03 asark-filtyp                    PIC X(1).
           03 asark-rad-nr                    PIC S9(9)   COMP-5.
           03 asark-lopnr                     PIC S9(10)  COMP-3.
           03 asark-kundnr                    PIC S9(10)  COMP-3.
           03 asark-handelse                  PIC X(4).
           03 asark-inkasso-status            PIC X(10).
           03 asark-paminnelse-niva           PIC S9(4)   COMP-5.
           03 asark-kapital                   PIC S9(9)V9(2) COMP-3.
           03 asark-avgifter                  PIC S9(9)V9(2) COMP-3.
           03 asark-ranta                     PIC S9(9)V9(2) COMP-3.
           03 asark-paus-orsak                PIC X(10).
           03 asark-plan-status               PIC X(8).
           03 asark-kfm-status                PIC X(10).
