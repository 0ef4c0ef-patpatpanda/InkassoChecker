      *> -------------------------------------------
      *> DECLARE TABLE for arendestatus
      *> -------------------------------------------
      *> Senast rapporterade läge per ärende (lopnr) i den dagliga
      *> ärendestatusfilen till uppdragsgivarna, skrivet av
      *> ArendestatusExport.cbl varje natt för samtliga öppna
      *> ärenden - oavsett om uppdragsgivaren får hel fil,
      *> förändringsfil eller ingen fil alls. Nattens läge jämförs
      *> mot raden här för att sätta händelsekoden (vad som
      *> ändrats sedan i går). Ett ärende som stängts rapporteras
      *> en sista gång med händelsen AVSL och raden tas då bort.
      *> Räntan står inte här: den växer varje dag och är ingen
      *> händelse i sig.
           EXEC SQL DECLARE arendestatus TABLE
           ( lopnr                decimal(10)   NOT NULL
           , upgnr                decimal(7)    NOT NULL
           , kundnr               decimal(10)   NOT NULL
           , inkasso_status       varchar(10)   NOT NULL
           , paminnelse_niva      smallint      NOT NULL
           , kapital              decimal(11,2) NOT NULL
           , avgifter             decimal(11,2) NOT NULL
           , paus_orsak           varchar(10)   NOT NULL
           , plan_status          varchar(8)    NOT NULL
           , kfm_status           varchar(10)   NOT NULL
           , uppdaterad_datum     date          NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE arendestatus
      *> -------------------------------------------
       01  DClarendestatus.
           03 arstat-lopnr                    PIC S9(10)  COMP-3.
           03 arstat-upgnr                    PIC S9(7)   COMP-3.
           03 arstat-kundnr                   PIC S9(10)  COMP-3.
           03 arstat-inkasso-status           PIC X(10).
           03 arstat-paminnelse-niva          PIC S9(4)   COMP-5.
           03 arstat-kapital                  PIC S9(9)V9(2) COMP-3.
           03 arstat-avgifter                 PIC S9(9)V9(2) COMP-3.
           03 arstat-paus-orsak               PIC X(10).
           03 arstat-plan-status              PIC X(8).
           03 arstat-kfm-status               PIC X(10).
           03 arstat-uppdaterad-datum         PIC X(10).
