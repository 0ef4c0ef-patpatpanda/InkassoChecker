      *> -------------------------------------------
      *> DECLARE TABLE for ackord
      *> -------------------------------------------
      *> Ackord (förlikningserbjudande): vi erbjuder gäldenären att
      *> ett lägre belopp betalt senast sista_dag godtas som full
      *> betalning. Gäller ett ärende (lopnr) eller alla
      *> gäldenärens öppna ärenden hos uppdragsgivaren (lopnr 0) -
      *> de ingående ärendena står i ackord_rad (P_W724.CPY).
      *> Registreras av AckordUnderhall.cbl inom uppdragsgivarens
      *> gränser i inkasso_parameter (P_W668.CPY:
      *> ackord_min_procent, ackord_max_dagar) och skickas som
      *> eget brev av AckordbrevExport.cbl.
      *>   ackordnr       löpnummer ur räknarraden
      *>                  'AckordUnderhall-ackordnr' i
      *>                  batch_checkpoint
      *>   skuld_belopp   ärendenas samlade kvarstående fordran
      *>                  (kapital, öppna avgifter och ränta) vid
      *>                  registreringen
      *>   ackord_belopp  det belopp som godtas som full betalning
      *>   betalt_belopp  betalt på ärendena från registreringsdagen
      *>                  till och med sista_dag, enligt
      *>                  betalning_fordelning - sätts när ackordet
      *>                  avslutas
      *>   avskrivet_belopp  det som skrevs av när ackordet
      *>                  fullgjordes (transtyp ACKORD i
      *>                  arendereskontra, P_W713.CPY) - visas för
      *>                  sig på uppdragsgivarens avräkning
      *> status:
      *>   REGISTRERAT  väntar på AckordbrevExport
      *>   SKICKAT      brevet skickat (brev_skickat_datum)
      *>   FULLGJORT    ackordbeloppet betalt i tid - resten
      *>                avskrivet av BetalfilImport.cbl eller
      *>                OplaceradBetalning.cbl
      *>   FORFALLET    inte betalt i tid - avslutat av
      *>                KONTROLLERA-ACKORD i The_Heart.cbl
      *>   MAKULERAT    återtaget i AckordUnderhall.cbl
      *> Medan ackordet är REGISTRERAT eller SKICKAT hoppar
      *> The_Heart:s eskalering över ärendena (samma spärr som för
      *> betalningslöften). OCR-referensen i brevet är '2' följt av
      *> ackordnr (elva siffror), se BetalfilImport.cbl. Bara
      *> fakturor i SEK tas med.
           EXEC SQL DECLARE ackord TABLE
           ( ackordnr             decimal(10)   NOT NULL
           , upgnr                decimal(7)    NOT NULL
           , kundnr               decimal(10)   NOT NULL
           , lopnr                decimal(10)   NOT NULL
           , skuld_belopp         decimal(11,2) NOT NULL
           , ackord_belopp        decimal(11,2) NOT NULL
           , sista_dag            date          NOT NULL
           , status               varchar(11)   NOT NULL
           , signatur             varchar(8)    NOT NULL
           , registrerad_datum    date          NOT NULL
           , brev_skickat_datum   date
           , betalt_belopp        decimal(11,2)
           , avskrivet_belopp     decimal(11,2)
           , avslutad_datum       date
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE ackord
      *> -------------------------------------------
       01  DClackord.
           03 ackord-ackordnr                 PIC S9(10)  COMP-3.
           03 ackord-upgnr                    PIC S9(7)   COMP-3.
           03 ackord-kundnr                   PIC S9(10)  COMP-3.
           03 ackord-lopnr                    PIC S9(10)  COMP-3.
           03 ackord-skuld-belopp             PIC S9(9)V9(2) COMP-3.
           03 ackord-ackord-belopp            PIC S9(9)V9(2) COMP-3.
           03 ackord-sista-dag                PIC X(10).
           03 ackord-status                   PIC X(11).
           03 ackord-signatur                 PIC X(8).
           03 ackord-registrerad-datum        PIC X(10).
           03 ackord-brev-skickat-datum       PIC X(10).
           03 ackord-betalt-belopp            PIC S9(9)V9(2) COMP-3.
           03 ackord-avskrivet-belopp         PIC S9(9)V9(2) COMP-3.
           03 ackord-avslutad-datum           PIC X(10).
