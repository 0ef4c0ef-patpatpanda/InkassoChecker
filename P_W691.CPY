      *> -------------------------------------------
      *> DECLARE TABLE for betalningslofte
      *> -------------------------------------------
      *> Betalningslöften och korta anstånd från kundtjänstsamtal:
      *> en rad per löfte för ett ärende (lopnr), med utlovat
      *> belopp, utlovat datum och signaturen på operatören som
      *> tog samtalet. Registreras av BetalningsLofte.cbl. typ är
      *> LOFTE (kunden lovar betala ett belopp senast ett datum)
      *> eller ANSTAND (vi skjuter på kravet till ett datum, med
      *> hela kvarstående fordran som förväntat belopp).
      *>
      *> Så länge lofte_datum plus marginalen i styrparameter-
      *> raden LOFTE_MARGINAL_DAGAR inte passerats hoppar
      *> ESKALERA_CURSOR, AVSKRIVNING_CURSOR och INKASSO_CURSOR i
      *> The_Heart.cbl över ärendet. Första natten därefter prövar
      *> KONTROLLERA-BETALNINGSLOFTEN löftet mot
      *> betalning_fordelning (betalningar med betaldag från
      *> registreringen till och med lofte_datum plus marginal)
      *> och sätter status:
      *>   AKTIV      löftet löper
      *>   HALLET     hela utlovade beloppet betalt
      *>   DELVIS     en del av beloppet betalt
      *>   BRUTET     ingenting betalt - hamnar på
      *>              uppföljningslistan LOFTESUPPFOLJNING.TXT
      *>   MAKULERAT  återtaget av kundtjänst innan utfallet
      *> Gäldenärer (kundnr) med fler brutna löften än
      *> styrparameter-raden LOFTE_MAX_BRUTNA får inga nya.
      *> lofte_id är en identitetskolumn.
           EXEC SQL DECLARE betalningslofte TABLE
           ( lofte_id             int
           , lopnr                decimal(10)   NOT NULL
           , kundnr               decimal(10)   NOT NULL
           , typ                  varchar(8)    NOT NULL
           , lofte_belopp         decimal(11,2) NOT NULL
           , lofte_datum          date          NOT NULL
           , signatur             varchar(8)    NOT NULL
           , registrerad_datum    date          NOT NULL
           , status               varchar(10)   NOT NULL
           , betalt_belopp        decimal(11,2)
           , utfall_datum         date
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE betalningslofte
      *> -------------------------------------------
       01  DClbetalningslofte.
           03 lofte-id                        PIC S9(9)   COMP-5.
           03 lofte-lopnr                     PIC S9(10)  COMP-3.
           03 lofte-kundnr                    PIC S9(10)  COMP-3.
           03 lofte-typ                       PIC X(8).
           03 lofte-belopp                    PIC S9(9)V9(2) COMP-3.
           03 lofte-datum                     PIC X(10).
           03 lofte-signatur                  PIC X(8).
           03 lofte-registrerad-datum         PIC X(10).
           03 lofte-status                    PIC X(10).
           03 lofte-betalt-belopp             PIC S9(9)V9(2) COMP-3.
           03 lofte-utfall-datum              PIC X(10).
