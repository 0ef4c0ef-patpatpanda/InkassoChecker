      *> -------------------------------------------
      *> DECLARE TABLE for galdenar_konto
      *> -------------------------------------------
      *> Gäldenärens utbetalningskonto för återbetalning av
      *> överbetalningar - en rad per kundnr. kalla anger var
      *> kontot kommer ifrån:
      *>   BGMAX       avsändarens bankgiro på inbetalningsposten
      *>               (TK 20), sparat av BetalfilImport.cbl vid
      *>               varje bokförd betalning
      *>   KUNDTJANST  registrerat av kundtjänst i
      *>               GaldenarKonto.cbl efter kontakt med kunden
      *> Ett konto från kundtjänst skrivs aldrig över av BG Max -
      *> kunden har uttryckligen sagt vart pengarna ska. Kontot
      *> fryses på utbetalningsraden när överskottet läggs i en
      *> ATERBET-batch (HITTA-OVERBETALDA i The_Heart.cbl).
           EXEC SQL DECLARE galdenar_konto TABLE
           ( kundnr               decimal(10)   NOT NULL
           , kontonr              varchar(20)   NOT NULL
           , kalla                varchar(10)   NOT NULL
           , registrerad_at       datetime      NOT NULL
           , signatur             varchar(8)    NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE galdenar_konto
      *> -------------------------------------------
       01  DClgaldenar-konto.
           03 gkonto-kundnr                   PIC S9(10)  COMP-3.
           03 gkonto-kontonr                  PIC X(20).
           03 gkonto-kalla                    PIC X(10).
           03 gkonto-registrerad-at           PIC X(19).
           03 gkonto-signatur                 PIC X(8).
