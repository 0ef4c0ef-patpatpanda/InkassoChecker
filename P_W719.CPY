      *> -------------------------------------------
      *> DECLARE TABLE for betalning_fordelning_historik
      *> -------------------------------------------
      *> Fördelningsraderna för fakturor som flyttats till
      *> faktura_historik (P_W717.CPY) - betalning_fordelning:s
      *> kolumner plus flyttdag och körningsnummer. Flyttas ut och
      *> tillbaka tillsammans med fakturan, aldrig ensamma.
           EXEC SQL DECLARE betalning_fordelning_historik TABLE
           ( lopnr                decimal(10)   NOT NULL
           , betaldag             date          NOT NULL
           , belopp_avgift        decimal(11,2) NOT NULL
           , belopp_ranta         decimal(11,2) NOT NULL
           , belopp_kapital       decimal(11,2) NOT NULL
           , kalla_program        varchar(30)   NOT NULL
           , skapad_at            datetime      NOT NULL
           , valuta               char(3)
           , kurs                 decimal(11,6)
           , belopp_ranta_sek     decimal(11,2)
           , belopp_kapital_sek   decimal(11,2)
           , flyttad_datum        date          NOT NULL
           , batch_nr             decimal(10)   NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> DECLARE VIEW betalning_fordelning_alla
      *> -------------------------------------------
      *> betalning_fordelning UNION ALL
      *> betalning_fordelning_historik med betalning_fordelning:s
      *> kolumner, läses in i DClbetalning-fordelning
      *> (P_W686.CPY).
           EXEC SQL DECLARE betalning_fordelning_alla TABLE
           ( lopnr                decimal(10)   NOT NULL
           , betaldag             date          NOT NULL
           , belopp_avgift        decimal(11,2) NOT NULL
           , belopp_ranta         decimal(11,2) NOT NULL
           , belopp_kapital       decimal(11,2) NOT NULL
           , kalla_program        varchar(30)   NOT NULL
           , skapad_at            datetime      NOT NULL
           , valuta               char(3)
           , kurs                 decimal(11,6)
           , belopp_ranta_sek     decimal(11,2)
           , belopp_kapital_sek   decimal(11,2)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE betalning_fordelning_historik
      *> -------------------------------------------
       01  DClfordelning-historik.
           03 fordhist-lopnr                  PIC S9(10)  COMP-3.
           03 fordhist-betaldag               PIC X(10).
           03 fordhist-belopp-avgift          PIC S9(9)V9(2) COMP-3.
           03 fordhist-belopp-ranta           PIC S9(9)V9(2) COMP-3.
           03 fordhist-belopp-kapital         PIC S9(9)V9(2) COMP-3.
           03 fordhist-kalla-program          PIC X(30).
           03 fordhist-skapad-at              PIC X(19).
           03 fordhist-valuta                 PIC X(3).
           03 fordhist-kurs                   PIC S9(5)V9(6) COMP-3.
           03 fordhist-belopp-ranta-sek       PIC S9(9)V9(2) COMP-3.
           03 fordhist-belopp-kapital-sek     PIC S9(9)V9(2) COMP-3.
           03 fordhist-flyttad-datum          PIC X(10).
           03 fordhist-batch-nr               PIC S9(10)  COMP-3.
