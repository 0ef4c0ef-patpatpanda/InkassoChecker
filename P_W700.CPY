      *> -------------------------------------------
      *> DECLARE TABLE for betalningsscore
      *> -------------------------------------------
      *> Betalningsbenägenhet per gäldenär: en rad per kundnr med
      *> aktuell poäng 0-100 och klass, räknad om varje natt av
      *> BetalningsScore.cbl ur gäldenärens hela historik. Poängen
      *> börjar på 100 och dras ned per komponent, var och en med
      *> ett tak så att en enda komponent inte ensam kan nolla
      *> gäldenären:
      *>   antal_byra       ärenden som nått byrån (paminnelser_
      *>                    history new_status JA), -15 st, max -45
      *>   antal_kfm        ärenden hos Kronofogden (KFM/UTSLAG),
      *>                    -20 st, max -40
      *>   snitt_dagar_sen  genomsnittlig försening i dagar mellan
      *>                    faktura.forfdat och betaldag i
      *>                    betalning_fordelning, -1 per 3 dagar,
      *>                    max -30
      *>   antal_paus       pausningar i paus_register, -5 st,
      *>                    max -15
      *>   antal_brutna     betalningsplaner brutna av
      *>                    KONTROLLERA-BETALPLANER i The_Heart.cbl,
      *>                    -10 st, max -30
      *>   antal_retur02    byråreturer med statuskod 02 (AVSKRIVEN
      *>                    från InkassoReturImport.cbl), -25 st,
      *>                    max -50
      *> klass: A 80-100, B 60-79, C 40-59, D 0-39. Varje ändring
      *> av poäng eller klass skrivs även till
      *> betalningsscore_historik (P_W701.CPY).
           EXEC SQL DECLARE betalningsscore TABLE
           ( kundnr               decimal(10)   NOT NULL
           , score                smallint      NOT NULL
           , klass                char(1)       NOT NULL
           , antal_byra           int           NOT NULL
           , antal_kfm            int           NOT NULL
           , snitt_dagar_sen      int           NOT NULL
           , antal_paus           int           NOT NULL
           , antal_brutna         int           NOT NULL
           , antal_retur02        int           NOT NULL
           , berakning_datum      date          NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE betalningsscore
      *> -------------------------------------------
       01  DClbetalningsscore.
           03 score-kundnr                    PIC S9(10)  COMP-3.
           03 score-score                     PIC S9(4)   COMP-5.
           03 score-klass                     PIC X(1).
           03 score-antal-byra                PIC S9(9)   COMP-5.
           03 score-antal-kfm                 PIC S9(9)   COMP-5.
           03 score-snitt-dagar-sen           PIC S9(9)   COMP-5.
           03 score-antal-paus                PIC S9(9)   COMP-5.
           03 score-antal-brutna              PIC S9(9)   COMP-5.
           03 score-antal-retur02             PIC S9(9)   COMP-5.
           03 score-berakning-datum           PIC X(10).
