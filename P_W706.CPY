      *> -------------------------------------------
      *> DECLARE TABLE for valutakurs
      *> -------------------------------------------
      *> Dagliga valutakurser för fakturor i utländsk valuta
      *> (faktura.valuta, P_W255.CPY): en rad per valuta och
      *> kursdag, inläst av ValutakursImport.cbl ur bankens
      *> kursfil. kurs = antal SEK för EN enhet av valutan (även
      *> för valutor som banken noterar per 100). Kursen för en
      *> viss dag är raden med största kursdatum <= dagen - helg
      *> och bankfri dag tar alltså närmast föregående noterings
      *> kurs. Används vid intaget (fakturans bokföringskurs,
      *> faktura.valuta_kurs), vid omräkning av inbetalningar och
      *> byråredovisningar och vid återbetalning av överskott.
      *> SEK har ingen rad - kursen är 1.
           EXEC SQL DECLARE valutakurs TABLE
           ( valuta               char(3)       NOT NULL
           , kursdatum            date          NOT NULL
           , kurs                 decimal(11,6) NOT NULL
           , inlast_at            datetime      NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE valutakurs
      *> -------------------------------------------
       01  DClvalutakurs.
           03 vkurs-valuta                    PIC X(3).
           03 vkurs-kursdatum                 PIC X(10).
           03 vkurs-kurs                      PIC S9(5)V9(6) COMP-3.
           03 vkurs-inlast-at                 PIC X(19).
