      *> -------------------------------------------
      *> DECLARE TABLE for brevmall_rad
      *> -------------------------------------------
      *> Textraderna i en mallversion (brevmall, P_W711.CPY),
      *> radnr 1 och uppåt. Fält ur ärendet anges som &NAMN& och
      *> fylls i av brevexporten när brevet skrivs:
      *>   &KUNDNAMN&  &KUNDNR&  &DATUM& (utskicksdagen)
      *>   &UPGNAMN&   uppdragsgivarens namn
      *>   kravbrev:     &LOPNR& &FORFALLO& &BELOPP& &VALUTA&
      *>                 &AVGIFT& (avgifter i SEK vid utländsk
      *>                 valuta) &NIVA& &OCR& (samlingens OCR
      *>                 vid samlingskrav) &ANTAL& (antal
      *>                 fakturor i kravet)
      *>   saldobesked:  &ANTAL& (antal ärenden i beskedet)
      *>   avi:          &LOPNR& &OCR& &DELBETNR& &FORFALLO&
      *>                 &BELOPP&
      *>   ackordbrev:   &ACKORDNR& &OCR& &SKULD& (kvarstående
      *>                 fordran) &BELOPP& (ackordbeloppet)
      *>                 &SISTADAG& &ANTAL& (antal ärenden)
      *> Ett okänt fältnamn lämnas orört i texten så felet syns
      *> på provutskriften.
           EXEC SQL DECLARE brevmall_rad TABLE
           ( brevtyp              varchar(12)   NOT NULL
           , upgnr                decimal(7)    NOT NULL
           , niva                 smallint      NOT NULL
           , sprak                char(2)       NOT NULL
           , version              int           NOT NULL
           , radnr                smallint      NOT NULL
           , text                 varchar(100)  NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE brevmall_rad
      *> -------------------------------------------
       01  DClbrevmall-rad.
           03 mallrad-brevtyp                 PIC X(12).
           03 mallrad-upgnr                   PIC S9(7)   COMP-3.
           03 mallrad-niva                    PIC S9(4)   COMP-5.
           03 mallrad-sprak                   PIC X(2).
           03 mallrad-version                 PIC S9(9)   COMP-5.
           03 mallrad-radnr                   PIC S9(4)   COMP-5.
           03 mallrad-text                    PIC X(100).
