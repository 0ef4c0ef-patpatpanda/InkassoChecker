      *> -------------------------------------------
      *> DECLARE TABLE for avgifter_historik
      *> -------------------------------------------
      *> Avgiftsraderna för fakturor som flyttats till
      *> faktura_historik (P_W717.CPY) - avgifter:s kolumner plus
      *> flyttdag och körningsnummer. Flyttas ut och tillbaka
      *> tillsammans med fakturan, aldrig ensamma.
           EXEC SQL DECLARE avgifter_historik TABLE
           ( lopnr                decimal(10)   NOT NULL
           , avgift_typ           varchar(10)   NOT NULL
           , belopp               decimal(11,2) NOT NULL
           , skapad_datum         date          NOT NULL
           , makulerad            char(1)       NOT NULL
           , makulerad_datum      date
           , flyttad_datum        date          NOT NULL
           , batch_nr             decimal(10)   NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> DECLARE VIEW avgifter_alla
      *> -------------------------------------------
      *> avgifter UNION ALL avgifter_historik med avgifter:s
      *> kolumner, läses in i DClavgifter (P_W678.CPY).
           EXEC SQL DECLARE avgifter_alla TABLE
           ( lopnr                decimal(10)   NOT NULL
           , avgift_typ           varchar(10)   NOT NULL
           , belopp               decimal(11,2) NOT NULL
           , skapad_datum         date          NOT NULL
           , makulerad            char(1)       NOT NULL
           , makulerad_datum      date
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE avgifter_historik
      *> -------------------------------------------
       01  DClavgifter-historik.
           03 avghist-lopnr                   PIC S9(10)  COMP-3.
           03 avghist-typ                     PIC X(10).
           03 avghist-belopp                  PIC S9(9)V9(2) COMP-3.
           03 avghist-skapad-datum            PIC X(10).
           03 avghist-makulerad               PIC X(1).
           03 avghist-makulerad-datum         PIC X(10).
           03 avghist-flyttad-datum           PIC X(10).
           03 avghist-batch-nr                PIC S9(10)  COMP-3.
