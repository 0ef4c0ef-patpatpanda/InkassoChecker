      *> -------------------------------------------
      *> DECLARE TABLE for rantefaktura_historik
      *> -------------------------------------------
      *> Ränteraderna för fakturor som flyttats till
      *> faktura_historik (P_W717.CPY) - rantefaktura:s kolumner
      *> plus flyttdag och körningsnummer. Flyttas ut och tillbaka
      *> tillsammans med fakturan, aldrig ensamma.
           EXEC SQL DECLARE rantefaktura_historik TABLE
           ( lopnr                decimal(10)   NOT NULL
           , upgnr                decimal(7)    NOT NULL
           , kundnr               decimal(10)   NOT NULL
           , dagar_forsenad       int           NOT NULL
           , ranta_belopp         decimal(11,2) NOT NULL
           , skapad_datum         date          NOT NULL
           , fakturerad           char(1)       NOT NULL
           , flyttad_datum        date          NOT NULL
           , batch_nr             decimal(10)   NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> DECLARE VIEW rantefaktura_alla
      *> -------------------------------------------
      *> rantefaktura UNION ALL rantefaktura_historik med
      *> rantefaktura:s kolumner, läses in i DClrantefaktura
      *> (P_W673.CPY).
           EXEC SQL DECLARE rantefaktura_alla TABLE
           ( lopnr                decimal(10)   NOT NULL
           , upgnr                decimal(7)    NOT NULL
           , kundnr               decimal(10)   NOT NULL
           , dagar_forsenad       int           NOT NULL
           , ranta_belopp         decimal(11,2) NOT NULL
           , skapad_datum         date          NOT NULL
           , fakturerad           char(1)       NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE rantefaktura_historik
      *> -------------------------------------------
       01  DClrantefaktura-historik.
           03 rantehist-lopnr                 PIC S9(10)  COMP-3.
           03 rantehist-upgnr                 PIC S9(7)   COMP-3.
           03 rantehist-kundnr                PIC S9(10)  COMP-3.
           03 rantehist-dagar-forsenad        PIC S9(9)   COMP-5.
           03 rantehist-ranta-belopp          PIC S9(9)V9(2) COMP-3.
           03 rantehist-skapad-datum          PIC X(10).
           03 rantehist-fakturerad            PIC X(1).
           03 rantehist-flyttad-datum         PIC X(10).
           03 rantehist-batch-nr              PIC S9(10)  COMP-3.
