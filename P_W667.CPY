      *> KundmasterUnderhall. Ett kravbrev till en känd död
      *> adress avbryter ingen preskription. NULL/'N' = adressen
      *> gäller.
      *> sprak: gäldenärens språk för brev (SV, EN, ...) - väljer
      *> brevmall (P_W711.CPY) i brevexporterna. Underhålls i
      *> KundmasterUnderhall.cbl. NULL = SV.
           EXEC SQL DECLARE kundmaster TABLE
           ( kundnr               decimal(10)  NOT NULL
           , kundnamn             varchar(60)  NOT NULL
           , postort              varchar(40)  NOT NULL
           , identitetsnr         varchar(13)
           , adress_ogiltig       char(1)
           , sprak                char(2)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE kundmaster
           03 kundmaster-postort               PIC X(40).
           03 kundmaster-identitetsnr          PIC X(13).
           03 kundmaster-adress-ogiltig        PIC X(1).
           03 kundmaster-sprak                 PIC X(2).
