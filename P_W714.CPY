      *> -------------------------------------------
      *> DECLARE TABLE for kundforlust_intyg
      *> -------------------------------------------
      *> Intyg om konstaterad kundförlust, en rad per faktura
      *> (lopnr) och kvartal, skrivna av KundforlustIntyg.cbl.
      *> Uppdragsgivarna behöver underlaget för att återfå moms
      *> och dra av förlusten; tabellen är registret över vad som
      *> intygats, så ingen faktura intygas två gånger.
      *> radtyp:
      *>   FORL   förlusten konstaterad under kvartalet
      *>   ATERF  återföring - en tidigare intygad förlust har
      *>          helt eller delvis betalats; forlust är negativ
      *> orsak:
      *>   MINBELOPP  avskriven under minbelopp (The_Heart)
      *>   BESLUT     avskriven efter beslut (BeslutskoUnderhall)
      *>   BYRA-02    åter från byrån som ej indrivningsbar
      *>              (InkassoReturImport statuskod 02)
      *>   KONKURS    konkursen avslutad (paus_register)
      *>   SKULDSAN   skuldsaneringen beslutad (paus_register)
      *>   ACKORD     resten avskriven sedan ackordet betalts
      *>              (BetalfilImport/OplaceradBetalning, se
      *>              P_W723.CPY)
      *> originalbelopp är fakturans kapital när den kom in
      *> (KAPITAL-raderna i arendereskontra, annars attbet),
      *> kapital är momsgrundande kapital efter kreditering
      *> (attbet), atervunnet vad som betalats mot kapitalet per
      *> kvartalets slut och forlust = kapital - atervunnet.
      *> Beloppen är i fakturans valuta; forlust_sek är omräknad
      *> med fakturans bokföringskurs (faktura.valuta_kurs).
           EXEC SQL DECLARE kundforlust_intyg TABLE
           ( kvartal              char(7)       NOT NULL
           , upgnr                decimal(7)    NOT NULL
           , lopnr                decimal(10)   NOT NULL
           , kundnr               decimal(10)   NOT NULL
           , radtyp               varchar(5)    NOT NULL
           , orsak                varchar(10)   NOT NULL
           , forlust_datum        date          NOT NULL
           , originalbelopp       decimal(11,2) NOT NULL
           , kapital              decimal(11,2) NOT NULL
           , atervunnet           decimal(11,2) NOT NULL
           , forlust              decimal(11,2) NOT NULL
           , valuta               char(3)       NOT NULL
           , forlust_sek          decimal(11,2) NOT NULL
           , skapad_at            datetime      NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE kundforlust_intyg
      *> -------------------------------------------
       01  DClkundforlust-intyg.
           03 forlust-kvartal                 PIC X(7).
           03 forlust-upgnr                   PIC S9(7)   COMP-3.
           03 forlust-lopnr                   PIC S9(10)  COMP-3.
           03 forlust-kundnr                  PIC S9(10)  COMP-3.
           03 forlust-radtyp                  PIC X(5).
           03 forlust-orsak                   PIC X(10).
           03 forlust-forlust-datum           PIC X(10).
           03 forlust-originalbelopp          PIC S9(9)V9(2) COMP-3.
           03 forlust-kapital                 PIC S9(9)V9(2) COMP-3.
           03 forlust-atervunnet              PIC S9(9)V9(2) COMP-3.
           03 forlust-forlust                 PIC S9(9)V9(2) COMP-3.
           03 forlust-valuta                  PIC X(3).
           03 forlust-forlust-sek             PIC S9(9)V9(2) COMP-3.
           03 forlust-skapad-at               PIC X(19).
