      *> Avräkningsordning per betalning: en rad per bokförd
      *> betalning med beloppet uppdelat enligt den legala ordningen
      *> kostnader (avgifter) - ränta - kapital, skriven av
      *> BetalfilImport.cbl och OplaceradBetalning.cbl. En
      *> återbetalning av ett överskott till gäldenären är en rad
      *> med negativt kapital (kalla_program The_Heart-ATERBET). Endast
      *> kapitaldelen går in i faktura.belopp_bet; vad som täckt
      *> avgifter respektive ränta läses som SUM(belopp_avgift)/
      *> SUM(belopp_ranta) per lopnr. Därmed räknar kravbrevet
      *> betalats är betald, inte makulerad, och ett ärende är
      *> slutreglerat först när både kapital och avgifter är
      *> täckta.
      *> Valuta: belopp_avgift är alltid SEK (avgifterna tas ut i
      *> kronor), medan belopp_ranta och belopp_kapital är i
      *> fakturans valuta (valuta, samma som faktura.valuta) så
      *> att de kan ställas direkt mot attbet och rantefaktura.
      *> kurs är dagskursen betalningen räknades om till (SEK per
      *> enhet, 1 för SEK) och belopp_ranta_sek/belopp_kapital_sek
      *> de kronor som faktiskt täckte respektive del -
      *> avgift + ranta_sek + kapital_sek = inbetalt belopp.
      *> Skillnaden mot fakturans bokföringskurs
      *> (faktura.valuta_kurs) är den realiserade kursdifferensen
      *> som BokforingsJournal.cbl bokför som KURSDIFF. NULL i de
      *> nya kolumnerna på äldre rader betyder SEK, kurs 1.
           EXEC SQL DECLARE betalning_fordelning TABLE
           ( lopnr                decimal(10)   NOT NULL
           , betaldag             date          NOT NULL
           , belopp_kapital       decimal(11,2) NOT NULL
           , kalla_program        varchar(30)   NOT NULL
           , skapad_at            datetime      NOT NULL
           , valuta               char(3)
           , kurs                 decimal(11,6)
           , belopp_ranta_sek     decimal(11,2)
           , belopp_kapital_sek   decimal(11,2)
      *> radversion: radens ändringsversion (SQL Server
      *> rowversion) - stegas av databasen själv vid varje INSERT
      *> och UPDATE och sätts aldrig av programmen. Underlag för
      *> det nattliga deltaextraktet till datalagret
      *> (DatalagerExtrakt.cbl, vattenmärket i P_W722.CPY).
           , radversion           rowversion    NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE betalning_fordelning
           03 fordelning-belopp-kapital       PIC S9(9)V9(2) COMP-3.
           03 fordelning-kalla-program        PIC X(30).
           03 fordelning-skapad-at            PIC X(19).
           03 fordelning-valuta               PIC X(3).
           03 fordelning-kurs                 PIC S9(5)V9(6) COMP-3.
           03 fordelning-belopp-ranta-sek     PIC S9(9)V9(2) COMP-3.
           03 fordelning-belopp-kapital-sek   PIC S9(9)V9(2) COMP-3.
