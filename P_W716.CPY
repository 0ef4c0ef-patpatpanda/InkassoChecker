      *> -------------------------------------------
      *> DECLARE TABLE for samlingsarende_rad
      *> -------------------------------------------
      *> Fakturorna (lopnr) i ett samlingsärende (P_W715.CPY). Ett
      *> lopnr tillhör högst ett samlingsärende och ligger kvar
      *> även sedan det stängts, så brev, betalningar och
      *> byråhändelser kan följas tillbaka. tillagd_datum är dagen
      *> fakturan kom med - kravbrev från och med den dagen gäller
      *> även fakturan (PreskriptionsBevakning.cbl).
           EXEC SQL DECLARE samlingsarende_rad TABLE
           ( samlingsnr           decimal(10)   NOT NULL
           , lopnr                decimal(10)   NOT NULL
           , tillagd_datum        date          NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE samlingsarende_rad
      *> -------------------------------------------
       01  DClsamlingsarende-rad.
           03 samlrad-samlingsnr              PIC S9(10)  COMP-3.
           03 samlrad-lopnr                   PIC S9(10)  COMP-3.
           03 samlrad-tillagd-datum           PIC X(10).
