      *> -------------------------------------------
      *> DECLARE TABLE for ackord_rad
      *> -------------------------------------------
      *> Ärendena (lopnr) i ett ackord (P_W723.CPY), med varje
      *> ärendes kvarstående fordran vid registreringen - summan
      *> är ackord.skuld_belopp. Raderna ligger kvar när ackordet
      *> avslutats, så en avskrivning kan följas tillbaka till
      *> ackordet. Ett ärende har högst ett löpande ackord.
           EXEC SQL DECLARE ackord_rad TABLE
           ( ackordnr             decimal(10)   NOT NULL
           , lopnr                decimal(10)   NOT NULL
           , skuld_belopp         decimal(11,2) NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE ackord_rad
      *> -------------------------------------------
       01  DClackord-rad.
           03 ackrad-ackordnr                 PIC S9(10)  COMP-3.
           03 ackrad-lopnr                    PIC S9(10)  COMP-3.
           03 ackrad-skuld-belopp             PIC S9(9)V9(2) COMP-3.
