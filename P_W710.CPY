      *> -------------------------------------------
      *> DECLARE TABLE for brevutskick_rad
      *> -------------------------------------------
      *> Posterna i ett digitalt skickat brev (brevutskick,
      *> P_W709.CPY), ordagrant som de skrevs till den digitala
      *> leveransfilen - ett kravbrev eller en avi är en post, ett
      *> saldobesked en ADR-post följd av ärendets poster. Behövs
      *> för att DigitalKvittoImport.cbl ska kunna skriva exakt
      *> samma brev på papper när det inte levererats digitalt.
      *> Raderna tas bort när brevet kvitterats levererat eller
      *> skrivits på papper.
           EXEC SQL DECLARE brevutskick_rad TABLE
           ( brev_ref             varchar(17)   NOT NULL
           , radnr                int           NOT NULL
           , post                 varchar(300)  NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE brevutskick_rad
      *> -------------------------------------------
       01  DClbrevutskick-rad.
           03 brevrad-brev-ref                PIC X(17).
           03 brevrad-radnr                   PIC S9(9)   COMP-5.
           03 brevrad-post                    PIC X(300).
