      *> -------------------------------------------
      *> DECLARE TABLE for dodsbo
      *> -------------------------------------------
      *> Dödsboregister: en rad per avliden gäldenär (kundnr),
      *> skapad av DodsfallImport.cbl när adresstjänstens
      *> dödsfallsavisering (händelsekod D1) läses in. Kundens
      *> öppna ärenden pausas samtidigt med orsak DODSBO i
      *> paus_register (P_W688.CPY), och byråärenden (JA)
      *> återkallas med orsak DODSBO (P_W681.CPY). Så länge status
      *> är AKTIV skapar The_Heart.cbl inga nya påminnelser för
      *> kunden och RantefakturaBerakning.cbl räknar ingen ränta.
      *> bouppteckning_frist är dödsdatum plus styrparameter
      *> DODSBO_FRIST_MANADER (standard 4 månader: tre månader för
      *> förrättningen och en för att ge in bouppteckningen) och
      *> följer med som bevakningsdatum på pauserna.
      *> kontakt_*: dödsboets kontaktperson (t.ex. efterlevande
      *> eller boutredningsman), registrerad av en operatör i
      *> DodsboUnderhall.cbl. Finns en kontaktperson går brev och
      *> aviseringar till "Dödsboet efter <namn>" c/o kontakten;
      *> saknas den skickas inga brev alls - aldrig till den
      *> avlidnes adress. bouppteckning_inkommen och avslutad_*
      *> sätts i DodsboUnderhall.cbl - avslut gör dödsboet
      *> AVSLUTAD, men pauserna släpps som vanligt i
      *> PausBevakning.cbl efter analytikerns bedömning.
           EXEC SQL DECLARE dodsbo TABLE
           ( kundnr                 decimal(10)   NOT NULL
           , dodsdatum              date          NOT NULL
           , registrerad_datum      date          NOT NULL
           , kalla_program          varchar(30)   NOT NULL
           , bouppteckning_frist    date          NOT NULL
           , status                 varchar(10)   NOT NULL
           , kontakt_namn           varchar(60)
           , kontakt_adress         varchar(60)
           , kontakt_postnr         varchar(10)
           , kontakt_postort        varchar(40)
           , kontakt_registrerad_av varchar(8)
           , kontakt_registrerad_at datetime
           , bouppteckning_inkommen date
           , avslutad_datum         date
           , avslutad_av            varchar(8)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE dodsbo
      *> -------------------------------------------
       01  DCldodsbo.
           03 dodsbo-kundnr                   PIC S9(10)  COMP-3.
           03 dodsbo-dodsdatum                PIC X(10).
           03 dodsbo-registrerad-datum        PIC X(10).
           03 dodsbo-kalla-program            PIC X(30).
           03 dodsbo-bouppteckning-frist      PIC X(10).
           03 dodsbo-status                   PIC X(10).
           03 dodsbo-kontakt-namn             PIC X(60).
           03 dodsbo-kontakt-adress           PIC X(60).
           03 dodsbo-kontakt-postnr           PIC X(10).
           03 dodsbo-kontakt-postort          PIC X(40).
           03 dodsbo-kontakt-registrerad-av   PIC X(8).
           03 dodsbo-kontakt-registrerad-at   PIC X(19).
           03 dodsbo-bouppteckning-inkommen   PIC X(10).
           03 dodsbo-avslutad-datum           PIC X(10).
           03 dodsbo-avslutad-av              PIC X(8).
