      *> -------------------------------------------
      *> DECLARE TABLE for behorighet_logg
      *> -------------------------------------------
      *> Behörighetslogg: en rad per nekat försök i ett
      *> underhållsprogram (handelse NEKAD - signaturen saknade
      *> aktiv rad i operator_behorighet för funktionen) och per
      *> ändring av själva registret (BEVILJAD/ATERKALLAD, skrivna
      *> av OperatorRegister.cbl med utförarens signatur i
      *> utford_av). Underlag för revisorns månadsrapport
      *> BehorighetsRapport.cbl.
           EXEC SQL DECLARE behorighet_logg TABLE
           ( signatur             varchar(8)    NOT NULL
           , funktion             varchar(15)   NOT NULL
           , program              varchar(30)   NOT NULL
           , handelse             varchar(10)   NOT NULL
           , utford_av            varchar(8)    NOT NULL
           , logg_at              datetime      NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE behorighet_logg
      *> -------------------------------------------
       01  DClbehorighet-logg.
           03 blogg-signatur                  PIC X(8).
           03 blogg-funktion                  PIC X(15).
           03 blogg-program                   PIC X(30).
           03 blogg-handelse                  PIC X(10).
           03 blogg-utford-av                 PIC X(8).
           03 blogg-logg-at                   PIC X(19).
