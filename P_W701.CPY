      *> -------------------------------------------
      *> DECLARE TABLE for betalningsscore_historik
      *> -------------------------------------------
      *> En rad per gång en gäldenärs poäng eller klass i
      *> betalningsscore (P_W700.CPY) ändras, skriven av
      *> BetalningsScore.cbl - även första beräkningen, då
      *> tidigare_score är NULL. Gäldenärens klass per ett visst
      *> datum är den senaste raden med giltig_fran på eller före
      *> datumet; så läser BetalningsScoreRapport.cbl månadens
      *> fördelning per uppdragsgivare.
           EXEC SQL DECLARE betalningsscore_historik TABLE
           ( kundnr               decimal(10)   NOT NULL
           , giltig_fran          date          NOT NULL
           , score                smallint      NOT NULL
           , klass                char(1)       NOT NULL
           , tidigare_score       smallint
           , tidigare_klass       char(1)
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE betalningsscore_historik
      *> -------------------------------------------
       01  DClbetalningsscore-historik.
           03 schist-kundnr                   PIC S9(10)  COMP-3.
           03 schist-giltig-fran              PIC X(10).
           03 schist-score                    PIC S9(4)   COMP-5.
           03 schist-klass                    PIC X(1).
           03 schist-tidigare-score           PIC S9(4)   COMP-5.
           03 schist-tidigare-klass           PIC X(1).
