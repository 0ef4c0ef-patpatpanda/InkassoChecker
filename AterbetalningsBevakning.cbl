       IDENTIFICATION DIVISION.
       PROGRAM-ID. AterbetalningsBevakning.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Åldringslista över överskott som inte kunnat betalas
      *> tillbaka för att gäldenären saknar utbetalningskonto
      *> (aterbetalning status SAKNAR_KONTO, P_W699.CPY), äldst
      *> först med åldersintervall - kundtjänstens underlag för att
      *> jaga in ett konto (GaldenarKonto.cbl).
           SELECT KONTOLISTA ASSIGN TO "ATERBETKONTOLISTA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Outtagna överskott äldre än preskriptionstiden
      *> (styrparameter-raden ATERBET_PRESKR_AR, annars tio år
      *> enligt allmänna preskriptionstiden) redovisas separat för
      *> ekonomi - gäldenärens fordran på oss har då preskriberats
      *> och beloppet ska hanteras i bokslutet, inte jagas vidare.
           SELECT PRESKRIBERADLISTA ASSIGN TO "ATERBETPRESKR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KONTOLISTA.
       01  KONTOLISTA-RAD                PIC X(120).

       FD  PRESKRIBERADLISTA.
       01  PRESKRIBERADLISTA-RAD         PIC X(120).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W667.CPY".
       COPY "P_W690.CPY".
       COPY "P_W699.CPY".

       01  WS-PRESKR-AR                  PIC S9(4) COMP-5 VALUE 10.
       01  WS-PRESKRIBERAD               PIC X(1).
       01  WS-DAGAR                      PIC S9(5) COMP-5.
       01  WS-INTERVALL                  PIC X(8).

      *> Summor per åldersintervall på åldringslistan och totalt
      *> på den preskriberade listan.
       01  WS-SUMMA-0-30                 PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-SUMMA-31-90                PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-SUMMA-91-365               PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-SUMMA-365-PLUS             PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-SUMMA-PRESKR               PIC S9(11)V9(2) COMP-3
                                           VALUE 0.

       01  WS-ANTAL-KONTOLISTA           PIC 9(6) VALUE 0.
       01  WS-ANTAL-PRESKR               PIC 9(6) VALUE 0.

       01  WS-EDIT-KUNDNR                PIC Z(9)9.
       01  WS-EDIT-LOPNR                 PIC Z(9)9.
       01  WS-EDIT-UPGNR                 PIC Z(6)9.
       01  WS-EDIT-BELOPP                PIC Z(8)9.99-.
       01  WS-EDIT-SUMMA                 PIC Z(10)9.99-.
       01  WS-EDIT-DAGAR                 PIC Z(4)9.
       01  WS-EDIT-AR                    PIC Z9.
       01  WS-RAPPORT-RAD                PIC X(120).

       PROCEDURE DIVISION.

       A-MAIN SECTION.

           PERFORM B-CONNECT-TO-DB
           PERFORM C-LAS-PARAMETER

           OPEN OUTPUT KONTOLISTA
           OPEN OUTPUT PRESKRIBERADLISTA
           PERFORM D-SKRIV-RUBRIKER
           PERFORM E-BYGG-LISTOR
           PERFORM G-SKRIV-SUMMOR
           CLOSE KONTOLISTA
           CLOSE PRESKRIBERADLISTA

           DISPLAY "Återbetalningsbevakning klar."
           DISPLAY "Utan konto på åldringslistan:  "
             WS-ANTAL-KONTOLISTA
           DISPLAY "Preskriberade, redovisas separat: "
             WS-ANTAL-PRESKR

           EXEC SQL
               COMMIT
           END-EXEC

           GOBACK.

       B-CONNECT-TO-DB SECTION.

           EXEC SQL
               CONNECT TO 'redwarriordb'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "DB CONNECTION FAILED. SQLCODE = " SQLCODE
               STOP RUN
           END-IF.

       C-LAS-PARAMETER SECTION.

           EXEC SQL
               SELECT parameter_varde INTO :styrparam-varde
               FROM REDWARRIOR.dbo.styrparameter
               WHERE parameter_namn = 'ATERBET_PRESKR_AR'
           END-EXEC

           IF SQLCODE = 0 AND styrparam-varde(1:2) IS NUMERIC
               MOVE styrparam-varde(1:2) TO WS-PRESKR-AR
           END-IF.

       D-SKRIV-RUBRIKER SECTION.

           STRING
             "ATERBETALNINGAR SOM SAKNAR UTBETALNINGSKONTO"
             DELIMITED BY SIZE
             INTO KONTOLISTA-RAD
           END-STRING
           WRITE KONTOLISTA-RAD

           MOVE SPACES TO KONTOLISTA-RAD
           STRING
             "KUNDNR     LOPNR        UPGNR       BELOPP  "
             "UPPTACKT    DAGAR  INTERVALL  KUND"
             DELIMITED BY SIZE
             INTO KONTOLISTA-RAD
           END-STRING
           WRITE KONTOLISTA-RAD

           MOVE WS-PRESKR-AR TO WS-EDIT-AR
           MOVE SPACES TO PRESKRIBERADLISTA-RAD
           STRING
             "OUTTAGNA ATERBETALNINGAR ALDRE AN " WS-EDIT-AR " AR"
             " - PRESKRIBERADE"
             DELIMITED BY SIZE
             INTO PRESKRIBERADLISTA-RAD
           END-STRING
           WRITE PRESKRIBERADLISTA-RAD

           MOVE SPACES TO PRESKRIBERADLISTA-RAD
           STRING
             "KUNDNR     LOPNR        UPGNR       BELOPP  "
             "UPPTACKT    DAGAR  KUND"
             DELIMITED BY SIZE
             INTO PRESKRIBERADLISTA-RAD
           END-STRING
           WRITE PRESKRIBERADLISTA-RAD.

       E-BYGG-LISTOR SECTION.

      *> Åldern räknas från den natt överskottet upptäcktes av
      *> HITTA-OVERBETALDA i The_Heart.cbl.
           EXEC SQL
               DECLARE KONTOLOS_CURSOR CURSOR FOR
               SELECT a.kundnr, a.lopnr, a.upgnr, a.belopp,
                      CONVERT(CHAR(10), a.upptackt_datum, 120),
                      DATEDIFF(DAY, a.upptackt_datum, GETDATE()),
                      CASE WHEN a.upptackt_datum <=
                                DATEADD(YEAR, 0 - :WS-PRESKR-AR,
                                        GETDATE())
                           THEN 'J' ELSE 'N' END,
                      ISNULL(k.kundnamn, '*OKAND*')
               FROM REDWARRIOR.dbo.aterbetalning a
               LEFT JOIN REDWARRIOR.dbo.kundmaster k
                 ON k.kundnr = a.kundnr
               WHERE a.status = 'SAKNAR_KONTO'
               ORDER BY a.upptackt_datum, a.kundnr, a.lopnr
           END-EXEC.

           EXEC SQL
               OPEN KONTOLOS_CURSOR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN KONTOLOS_CURSOR: " SQLCODE
               MOVE 16 TO RETURN-CODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH KONTOLOS_CURSOR INTO
                       :aterb-kundnr, :aterb-lopnr, :aterb-upgnr,
                       :aterb-belopp, :aterb-upptackt-datum,
                       :WS-DAGAR, :WS-PRESKRIBERAD,
                       :kundmaster-kundnamn
               END-EXEC

               IF SQLCODE = 0
                   PERFORM F-SKRIV-RAD
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH KONTOLOS: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF.

           EXEC SQL
               CLOSE KONTOLOS_CURSOR
           END-EXEC.

       F-SKRIV-RAD SECTION.

           MOVE aterb-kundnr TO WS-EDIT-KUNDNR
           MOVE aterb-lopnr TO WS-EDIT-LOPNR
           MOVE aterb-upgnr TO WS-EDIT-UPGNR
           MOVE aterb-belopp TO WS-EDIT-BELOPP
           MOVE WS-DAGAR TO WS-EDIT-DAGAR

           MOVE SPACES TO WS-RAPPORT-RAD

           IF WS-PRESKRIBERAD = "J"
               STRING
                 WS-EDIT-KUNDNR " " WS-EDIT-LOPNR "  "
                 WS-EDIT-UPGNR " " WS-EDIT-BELOPP "  "
                 aterb-upptackt-datum " " WS-EDIT-DAGAR "  "
                 kundmaster-kundnamn(1:40)
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               MOVE WS-RAPPORT-RAD TO PRESKRIBERADLISTA-RAD
               WRITE PRESKRIBERADLISTA-RAD
               ADD aterb-belopp TO WS-SUMMA-PRESKR
               ADD 1 TO WS-ANTAL-PRESKR
           ELSE
               IF WS-DAGAR <= 30
                   MOVE "0-30" TO WS-INTERVALL
                   ADD aterb-belopp TO WS-SUMMA-0-30
               ELSE
               IF WS-DAGAR <= 90
                   MOVE "31-90" TO WS-INTERVALL
                   ADD aterb-belopp TO WS-SUMMA-31-90
               ELSE
               IF WS-DAGAR <= 365
                   MOVE "91-365" TO WS-INTERVALL
                   ADD aterb-belopp TO WS-SUMMA-91-365
               ELSE
                   MOVE "365+" TO WS-INTERVALL
                   ADD aterb-belopp TO WS-SUMMA-365-PLUS
               END-IF
               END-IF
               END-IF

               STRING
                 WS-EDIT-KUNDNR " " WS-EDIT-LOPNR "  "
                 WS-EDIT-UPGNR " " WS-EDIT-BELOPP "  "
                 aterb-upptackt-datum " " WS-EDIT-DAGAR "  "
                 WS-INTERVALL "   " kundmaster-kundnamn(1:30)
                 DELIMITED BY SIZE
                 INTO WS-RAPPORT-RAD
               END-STRING
               MOVE WS-RAPPORT-RAD TO KONTOLISTA-RAD
               WRITE KONTOLISTA-RAD
               ADD 1 TO WS-ANTAL-KONTOLISTA
           END-IF.

       G-SKRIV-SUMMOR SECTION.

           MOVE SPACES TO KONTOLISTA-RAD
           WRITE KONTOLISTA-RAD

           MOVE WS-SUMMA-0-30 TO WS-EDIT-SUMMA
           MOVE SPACES TO KONTOLISTA-RAD
           STRING
             "SUMMA    0-30 DAGAR: " WS-EDIT-SUMMA
             DELIMITED BY SIZE
             INTO KONTOLISTA-RAD
           END-STRING
           WRITE KONTOLISTA-RAD

           MOVE WS-SUMMA-31-90 TO WS-EDIT-SUMMA
           MOVE SPACES TO KONTOLISTA-RAD
           STRING
             "SUMMA   31-90 DAGAR: " WS-EDIT-SUMMA
             DELIMITED BY SIZE
             INTO KONTOLISTA-RAD
           END-STRING
           WRITE KONTOLISTA-RAD

           MOVE WS-SUMMA-91-365 TO WS-EDIT-SUMMA
           MOVE SPACES TO KONTOLISTA-RAD
           STRING
             "SUMMA  91-365 DAGAR: " WS-EDIT-SUMMA
             DELIMITED BY SIZE
             INTO KONTOLISTA-RAD
           END-STRING
           WRITE KONTOLISTA-RAD

           MOVE WS-SUMMA-365-PLUS TO WS-EDIT-SUMMA
           MOVE SPACES TO KONTOLISTA-RAD
           STRING
             "SUMMA  OVER 365 DGR: " WS-EDIT-SUMMA
             DELIMITED BY SIZE
             INTO KONTOLISTA-RAD
           END-STRING
           WRITE KONTOLISTA-RAD

           MOVE SPACES TO PRESKRIBERADLISTA-RAD
           WRITE PRESKRIBERADLISTA-RAD

           MOVE WS-SUMMA-PRESKR TO WS-EDIT-SUMMA
           MOVE SPACES TO PRESKRIBERADLISTA-RAD
           STRING
             "SUMMA PRESKRIBERADE: " WS-EDIT-SUMMA
             DELIMITED BY SIZE
             INTO PRESKRIBERADLISTA-RAD
           END-STRING
           WRITE PRESKRIBERADLISTA-RAD.
