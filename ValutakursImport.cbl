       IDENTIFICATION DIVISION.
       PROGRAM-ID. ValutakursImport.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Bankens dagliga kursfil med avistakurser mot SEK för de
      *> valutor våra uppdragsgivare fakturerar i. Kurserna läggs
      *> i valutakurs (P_W706.CPY) och används av FakturaIntag,
      *> BetalfilImport, OplaceradBetalning, InkassoReturImport
      *> och The_Heart vid omräkning - utan dagens kurs kan en
      *> inbetalning på en valutafaktura inte bokföras.
           SELECT KURSFIL ASSIGN TO "VALUTAKURS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KURSFIL.
      *> Huvud- och slutpost enligt samma konvention som övriga
      *> inkommande filer - posttypen i position 1-5 skiljer
      *> kontrollposterna från kursraderna. Filen kontrolleras i
      *> sin helhet i D-KONTROLLERA-KURSFIL innan något läggs in.
       01  KURSFIL-HUVUD.
           03 KFHUVUD-POSTTYP             PIC X(5).
           03 KFHUVUD-FILID               PIC X(8).
           03 KFHUVUD-SKAPAD              PIC X(19).
           03 KFHUVUD-BATCHNR             PIC 9(9).
       01  KURSFIL-SLUT.
           03 KFSLUT-POSTTYP              PIC X(5).
           03 KFSLUT-ANTAL                PIC 9(9).
       01  KURSFIL-RAD.
      *> Valutakod (ISO), kursdag ÅÅÅÅ-MM-DD, kursen i SEK med sex
      *> implicita decimaler och noteringsenheten (1 eller 100 -
      *> banken noterar t.ex. NOK per 100). Kursen delas med
      *> enheten vid inläsningen så tabellen alltid bär SEK per
      *> EN enhet. X-vyerna för NUMERIC-kontrollen,
      *> REDEFINES-vyerna för värdena - samma teknik som
      *> INTAG-ATTBET i FakturaIntag.cbl.
           03 KURS-VALUTA                 PIC X(3).
           03 KURS-KURSDATUM              PIC X(10).
           03 KURS-KURS                   PIC X(11).
           03 KURS-KURS-NUM REDEFINES KURS-KURS
                                          PIC 9(5)V9(6).
           03 KURS-ENHET                  PIC X(3).
           03 KURS-ENHET-NUM REDEFINES KURS-ENHET
                                          PIC 9(3).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W669.CPY".
       COPY "P_W685.CPY".
       COPY "P_W706.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-MÅNAD                      PIC X(2).
       01  WS-DAG                        PIC X(2).
       01  WS-TIDSSTAMPEL                PIC X(19).

       01  WS-FILSLUT                    PIC X(1) VALUE "N".
       01  ws-count                      PIC 9(4) VALUE 0.

      *> Kontrollpasset (D-KONTROLLERA-KURSFIL) - samma upplägg
      *> som P-KONTROLLERA-KREDITFIL i FakturaIntag.cbl.
       01  WS-FIL-OK                     PIC X(1) VALUE "N".
       01  WS-HAR-HUVUD                  PIC X(1) VALUE "N".
       01  WS-HAR-SLUT                   PIC X(1) VALUE "N".
       01  WS-FIL-FILID                  PIC X(8).
       01  WS-FIL-SKAPAD                 PIC X(19).
       01  WS-FIL-BATCHNR                PIC S9(9) COMP-5 VALUE 0.
       01  WS-FIL-ANTAL                  PIC S9(9) COMP-5 VALUE 0.
       01  WS-RAKNAT-ANTAL               PIC S9(9) COMP-5 VALUE 0.

       01  WS-RADNR                      PIC 9(6) VALUE 0.
       01  WS-ANTAL-NYA                  PIC 9(6) VALUE 0.
       01  WS-ANTAL-ANDRADE              PIC 9(6) VALUE 0.
       01  WS-ANTAL-AVVISADE             PIC 9(6) VALUE 0.
       01  WS-POST-OK                    PIC X(1).
       01  WS-AVVISNINGSORSAK            PIC X(30).

       PROCEDURE DIVISION.

       A-MAIN SECTION.

           PERFORM B-CONNECT-TO-DB

      *> Kontrollpass före inläsning, som i BetalfilImport.cbl: en
      *> trunkerad eller redan inläst kursfil stoppas med
      *> returkod 16 utan att en enda kurs rörts.
           OPEN INPUT KURSFIL
           PERFORM D-KONTROLLERA-KURSFIL
           CLOSE KURSFIL

           IF WS-FIL-OK NOT = "J"
               DISPLAY "KURSFILEN AVVISAD - INGA KURSER INLASTA."
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM E-REGISTRERA-FIL
               OPEN INPUT KURSFIL
               PERFORM F-LAS-KURSFIL
               CLOSE KURSFIL
               PERFORM J-SPARA-KORNINGSLOGG

               DISPLAY "Valutakursimport klar."
               DISPLAY "Nya kurser:       " WS-ANTAL-NYA
               DISPLAY "Ändrade kurser:   " WS-ANTAL-ANDRADE
               DISPLAY "Avvisade rader:   " WS-ANTAL-AVVISADE

      *> Avvisade rader ger returkod 4 - dagens kurs kan saknas
      *> för en valuta, och då hamnar dess inbetalningar bland de
      *> oplacerade tills kursen finns.
               IF WS-ANTAL-AVVISADE > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

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

       D-KONTROLLERA-KURSFIL SECTION.

      *> Läser hela filen utan att lägga in något: huvudposten ger
      *> filens identitet, slutposten antal kursrader att stämma
      *> mot det som faktiskt står i filen.
           MOVE "N" TO WS-FIL-OK
           MOVE "N" TO WS-HAR-HUVUD
           MOVE "N" TO WS-HAR-SLUT
           MOVE 0 TO WS-RAKNAT-ANTAL
           MOVE "N" TO WS-FILSLUT

           PERFORM UNTIL WS-FILSLUT = "J"

               READ KURSFIL
                   AT END
                       MOVE "J" TO WS-FILSLUT
                   NOT AT END
                       EVALUATE KFHUVUD-POSTTYP
                           WHEN "HUVUD"
                               MOVE "J" TO WS-HAR-HUVUD
                               MOVE KFHUVUD-FILID TO WS-FIL-FILID
                               MOVE KFHUVUD-SKAPAD TO WS-FIL-SKAPAD
                               IF KFHUVUD-BATCHNR IS NUMERIC
                                   MOVE KFHUVUD-BATCHNR
                                     TO WS-FIL-BATCHNR
                               END-IF
                           WHEN "SLUT "
                               MOVE "J" TO WS-HAR-SLUT
                               IF KFSLUT-ANTAL IS NUMERIC
                                   MOVE KFSLUT-ANTAL TO WS-FIL-ANTAL
                               ELSE
                                   DISPLAY "SLUTPOSTEN I KURSFILEN "
                                     "EJ NUMERISK."
                                   MOVE "N" TO WS-HAR-SLUT
                               END-IF
                           WHEN OTHER
                               ADD 1 TO WS-RAKNAT-ANTAL
                       END-EVALUATE
               END-READ

           END-PERFORM

           IF WS-HAR-HUVUD NOT = "J"
               DISPLAY "HUVUDPOST SAKNAS I KURSFILEN."
           ELSE
           IF WS-HAR-SLUT NOT = "J"
               DISPLAY "SLUTPOST SAKNAS I KURSFILEN."
           ELSE
           IF WS-RAKNAT-ANTAL NOT = WS-FIL-ANTAL
               DISPLAY "ANTAL KURSRADER STAMMER INTE MED "
                 "SLUTPOSTEN - TRUNKERAD FIL?"
           ELSE

               EXEC SQL
                   SELECT COUNT(*) INTO :ws-count
                   FROM REDWARRIOR.dbo.fil_register
                   WHERE filid = :WS-FIL-FILID
                     AND fil_skapad = :WS-FIL-SKAPAD
               END-EXEC

               IF ws-count > 0
                   DISPLAY "KURSFILEN AR REDAN INLAST ("
                     WS-FIL-SKAPAD ") - DUBBLETT STOPPAD."
               ELSE
                   MOVE "J" TO WS-FIL-OK
               END-IF

           END-IF
           END-IF
           END-IF.

       E-REGISTRERA-FIL SECTION.

      *> Filen skrivs in i fil_register innan kurserna läggs in -
      *> belopp saknar mening för en kursfil och sätts till noll.
           PERFORM K-SATT-TIDSSTAMPEL
           MOVE WS-TIDSSTAMPEL TO filreg-inlast-at
           MOVE WS-FIL-FILID TO filreg-filid
           MOVE WS-FIL-SKAPAD TO filreg-fil-skapad
           MOVE WS-FIL-BATCHNR TO filreg-batch-nr
           MOVE WS-FIL-ANTAL TO filreg-antal
           MOVE 0 TO filreg-belopp
           MOVE "ValutakursImport" TO filreg-programnamn

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.fil_register
                   (filid, fil_skapad, batch_nr, antal, belopp,
                    programnamn, inlast_at)
               VALUES
                   (:filreg-filid, :filreg-fil-skapad,
                    :filreg-batch-nr, :filreg-antal, :filreg-belopp,
                    :filreg-programnamn, :filreg-inlast-at)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID REGISTRERING AV FIL: " SQLCODE
           END-IF.

       F-LAS-KURSFIL SECTION.

           MOVE "N" TO WS-FILSLUT
           MOVE 0 TO WS-RADNR

           PERFORM UNTIL WS-FILSLUT = "J"

               READ KURSFIL
                   AT END
                       MOVE "J" TO WS-FILSLUT
                   NOT AT END
                       IF KFHUVUD-POSTTYP = "HUVUD"
                         OR KFHUVUD-POSTTYP = "SLUT "
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-RADNR
                           PERFORM G-VALIDERA-KURSRAD
                           IF WS-POST-OK = "J"
                               PERFORM H-SPARA-KURS
                           ELSE
                               ADD 1 TO WS-ANTAL-AVVISADE
                               DISPLAY "KURSRAD " WS-RADNR
                                 " AVVISAD: " WS-AVVISNINGSORSAK
                           END-IF
                       END-IF
               END-READ

           END-PERFORM.

       G-VALIDERA-KURSRAD SECTION.

      *> En felaktig kursrad får inte fälla hela filen - övriga
      *> valutors kurser ska in ändå. SEK har ingen kursrad.
           MOVE "J" TO WS-POST-OK
           MOVE SPACES TO WS-AVVISNINGSORSAK

           IF KURS-VALUTA IS NOT ALPHABETIC-UPPER
             OR KURS-VALUTA(3:1) = SPACE
               MOVE "N" TO WS-POST-OK
               MOVE "OGILTIG VALUTAKOD" TO WS-AVVISNINGSORSAK
           ELSE
           IF KURS-VALUTA = "SEK"
               MOVE "N" TO WS-POST-OK
               MOVE "SEK HAR INGEN KURS" TO WS-AVVISNINGSORSAK
           ELSE
           IF KURS-KURSDATUM(1:4) IS NOT NUMERIC
             OR KURS-KURSDATUM(6:2) IS NOT NUMERIC
             OR KURS-KURSDATUM(9:2) IS NOT NUMERIC
             OR KURS-KURSDATUM(5:1) NOT = "-"
             OR KURS-KURSDATUM(8:1) NOT = "-"
               MOVE "N" TO WS-POST-OK
               MOVE "OGILTIGT KURSDATUM" TO WS-AVVISNINGSORSAK
           ELSE
           IF KURS-KURS IS NOT NUMERIC
             OR KURS-ENHET IS NOT NUMERIC
               MOVE "N" TO WS-POST-OK
               MOVE "OGILTIGT NUMERISKT FORMAT" TO WS-AVVISNINGSORSAK
           ELSE
           IF KURS-KURS-NUM = 0 OR KURS-ENHET-NUM = 0
               MOVE "N" TO WS-POST-OK
               MOVE "KURS ELLER ENHET NOLL" TO WS-AVVISNINGSORSAK
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       H-SPARA-KURS SECTION.

      *> En rättad kurs för en redan inläst dag skriver över den
      *> gamla - banken skickar rättelser som en ny fil med samma
      *> kursdag. Redan bokförda omräkningar påverkas inte.
           MOVE KURS-VALUTA TO vkurs-valuta
           MOVE KURS-KURSDATUM TO vkurs-kursdatum
           COMPUTE vkurs-kurs ROUNDED =
               KURS-KURS-NUM / KURS-ENHET-NUM
           PERFORM K-SATT-TIDSSTAMPEL
           MOVE WS-TIDSSTAMPEL TO vkurs-inlast-at

           EXEC SQL
               SELECT COUNT(*) INTO :ws-count
               FROM REDWARRIOR.dbo.valutakurs
               WHERE valuta = :vkurs-valuta
                 AND kursdatum = :vkurs-kursdatum
           END-EXEC

           IF ws-count = 0
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.valutakurs
                       (valuta, kursdatum, kurs, inlast_at)
                   VALUES
                       (:vkurs-valuta, :vkurs-kursdatum,
                        :vkurs-kurs, :vkurs-inlast-at)
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-ANTAL-NYA
               END-IF
           ELSE
               EXEC SQL
                   UPDATE REDWARRIOR.dbo.valutakurs
                   SET kurs = :vkurs-kurs,
                       inlast_at = :vkurs-inlast-at
                   WHERE valuta = :vkurs-valuta
                     AND kursdatum = :vkurs-kursdatum
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-ANTAL-ANDRADE
               END-IF
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA-KURS: " SQLCODE
               ADD 1 TO WS-ANTAL-AVVISADE
           END-IF.

       J-SPARA-KORNINGSLOGG SECTION.

      *> En rad i run_history per körning: nya kurser i
      *> antal_infogade, ändrade i antal_flaggade och avvisade
      *> rader i antal_borttagna.
           PERFORM K-SATT-TIDSSTAMPEL
           MOVE WS-TIDSSTAMPEL TO run-history-timestamp

           MOVE "ValutakursImport" TO run-history-programnamn
           MOVE "VKURS" TO run-history-steg
           MOVE WS-ANTAL-NYA TO run-history-antal-infogade
           MOVE WS-ANTAL-AVVISADE TO run-history-antal-borttagna
           MOVE WS-ANTAL-ANDRADE TO run-history-antal-flaggade
           MOVE 0 TO run-history-antal-avskrivna
           MOVE 0 TO run-history-antal-aterbet
           MOVE 0 TO run-history-kontroll-belopp
           MOVE SPACES TO run-history-parametrar
           STRING
             "FIL=" WS-FIL-SKAPAD
             DELIMITED BY SIZE
             INTO run-history-parametrar
           END-STRING

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.run_history
                   (run_timestamp, programnamn, steg, antal_infogade,
                    antal_borttagna, antal_flaggade, antal_avskrivna,
                    antal_aterbet, kontroll_belopp, parametrar)
               VALUES
                   (:run-history-timestamp, :run-history-programnamn,
                    :run-history-steg,
                    :run-history-antal-infogade,
                    :run-history-antal-borttagna,
                    :run-history-antal-flaggade,
                    :run-history-antal-avskrivna,
                    :run-history-antal-aterbet,
                    :run-history-kontroll-belopp,
                    :run-history-parametrar)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA-KORNINGSLOGG: " SQLCODE
           END-IF.

       K-SATT-TIDSSTAMPEL SECTION.

      *> Bygger 'ÅÅÅÅ-MM-DD HH:MM:SS' i WS-TIDSSTAMPEL, samma
      *> teknik som J-SATT-TIDSSTAMPEL i OplaceradBetalning.cbl.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
           MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
           MOVE WS-TIMESTAMP(7:2) TO WS-DAG
           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             " " WS-TIMESTAMP(9:2) ":" WS-TIMESTAMP(11:2)
             ":" WS-TIMESTAMP(13:2)
             DELIMITED BY SIZE
             INTO WS-TIDSSTAMPEL
           END-STRING.
