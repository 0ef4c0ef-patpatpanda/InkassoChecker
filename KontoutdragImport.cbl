       IDENTIFICATION DIVISION.
       PROGRAM-ID. KontoutdragImport.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Bankens dagliga kontoutdrag för klientmedelskontot. Varje
      *> transaktionspost matchas mot vår bok - krediter mot
      *> inlästa BGMAX.TXT och byråredovisningar, debiteringar mot
      *> släppta LB-batchar - och utgående saldo stäms mot
      *> klientmedelssaldot plus oplacerade betalningar. Tidigare
      *> gjordes det bara vid det manuella månadsbokslutet.
           SELECT KONTOUTDRAG ASSIGN TO "KONTOUTDRAG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Daglig differensrapport: saldoavstämningen, dagens
      *> omatchade poster inom karenstiden och samtliga öppna
      *> differenser tills de kvitterats i
      *> AvstamningsKvittering.cbl.
           SELECT DIFFERENSRAPPORT ASSIGN TO "KLIENTMEDELSDIFF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KONTOUTDRAG.
      *> Förenklad kontoutdragslayout enligt överenskommelse med
      *> banken, samma anda som BG Max-layouten i
      *> BetalfilImport.cbl: TK 20 = transaktionspost. En
      *> BGMAX-insättning och en LB-fil bokas av banken som en
      *> post var med filens totalbelopp.
       01  KONTOUTDRAG-RAD.
           03 KTO-TK                      PIC X(2).
      *> Bokföringsdag ÅÅÅÅMMDD.
           03 KTO-BOKFDAG                 PIC X(8).
      *> K = kredit (insättning), D = debet (uttag).
           03 KTO-DK                      PIC X(1).
      *> Belopp i ören, högerställt nollutfyllt.
           03 KTO-BELOPP-ORE              PIC 9(15).
           03 KTO-REFERENS                PIC X(35).
      *> Öppningspost TK 01: kontonummer, utdragsdag, bankens
      *> skrivtidpunkt ÅÅÅÅMMDDHHMMSS (filens identitet i
      *> fil_register) och ingående saldo i ören med tecken.
       01  KONTOUTDRAG-OPPNING.
           03 KTO-OPPN-TK                 PIC X(2).
           03 KTO-OPPN-KONTONR            PIC X(20).
           03 KTO-OPPN-UTDRAGSDAG         PIC X(8).
           03 KTO-OPPN-SKAPAD             PIC X(14).
           03 KTO-OPPN-IB-TECKEN          PIC X(1).
           03 KTO-OPPN-IB-ORE             PIC 9(15).
      *> Slutpost TK 90: antal transaktionsposter, summa krediter
      *> och debiteringar i ören och utgående saldo med tecken.
       01  KONTOUTDRAG-SLUTPOST.
           03 KTO-SLUT-TK                 PIC X(2).
           03 KTO-SLUT-ANTAL              PIC 9(8).
           03 KTO-SLUT-KREDIT-ORE         PIC 9(18).
           03 KTO-SLUT-DEBET-ORE          PIC 9(18).
           03 KTO-SLUT-UB-TECKEN          PIC X(1).
           03 KTO-SLUT-UB-ORE             PIC 9(15).

       FD  DIFFERENSRAPPORT.
       01  DIFFERENSRAPPORT-RAD          PIC X(120).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W669.CPY".
       COPY "P_W685.CPY".
       COPY "P_W690.CPY".
       COPY "P_W704.CPY".
       COPY "P_W705.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-MÅNAD                      PIC X(2).
       01  WS-DAG                        PIC X(2).
       01  WS-TIDSSTAMPEL                PIC X(19).

       01  WS-FILSLUT                    PIC X(1) VALUE "N".
       01  WS-RADSLUT                    PIC X(1) VALUE "N".
       01  ws-count                      PIC 9(4) VALUE 0.

      *> Kontrollpasset (M-KONTROLLERA-KONTOUTDRAG), samma upplägg
      *> som M-KONTROLLERA-BETALFIL i BetalfilImport.cbl plus
      *> saldokedjan: ingående saldo + krediter - debiteringar ska
      *> ge utgående saldo, och ingående saldo ska vara föregående
      *> inlästa utdrags utgående - annars saknas ett utdrag och
      *> matchningen skulle köras på en lucka.
       01  WS-FIL-OK                     PIC X(1) VALUE "N".
       01  WS-HAR-OPPNING                PIC X(1) VALUE "N".
       01  WS-HAR-SLUT                   PIC X(1) VALUE "N".
       01  WS-FIL-SKAPAD                 PIC X(19).
       01  WS-UTDRAG-DATUM               PIC X(10).
       01  WS-KONTONR                    PIC X(20).
       01  WS-FIL-ANTAL                  PIC S9(9) COMP-5 VALUE 0.
       01  WS-FIL-KREDIT-ORE             PIC S9(18) COMP-3 VALUE 0.
       01  WS-FIL-DEBET-ORE              PIC S9(18) COMP-3 VALUE 0.
       01  WS-IB-ORE                     PIC S9(15) COMP-3 VALUE 0.
       01  WS-UB-ORE                     PIC S9(15) COMP-3 VALUE 0.
       01  WS-RAKNAT-ANTAL               PIC S9(9) COMP-5 VALUE 0.
       01  WS-RAKNAD-KREDIT-ORE          PIC S9(18) COMP-3 VALUE 0.
       01  WS-RAKNAD-DEBET-ORE           PIC S9(18) COMP-3 VALUE 0.
       01  WS-FELAKTIGA-RADER            PIC S9(9) COMP-5 VALUE 0.
       01  WS-IB-BELOPP                  PIC S9(11)V9(2) COMP-3.
       01  WS-FORRA-UB                   PIC S9(11)V9(2) COMP-3.

      *> Karenstid i dagar innan en omatchad post blir en
      *> differens - en BGMAX.TXT som läses in dagen efter bankens
      *> bokning är ingen differens. Styrparameter
      *> AVSTAMNING_KARENS_DAGAR, annars 3 dagar. Samma antal dagar
      *> är också det största datumglapp matchningen godtar.
       01  WS-KARENS-DAGAR               PIC S9(4) COMP-5 VALUE 3.
       01  WS-KARENS-GRANS               PIC X(10).
      *> Klientmedelskontots nummer ur styrparameter
      *> KLIENTMEDELSKONTO - ett utdrag för annat konto avvisas.
      *> Saknas raden görs ingen kontokontroll.
       01  WS-KLIENTKONTO                PIC X(20) VALUE SPACES.
      *> Första inlästa utdragsdag: bokposter före den låg redan
      *> i bankens ingående saldo och matchas inte i efterhand.
       01  WS-START-DATUM                PIC X(10).
      *> Gemensam skapandetidpunkt för körningens differensrader.
       01  WS-KORNING-AT                 PIC X(19).

       01  WS-MATCH-TYP                  PIC X(11).
       01  WS-MATCH-NYCKEL               PIC X(19).

      *> Saldoavstämningen, se J-STAM-AV-SALDO.
       01  WS-UB-BELOPP                  PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-BOK-SALDO                  PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-OPLACERAT                  PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-OMATCH-BANK                PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-OMATCH-BOK                 PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-OFORKLARAD                 PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-TIDIGARE-SALDODIFF         PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-NY-SALDODIFF               PIC S9(11)V9(2) COMP-3
                                           VALUE 0.

       01  WS-ANTAL-RADER                PIC 9(6) VALUE 0.
       01  WS-ANTAL-MATCHADE             PIC 9(6) VALUE 0.
       01  WS-ANTAL-NYA-DIFF             PIC S9(9) COMP-5 VALUE 0.
       01  WS-ANTAL-OPPNA                PIC 9(6) VALUE 0.
       01  WS-ANTAL-TRANSIT              PIC 9(6) VALUE 0.
       01  WS-DAGAR-OPPEN                PIC S9(5) COMP-5.
       01  WS-BELOPP-ORE                 PIC 9(15).

       01  WS-EDIT-ID                    PIC Z(8)9.
       01  WS-EDIT-ANTAL                 PIC Z(5)9.
       01  WS-EDIT-DAGAR                 PIC Z(4)9.
       01  WS-EDIT-BELOPP                PIC Z(10)9.99-.
       01  WS-RAPPORT-RAD                PIC X(120).

       PROCEDURE DIVISION.

       A-MAIN SECTION.

           PERFORM B-CONNECT-TO-DB
           PERFORM C-LAS-STYRPARAMETRAR

      *> Kontrollpass före inläsning, samma tvåpassupplägg som
      *> BetalfilImport.cbl: först när kontrollposterna,
      *> saldokedjan och fil_register stämmer läses raderna in.
           OPEN INPUT KONTOUTDRAG
           PERFORM M-KONTROLLERA-KONTOUTDRAG
           CLOSE KONTOUTDRAG

           IF WS-FIL-OK NOT = "J"
               DISPLAY "KONTOUTDRAGET AVVISAT - INGENTING INLAST."
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM T-SATT-TIDSSTAMPEL
               MOVE WS-TIDSSTAMPEL TO WS-KORNING-AT

               PERFORM N-REGISTRERA-FIL
               PERFORM D-SPARA-BANKRADER
               PERFORM E-MATCHA-BANKRADER
               PERFORM I-REGISTRERA-DIFFERENSER
               PERFORM J-STAM-AV-SALDO

               EXEC SQL
                   SELECT COUNT(*) INTO :WS-ANTAL-NYA-DIFF
                   FROM REDWARRIOR.dbo.avstamning_differens
                   WHERE skapad_at = :WS-KORNING-AT
               END-EXEC

               OPEN OUTPUT DIFFERENSRAPPORT
               PERFORM K-SKRIV-SALDODEL
               PERFORM L-SKRIV-TRANSIT
               PERFORM O-SKRIV-OPPNA-DIFFERENSER
               CLOSE DIFFERENSRAPPORT

               PERFORM Q-SPARA-KORNINGSLOGG

               DISPLAY "Kontoutdragsimport klar."
               DISPLAY "Transaktionsposter inlästa: " WS-ANTAL-RADER
               DISPLAY "Bankrader matchade:         "
                 WS-ANTAL-MATCHADE
               DISPLAY "Nya differenser:            "
                 WS-ANTAL-NYA-DIFF
               DISPLAY "Öppna differenser totalt:   " WS-ANTAL-OPPNA

      *> Returkod 4 så driften ser att differensrapporten har
      *> okvitterade rader.
               IF WS-ANTAL-OPPNA > 0
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

       C-LAS-STYRPARAMETRAR SECTION.

           EXEC SQL
               SELECT parameter_varde INTO :styrparam-varde
               FROM REDWARRIOR.dbo.styrparameter
               WHERE parameter_namn = 'AVSTAMNING_KARENS_DAGAR'
           END-EXEC

           IF SQLCODE = 0 AND styrparam-varde(1:3) IS NUMERIC
               MOVE styrparam-varde(1:3) TO WS-KARENS-DAGAR
           END-IF

           EXEC SQL
               SELECT parameter_varde INTO :styrparam-varde
               FROM REDWARRIOR.dbo.styrparameter
               WHERE parameter_namn = 'KLIENTMEDELSKONTO'
           END-EXEC

           IF SQLCODE = 0
               MOVE styrparam-varde(1:20) TO WS-KLIENTKONTO
           END-IF.

       M-KONTROLLERA-KONTOUTDRAG SECTION.

      *> Läser hela filen utan att spara något. Saknade eller
      *> felaktiga kontrollposter, en transaktionspost som inte
      *> går att tolka, fel antal eller summor, en bruten
      *> saldokedja, fel konto eller en redan inläst fil avvisar
      *> hela utdraget.
           MOVE "N" TO WS-FIL-OK
           MOVE "N" TO WS-HAR-OPPNING
           MOVE "N" TO WS-HAR-SLUT
           MOVE 0 TO WS-RAKNAT-ANTAL
           MOVE 0 TO WS-RAKNAD-KREDIT-ORE
           MOVE 0 TO WS-RAKNAD-DEBET-ORE
           MOVE 0 TO WS-FELAKTIGA-RADER
           MOVE "N" TO WS-FILSLUT

           PERFORM UNTIL WS-FILSLUT = "J"

               READ KONTOUTDRAG
                   AT END
                       MOVE "J" TO WS-FILSLUT
                   NOT AT END
                       EVALUATE KTO-TK
                           WHEN "01"
                               MOVE "J" TO WS-HAR-OPPNING
                               PERFORM O-TOLKA-OPPNINGSPOST
                           WHEN "90"
                               MOVE "J" TO WS-HAR-SLUT
                               PERFORM P-TOLKA-SLUTPOST
                           WHEN "20"
                               ADD 1 TO WS-RAKNAT-ANTAL
                               IF KTO-BELOPP-ORE IS NOT NUMERIC
                                 OR KTO-BOKFDAG IS NOT NUMERIC
                                   ADD 1 TO WS-FELAKTIGA-RADER
                               ELSE
                               IF KTO-DK = "K"
                                   ADD KTO-BELOPP-ORE
                                     TO WS-RAKNAD-KREDIT-ORE
                               ELSE
                               IF KTO-DK = "D"
                                   ADD KTO-BELOPP-ORE
                                     TO WS-RAKNAD-DEBET-ORE
                               ELSE
                                   ADD 1 TO WS-FELAKTIGA-RADER
                               END-IF
                               END-IF
                               END-IF
                       END-EVALUATE
               END-READ

           END-PERFORM

           IF WS-HAR-OPPNING NOT = "J"
               DISPLAY "OPPNINGSPOST TK 01 SAKNAS I KONTOUTDRAGET."
           ELSE
           IF WS-HAR-SLUT NOT = "J"
               DISPLAY "SLUTPOST TK 90 SAKNAS I KONTOUTDRAGET."
           ELSE
           IF WS-FELAKTIGA-RADER > 0
               DISPLAY "TRANSAKTIONSPOST MED FELAKTIGT DATUM, BELOPP "
                 "ELLER D/K-KOD: " WS-FELAKTIGA-RADER
           ELSE
           IF WS-RAKNAT-ANTAL NOT = WS-FIL-ANTAL
               DISPLAY "ANTAL TRANSAKTIONSPOSTER STAMMER INTE MED "
                 "SLUTPOSTEN - TRUNKERAD FIL?"
           ELSE
           IF WS-RAKNAD-KREDIT-ORE NOT = WS-FIL-KREDIT-ORE
             OR WS-RAKNAD-DEBET-ORE NOT = WS-FIL-DEBET-ORE
               DISPLAY "KREDIT- ELLER DEBETSUMMAN STAMMER INTE MED "
                 "SLUTPOSTEN."
           ELSE
           IF WS-IB-ORE + WS-FIL-KREDIT-ORE - WS-FIL-DEBET-ORE
             NOT = WS-UB-ORE
               DISPLAY "INGAENDE SALDO + KREDIT - DEBET GER INTE "
                 "UTGAENDE SALDO."
           ELSE
           IF WS-KLIENTKONTO NOT = SPACES
             AND WS-KONTONR NOT = WS-KLIENTKONTO
               DISPLAY "KONTOUTDRAGET GALLER KONTO " WS-KONTONR
                 " - INTE KLIENTMEDELSKONTOT."
           ELSE

               EXEC SQL
                   SELECT COUNT(*) INTO :ws-count
                   FROM REDWARRIOR.dbo.fil_register
                   WHERE filid = 'KONTOUTD'
                     AND fil_skapad = :WS-FIL-SKAPAD
               END-EXEC

               IF ws-count > 0
                   DISPLAY "KONTOUTDRAGET AR REDAN INLAST ("
                     WS-FIL-SKAPAD ") - DUBBLETT STOPPAD."
               ELSE
                   PERFORM R-KONTROLLERA-SALDOKEDJA
               END-IF

           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       O-TOLKA-OPPNINGSPOST SECTION.

      *> Skrivtidpunkten formateras till fil_register.fil_skapad,
      *> utdragsdagen till 'ÅÅÅÅ-MM-DD'.
           IF KTO-OPPN-SKAPAD IS NOT NUMERIC
             OR KTO-OPPN-UTDRAGSDAG IS NOT NUMERIC
             OR KTO-OPPN-IB-ORE IS NOT NUMERIC
             OR (KTO-OPPN-IB-TECKEN NOT = "+"
                 AND KTO-OPPN-IB-TECKEN NOT = "-")
               DISPLAY "OPPNINGSPOSTEN EJ TOLKBAR."
               MOVE "N" TO WS-HAR-OPPNING
           ELSE
               STRING
                 KTO-OPPN-SKAPAD(1:4) "-"
                 KTO-OPPN-SKAPAD(5:2) "-"
                 KTO-OPPN-SKAPAD(7:2) " "
                 KTO-OPPN-SKAPAD(9:2) ":"
                 KTO-OPPN-SKAPAD(11:2) ":"
                 KTO-OPPN-SKAPAD(13:2)
                 DELIMITED BY SIZE
                 INTO WS-FIL-SKAPAD
               END-STRING

               STRING
                 KTO-OPPN-UTDRAGSDAG(1:4) "-"
                 KTO-OPPN-UTDRAGSDAG(5:2) "-"
                 KTO-OPPN-UTDRAGSDAG(7:2)
                 DELIMITED BY SIZE
                 INTO WS-UTDRAG-DATUM
               END-STRING

               MOVE KTO-OPPN-KONTONR TO WS-KONTONR
               MOVE KTO-OPPN-IB-ORE TO WS-IB-ORE
               IF KTO-OPPN-IB-TECKEN = "-"
                   COMPUTE WS-IB-ORE = 0 - WS-IB-ORE
               END-IF
           END-IF.

       P-TOLKA-SLUTPOST SECTION.

           IF KTO-SLUT-ANTAL IS NOT NUMERIC
             OR KTO-SLUT-KREDIT-ORE IS NOT NUMERIC
             OR KTO-SLUT-DEBET-ORE IS NOT NUMERIC
             OR KTO-SLUT-UB-ORE IS NOT NUMERIC
             OR (KTO-SLUT-UB-TECKEN NOT = "+"
                 AND KTO-SLUT-UB-TECKEN NOT = "-")
               DISPLAY "SLUTPOST TK 90 EJ NUMERISK."
               MOVE "N" TO WS-HAR-SLUT
           ELSE
               MOVE KTO-SLUT-ANTAL TO WS-FIL-ANTAL
               MOVE KTO-SLUT-KREDIT-ORE TO WS-FIL-KREDIT-ORE
               MOVE KTO-SLUT-DEBET-ORE TO WS-FIL-DEBET-ORE
               MOVE KTO-SLUT-UB-ORE TO WS-UB-ORE
               IF KTO-SLUT-UB-TECKEN = "-"
                   COMPUTE WS-UB-ORE = 0 - WS-UB-ORE
               END-IF
           END-IF.

       R-KONTROLLERA-SALDOKEDJA SECTION.

      *> Föregående utdrags utgående saldo står som belopp på dess
      *> rad i fil_register. Första utdraget någonsin har ingen
      *> föregångare och godtas.
           COMPUTE WS-IB-BELOPP = WS-IB-ORE / 100

           EXEC SQL
               SELECT TOP 1 belopp INTO :WS-FORRA-UB
               FROM REDWARRIOR.dbo.fil_register
               WHERE filid = 'KONTOUTD'
               ORDER BY inlast_at DESC
           END-EXEC

           IF SQLCODE = 100
               MOVE "J" TO WS-FIL-OK
           ELSE
           IF SQLCODE NOT = 0
               DISPLAY "FEL VID LASNING AV FOREGAENDE UTDRAG: "
                 SQLCODE
           ELSE
           IF WS-FORRA-UB NOT = WS-IB-BELOPP
               DISPLAY "INGAENDE SALDO STAMMER INTE MED FOREGAENDE "
                 "UTDRAGS UTGAENDE - SAKNAS ETT KONTOUTDRAG?"
           ELSE
               MOVE "J" TO WS-FIL-OK
           END-IF
           END-IF
           END-IF.

       N-REGISTRERA-FIL SECTION.

      *> Filen skrivs in i fil_register innan raderna sparas, så
      *> en krasch mitt i ändå spärrar en andra inläsning. belopp
      *> är utdragets utgående saldo - nästa utdrags ingående
      *> saldo stäms mot det, se R-KONTROLLERA-SALDOKEDJA.
           MOVE WS-KORNING-AT TO filreg-inlast-at
           MOVE "KONTOUTD" TO filreg-filid
           MOVE WS-FIL-SKAPAD TO filreg-fil-skapad
           MOVE 0 TO filreg-batch-nr
           MOVE WS-FIL-ANTAL TO filreg-antal
           COMPUTE WS-UB-BELOPP = WS-UB-ORE / 100
           MOVE WS-UB-BELOPP TO filreg-belopp
           MOVE "KontoutdragImport" TO filreg-programnamn

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

       D-SPARA-BANKRADER SECTION.

           OPEN INPUT KONTOUTDRAG
           MOVE 0 TO bankrad-radnr
           MOVE "N" TO WS-FILSLUT

           PERFORM UNTIL WS-FILSLUT = "J"

               READ KONTOUTDRAG
                   AT END
                       MOVE "J" TO WS-FILSLUT
                   NOT AT END
                       IF KTO-TK = "20"
                           PERFORM S-SPARA-EN-BANKRAD
                       END-IF
               END-READ

           END-PERFORM

           CLOSE KONTOUTDRAG.

       S-SPARA-EN-BANKRAD SECTION.

           ADD 1 TO bankrad-radnr
           MOVE WS-KONTONR TO bankrad-kontonr
           MOVE WS-UTDRAG-DATUM TO bankrad-utdrag-datum
           MOVE WS-FIL-SKAPAD TO bankrad-fil-skapad
           STRING
             KTO-BOKFDAG(1:4) "-"
             KTO-BOKFDAG(5:2) "-"
             KTO-BOKFDAG(7:2)
             DELIMITED BY SIZE
             INTO bankrad-bokforingsdag
           END-STRING
           MOVE KTO-DK TO bankrad-dk
           MOVE KTO-BELOPP-ORE TO WS-BELOPP-ORE
           COMPUTE bankrad-belopp = WS-BELOPP-ORE / 100
           MOVE KTO-REFERENS TO bankrad-referens
           MOVE "OMATCHAD" TO bankrad-matchstatus

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.bank_kontoutdrag
                   (kontonr, utdrag_datum, fil_skapad, radnr,
                    bokforingsdag, dk, belopp, referens,
                    matchstatus)
               VALUES
                   (:bankrad-kontonr, :bankrad-utdrag-datum,
                    :bankrad-fil-skapad, :bankrad-radnr,
                    :bankrad-bokforingsdag, :bankrad-dk,
                    :bankrad-belopp, :bankrad-referens,
                    :bankrad-matchstatus)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID INSERT BANK_KONTOUTDRAG: " SQLCODE
           ELSE
               ADD 1 TO WS-ANTAL-RADER
           END-IF.

       E-MATCHA-BANKRADER SECTION.

      *> Samtliga omatchade bankrader prövas, inte bara dagens -
      *> en bankrad vars fil läses in först efter bankens bokning
      *> hittar sin motpost här nästa dag. Varje motpost kan bara
      *> matchas en gång; vid flera kandidater med samma belopp
      *> vinner den som ligger närmast i datum. Bokposter efter
      *> utdragsdagen matchas inte förrän deras eget utdrag läses
      *> in - annars skulle saldoavstämningen i J-STAM-AV-SALDO
      *> jämföra bankens saldo med en bok som ligger före.
           EXEC SQL
               DECLARE MATCH_CURSOR CURSOR FOR
               SELECT rad_id,
                      CONVERT(CHAR(10), bokforingsdag, 120),
                      dk, belopp
               FROM REDWARRIOR.dbo.bank_kontoutdrag
               WHERE matchstatus = 'OMATCHAD'
               ORDER BY bokforingsdag, rad_id
           END-EXEC

           EXEC SQL
               OPEN MATCH_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN MATCH_CURSOR: " SQLCODE
           ELSE
           MOVE "N" TO WS-RADSLUT
           PERFORM UNTIL WS-RADSLUT = "J"

               EXEC SQL
                   FETCH MATCH_CURSOR INTO
                       :bankrad-rad-id, :bankrad-bokforingsdag,
                       :bankrad-dk, :bankrad-belopp
               END-EXEC

               IF SQLCODE = 0
                   MOVE SPACES TO WS-MATCH-TYP
                   MOVE SPACES TO WS-MATCH-NYCKEL
                   IF bankrad-dk = "K"
                       PERFORM F-MATCHA-KREDIT
                   ELSE
                       PERFORM G-MATCHA-DEBET
                   END-IF
                   IF WS-MATCH-TYP NOT = SPACES
                       PERFORM H-MARKERA-MATCHAD
                   END-IF
               ELSE
                   MOVE "J" TO WS-RADSLUT
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH MATCH: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE MATCH_CURSOR
           END-EXEC.

       F-MATCHA-KREDIT SECTION.

      *> En kredit är i första hand en BG Max-insättning: samma
      *> belopp som en inläst BGMAX.TXT (fil_register.belopp är
      *> filens slutpostsumma). I andra hand en byråredovisning,
      *> dvs. dagens INBET-rader från InkassoReturImport summerade
      *> per bokföringsdag.
           EXEC SQL
               SELECT TOP 1 f.fil_skapad
               INTO :WS-MATCH-NYCKEL
               FROM REDWARRIOR.dbo.fil_register f
               WHERE f.filid = 'BGMAX'
                 AND f.belopp = :bankrad-belopp
                 AND ABS(DATEDIFF(DAY, f.inlast_at,
                         :bankrad-bokforingsdag)) <= :WS-KARENS-DAGAR
                 AND f.inlast_at <
                     DATEADD(DAY, 1, CAST(:WS-UTDRAG-DATUM AS DATE))
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.bank_kontoutdrag b
                     WHERE b.match_typ = 'BGMAX'
                       AND b.match_nyckel = f.fil_skapad
                 )
               ORDER BY ABS(DATEDIFF(DAY, f.inlast_at,
                            :bankrad-bokforingsdag)),
                        f.inlast_at
           END-EXEC

           IF SQLCODE = 0
               MOVE "BGMAX" TO WS-MATCH-TYP
           ELSE
           IF SQLCODE NOT = 100
               DISPLAY "FEL VID MATCHNING MOT BGMAX: " SQLCODE
           ELSE

               EXEC SQL
                   SELECT TOP 1 k.dag
                   INTO :WS-MATCH-NYCKEL
                   FROM (SELECT CONVERT(CHAR(10), km.bokford_at, 120)
                                    AS dag,
                                SUM(km.belopp) AS belopp
                         FROM REDWARRIOR.dbo.klientmedel km
                         WHERE km.typ = 'INBET'
                           AND km.kalla_program = 'InkassoReturImport'
                         GROUP BY CONVERT(CHAR(10), km.bokford_at, 120)
                        ) k
                   WHERE k.belopp = :bankrad-belopp
                     AND ABS(DATEDIFF(DAY, k.dag,
                             :bankrad-bokforingsdag))
                         <= :WS-KARENS-DAGAR
                     AND k.dag <= :WS-UTDRAG-DATUM
                     AND NOT EXISTS (
                         SELECT 1
                         FROM REDWARRIOR.dbo.bank_kontoutdrag b
                         WHERE b.match_typ = 'BYRA'
                           AND b.match_nyckel = k.dag
                     )
                   ORDER BY ABS(DATEDIFF(DAY, k.dag,
                                :bankrad-bokforingsdag)),
                            k.dag
               END-EXEC

               IF SQLCODE = 0
                   MOVE "BYRA" TO WS-MATCH-TYP
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "FEL VID MATCHNING MOT BYRA: " SQLCODE
                   END-IF
               END-IF

           END-IF
           END-IF.

       G-MATCHA-DEBET SECTION.

      *> En debitering är en släppt LB-fil: LBUT.TXT från
      *> KlientmedelUtbetalning.cbl eller LBATERBET.TXT från
      *> The_Heart.cbl, med batchens attesterade totalbelopp och
      *> släppdagen (avslutad_at) som datum.
           EXEC SQL
               SELECT TOP 1 u.batchtyp,
                      CONVERT(VARCHAR(19), u.batchnr)
               INTO :WS-MATCH-TYP, :WS-MATCH-NYCKEL
               FROM REDWARRIOR.dbo.utbetalning_batch u
               WHERE u.batchtyp IN ('KLIENTMEDEL', 'ATERBET')
                 AND u.status = 'SLAPPT'
                 AND u.belopp = :bankrad-belopp
                 AND ABS(DATEDIFF(DAY, u.avslutad_at,
                         :bankrad-bokforingsdag)) <= :WS-KARENS-DAGAR
                 AND u.avslutad_at <
                     DATEADD(DAY, 1, CAST(:WS-UTDRAG-DATUM AS DATE))
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.bank_kontoutdrag b
                     WHERE b.match_typ = u.batchtyp
                       AND b.match_nyckel =
                           CONVERT(VARCHAR(19), u.batchnr)
                 )
               ORDER BY ABS(DATEDIFF(DAY, u.avslutad_at,
                            :bankrad-bokforingsdag)),
                        u.avslutad_at
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-MATCH-TYP
               IF SQLCODE NOT = 100
                   DISPLAY "FEL VID MATCHNING MOT LB-BATCH: " SQLCODE
               END-IF
           END-IF.

       H-MARKERA-MATCHAD SECTION.

           PERFORM T-SATT-TIDSSTAMPEL
           MOVE WS-MATCH-TYP TO bankrad-match-typ
           MOVE WS-MATCH-NYCKEL TO bankrad-match-nyckel
           MOVE WS-TIDSSTAMPEL TO bankrad-matchad-at

           EXEC SQL
               UPDATE REDWARRIOR.dbo.bank_kontoutdrag
               SET matchstatus = 'MATCHAD',
                   match_typ = :bankrad-match-typ,
                   match_nyckel = :bankrad-match-nyckel,
                   matchad_at = :bankrad-matchad-at
               WHERE rad_id = :bankrad-rad-id
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID MARKERING AV MATCHAD BANKRAD: "
                 SQLCODE
           ELSE
               ADD 1 TO WS-ANTAL-MATCHADE
           END-IF.

       I-REGISTRERA-DIFFERENSER SECTION.

      *> Poster som fortfarande är omatchade efter karenstiden
      *> blir differenser - en gång per post, därefter står de i
      *> rapporten tills de kvitterats. Bokposter räknas från och
      *> med första inlästa utdragsdag.
           EXEC SQL
               SELECT CONVERT(CHAR(10),
                      DATEADD(DAY, 0 - :WS-KARENS-DAGAR,
                              CAST(:WS-UTDRAG-DATUM AS DATE)), 120),
                      (SELECT CONVERT(CHAR(10), MIN(utdrag_datum), 120)
                       FROM REDWARRIOR.dbo.bank_kontoutdrag)
               INTO :WS-KARENS-GRANS, :WS-START-DATUM
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID BERAKNING AV KARENSGRANS: " SQLCODE
           ELSE

               MOVE WS-UTDRAG-DATUM TO avdiff-utdrag-datum
               MOVE WS-KORNING-AT TO avdiff-skapad-at

               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.avstamning_differens
                       (utdrag_datum, difftyp, kalla, nyckel, dk,
                        belopp, handelse_datum, status, skapad_at)
                   SELECT :avdiff-utdrag-datum, 'BANK', 'BANKRAD',
                          CONVERT(VARCHAR(19), b.rad_id), b.dk,
                          b.belopp, b.bokforingsdag, 'OPPEN',
                          :avdiff-skapad-at
                   FROM REDWARRIOR.dbo.bank_kontoutdrag b
                   WHERE b.matchstatus = 'OMATCHAD'
                     AND b.bokforingsdag <= :WS-KARENS-GRANS
                     AND NOT EXISTS (
                         SELECT 1
                         FROM REDWARRIOR.dbo.avstamning_differens d
                         WHERE d.kalla = 'BANKRAD'
                           AND d.nyckel =
                               CONVERT(VARCHAR(19), b.rad_id)
                     )
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY "FEL VID DIFFERENS FOR BANKRAD: " SQLCODE
               END-IF

               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.avstamning_differens
                       (utdrag_datum, difftyp, kalla, nyckel, dk,
                        belopp, handelse_datum, status, skapad_at)
                   SELECT :avdiff-utdrag-datum, 'BOK', 'BGMAX',
                          f.fil_skapad, 'K', f.belopp,
                          CAST(f.inlast_at AS DATE), 'OPPEN',
                          :avdiff-skapad-at
                   FROM REDWARRIOR.dbo.fil_register f
                   WHERE f.filid = 'BGMAX'
                     AND f.inlast_at >= :WS-START-DATUM
                     AND f.inlast_at <
                         DATEADD(DAY, 1,
                                 CAST(:WS-KARENS-GRANS AS DATE))
                     AND NOT EXISTS (
                         SELECT 1
                         FROM REDWARRIOR.dbo.bank_kontoutdrag b
                         WHERE b.match_typ = 'BGMAX'
                           AND b.match_nyckel = f.fil_skapad
                     )
                     AND NOT EXISTS (
                         SELECT 1
                         FROM REDWARRIOR.dbo.avstamning_differens d
                         WHERE d.kalla = 'BGMAX'
                           AND d.nyckel = f.fil_skapad
                     )
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY "FEL VID DIFFERENS FOR BGMAX: " SQLCODE
               END-IF

               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.avstamning_differens
                       (utdrag_datum, difftyp, kalla, nyckel, dk,
                        belopp, handelse_datum, status, skapad_at)
                   SELECT :avdiff-utdrag-datum, 'BOK', 'BYRA',
                          k.dag, 'K', k.belopp, CAST(k.dag AS DATE),
                          'OPPEN', :avdiff-skapad-at
                   FROM (SELECT CONVERT(CHAR(10), km.bokford_at, 120)
                                    AS dag,
                                SUM(km.belopp) AS belopp
                         FROM REDWARRIOR.dbo.klientmedel km
                         WHERE km.typ = 'INBET'
                           AND km.kalla_program = 'InkassoReturImport'
                         GROUP BY CONVERT(CHAR(10), km.bokford_at, 120)
                        ) k
                   WHERE k.dag >= :WS-START-DATUM
                     AND k.dag <= :WS-KARENS-GRANS
                     AND NOT EXISTS (
                         SELECT 1
                         FROM REDWARRIOR.dbo.bank_kontoutdrag b
                         WHERE b.match_typ = 'BYRA'
                           AND b.match_nyckel = k.dag
                     )
                     AND NOT EXISTS (
                         SELECT 1
                         FROM REDWARRIOR.dbo.avstamning_differens d
                         WHERE d.kalla = 'BYRA'
                           AND d.nyckel = k.dag
                     )
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY "FEL VID DIFFERENS FOR BYRA: " SQLCODE
               END-IF

               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.avstamning_differens
                       (utdrag_datum, difftyp, kalla, nyckel, dk,
                        belopp, handelse_datum, status, skapad_at)
                   SELECT :avdiff-utdrag-datum, 'BOK', u.batchtyp,
                          CONVERT(VARCHAR(19), u.batchnr), 'D',
                          u.belopp, CAST(u.avslutad_at AS DATE),
                          'OPPEN', :avdiff-skapad-at
                   FROM REDWARRIOR.dbo.utbetalning_batch u
                   WHERE u.batchtyp IN ('KLIENTMEDEL', 'ATERBET')
                     AND u.status = 'SLAPPT'
                     AND u.avslutad_at >= :WS-START-DATUM
                     AND u.avslutad_at <
                         DATEADD(DAY, 1,
                                 CAST(:WS-KARENS-GRANS AS DATE))
                     AND NOT EXISTS (
                         SELECT 1
                         FROM REDWARRIOR.dbo.bank_kontoutdrag b
                         WHERE b.match_typ = u.batchtyp
                           AND b.match_nyckel =
                               CONVERT(VARCHAR(19), u.batchnr)
                     )
                     AND NOT EXISTS (
                         SELECT 1
                         FROM REDWARRIOR.dbo.avstamning_differens d
                         WHERE d.kalla = u.batchtyp
                           AND d.nyckel =
                               CONVERT(VARCHAR(19), u.batchnr)
                     )
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY "FEL VID DIFFERENS FOR LB-BATCH: " SQLCODE
               END-IF

           END-IF.

       J-STAM-AV-SALDO SECTION.

      *> Bankens utgående saldo mot boken: klientmedelssaldot
      *> SUM(INBET) - SUM(UTBET) plus de oplacerade betalningar som
      *> låg oplacerade vid dagens slut, båda per utdragsdagen.
      *> Skillnaden som inte förklaras av omatchade bankrader och
      *> bokposter är oförklarad. Den del av den som inte redan
      *> registrerats som saldodifferens en tidigare dag blir en
      *> ny SALDO-differens - en gammal kvitterad skillnad, t.ex.
      *> ingående saldot första dagen, dyker alltså inte upp igen.
           EXEC SQL
               SELECT ISNULL(SUM(CASE WHEN typ = 'INBET'
                                      THEN belopp
                                      ELSE 0 - belopp END),
                             CAST(0.00 AS DECIMAL(13,2)))
               INTO :WS-BOK-SALDO
               FROM REDWARRIOR.dbo.klientmedel
               WHERE bokford_at <
                     DATEADD(DAY, 1, CAST(:WS-UTDRAG-DATUM AS DATE))
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID LASNING AV KLIENTMEDELSSALDO: "
                 SQLCODE
               MOVE 0 TO WS-BOK-SALDO
           END-IF

           EXEC SQL
               SELECT ISNULL(SUM(belopp), CAST(0.00 AS DECIMAL(13,2)))
               INTO :WS-OPLACERAT
               FROM REDWARRIOR.dbo.oplacerade_betalningar
               WHERE skapad_at <
                     DATEADD(DAY, 1, CAST(:WS-UTDRAG-DATUM AS DATE))
                 AND (status = 'OPLACERAD'
                      OR placerad_at >=
                         DATEADD(DAY, 1,
                                 CAST(:WS-UTDRAG-DATUM AS DATE)))
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID LASNING AV OPLACERADE: " SQLCODE
               MOVE 0 TO WS-OPLACERAT
           END-IF

           EXEC SQL
               SELECT ISNULL(SUM(CASE WHEN dk = 'K'
                                      THEN belopp
                                      ELSE 0 - belopp END),
                             CAST(0.00 AS DECIMAL(13,2)))
               INTO :WS-OMATCH-BANK
               FROM REDWARRIOR.dbo.bank_kontoutdrag
               WHERE matchstatus = 'OMATCHAD'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SUMMERING AV OMATCHADE BANKRADER: "
                 SQLCODE
               MOVE 0 TO WS-OMATCH-BANK
           END-IF

           EXEC SQL
               SELECT ISNULL((SELECT SUM(f.belopp)
                              FROM REDWARRIOR.dbo.fil_register f
                              WHERE f.filid = 'BGMAX'
                                AND f.inlast_at >= :WS-START-DATUM
                                AND f.inlast_at <
                                    DATEADD(DAY, 1,
                                      CAST(:WS-UTDRAG-DATUM AS DATE))
                                AND NOT EXISTS (
                                    SELECT 1
                                    FROM
                                    REDWARRIOR.dbo.bank_kontoutdrag b
                                    WHERE b.match_typ = 'BGMAX'
                                      AND b.match_nyckel =
                                          f.fil_skapad)),
                             CAST(0.00 AS DECIMAL(13,2)))
                    + ISNULL((SELECT SUM(k.belopp)
                              FROM (SELECT CONVERT(CHAR(10),
                                             km.bokford_at, 120)
                                             AS dag,
                                           SUM(km.belopp) AS belopp
                                    FROM REDWARRIOR.dbo.klientmedel km
                                    WHERE km.typ = 'INBET'
                                      AND km.kalla_program =
                                          'InkassoReturImport'
                                    GROUP BY CONVERT(CHAR(10),
                                             km.bokford_at, 120)
                                   ) k
                              WHERE k.dag >= :WS-START-DATUM
                                AND k.dag <= :WS-UTDRAG-DATUM
                                AND NOT EXISTS (
                                    SELECT 1
                                    FROM
                                    REDWARRIOR.dbo.bank_kontoutdrag b
                                    WHERE b.match_typ = 'BYRA'
                                      AND b.match_nyckel = k.dag)),
                             CAST(0.00 AS DECIMAL(13,2)))
                    - ISNULL((SELECT SUM(u.belopp)
                              FROM REDWARRIOR.dbo.utbetalning_batch u
                              WHERE u.batchtyp IN ('KLIENTMEDEL',
                                                   'ATERBET')
                                AND u.status = 'SLAPPT'
                                AND u.avslutad_at >= :WS-START-DATUM
                                AND u.avslutad_at <
                                    DATEADD(DAY, 1,
                                      CAST(:WS-UTDRAG-DATUM AS DATE))
                                AND NOT EXISTS (
                                    SELECT 1
                                    FROM
                                    REDWARRIOR.dbo.bank_kontoutdrag b
                                    WHERE b.match_typ = u.batchtyp
                                      AND b.match_nyckel =
                                          CONVERT(VARCHAR(19),
                                                  u.batchnr))),
                             CAST(0.00 AS DECIMAL(13,2)))
               INTO :WS-OMATCH-BOK
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SUMMERING AV OMATCHADE BOKPOSTER: "
                 SQLCODE
               MOVE 0 TO WS-OMATCH-BOK
           END-IF

           COMPUTE WS-OFORKLARAD =
               (WS-UB-BELOPP - WS-OMATCH-BANK)
             - (WS-BOK-SALDO + WS-OPLACERAT - WS-OMATCH-BOK)

           EXEC SQL
               SELECT ISNULL(SUM(belopp), CAST(0.00 AS DECIMAL(13,2)))
               INTO :WS-TIDIGARE-SALDODIFF
               FROM REDWARRIOR.dbo.avstamning_differens
               WHERE difftyp = 'SALDO'
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID LASNING AV SALDODIFFERENSER: "
                 SQLCODE
               MOVE 0 TO WS-TIDIGARE-SALDODIFF
           END-IF

           COMPUTE WS-NY-SALDODIFF =
               WS-OFORKLARAD - WS-TIDIGARE-SALDODIFF

           IF WS-NY-SALDODIFF NOT = 0

               MOVE WS-UTDRAG-DATUM TO avdiff-utdrag-datum
               MOVE "SALDO" TO avdiff-difftyp
               MOVE "SALDO" TO avdiff-kalla
               MOVE WS-UTDRAG-DATUM TO avdiff-nyckel
               IF WS-NY-SALDODIFF > 0
                   MOVE "K" TO avdiff-dk
               ELSE
                   MOVE "D" TO avdiff-dk
               END-IF
               MOVE WS-NY-SALDODIFF TO avdiff-belopp
               MOVE WS-UTDRAG-DATUM TO avdiff-handelse-datum
               MOVE "OPPEN" TO avdiff-status
               MOVE WS-KORNING-AT TO avdiff-skapad-at

               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.avstamning_differens
                       (utdrag_datum, difftyp, kalla, nyckel, dk,
                        belopp, handelse_datum, status, skapad_at)
                   VALUES
                       (:avdiff-utdrag-datum, :avdiff-difftyp,
                        :avdiff-kalla, :avdiff-nyckel, :avdiff-dk,
                        :avdiff-belopp, :avdiff-handelse-datum,
                        :avdiff-status, :avdiff-skapad-at)
               END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID INSERT SALDODIFFERENS: " SQLCODE
               END-IF

           END-IF.

       K-SKRIV-SALDODEL SECTION.

           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "AVSTAMNING AV KLIENTMEDELSKONTO " WS-KONTONR
             "  KONTOUTDRAG " WS-UTDRAG-DATUM
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           MOVE WS-RAPPORT-RAD TO DIFFERENSRAPPORT-RAD
           WRITE DIFFERENSRAPPORT-RAD

           MOVE WS-KARENS-DAGAR TO WS-EDIT-DAGAR
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "KARENSTID I DAGAR: " WS-EDIT-DAGAR
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           MOVE WS-RAPPORT-RAD TO DIFFERENSRAPPORT-RAD
           WRITE DIFFERENSRAPPORT-RAD

           MOVE SPACES TO DIFFERENSRAPPORT-RAD
           WRITE DIFFERENSRAPPORT-RAD

           MOVE WS-UB-BELOPP TO WS-EDIT-BELOPP
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "UTGAENDE SALDO ENLIGT BANKEN:         " WS-EDIT-BELOPP
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           MOVE WS-RAPPORT-RAD TO DIFFERENSRAPPORT-RAD
           WRITE DIFFERENSRAPPORT-RAD

           MOVE WS-BOK-SALDO TO WS-EDIT-BELOPP
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "KLIENTMEDELSSALDO ENLIGT BOKEN:       " WS-EDIT-BELOPP
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           MOVE WS-RAPPORT-RAD TO DIFFERENSRAPPORT-RAD
           WRITE DIFFERENSRAPPORT-RAD

           MOVE WS-OPLACERAT TO WS-EDIT-BELOPP
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "OPLACERADE BETALNINGAR:               " WS-EDIT-BELOPP
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           MOVE WS-RAPPORT-RAD TO DIFFERENSRAPPORT-RAD
           WRITE DIFFERENSRAPPORT-RAD

           MOVE WS-OMATCH-BANK TO WS-EDIT-BELOPP
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "OMATCHADE BANKRADER NETTO:            " WS-EDIT-BELOPP
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           MOVE WS-RAPPORT-RAD TO DIFFERENSRAPPORT-RAD
           WRITE DIFFERENSRAPPORT-RAD

           MOVE WS-OMATCH-BOK TO WS-EDIT-BELOPP
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "OMATCHADE BOKPOSTER NETTO:            " WS-EDIT-BELOPP
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           MOVE WS-RAPPORT-RAD TO DIFFERENSRAPPORT-RAD
           WRITE DIFFERENSRAPPORT-RAD

           MOVE WS-OFORKLARAD TO WS-EDIT-BELOPP
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "OFORKLARAD DIFFERENS:                 " WS-EDIT-BELOPP
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           MOVE WS-RAPPORT-RAD TO DIFFERENSRAPPORT-RAD
           WRITE DIFFERENSRAPPORT-RAD

           MOVE WS-NY-SALDODIFF TO WS-EDIT-BELOPP
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "VARAV NY SALDODIFFERENS I DAG:        " WS-EDIT-BELOPP
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           MOVE WS-RAPPORT-RAD TO DIFFERENSRAPPORT-RAD
           WRITE DIFFERENSRAPPORT-RAD

           MOVE SPACES TO DIFFERENSRAPPORT-RAD
           WRITE DIFFERENSRAPPORT-RAD

           MOVE WS-ANTAL-MATCHADE TO WS-EDIT-ANTAL
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "BANKRADER MATCHADE I DAG:             " WS-EDIT-ANTAL
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           MOVE WS-RAPPORT-RAD TO DIFFERENSRAPPORT-RAD
           WRITE DIFFERENSRAPPORT-RAD

           MOVE WS-ANTAL-NYA-DIFF TO WS-EDIT-ANTAL
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "NYA DIFFERENSER I DAG:                " WS-EDIT-ANTAL
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           MOVE WS-RAPPORT-RAD TO DIFFERENSRAPPORT-RAD
           WRITE DIFFERENSRAPPORT-RAD.

       L-SKRIV-TRANSIT SECTION.

      *> Omatchade poster som ännu ligger inom karenstiden -
      *> normalt tidsförskjutning mellan bankens bokning och vår
      *> inläsning. De blir differenser först om de ligger kvar.
           MOVE SPACES TO DIFFERENSRAPPORT-RAD
           WRITE DIFFERENSRAPPORT-RAD
           MOVE "OMATCHADE POSTER INOM KARENSTIDEN"
             TO DIFFERENSRAPPORT-RAD
           WRITE DIFFERENSRAPPORT-RAD
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "SIDA  KALLA       NYCKEL              D/K"
             "            BELOPP  DATUM"
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           MOVE WS-RAPPORT-RAD TO DIFFERENSRAPPORT-RAD
           WRITE DIFFERENSRAPPORT-RAD

           MOVE 0 TO WS-ANTAL-TRANSIT

           EXEC SQL
               DECLARE TRANSIT_CURSOR CURSOR FOR
               SELECT 'BANK', 'BANKRAD',
                      CONVERT(VARCHAR(19), b.rad_id), b.dk, b.belopp,
                      CONVERT(CHAR(10), b.bokforingsdag, 120)
               FROM REDWARRIOR.dbo.bank_kontoutdrag b
               WHERE b.matchstatus = 'OMATCHAD'
                 AND b.bokforingsdag > :WS-KARENS-GRANS
               UNION ALL
               SELECT 'BOK', 'BGMAX', f.fil_skapad, 'K', f.belopp,
                      CONVERT(CHAR(10), f.inlast_at, 120)
               FROM REDWARRIOR.dbo.fil_register f
               WHERE f.filid = 'BGMAX'
                 AND f.inlast_at >= :WS-START-DATUM
                 AND f.inlast_at >=
                     DATEADD(DAY, 1, CAST(:WS-KARENS-GRANS AS DATE))
                 AND f.inlast_at <
                     DATEADD(DAY, 1, CAST(:WS-UTDRAG-DATUM AS DATE))
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.bank_kontoutdrag b2
                     WHERE b2.match_typ = 'BGMAX'
                       AND b2.match_nyckel = f.fil_skapad
                 )
               UNION ALL
               SELECT 'BOK', 'BYRA', k.dag, 'K', k.belopp, k.dag
               FROM (SELECT CONVERT(CHAR(10), km.bokford_at, 120)
                                AS dag,
                            SUM(km.belopp) AS belopp
                     FROM REDWARRIOR.dbo.klientmedel km
                     WHERE km.typ = 'INBET'
                       AND km.kalla_program = 'InkassoReturImport'
                     GROUP BY CONVERT(CHAR(10), km.bokford_at, 120)
                    ) k
               WHERE k.dag >= :WS-START-DATUM
                 AND k.dag > :WS-KARENS-GRANS
                 AND k.dag <= :WS-UTDRAG-DATUM
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.bank_kontoutdrag b3
                     WHERE b3.match_typ = 'BYRA'
                       AND b3.match_nyckel = k.dag
                 )
               UNION ALL
               SELECT 'BOK', u.batchtyp,
                      CONVERT(VARCHAR(19), u.batchnr), 'D', u.belopp,
                      CONVERT(CHAR(10), u.avslutad_at, 120)
               FROM REDWARRIOR.dbo.utbetalning_batch u
               WHERE u.batchtyp IN ('KLIENTMEDEL', 'ATERBET')
                 AND u.status = 'SLAPPT'
                 AND u.avslutad_at >= :WS-START-DATUM
                 AND u.avslutad_at >=
                     DATEADD(DAY, 1, CAST(:WS-KARENS-GRANS AS DATE))
                 AND u.avslutad_at <
                     DATEADD(DAY, 1, CAST(:WS-UTDRAG-DATUM AS DATE))
                 AND NOT EXISTS (
                     SELECT 1
                     FROM REDWARRIOR.dbo.bank_kontoutdrag b4
                     WHERE b4.match_typ = u.batchtyp
                       AND b4.match_nyckel =
                           CONVERT(VARCHAR(19), u.batchnr)
                 )
               ORDER BY 6, 1, 2
           END-EXEC

           EXEC SQL
               OPEN TRANSIT_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN TRANSIT_CURSOR: " SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH TRANSIT_CURSOR INTO
                       :avdiff-difftyp, :avdiff-kalla,
                       :avdiff-nyckel, :avdiff-dk, :avdiff-belopp,
                       :avdiff-handelse-datum
               END-EXEC

               IF SQLCODE = 0
                   MOVE avdiff-belopp TO WS-EDIT-BELOPP
                   MOVE SPACES TO WS-RAPPORT-RAD
                   STRING
                     avdiff-difftyp        " "
                     avdiff-kalla          " "
                     avdiff-nyckel         " "
                     avdiff-dk             "  "
                     WS-EDIT-BELOPP        "  "
                     avdiff-handelse-datum
                     DELIMITED BY SIZE
                     INTO WS-RAPPORT-RAD
                   END-STRING
                   MOVE WS-RAPPORT-RAD TO DIFFERENSRAPPORT-RAD
                   WRITE DIFFERENSRAPPORT-RAD
                   ADD 1 TO WS-ANTAL-TRANSIT
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH TRANSIT: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE TRANSIT_CURSOR
           END-EXEC

           MOVE WS-ANTAL-TRANSIT TO WS-EDIT-ANTAL
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "ANTAL POSTER INOM KARENSTIDEN:        " WS-EDIT-ANTAL
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           MOVE WS-RAPPORT-RAD TO DIFFERENSRAPPORT-RAD
           WRITE DIFFERENSRAPPORT-RAD.

       O-SKRIV-OPPNA-DIFFERENSER SECTION.

      *> Alla okvitterade differenser, även tidigare dagars - de
      *> står kvar här tills någon kvitterat dem med kommentar i
      *> AvstamningsKvittering.cbl.
           MOVE SPACES TO DIFFERENSRAPPORT-RAD
           WRITE DIFFERENSRAPPORT-RAD
           MOVE "OPPNA DIFFERENSER - KVITTERAS I AVSTAMNINGSKVITTERING"
             TO DIFFERENSRAPPORT-RAD
           WRITE DIFFERENSRAPPORT-RAD
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "       ID UPPSTOD    TYP   KALLA       NYCKEL"
             "              D/K            BELOPP  DATUM       DAGAR"
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           MOVE WS-RAPPORT-RAD TO DIFFERENSRAPPORT-RAD
           WRITE DIFFERENSRAPPORT-RAD

           MOVE 0 TO WS-ANTAL-OPPNA

           EXEC SQL
               DECLARE OPPNA_CURSOR CURSOR FOR
               SELECT differens_id,
                      CONVERT(CHAR(10), utdrag_datum, 120),
                      difftyp, kalla, nyckel, dk, belopp,
                      CONVERT(CHAR(10), handelse_datum, 120),
                      DATEDIFF(DAY, handelse_datum,
                               CAST(:WS-UTDRAG-DATUM AS DATE))
               FROM REDWARRIOR.dbo.avstamning_differens
               WHERE status = 'OPPEN'
               ORDER BY utdrag_datum, differens_id
           END-EXEC

           EXEC SQL
               OPEN OPPNA_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN OPPNA_CURSOR: " SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH OPPNA_CURSOR INTO
                       :avdiff-differens-id, :avdiff-utdrag-datum,
                       :avdiff-difftyp, :avdiff-kalla,
                       :avdiff-nyckel, :avdiff-dk, :avdiff-belopp,
                       :avdiff-handelse-datum, :WS-DAGAR-OPPEN
               END-EXEC

               IF SQLCODE = 0
                   MOVE avdiff-differens-id TO WS-EDIT-ID
                   MOVE avdiff-belopp TO WS-EDIT-BELOPP
                   MOVE WS-DAGAR-OPPEN TO WS-EDIT-DAGAR
                   MOVE SPACES TO WS-RAPPORT-RAD
                   STRING
                     WS-EDIT-ID            " "
                     avdiff-utdrag-datum   " "
                     avdiff-difftyp        " "
                     avdiff-kalla          " "
                     avdiff-nyckel         " "
                     avdiff-dk             "  "
                     WS-EDIT-BELOPP        "  "
                     avdiff-handelse-datum " "
                     WS-EDIT-DAGAR
                     DELIMITED BY SIZE
                     INTO WS-RAPPORT-RAD
                   END-STRING
                   MOVE WS-RAPPORT-RAD TO DIFFERENSRAPPORT-RAD
                   WRITE DIFFERENSRAPPORT-RAD
                   ADD 1 TO WS-ANTAL-OPPNA
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH OPPNA: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE OPPNA_CURSOR
           END-EXEC

           MOVE WS-ANTAL-OPPNA TO WS-EDIT-ANTAL
           MOVE SPACES TO WS-RAPPORT-RAD
           STRING
             "ANTAL OPPNA DIFFERENSER:              " WS-EDIT-ANTAL
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING
           MOVE WS-RAPPORT-RAD TO DIFFERENSRAPPORT-RAD
           WRITE DIFFERENSRAPPORT-RAD.

       Q-SPARA-KORNINGSLOGG SECTION.

      *> En rad i run_history per inläst utdrag: inlästa
      *> transaktionsposter, nya differenser och utgående saldo
      *> som kontrollbelopp.
           PERFORM T-SATT-TIDSSTAMPEL
           MOVE WS-TIDSSTAMPEL TO run-history-timestamp

           MOVE "KontoutdragImport" TO run-history-programnamn
           MOVE "KTOUTD" TO run-history-steg
           MOVE WS-ANTAL-RADER TO run-history-antal-infogade
           MOVE 0 TO run-history-antal-borttagna
           MOVE WS-ANTAL-NYA-DIFF TO run-history-antal-flaggade
           MOVE 0 TO run-history-antal-avskrivna
           MOVE 0 TO run-history-antal-aterbet
           MOVE WS-UB-BELOPP TO run-history-kontroll-belopp
           MOVE WS-KARENS-DAGAR TO WS-EDIT-DAGAR
           MOVE SPACES TO run-history-parametrar
           STRING
             "UTDRAG=" WS-UTDRAG-DATUM " KARENS=" WS-EDIT-DAGAR
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

       T-SATT-TIDSSTAMPEL SECTION.

      *> Bygger 'ÅÅÅÅ-MM-DD HH:MM:SS' i WS-TIDSSTAMPEL, samma
      *> teknik som SPARA-STATUSHISTORIK i The_Heart.cbl.
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
