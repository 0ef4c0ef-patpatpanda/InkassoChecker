       IDENTIFICATION DIVISION.
       PROGRAM-ID. DodsfallImport.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SPAR-adresstjänstens dagliga dödsfallsavisering för våra
      *> bevakade kunder. Förut visste systemet inte att en
      *> gäldenär avlidit - kravbrev och avier gick till den
      *> avlidne och FLAGGA-FOR-INKASSO skickade ärendet till
      *> byrån. Importen lägger upp kunden i dödsboregistret
      *> (dodsbo, P_W707.CPY) och pausar kundens öppna ärenden
      *> med bevakning av bouppteckningsfristen.
           SELECT DODSFALLSFIL ASSIGN TO "DODSFALL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Rapport över registrerade dödsbon och pausade ärenden -
      *> analytikernas arbetslista för bevakning i dödsboet.
           SELECT DODSFALLRAPPORT ASSIGN TO "DODSFALLRAPPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DODSFALLSFIL.
       01  DODSFALLSFIL-RAD.
      *> Fast format enligt SPAR-tjänstens aviseringslayout:
      *> vårt kundnr i retur, händelsekod och dödsdatum
      *> (AAAA-MM-DD). Händelsekoder:
      *>   D1 = avliden
           03 DODSFALL-KUNDNR             PIC 9(10).
           03 DODSFALL-HANDELSEKOD        PIC X(2).
           03 DODSFALL-DATUM              PIC X(10).
      *> Huvud- och slutpost enligt samma konvention som våra
      *> utgående filer - kontrolleras i K-KONTROLLERA-DODSFALLSFIL
      *> innan något ärende pausas.
       01  DODSFALLSFIL-HUVUD.
           03 DODHUVUD-POSTTYP            PIC X(5).
           03 DODHUVUD-FILID              PIC X(8).
           03 DODHUVUD-SKAPAD             PIC X(19).
           03 DODHUVUD-BATCHNR            PIC 9(9).
       01  DODSFALLSFIL-SLUT.
           03 DODSLUT-POSTTYP             PIC X(5).
           03 DODSLUT-ANTAL               PIC 9(9).

       FD  DODSFALLRAPPORT.
       01  DODSFALLRAPPORT-RAD           PIC X(120).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W666.CPY".
       COPY "P_W671.CPY".
       COPY "P_W681.CPY".
       COPY "P_W685.CPY".
       COPY "P_W688.CPY".
       COPY "P_W690.CPY".
       COPY "P_W707.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-MÅNAD                      PIC X(2).
       01  WS-DAG                        PIC X(2).

       01  WS-FILSLUT                    PIC X(1) VALUE "N".
       01  WS-SOK-KUNDNR                 PIC S9(10) COMP-3.

       01  WS-ANTAL-HANDELSER            PIC 9(6) VALUE 0.
       01  WS-ANTAL-DODSBON              PIC 9(6) VALUE 0.
       01  WS-ANTAL-PAUSADE              PIC 9(6) VALUE 0.
       01  WS-ANTAL-ATERKALLADE          PIC 9(6) VALUE 0.
       01  WS-ANTAL-AVVISADE             PIC 9(6) VALUE 0.

      *> Månader från dödsdatum till bouppteckningsfristen.
      *> Styrparameter DODSBO_FRIST_MANADER, annars 4 månader -
      *> tre för förrättningen och en för att ge in
      *> bouppteckningen till Skatteverket.
       01  WS-FRIST-MANADER              PIC S9(4) COMP-5 VALUE 4.

      *> Kontrollpasset (K-KONTROLLERA-DODSFALLSFIL) - samma
      *> skydd som M-KONTROLLERA-BETALFIL i BetalfilImport.cbl.
       01  WS-FIL-OK                     PIC X(1) VALUE "N".
       01  WS-HAR-HUVUD                  PIC X(1) VALUE "N".
       01  WS-HAR-SLUT                   PIC X(1) VALUE "N".
       01  WS-FIL-FILID                  PIC X(8).
       01  WS-FIL-SKAPAD                 PIC X(19).
       01  WS-FIL-BATCHNR                PIC S9(9) COMP-5 VALUE 0.
       01  WS-FIL-ANTAL                  PIC S9(9) COMP-5 VALUE 0.
       01  WS-RAKNAT-ANTAL               PIC S9(9) COMP-5 VALUE 0.
       01  ws-count                      PIC 9(4) VALUE 0.

       01  WS-GAMMAL-STATUS              PIC X(10).
       01  WS-AVVISAD-ORSAK              PIC X(30).
       01  WS-EDIT-KUNDNR                PIC Z(9)9.
       01  WS-EDIT-LOPNR                 PIC Z(9)9.
       01  WS-RAPPORT-RAD                PIC X(120).

       PROCEDURE DIVISION.

       A-MAIN SECTION.

           PERFORM B-CONNECT-TO-DB
           PERFORM C-LAS-STYRPARAMETRAR

      *> Kontrollpass före pausning - samma tvåpassupplägg som
      *> InsolvensImport.cbl: först stäms kontrollposterna och
      *> fil_register av, först därefter registreras några dödsbon.
           OPEN INPUT DODSFALLSFIL
           PERFORM K-KONTROLLERA-DODSFALLSFIL
           CLOSE DODSFALLSFIL

           IF WS-FIL-OK NOT = "J"
               DISPLAY "DODSFALLSFILEN AVVISAD - INGENTING PAUSAT."
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM L-REGISTRERA-FIL
               OPEN INPUT DODSFALLSFIL
               OPEN OUTPUT DODSFALLRAPPORT
               PERFORM D-SKRIV-RUBRIK
               PERFORM E-LAS-DODSFALLSFIL
               CLOSE DODSFALLSFIL
               CLOSE DODSFALLRAPPORT

               DISPLAY "Dödsfallsimport klar."
               DISPLAY "Dödsfallsposter lästa:     "
                 WS-ANTAL-HANDELSER
               DISPLAY "Dödsbon registrerade:      "
                 WS-ANTAL-DODSBON
               DISPLAY "Ärenden pausade:           "
                 WS-ANTAL-PAUSADE
               DISPLAY "Återkallade hos byrån:     "
                 WS-ANTAL-ATERKALLADE
               DISPLAY "Avvisade poster i filen:   "
                 WS-ANTAL-AVVISADE
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
               WHERE parameter_namn = 'DODSBO_FRIST_MANADER'
           END-EXEC

           IF SQLCODE = 0 AND styrparam-varde(1:3) IS NUMERIC
               MOVE styrparam-varde(1:3) TO WS-FRIST-MANADER
           END-IF.

       K-KONTROLLERA-DODSFALLSFIL SECTION.

      *> Läser hela filen utan att pausa: huvudposten ger filens
      *> identitet, slutposten antalet detaljrader att stämma mot
      *> det faktiska antalet. En trunkerad eller omsänd fil
      *> avvisas i sin helhet.
           MOVE "N" TO WS-FIL-OK
           MOVE "N" TO WS-HAR-HUVUD
           MOVE "N" TO WS-HAR-SLUT
           MOVE 0 TO WS-RAKNAT-ANTAL
           MOVE "N" TO WS-FILSLUT

           PERFORM UNTIL WS-FILSLUT = "J"

               READ DODSFALLSFIL
                   AT END
                       MOVE "J" TO WS-FILSLUT
                   NOT AT END
                       EVALUATE DODSFALLSFIL-RAD(1:5)
                           WHEN "HUVUD"
                               MOVE "J" TO WS-HAR-HUVUD
                               MOVE DODHUVUD-FILID TO WS-FIL-FILID
                               MOVE DODHUVUD-SKAPAD TO WS-FIL-SKAPAD
                               IF DODHUVUD-BATCHNR IS NUMERIC
                                   MOVE DODHUVUD-BATCHNR
                                     TO WS-FIL-BATCHNR
                               END-IF
                           WHEN "SLUT "
                               MOVE "J" TO WS-HAR-SLUT
                               IF DODSLUT-ANTAL IS NUMERIC
                                   MOVE DODSLUT-ANTAL
                                     TO WS-FIL-ANTAL
                               ELSE
                                   DISPLAY "SLUTPOSTENS ANTAL EJ "
                                     "NUMERISKT."
                                   MOVE "N" TO WS-HAR-SLUT
                               END-IF
                           WHEN OTHER
                               ADD 1 TO WS-RAKNAT-ANTAL
                       END-EVALUATE
               END-READ

           END-PERFORM

           IF WS-HAR-HUVUD NOT = "J"
               DISPLAY "HUVUDPOST SAKNAS I DODSFALLSFILEN."
           ELSE
           IF WS-HAR-SLUT NOT = "J"
               DISPLAY "SLUTPOST SAKNAS I DODSFALLSFILEN."
           ELSE
           IF WS-RAKNAT-ANTAL NOT = WS-FIL-ANTAL
               DISPLAY "ANTAL DETALJRADER STAMMER INTE MED "
                 "SLUTPOSTEN - TRUNKERAD FIL?"
           ELSE

               EXEC SQL
                   SELECT COUNT(*) INTO :ws-count
                   FROM REDWARRIOR.dbo.fil_register
                   WHERE filid = :WS-FIL-FILID
                     AND fil_skapad = :WS-FIL-SKAPAD
               END-EXEC

               IF ws-count > 0
                   DISPLAY "DODSFALLSFILEN AR REDAN INLAST ("
                     WS-FIL-SKAPAD ") - DUBBLETT STOPPAD."
               ELSE
                   MOVE "J" TO WS-FIL-OK
               END-IF

           END-IF
           END-IF
           END-IF.

       L-REGISTRERA-FIL SECTION.

      *> Filen skrivs in i fil_register INNAN något pausas, så en
      *> krasch mitt i ändå spärrar en andra körning.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
           MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
           MOVE WS-TIMESTAMP(7:2) TO WS-DAG
           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             " " WS-TIMESTAMP(9:2) ":" WS-TIMESTAMP(11:2)
             ":" WS-TIMESTAMP(13:2)
             DELIMITED BY SIZE
             INTO filreg-inlast-at
           END-STRING

           MOVE WS-FIL-FILID TO filreg-filid
           MOVE WS-FIL-SKAPAD TO filreg-fil-skapad
           MOVE WS-FIL-BATCHNR TO filreg-batch-nr
           MOVE WS-FIL-ANTAL TO filreg-antal
           MOVE 0 TO filreg-belopp
           MOVE "DodsfallImport" TO filreg-programnamn

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

       D-SKRIV-RUBRIK SECTION.

           STRING
             "KUNDNR     LOPNR      STATUS  DODSDATUM   "
             "BOUPPT.FRIST"
             DELIMITED BY SIZE
             INTO DODSFALLRAPPORT-RAD
           END-STRING
           WRITE DODSFALLRAPPORT-RAD.

       E-LAS-DODSFALLSFIL SECTION.

           MOVE "N" TO WS-FILSLUT

           PERFORM UNTIL WS-FILSLUT = "J"

               READ DODSFALLSFIL
                   AT END
                       MOVE "J" TO WS-FILSLUT
                   NOT AT END
      *> Kontrollposterna är redan avstämda i kontrollpasset och
      *> läses bara förbi här.
                       IF DODSFALLSFIL-RAD(1:5) = "HUVUD"
                         OR DODSFALLSFIL-RAD(1:5) = "SLUT "
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-ANTAL-HANDELSER
                           PERFORM F-BEHANDLA-DODSFALL
                       END-IF
               END-READ

           END-PERFORM.

       F-BEHANDLA-DODSFALL SECTION.

      *> En felformaterad post får inte fälla importen med ett
      *> dataavbrott - kundnr numeriskkontrolleras innan det rör
      *> en packad värdvariabel och dödsdatumet formatkontrolleras
      *> innan det räknas på i databasen. Skräpet går till
      *> rapporten, liksom okända kunder och kunder som redan har
      *> ett registrerat dödsbo (SPAR aviserar om vid ändrade
      *> uppgifter - det första registrerade dödsboet gäller).
           MOVE SPACES TO WS-AVVISAD-ORSAK

           IF DODSFALL-KUNDNR IS NOT NUMERIC
               MOVE "EJ NUMERISKT KUNDNR" TO WS-AVVISAD-ORSAK
           ELSE
           IF DODSFALL-HANDELSEKOD NOT = "D1"
               MOVE "OKAND HANDELSEKOD" TO WS-AVVISAD-ORSAK
           ELSE
           IF DODSFALL-DATUM(1:4) IS NOT NUMERIC
             OR DODSFALL-DATUM(6:2) IS NOT NUMERIC
             OR DODSFALL-DATUM(9:2) IS NOT NUMERIC
             OR DODSFALL-DATUM(5:1) NOT = "-"
             OR DODSFALL-DATUM(8:1) NOT = "-"
               MOVE "OGILTIGT DODSDATUM" TO WS-AVVISAD-ORSAK
           ELSE

               MOVE DODSFALL-KUNDNR TO WS-SOK-KUNDNR

               EXEC SQL
                   SELECT COUNT(*) INTO :ws-count
                   FROM REDWARRIOR.dbo.kundmaster
                   WHERE kundnr = :WS-SOK-KUNDNR
               END-EXEC

               IF ws-count = 0
                   MOVE "OKAND KUND" TO WS-AVVISAD-ORSAK
               ELSE

                   EXEC SQL
                       SELECT COUNT(*) INTO :ws-count
                       FROM REDWARRIOR.dbo.dodsbo
                       WHERE kundnr = :WS-SOK-KUNDNR
                   END-EXEC

                   IF ws-count > 0
                       MOVE "DODSBO REDAN REGISTRERAT"
                         TO WS-AVVISAD-ORSAK
                   END-IF
               END-IF

           END-IF
           END-IF
           END-IF

           IF WS-AVVISAD-ORSAK NOT = SPACES
               PERFORM I-SKRIV-AVVIKELSERAD
           ELSE
               PERFORM G-REGISTRERA-DODSBO
               IF SQLCODE = 0
                   PERFORM J-PAUSA-KUNDENS-ARENDEN
               END-IF
           END-IF.

       G-REGISTRERA-DODSBO SECTION.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
           MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
           MOVE WS-TIMESTAMP(7:2) TO WS-DAG
           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             DELIMITED BY SIZE
             INTO dodsbo-registrerad-datum
           END-STRING

           MOVE WS-SOK-KUNDNR TO dodsbo-kundnr
           MOVE DODSFALL-DATUM TO dodsbo-dodsdatum
           MOVE "DodsfallImport" TO dodsbo-kalla-program
           MOVE "AKTIV" TO dodsbo-status

           EXEC SQL
               SELECT CONVERT(char(10),
                      DATEADD(MONTH, :WS-FRIST-MANADER,
                              CAST(:dodsbo-dodsdatum AS DATE)), 120)
               INTO :dodsbo-bouppteckning-frist
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID BERAKNING AV BOUPPTECKNINGSFRIST: "
                 SQLCODE
           ELSE

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.dodsbo
                   (kundnr, dodsdatum, registrerad_datum,
                    kalla_program, bouppteckning_frist, status)
               VALUES
                   (:dodsbo-kundnr, :dodsbo-dodsdatum,
                    :dodsbo-registrerad-datum,
                    :dodsbo-kalla-program,
                    :dodsbo-bouppteckning-frist, :dodsbo-status)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-ANTAL-DODSBON
           ELSE
               DISPLAY "FEL VID REGISTRERING AV DODSBO FOR KUNDNR "
                 DODSFALL-KUNDNR ": " SQLCODE
           END-IF

           END-IF.

       J-PAUSA-KUNDENS-ARENDEN SECTION.

      *> Alla kundens öppna ärenden pausas - både de i ordinarie
      *> kravflöde (NEJ) och de som redan är hos byrån (JA), till
      *> skillnad från InsolvensImport: ett dödsbo ska varken få
      *> påminnelser eller drivas av byrån, fordran bevakas i
      *> bouppteckningen. Rad för rad via cursor så varje
      *> övergång loggas i paminnelser_history. Redan pausade
      *> ärenden rör vi inte.
           EXEC SQL
               DECLARE DODSFALL_CURSOR CURSOR FOR
               SELECT p.lopnr, p.inkasso_status
               FROM REDWARRIOR.dbo.paminnelser p
               WHERE p.kundnr = :WS-SOK-KUNDNR
                 AND p.inkasso_status IN ('NEJ', 'JA')
           END-EXEC

           EXEC SQL
               OPEN DODSFALL_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN DODSFALL_CURSOR: " SQLCODE
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH DODSFALL_CURSOR INTO
                       :paminnelser-lopnr, :paminnelser-inkasso-status
               END-EXEC

               IF SQLCODE = 0
                   PERFORM M-PAUSA-ARENDE
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH DODSFALL: "
                         SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE DODSFALL_CURSOR
           END-EXEC.

       M-PAUSA-ARENDE SECTION.

           MOVE paminnelser-inkasso-status TO WS-GAMMAL-STATUS

           EXEC SQL
               UPDATE REDWARRIOR.dbo.paminnelser
               SET inkasso_status = 'PAUSAD'
               WHERE lopnr = :paminnelser-lopnr
                 AND inkasso_status = :WS-GAMMAL-STATUS
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-ANTAL-PAUSADE

               MOVE paminnelser-lopnr TO history-lopnr
               MOVE WS-GAMMAL-STATUS TO history-old-status
               MOVE "PAUSAD" TO history-new-status
               PERFORM N-SPARA-STATUSHISTORIK

               PERFORM P-SPARA-PAUSREGISTER
               IF WS-GAMMAL-STATUS = "JA"
                   PERFORM Q-SKAPA-ATERKALLELSE
               END-IF
               PERFORM H-SKRIV-RAPPORTRAD
           ELSE
               DISPLAY "FEL VID PAUSNING AV LOPNR "
                 paminnelser-lopnr ": " SQLCODE
           END-IF.

       P-SPARA-PAUSREGISTER SECTION.

      *> Pausen registreras med orsak DODSBO i paus_register
      *> (P_W688.CPY) med bouppteckningsfristen som
      *> bevakningsdatum - PausBevakning.cbl varnar när fristen
      *> passerats utan att analytikern släppt pausen.
           MOVE paminnelser-lopnr TO paus-lopnr
           MOVE "DODSBO" TO paus-orsakskod
           MOVE "DodsfallImport" TO paus-kalla-program
           MOVE DODSFALL-DATUM TO paus-paus-datum
           MOVE dodsbo-bouppteckning-frist TO paus-bevaka-datum
           MOVE "N" TO paus-slappt

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.paus_register
                   (lopnr, orsakskod, kalla_program, paus_datum,
                    bevaka_datum, slappt)
               VALUES
                   (:paus-lopnr, :paus-orsakskod,
                    :paus-kalla-program, :paus-paus-datum,
                    :paus-bevaka-datum, :paus-slappt)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA-PAUSREGISTER: " SQLCODE
           END-IF.

       Q-SKAPA-ATERKALLELSE SECTION.

      *> Ett byråärende för en avliden gäldenär återkallas helt -
      *> samma kö som J-SKAPA-ATERKALLELSE i BeslutskoUnderhall.cbl,
      *> exporteras av ByraAterkallelseExport.cbl.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
           MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
           MOVE WS-TIMESTAMP(7:2) TO WS-DAG
           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             " " WS-TIMESTAMP(9:2) ":" WS-TIMESTAMP(11:2)
             ":" WS-TIMESTAMP(13:2)
             DELIMITED BY SIZE
             INTO aterkall-skapad-at
           END-STRING

           MOVE paminnelser-lopnr TO aterkall-lopnr
           MOVE "ATERKALL" TO aterkall-posttyp
           MOVE "DODSBO" TO aterkall-orsak
           MOVE 0 TO aterkall-belopp
           MOVE "DodsfallImport" TO aterkall-skapad-av-program
           MOVE "N" TO aterkall-exporterad

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.byra_aterkallelse
                   (lopnr, posttyp, orsak, belopp, skapad_at,
                    skapad_av_program, exporterad)
               VALUES
                   (:aterkall-lopnr, :aterkall-posttyp,
                    :aterkall-orsak, :aterkall-belopp,
                    :aterkall-skapad-at,
                    :aterkall-skapad-av-program,
                    :aterkall-exporterad)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-ANTAL-ATERKALLADE
           ELSE
               DISPLAY "FEL VID SKAPA-ATERKALLELSE: " SQLCODE
           END-IF.

       H-SKRIV-RAPPORTRAD SECTION.

           MOVE WS-SOK-KUNDNR TO WS-EDIT-KUNDNR
           MOVE paminnelser-lopnr TO WS-EDIT-LOPNR
           MOVE SPACES TO WS-RAPPORT-RAD

           STRING
             WS-EDIT-KUNDNR        " "
             WS-EDIT-LOPNR         " "
             WS-GAMMAL-STATUS(1:6) "  "
             DODSFALL-DATUM        "  "
             dodsbo-bouppteckning-frist
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING

           MOVE WS-RAPPORT-RAD TO DODSFALLRAPPORT-RAD
           WRITE DODSFALLRAPPORT-RAD.

       I-SKRIV-AVVIKELSERAD SECTION.

           MOVE SPACES TO WS-RAPPORT-RAD

           STRING
             DODSFALL-KUNDNR      " *AVVISAD* "
             DODSFALL-HANDELSEKOD "      "
             DODSFALL-DATUM       "  "
             WS-AVVISAD-ORSAK
             DELIMITED BY SIZE
             INTO WS-RAPPORT-RAD
           END-STRING

           MOVE WS-RAPPORT-RAD TO DODSFALLRAPPORT-RAD
           WRITE DODSFALLRAPPORT-RAD
           ADD 1 TO WS-ANTAL-AVVISADE.

       N-SPARA-STATUSHISTORIK SECTION.

      *> Samma logg som SPARA-STATUSHISTORIK i The_Heart.cbl.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
           MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
           MOVE WS-TIMESTAMP(7:2) TO WS-DAG

           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             " " WS-TIMESTAMP(9:2) ":" WS-TIMESTAMP(11:2)
             ":" WS-TIMESTAMP(13:2)
             DELIMITED BY SIZE
             INTO history-changed-at
           END-STRING

           MOVE "DodsfallImport" TO history-changed-by-program

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.paminnelser_history
                   (lopnr, old_status, new_status,
                    changed_by_program, changed_at)
               VALUES
                   (:history-lopnr, :history-old-status,
                    :history-new-status, :history-changed-by-program,
                    :history-changed-at)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA-STATUSHISTORIK: " SQLCODE
           END-IF.
