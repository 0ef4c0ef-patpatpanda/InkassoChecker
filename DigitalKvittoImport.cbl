       IDENTIFICATION DIVISION.
       PROGRAM-ID. DigitalKvittoImport.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Den digitala brevlådeoperatörens leveranskvitton för de
      *> brev vi skickat i KRAVBREVDIGITAL.TXT,
      *> SALDOBESKEDDIGITAL.TXT och BETALPLANAVIDIGITAL.TXT: ett
      *> kvitto per brevreferens, levererat eller inte.
           SELECT KVITTOFIL ASSIGN TO "DIGITALKVITTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Pappersreserv: digitala brev som inte levererats skrivs
      *> ordagrant på papper i tryckeriets vanliga format, en fil
      *> per brevtyp med samma fil-id och batchnummerserie som den
      *> ordinarie exporten - tryckeriet läser dem som vilken
      *> kravbrevs-, besked- eller avifil som helst.
           SELECT KRAVBREVRESERV ASSIGN TO "KRAVBREVRESERV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SALDOBESKEDRESERV
               ASSIGN TO "SALDOBESKEDRESERV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AVIRESERV ASSIGN TO "BETALPLANAVIRESERV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  KVITTOFIL.
       01  KVITTOFIL-RAD.
      *> Fast format enligt operatörens kvittolayout: vår
      *> brevreferens i retur, kvittokod och kvittodatum
      *> (AAAA-MM-DD). Kvittokoder:
      *>   L1 = levererat till mottagarens brevlåda
      *>   E1 = ej levererat - brevlådan avslutad
      *>   E2 = ej levererat - övrigt fel hos operatören
           03 KVITTO-BREV-REF             PIC X(17).
           03 KVITTO-KOD                  PIC X(2).
           03 KVITTO-DATUM                PIC X(10).
      *> Huvud- och slutpost enligt samma konvention som våra
      *> utgående filer - kontrolleras i K-KONTROLLERA-KVITTOFIL
      *> innan något brev uppdateras.
       01  KVITTOFIL-HUVUD.
           03 KVIHUVUD-POSTTYP            PIC X(5).
           03 KVIHUVUD-FILID              PIC X(8).
           03 KVIHUVUD-SKAPAD             PIC X(19).
           03 KVIHUVUD-BATCHNR            PIC 9(9).
       01  KVITTOFIL-SLUT.
           03 KVISLUT-POSTTYP             PIC X(5).
           03 KVISLUT-ANTAL               PIC 9(9).

      *> Reservfilerna har samma huvud- och slutpost som
      *> KRAVBREV.TXT (se KravbrevExport.cbl); brevposterna är de
      *> sparade posterna ur brevutskick_rad. Som i de ordinarie
      *> filerna räknar kravbrevs- och avifilens slutpost brev,
      *> inte brevmallens textposter (posttyp TEXT); beskedsfilens
      *> slutpost räknar alla poster.
       FD  KRAVBREVRESERV.
       01  KBRES-HUVUD.
           03 KBRES-HUVUD-POSTTYP         PIC X(5).
           03 KBRES-HUVUD-FILID           PIC X(8).
           03 KBRES-HUVUD-SKAPAD          PIC X(19).
           03 KBRES-HUVUD-BATCHNR         PIC 9(9).
       01  KBRES-SLUT.
           03 KBRES-SLUT-POSTTYP          PIC X(5).
           03 KBRES-SLUT-ANTAL            PIC 9(9).
           03 KBRES-SLUT-BELOPP           PIC 9(11)V9(2).
       01  KBRES-RAD                      PIC X(300).

       FD  SALDOBESKEDRESERV.
       01  SBRES-HUVUD.
           03 SBRES-HUVUD-POSTTYP         PIC X(5).
           03 SBRES-HUVUD-FILID           PIC X(8).
           03 SBRES-HUVUD-SKAPAD          PIC X(19).
           03 SBRES-HUVUD-BATCHNR         PIC 9(9).
       01  SBRES-SLUT.
           03 SBRES-SLUT-POSTTYP          PIC X(5).
           03 SBRES-SLUT-ANTAL            PIC 9(9).
           03 SBRES-SLUT-BELOPP           PIC 9(11)V9(2).
       01  SBRES-RAD                      PIC X(300).

       FD  AVIRESERV.
       01  BARES-HUVUD.
           03 BARES-HUVUD-POSTTYP         PIC X(5).
           03 BARES-HUVUD-FILID           PIC X(8).
           03 BARES-HUVUD-SKAPAD          PIC X(19).
           03 BARES-HUVUD-BATCHNR         PIC 9(9).
       01  BARES-SLUT.
           03 BARES-SLUT-POSTTYP          PIC X(5).
           03 BARES-SLUT-ANTAL            PIC 9(9).
           03 BARES-SLUT-BELOPP           PIC 9(11)V9(2).
       01  BARES-RAD                      PIC X(300).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W669.CPY".
       COPY "P_W670.CPY".
       COPY "P_W685.CPY".
       COPY "P_W690.CPY".
       COPY "P_W709.CPY".
       COPY "P_W710.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-MÅNAD                      PIC X(2).
       01  WS-DAG                        PIC X(2).
       01  WS-IDAG                       PIC X(10).
       01  WS-NU                         PIC X(19).

       01  WS-FILSLUT                    PIC X(1) VALUE "N".
       01  WS-RESERV-SLUT                PIC X(1) VALUE "N".
       01  WS-RAD-SLUT                   PIC X(1) VALUE "N".

      *> Dagar ett digitalt brev får stå SKICKAD utan kvitto
      *> innan det skrivs på papper. Styrparameter
      *> DIGITAL_KVITTO_MAX_DAGAR, annars 3 - operatören kvitterar
      *> normalt nästa dag.
       01  WS-MAX-DAGAR                  PIC S9(4) COMP-5 VALUE 3.

       01  WS-ANTAL-KVITTON              PIC 9(6) VALUE 0.
       01  WS-ANTAL-LEVERERADE           PIC 9(6) VALUE 0.
       01  WS-ANTAL-EJ-LEVERERADE        PIC 9(6) VALUE 0.
       01  WS-ANTAL-AVVISADE             PIC 9(6) VALUE 0.
       01  WS-ANTAL-RESERV               PIC 9(6) VALUE 0.
       01  WS-ANTAL-INAKTUELLA           PIC 9(6) VALUE 0.

      *> Kontrollpasset (K-KONTROLLERA-KVITTOFIL) - samma skydd
      *> som M-KONTROLLERA-BETALFIL i BetalfilImport.cbl.
       01  WS-FIL-OK                     PIC X(1) VALUE "N".
       01  WS-HAR-HUVUD                  PIC X(1) VALUE "N".
       01  WS-HAR-SLUT                   PIC X(1) VALUE "N".
       01  WS-FIL-FILID                  PIC X(8).
       01  WS-FIL-SKAPAD                 PIC X(19).
       01  WS-FIL-BATCHNR                PIC S9(9) COMP-5 VALUE 0.
       01  WS-FIL-ANTAL                  PIC S9(9) COMP-5 VALUE 0.
       01  WS-RAKNAT-ANTAL               PIC S9(9) COMP-5 VALUE 0.
       01  ws-count                      PIC 9(4) VALUE 0.

       01  WS-AVVISAD-ORSAK              PIC X(30).
       01  WS-GAMMAL-REF                 PIC X(17).

      *> Batchnummer, antal poster och slutpostsumma per
      *> reservfil. Batchnumret tas ur samma räknarrad i
      *> batch_checkpoint som den ordinarie exporten
      *> (KravbrevExport-batch m.fl.), så tryckeriets
      *> dublettkontroll aldrig ser samma nummer två gånger.
       01  WS-BATCH-NR                   PIC S9(9) COMP-5 VALUE 0.
       01  WS-KB-BATCH-NR                PIC S9(9) COMP-5 VALUE 0.
       01  WS-SB-BATCH-NR                PIC S9(9) COMP-5 VALUE 0.
       01  WS-BA-BATCH-NR                PIC S9(9) COMP-5 VALUE 0.
       01  WS-KB-RADANTAL                PIC 9(6) VALUE 0.
       01  WS-SB-RADANTAL                PIC 9(6) VALUE 0.
       01  WS-BA-RADANTAL                PIC 9(6) VALUE 0.
       01  WS-KB-KONTROLL-BELOPP         PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-SB-KONTROLL-BELOPP         PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-BA-KONTROLL-BELOPP         PIC S9(11)V9(2) COMP-3
                                           VALUE 0.

      *> Pappersbrevets egen brevreferens - samma form som i
      *> exporterna (brevtypens prefix + reservfilens batchnummer
      *> + löpnummer), löpnumret räknas per reservfil.
       01  WS-NY-REF.
           03 WS-NY-REF-TYP              PIC X(2).
           03 WS-NY-REF-BATCH            PIC 9(9).
           03 WS-NY-REF-LOPNR            PIC 9(6).
       01  WS-KB-LOPNR                   PIC 9(6) VALUE 0.
       01  WS-SB-LOPNR                   PIC 9(6) VALUE 0.
       01  WS-BA-LOPNR                   PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

       A-MAIN SECTION.

           PERFORM B-CONNECT-TO-DB
           PERFORM C-LAS-STYRPARAMETRAR

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
           MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
           MOVE WS-TIMESTAMP(7:2) TO WS-DAG
           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             DELIMITED BY SIZE
             INTO WS-IDAG
           END-STRING
           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             " " WS-TIMESTAMP(9:2) ":" WS-TIMESTAMP(11:2)
             ":" WS-TIMESTAMP(13:2)
             DELIMITED BY SIZE
             INTO WS-NU
           END-STRING

           OPEN INPUT KVITTOFIL
           PERFORM K-KONTROLLERA-KVITTOFIL
           CLOSE KVITTOFIL

      *> Avvisas kvittofilen skrivs inte heller några reservbrev:
      *> utan dagens kvitton skulle brev som faktiskt levererats
      *> gå ut en gång till på papper. Reservpasset tar igen det
      *> när filen sänts om.
           IF WS-FIL-OK NOT = "J"
               DISPLAY "KVITTOFILEN AVVISAD - INGENTING UPPDATERAT."
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM L-REGISTRERA-FIL
               OPEN INPUT KVITTOFIL
               PERFORM E-LAS-KVITTOFIL
               CLOSE KVITTOFIL

               OPEN OUTPUT KRAVBREVRESERV
               OPEN OUTPUT SALDOBESKEDRESERV
               OPEN OUTPUT AVIRESERV
               PERFORM D-SKRIV-HUVUDPOSTER
               PERFORM G-SKRIV-RESERVBREV
               PERFORM M-SKRIV-SLUTPOSTER
               CLOSE KRAVBREVRESERV
               CLOSE SALDOBESKEDRESERV
               CLOSE AVIRESERV
               PERFORM N-SPARA-KORNINGSLOGG

               DISPLAY "Kvittoimport klar."
               DISPLAY "Kvitton lästa:              " WS-ANTAL-KVITTON
               DISPLAY "Levererade brev:            "
                 WS-ANTAL-LEVERERADE
               DISPLAY "Ej levererade brev:         "
                 WS-ANTAL-EJ-LEVERERADE
               DISPLAY "Avvisade kvitton:           "
                 WS-ANTAL-AVVISADE
               DISPLAY "Brev skrivna på papper:     " WS-ANTAL-RESERV
               DISPLAY "Inaktuella, ej skrivna:     "
                 WS-ANTAL-INAKTUELLA
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
               WHERE parameter_namn = 'DIGITAL_KVITTO_MAX_DAGAR'
           END-EXEC

           IF SQLCODE = 0 AND styrparam-varde(1:3) IS NUMERIC
               MOVE styrparam-varde(1:3) TO WS-MAX-DAGAR
           END-IF.

       K-KONTROLLERA-KVITTOFIL SECTION.

      *> Läser hela filen utan att uppdatera: huvudposten ger
      *> filens identitet, slutposten antalet detaljrader att
      *> stämma mot det faktiska antalet.
           MOVE "N" TO WS-FIL-OK
           MOVE "N" TO WS-HAR-HUVUD
           MOVE "N" TO WS-HAR-SLUT
           MOVE 0 TO WS-RAKNAT-ANTAL
           MOVE "N" TO WS-FILSLUT

           PERFORM UNTIL WS-FILSLUT = "J"

               READ KVITTOFIL
                   AT END
                       MOVE "J" TO WS-FILSLUT
                   NOT AT END
                       EVALUATE KVITTOFIL-RAD(1:5)
                           WHEN "HUVUD"
                               MOVE "J" TO WS-HAR-HUVUD
                               MOVE KVIHUVUD-FILID TO WS-FIL-FILID
                               MOVE KVIHUVUD-SKAPAD TO WS-FIL-SKAPAD
                               IF KVIHUVUD-BATCHNR IS NUMERIC
                                   MOVE KVIHUVUD-BATCHNR
                                     TO WS-FIL-BATCHNR
                               END-IF
                           WHEN "SLUT "
                               MOVE "J" TO WS-HAR-SLUT
                               IF KVISLUT-ANTAL IS NUMERIC
                                   MOVE KVISLUT-ANTAL
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
               DISPLAY "HUVUDPOST SAKNAS I KVITTOFILEN."
           ELSE
           IF WS-HAR-SLUT NOT = "J"
               DISPLAY "SLUTPOST SAKNAS I KVITTOFILEN."
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
                   DISPLAY "KVITTOFILEN AR REDAN INLAST ("
                     WS-FIL-SKAPAD ") - DUBBLETT STOPPAD."
               ELSE
                   MOVE "J" TO WS-FIL-OK
               END-IF

           END-IF
           END-IF
           END-IF.

       L-REGISTRERA-FIL SECTION.

           MOVE WS-NU TO filreg-inlast-at
           MOVE WS-FIL-FILID TO filreg-filid
           MOVE WS-FIL-SKAPAD TO filreg-fil-skapad
           MOVE WS-FIL-BATCHNR TO filreg-batch-nr
           MOVE WS-FIL-ANTAL TO filreg-antal
           MOVE 0 TO filreg-belopp
           MOVE "DigitalKvittoImport" TO filreg-programnamn

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

       E-LAS-KVITTOFIL SECTION.

           MOVE "N" TO WS-FILSLUT

           PERFORM UNTIL WS-FILSLUT = "J"

               READ KVITTOFIL
                   AT END
                       MOVE "J" TO WS-FILSLUT
                   NOT AT END
                       IF KVITTOFIL-RAD(1:5) = "HUVUD"
                         OR KVITTOFIL-RAD(1:5) = "SLUT "
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-ANTAL-KVITTON
                           PERFORM F-BEHANDLA-KVITTO
                       END-IF
               END-READ

           END-PERFORM.

       F-BEHANDLA-KVITTO SECTION.

      *> Kvittot gäller bara ett digitalt brev som väntar på
      *> besked (SKICKAD), eller ett som operatören först
      *> rapporterat ej levererat men sedan levererat innan
      *> reservpasset hunnit skriva det (EJLEV). Brev som redan
      *> skrivits på papper eller avslutats rörs inte - ett sent
      *> kvitto ändrar inte vad som redan skickats.
           MOVE SPACES TO WS-AVVISAD-ORSAK
           MOVE KVITTO-BREV-REF TO brevut-brev-ref

           EXEC SQL
               SELECT kanal, leveransstatus
               INTO :brevut-kanal, :brevut-leveransstatus
               FROM REDWARRIOR.dbo.brevutskick
               WHERE brev_ref = :brevut-brev-ref
           END-EXEC

           IF SQLCODE = 100
               MOVE "OKAND BREVREFERENS" TO WS-AVVISAD-ORSAK
           ELSE
           IF SQLCODE NOT = 0
               DISPLAY "FEL VID LASNING AV BREVUTSKICK "
                 KVITTO-BREV-REF ": " SQLCODE
               MOVE "DATABASFEL" TO WS-AVVISAD-ORSAK
           ELSE
           IF brevut-kanal NOT = "DIGITAL"
               MOVE "EJ DIGITALT BREV" TO WS-AVVISAD-ORSAK
           ELSE
           IF brevut-leveransstatus NOT = "SKICKAD"
             AND brevut-leveransstatus NOT = "EJLEV"
               MOVE "BREVET REDAN AVGJORT" TO WS-AVVISAD-ORSAK
           ELSE
           IF KVITTO-KOD NOT = "L1"
             AND KVITTO-KOD NOT = "E1"
             AND KVITTO-KOD NOT = "E2"
               MOVE "OKAND KVITTOKOD" TO WS-AVVISAD-ORSAK
           ELSE
           IF KVITTO-DATUM(1:4) IS NOT NUMERIC
             OR KVITTO-DATUM(6:2) IS NOT NUMERIC
             OR KVITTO-DATUM(9:2) IS NOT NUMERIC
             OR KVITTO-DATUM(5:1) NOT = "-"
             OR KVITTO-DATUM(8:1) NOT = "-"
               MOVE "OGILTIGT KVITTODATUM" TO WS-AVVISAD-ORSAK
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           IF WS-AVVISAD-ORSAK NOT = SPACES
               ADD 1 TO WS-ANTAL-AVVISADE
               DISPLAY "KVITTO AVVISAT: " KVITTOFIL-RAD " "
                 WS-AVVISAD-ORSAK
           ELSE

               MOVE KVITTO-KOD TO brevut-kvittokod
               MOVE WS-NU TO brevut-status-at

               IF KVITTO-KOD = "L1"
      *> Levererat: kvittodatumet är brevets leveransdatum - det
      *> är från den dagen brevet avbryter preskription.
                   MOVE "LEVERERAD" TO brevut-leveransstatus
                   MOVE KVITTO-DATUM TO brevut-leverans-datum

                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.brevutskick
                       SET leveransstatus = :brevut-leveransstatus,
                           leverans_datum = :brevut-leverans-datum,
                           kvittokod = :brevut-kvittokod,
                           status_at = :brevut-status-at
                       WHERE brev_ref = :brevut-brev-ref
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-ANTAL-LEVERERADE
                       PERFORM Q-TA-BORT-BREVRADER
                   ELSE
                       DISPLAY "FEL VID KVITTERING AV "
                         KVITTO-BREV-REF ": " SQLCODE
                   END-IF
               ELSE
                   MOVE "EJLEV" TO brevut-leveransstatus

                   EXEC SQL
                       UPDATE REDWARRIOR.dbo.brevutskick
                       SET leveransstatus = :brevut-leveransstatus,
                           kvittokod = :brevut-kvittokod,
                           status_at = :brevut-status-at
                       WHERE brev_ref = :brevut-brev-ref
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-ANTAL-EJ-LEVERERADE
                   ELSE
                       DISPLAY "FEL VID KVITTERING AV "
                         KVITTO-BREV-REF ": " SQLCODE
                   END-IF
               END-IF

           END-IF.

       D-SKRIV-HUVUDPOSTER SECTION.

      *> Huvudposterna skrivs direkt - en reservfil utan brev är
      *> en tom fil med huvud och slutpost, precis som en
      *> ordinarie export utan brev.
           MOVE "KravbrevExport-batch" TO checkpoint-programnamn
           PERFORM P-HAMTA-BATCHNR
           MOVE WS-BATCH-NR TO WS-KB-BATCH-NR
           MOVE "HUVUD" TO KBRES-HUVUD-POSTTYP
           MOVE "KRAVBREV" TO KBRES-HUVUD-FILID
           MOVE WS-NU TO KBRES-HUVUD-SKAPAD
           MOVE WS-KB-BATCH-NR TO KBRES-HUVUD-BATCHNR
           WRITE KBRES-HUVUD

           MOVE "Saldobesked-batch" TO checkpoint-programnamn
           PERFORM P-HAMTA-BATCHNR
           MOVE WS-BATCH-NR TO WS-SB-BATCH-NR
           MOVE "HUVUD" TO SBRES-HUVUD-POSTTYP
           MOVE "SALDOBSK" TO SBRES-HUVUD-FILID
           MOVE WS-NU TO SBRES-HUVUD-SKAPAD
           MOVE WS-SB-BATCH-NR TO SBRES-HUVUD-BATCHNR
           WRITE SBRES-HUVUD

           MOVE "BetalplanAvi-batch" TO checkpoint-programnamn
           PERFORM P-HAMTA-BATCHNR
           MOVE WS-BATCH-NR TO WS-BA-BATCH-NR
           MOVE "HUVUD" TO BARES-HUVUD-POSTTYP
           MOVE "PLANAVI" TO BARES-HUVUD-FILID
           MOVE WS-NU TO BARES-HUVUD-SKAPAD
           MOVE WS-BA-BATCH-NR TO BARES-HUVUD-BATCHNR
           WRITE BARES-HUVUD.

       P-HAMTA-BATCHNR SECTION.

      *> Nästa nummer ur räknarraden checkpoint-programnamn -
      *> samma uppräkning som E-SKRIV-HUVUDPOST i
      *> KravbrevExport.cbl.
           MOVE 0 TO checkpoint-senaste-lopnr

           EXEC SQL
               SELECT senaste_lopnr INTO :checkpoint-senaste-lopnr
               FROM REDWARRIOR.dbo.batch_checkpoint
               WHERE programnamn = :checkpoint-programnamn
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID HAMTNING AV BATCHNUMMER: " SQLCODE
               MOVE 0 TO checkpoint-senaste-lopnr
           END-IF

           COMPUTE WS-BATCH-NR = checkpoint-senaste-lopnr + 1
           MOVE WS-BATCH-NR TO checkpoint-senaste-lopnr

           EXEC SQL
               SELECT COUNT(*) INTO :ws-count
               FROM REDWARRIOR.dbo.batch_checkpoint
               WHERE programnamn = :checkpoint-programnamn
           END-EXEC

           IF ws-count = 0
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.batch_checkpoint
                       (programnamn, senaste_lopnr)
                   VALUES
                       (:checkpoint-programnamn,
                        :checkpoint-senaste-lopnr)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE REDWARRIOR.dbo.batch_checkpoint
                   SET senaste_lopnr = :checkpoint-senaste-lopnr
                   WHERE programnamn = :checkpoint-programnamn
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID UPPRAKNING AV BATCHNUMMER: " SQLCODE
           END-IF.

       G-SKRIV-RESERVBREV SECTION.

      *> Digitala brev som ska på papper: de operatören
      *> kvitterat ej levererade (EJLEV) och de som stått utan
      *> kvitto längre än WS-MAX-DAGAR. Ett brev skrivs om
      *> ordagrant ur brevutskick_rad - samma belopp och samma
      *> text som det digitala brevet hade.
           EXEC SQL
               DECLARE RESERV_CURSOR CURSOR FOR
               SELECT b.brev_ref, b.brevtyp, b.kundnr, b.lopnr,
                      ISNULL(b.delbetalning_nr, 0), b.belopp
               FROM REDWARRIOR.dbo.brevutskick b
               WHERE b.kanal = 'DIGITAL'
                 AND (b.leveransstatus = 'EJLEV'
                   OR (b.leveransstatus = 'SKICKAD'
                       AND DATEDIFF(DAY, b.skapad_datum, GETDATE())
                           > :WS-MAX-DAGAR))
               ORDER BY b.brevtyp, b.brev_ref
           END-EXEC

           EXEC SQL
               OPEN RESERV_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN RESERV_CURSOR: " SQLCODE
           ELSE
           MOVE "N" TO WS-RESERV-SLUT
           PERFORM UNTIL WS-RESERV-SLUT = "J"

               EXEC SQL
                   FETCH RESERV_CURSOR INTO
                       :brevut-brev-ref, :brevut-brevtyp,
                       :brevut-kundnr, :brevut-lopnr,
                       :brevut-delbetalning-nr, :brevut-belopp
               END-EXEC

               IF SQLCODE = 0
                   MOVE brevut-brev-ref TO WS-GAMMAL-REF
                   PERFORM H-BEHANDLA-RESERVBREV
               ELSE
                   MOVE "J" TO WS-RESERV-SLUT
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH RESERV: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE RESERV_CURSOR
           END-EXEC.

       H-BEHANDLA-RESERVBREV SECTION.

      *> Ett kravbrev vars ärende inte längre är i ordinarie
      *> kravflöde (betalt, överlämnat till byrån, pausat) och en
      *> avi vars plan inte längre är aktiv skrivs inte på papper
      *> - ett inaktuellt krav är värre än inget. Saldobesked
      *> skrivs alltid.
           MOVE 1 TO ws-count
           IF brevut-brevtyp = "KRAVBREV"
               EXEC SQL
                   SELECT COUNT(*) INTO :ws-count
                   FROM REDWARRIOR.dbo.paminnelser
                   WHERE lopnr = :brevut-lopnr
                     AND inkasso_status = 'NEJ'
               END-EXEC
           END-IF
           IF brevut-brevtyp = "BETALPLANAVI"
               EXEC SQL
                   SELECT COUNT(*) INTO :ws-count
                   FROM REDWARRIOR.dbo.betalningsplan
                   WHERE lopnr = :brevut-lopnr
                     AND delbetalning_nr = :brevut-delbetalning-nr
                     AND aktiv = 'J'
               END-EXEC
           END-IF

           IF ws-count = 0
               MOVE "INAKTUELL" TO brevut-leveransstatus
               MOVE WS-NU TO brevut-status-at

               EXEC SQL
                   UPDATE REDWARRIOR.dbo.brevutskick
                   SET leveransstatus = :brevut-leveransstatus,
                       status_at = :brevut-status-at
                   WHERE brev_ref = :WS-GAMMAL-REF
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-ANTAL-INAKTUELLA
                   MOVE WS-GAMMAL-REF TO brevut-brev-ref
                   PERFORM Q-TA-BORT-BREVRADER
               ELSE
                   DISPLAY "FEL VID UPPDATERING AV " WS-GAMMAL-REF
                     ": " SQLCODE
               END-IF
           ELSE
               PERFORM I-SKRIV-PAPPERSBREV
           END-IF.

       I-SKRIV-PAPPERSBREV SECTION.

           EVALUATE brevut-brevtyp
               WHEN "KRAVBREV"
                   ADD 1 TO WS-KB-LOPNR
                   MOVE "KB" TO WS-NY-REF-TYP
                   MOVE WS-KB-BATCH-NR TO WS-NY-REF-BATCH
                   MOVE WS-KB-LOPNR TO WS-NY-REF-LOPNR
                   MOVE WS-KB-BATCH-NR TO brevut-batch-nr
                   ADD brevut-belopp TO WS-KB-KONTROLL-BELOPP
               WHEN "SALDOBESKED"
                   ADD 1 TO WS-SB-LOPNR
                   MOVE "SB" TO WS-NY-REF-TYP
                   MOVE WS-SB-BATCH-NR TO WS-NY-REF-BATCH
                   MOVE WS-SB-LOPNR TO WS-NY-REF-LOPNR
                   MOVE WS-SB-BATCH-NR TO brevut-batch-nr
                   ADD brevut-belopp TO WS-SB-KONTROLL-BELOPP
               WHEN OTHER
                   ADD 1 TO WS-BA-LOPNR
                   MOVE "BA" TO WS-NY-REF-TYP
                   MOVE WS-BA-BATCH-NR TO WS-NY-REF-BATCH
                   MOVE WS-BA-LOPNR TO WS-NY-REF-LOPNR
                   MOVE WS-BA-BATCH-NR TO brevut-batch-nr
                   ADD brevut-belopp TO WS-BA-KONTROLL-BELOPP
           END-EVALUATE

           PERFORM J-SKRIV-BREVPOSTER

      *> Pappersbrevet får en egen rad i brevutskick (AVSAND,
      *> avsänt i dag) och det digitala brevet pekar på den.
           MOVE WS-NY-REF TO brevut-brev-ref
           MOVE WS-IDAG TO brevut-leverans-datum
           MOVE WS-NU TO brevut-status-at

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.brevutskick
                   (brev_ref, brevtyp, kundnr, lopnr, delbetalning_nr,
                    kanal, batch_nr, skapad_datum, belopp,
                    leveransstatus, leverans_datum, status_at,
                    mall_upgnr, mall_niva, mall_sprak, mall_version,
                    samlingsnr)
               SELECT :brevut-brev-ref, b.brevtyp, b.kundnr,
                      b.lopnr, b.delbetalning_nr, 'PAPPER',
                      :brevut-batch-nr, :brevut-leverans-datum,
                      b.belopp, 'AVSAND', :brevut-leverans-datum,
                      :brevut-status-at, b.mall_upgnr, b.mall_niva,
                      b.mall_sprak, b.mall_version, b.samlingsnr
               FROM REDWARRIOR.dbo.brevutskick b
               WHERE b.brev_ref = :WS-GAMMAL-REF
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA-BREVUTSKICK: " SQLCODE
           END-IF

           EXEC SQL
               UPDATE REDWARRIOR.dbo.brevutskick
               SET leveransstatus = 'RESERV',
                   reserv_brev_ref = :brevut-brev-ref,
                   status_at = :brevut-status-at
               WHERE brev_ref = :WS-GAMMAL-REF
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-ANTAL-RESERV
               MOVE WS-GAMMAL-REF TO brevut-brev-ref
               PERFORM Q-TA-BORT-BREVRADER
           ELSE
               DISPLAY "FEL VID UPPDATERING AV " WS-GAMMAL-REF
                 ": " SQLCODE
           END-IF.

       J-SKRIV-BREVPOSTER SECTION.

      *> Brevets sparade poster i ursprunglig ordning till
      *> brevtypens reservfil.
           EXEC SQL
               DECLARE RESERVRAD_CURSOR CURSOR FOR
               SELECT post
               FROM REDWARRIOR.dbo.brevutskick_rad
               WHERE brev_ref = :WS-GAMMAL-REF
               ORDER BY radnr
           END-EXEC

           EXEC SQL
               OPEN RESERVRAD_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN RESERVRAD_CURSOR: " SQLCODE
           ELSE
           MOVE "N" TO WS-RAD-SLUT
           PERFORM UNTIL WS-RAD-SLUT = "J"

               EXEC SQL
                   FETCH RESERVRAD_CURSOR INTO :brevrad-post
               END-EXEC

               IF SQLCODE = 0
                   EVALUATE brevut-brevtyp
                       WHEN "KRAVBREV"
                           MOVE brevrad-post TO KBRES-RAD
                           WRITE KBRES-RAD
                           IF brevrad-post(1:5) NOT = "TEXT "
                               ADD 1 TO WS-KB-RADANTAL
                           END-IF
                       WHEN "SALDOBESKED"
                           MOVE brevrad-post TO SBRES-RAD
                           WRITE SBRES-RAD
                           ADD 1 TO WS-SB-RADANTAL
                       WHEN OTHER
                           MOVE brevrad-post TO BARES-RAD
                           WRITE BARES-RAD
                           IF brevrad-post(1:5) NOT = "TEXT "
                               ADD 1 TO WS-BA-RADANTAL
                           END-IF
                   END-EVALUATE
               ELSE
                   MOVE "J" TO WS-RAD-SLUT
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH RESERVRAD: "
                         SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE RESERVRAD_CURSOR
           END-EXEC.

       Q-TA-BORT-BREVRADER SECTION.

      *> Posterna behövs bara så länge brevet kan behöva skrivas
      *> på papper - levererade, omskrivna och inaktuella brev
      *> städas bort.
           EXEC SQL
               DELETE FROM REDWARRIOR.dbo.brevutskick_rad
               WHERE brev_ref = :brevut-brev-ref
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID BORTTAG AV BREVRADER: " SQLCODE
           END-IF.

       M-SKRIV-SLUTPOSTER SECTION.

           MOVE "SLUT " TO KBRES-SLUT-POSTTYP
           MOVE WS-KB-RADANTAL TO KBRES-SLUT-ANTAL
           MOVE WS-KB-KONTROLL-BELOPP TO KBRES-SLUT-BELOPP
           WRITE KBRES-SLUT

           MOVE "SLUT " TO SBRES-SLUT-POSTTYP
           MOVE WS-SB-RADANTAL TO SBRES-SLUT-ANTAL
           MOVE WS-SB-KONTROLL-BELOPP TO SBRES-SLUT-BELOPP
           WRITE SBRES-SLUT

           MOVE "SLUT " TO BARES-SLUT-POSTTYP
           MOVE WS-BA-RADANTAL TO BARES-SLUT-ANTAL
           MOVE WS-BA-KONTROLL-BELOPP TO BARES-SLUT-BELOPP
           WRITE BARES-SLUT.

       N-SPARA-KORNINGSLOGG SECTION.

      *> En rad i run_history per reservfil (steg RESKB, RESSB,
      *> RESBA) med antal poster och slutpostens beloppssumma, så
      *> reservfilerna stäms av mot tryckeriet som de ordinarie.
           MOVE WS-NU TO run-history-timestamp
           MOVE "DigitalKvittoImport" TO run-history-programnamn
           MOVE 0 TO run-history-antal-borttagna
           MOVE 0 TO run-history-antal-flaggade
           MOVE 0 TO run-history-antal-avskrivna
           MOVE 0 TO run-history-antal-aterbet

           MOVE "RESKB" TO run-history-steg
           MOVE WS-KB-RADANTAL TO run-history-antal-infogade
           MOVE WS-KB-KONTROLL-BELOPP TO run-history-kontroll-belopp
           PERFORM R-SKRIV-KORNINGSRAD

           MOVE "RESSB" TO run-history-steg
           MOVE WS-SB-RADANTAL TO run-history-antal-infogade
           MOVE WS-SB-KONTROLL-BELOPP TO run-history-kontroll-belopp
           PERFORM R-SKRIV-KORNINGSRAD

           MOVE "RESBA" TO run-history-steg
           MOVE WS-BA-RADANTAL TO run-history-antal-infogade
           MOVE WS-BA-KONTROLL-BELOPP TO run-history-kontroll-belopp
           PERFORM R-SKRIV-KORNINGSRAD.

       R-SKRIV-KORNINGSRAD SECTION.

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.run_history
                   (run_timestamp, programnamn, steg, antal_infogade,
                    antal_borttagna, antal_flaggade, antal_avskrivna,
                    antal_aterbet, kontroll_belopp)
               VALUES
                   (:run-history-timestamp, :run-history-programnamn,
                    :run-history-steg,
                    :run-history-antal-infogade,
                    :run-history-antal-borttagna,
                    :run-history-antal-flaggade,
                    :run-history-antal-avskrivna,
                    :run-history-antal-aterbet,
                    :run-history-kontroll-belopp)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA-KORNINGSLOGG: " SQLCODE
           END-IF.
