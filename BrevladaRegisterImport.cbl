       IDENTIFICATION DIVISION.
       PROGRAM-ID. BrevladaRegisterImport.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Den digitala brevlådeoperatörens registerfil: alla
      *> mottagare (personnr/orgnr) som i dag har en ansluten
      *> brevlåda. Filen är ett helt uttag, inte ändringar - den
      *> ersätter brevlada_register (P_W708.CPY) i sin helhet.
      *> Läses före nattens brevexporter, som väljer digital kanal
      *> för gäldenärer som finns i registret.
           SELECT BREVLADAFIL ASSIGN TO "BREVLADAREGISTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BREVLADAFIL.
       01  BREVLADAFIL-RAD.
      *> Fast format enligt operatörens registerlayout:
      *> identitetsnr i samma form som kundmaster.identitetsnr
      *> (NNNNNN-NNNN eller ÅÅÅÅMMDD-NNNN, vänsterställt) och
      *> datum då mottagaren anslöt brevlådan (AAAA-MM-DD).
           03 BRVFIL-IDENTITETSNR         PIC X(13).
           03 BRVFIL-ANSLUTEN             PIC X(10).
      *> Huvud- och slutpost enligt samma konvention som våra
      *> utgående filer - kontrolleras i K-KONTROLLERA-BREVLADAFIL
      *> innan det gamla registret töms.
       01  BREVLADAFIL-HUVUD.
           03 BRVHUVUD-POSTTYP            PIC X(5).
           03 BRVHUVUD-FILID              PIC X(8).
           03 BRVHUVUD-SKAPAD             PIC X(19).
           03 BRVHUVUD-BATCHNR            PIC 9(9).
       01  BREVLADAFIL-SLUT.
           03 BRVSLUT-POSTTYP             PIC X(5).
           03 BRVSLUT-ANTAL               PIC 9(9).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W685.CPY".
       COPY "P_W708.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-MÅNAD                      PIC X(2).
       01  WS-DAG                        PIC X(2).
       01  WS-INLAST-AT                  PIC X(19).

       01  WS-FILSLUT                    PIC X(1) VALUE "N".

       01  WS-ANTAL-POSTER               PIC 9(8) VALUE 0.
       01  WS-ANTAL-INLASTA              PIC 9(8) VALUE 0.
       01  WS-ANTAL-DUBBLETTER           PIC 9(8) VALUE 0.
       01  WS-ANTAL-AVVISADE             PIC 9(8) VALUE 0.
       01  WS-ANTAL-BORTTAGNA            PIC 9(8) VALUE 0.

      *> Kontrollpasset (K-KONTROLLERA-BREVLADAFIL) - samma
      *> skydd som M-KONTROLLERA-BETALFIL i BetalfilImport.cbl.
      *> Här är det extra viktigt: registret töms före
      *> inläsningen, så en trunkerad fil skulle annars skicka
      *> alla som fallit bort på papper i onödan - eller en tom fil
      *> göra alla brev till pappersbrev.
       01  WS-FIL-OK                     PIC X(1) VALUE "N".
       01  WS-HAR-HUVUD                  PIC X(1) VALUE "N".
       01  WS-HAR-SLUT                   PIC X(1) VALUE "N".
       01  WS-FIL-FILID                  PIC X(8).
       01  WS-FIL-SKAPAD                 PIC X(19).
       01  WS-FIL-BATCHNR                PIC S9(9) COMP-5 VALUE 0.
       01  WS-FIL-ANTAL                  PIC S9(9) COMP-5 VALUE 0.
       01  WS-RAKNAT-ANTAL               PIC S9(9) COMP-5 VALUE 0.
       01  ws-count                      PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

       A-MAIN SECTION.

           PERFORM B-CONNECT-TO-DB

           OPEN INPUT BREVLADAFIL
           PERFORM K-KONTROLLERA-BREVLADAFIL
           CLOSE BREVLADAFIL

           IF WS-FIL-OK NOT = "J"
               DISPLAY "BREVLADEREGISTRET AVVISAT - GAMLA REGISTRET "
                 "BEHALLS."
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM L-REGISTRERA-FIL
               PERFORM D-TOM-REGISTRET
               OPEN INPUT BREVLADAFIL
               PERFORM E-LAS-BREVLADAFIL
               CLOSE BREVLADAFIL

               DISPLAY "Brevlådeimport klar."
               DISPLAY "Poster i registerfilen:    " WS-ANTAL-POSTER
               DISPLAY "Inlästa mottagare:         " WS-ANTAL-INLASTA
               DISPLAY "Dubbletter i filen:        "
                 WS-ANTAL-DUBBLETTER
               DISPLAY "Avvisade poster i filen:   " WS-ANTAL-AVVISADE
               DISPLAY "Rader i gamla registret:   "
                 WS-ANTAL-BORTTAGNA
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

       K-KONTROLLERA-BREVLADAFIL SECTION.

      *> Läser hela filen utan att röra registret: huvudposten
      *> ger filens identitet, slutposten antalet detaljrader att
      *> stämma mot det faktiska antalet.
           MOVE "N" TO WS-FIL-OK
           MOVE "N" TO WS-HAR-HUVUD
           MOVE "N" TO WS-HAR-SLUT
           MOVE 0 TO WS-RAKNAT-ANTAL
           MOVE "N" TO WS-FILSLUT

           PERFORM UNTIL WS-FILSLUT = "J"

               READ BREVLADAFIL
                   AT END
                       MOVE "J" TO WS-FILSLUT
                   NOT AT END
                       EVALUATE BREVLADAFIL-RAD(1:5)
                           WHEN "HUVUD"
                               MOVE "J" TO WS-HAR-HUVUD
                               MOVE BRVHUVUD-FILID TO WS-FIL-FILID
                               MOVE BRVHUVUD-SKAPAD TO WS-FIL-SKAPAD
                               IF BRVHUVUD-BATCHNR IS NUMERIC
                                   MOVE BRVHUVUD-BATCHNR
                                     TO WS-FIL-BATCHNR
                               END-IF
                           WHEN "SLUT "
                               MOVE "J" TO WS-HAR-SLUT
                               IF BRVSLUT-ANTAL IS NUMERIC
                                   MOVE BRVSLUT-ANTAL
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
               DISPLAY "HUVUDPOST SAKNAS I BREVLADEREGISTRET."
           ELSE
           IF WS-HAR-SLUT NOT = "J"
               DISPLAY "SLUTPOST SAKNAS I BREVLADEREGISTRET."
           ELSE
           IF WS-RAKNAT-ANTAL NOT = WS-FIL-ANTAL
               DISPLAY "ANTAL DETALJRADER STAMMER INTE MED "
                 "SLUTPOSTEN - TRUNKERAD FIL?"
           ELSE
           IF WS-RAKNAT-ANTAL = 0
               DISPLAY "BREVLADEREGISTRET AR TOMT - INLASES INTE."
           ELSE

               EXEC SQL
                   SELECT COUNT(*) INTO :ws-count
                   FROM REDWARRIOR.dbo.fil_register
                   WHERE filid = :WS-FIL-FILID
                     AND fil_skapad = :WS-FIL-SKAPAD
               END-EXEC

               IF ws-count > 0
                   DISPLAY "BREVLADEREGISTRET AR REDAN INLAST ("
                     WS-FIL-SKAPAD ") - DUBBLETT STOPPAD."
               ELSE
                   MOVE "J" TO WS-FIL-OK
               END-IF

           END-IF
           END-IF
           END-IF
           END-IF.

       L-REGISTRERA-FIL SECTION.

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
           MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
           MOVE WS-TIMESTAMP(7:2) TO WS-DAG
           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             " " WS-TIMESTAMP(9:2) ":" WS-TIMESTAMP(11:2)
             ":" WS-TIMESTAMP(13:2)
             DELIMITED BY SIZE
             INTO WS-INLAST-AT
           END-STRING

           MOVE WS-INLAST-AT TO filreg-inlast-at
           MOVE WS-FIL-FILID TO filreg-filid
           MOVE WS-FIL-SKAPAD TO filreg-fil-skapad
           MOVE WS-FIL-BATCHNR TO filreg-batch-nr
           MOVE WS-FIL-ANTAL TO filreg-antal
           MOVE 0 TO filreg-belopp
           MOVE "BrevladaRegisterImport" TO filreg-programnamn

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

       D-TOM-REGISTRET SECTION.

      *> Filen är ett helt uttag - den som inte längre står i den
      *> har avslutat sin brevlåda och ska få papper. Registret
      *> töms och läses in på nytt i samma transaktion.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ANTAL-BORTTAGNA
               FROM REDWARRIOR.dbo.brevlada_register
           END-EXEC

           EXEC SQL
               DELETE FROM REDWARRIOR.dbo.brevlada_register
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "FEL VID TOMNING AV BREVLADEREGISTRET: "
                 SQLCODE
           END-IF.

       E-LAS-BREVLADAFIL SECTION.

           MOVE "N" TO WS-FILSLUT

           PERFORM UNTIL WS-FILSLUT = "J"

               READ BREVLADAFIL
                   AT END
                       MOVE "J" TO WS-FILSLUT
                   NOT AT END
                       IF BREVLADAFIL-RAD(1:5) = "HUVUD"
                         OR BREVLADAFIL-RAD(1:5) = "SLUT "
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-ANTAL-POSTER
                           PERFORM F-BEHANDLA-MOTTAGARE
                       END-IF
               END-READ

           END-PERFORM.

       F-BEHANDLA-MOTTAGARE SECTION.

      *> Tomt identitetsnr eller felformaterat anslutningsdatum
      *> läses inte in - mottagaren får då papper, vilket alltid
      *> är det säkra valet. Operatören kan lista samma mottagare
      *> flera gånger (flera brevlådor); en rad räcker för oss.
           IF BRVFIL-IDENTITETSNR = SPACES
             OR BRVFIL-ANSLUTEN(1:4) IS NOT NUMERIC
             OR BRVFIL-ANSLUTEN(6:2) IS NOT NUMERIC
             OR BRVFIL-ANSLUTEN(9:2) IS NOT NUMERIC
             OR BRVFIL-ANSLUTEN(5:1) NOT = "-"
             OR BRVFIL-ANSLUTEN(8:1) NOT = "-"
               ADD 1 TO WS-ANTAL-AVVISADE
               DISPLAY "AVVISAD POST I BREVLADEREGISTRET: "
                 BREVLADAFIL-RAD
           ELSE

               MOVE BRVFIL-IDENTITETSNR TO brevlada-identitetsnr
               MOVE BRVFIL-ANSLUTEN TO brevlada-anslutning-datum
               MOVE WS-INLAST-AT TO brevlada-inlast-at

               EXEC SQL
                   SELECT COUNT(*) INTO :ws-count
                   FROM REDWARRIOR.dbo.brevlada_register
                   WHERE identitetsnr = :brevlada-identitetsnr
               END-EXEC

               IF ws-count > 0
                   ADD 1 TO WS-ANTAL-DUBBLETTER
               ELSE

                   EXEC SQL
                       INSERT INTO REDWARRIOR.dbo.brevlada_register
                           (identitetsnr, anslutning_datum, inlast_at)
                       VALUES
                           (:brevlada-identitetsnr,
                            :brevlada-anslutning-datum,
                            :brevlada-inlast-at)
                   END-EXEC

                   IF SQLCODE = 0
                       ADD 1 TO WS-ANTAL-INLASTA
                   ELSE
                       DISPLAY "FEL VID INLASNING AV MOTTAGARE "
                         BRVFIL-IDENTITETSNR ": " SQLCODE
                   END-IF
               END-IF

           END-IF.
