      *> planer är i själva verket bortglömda.
           SELECT AVIFIL ASSIGN TO "BETALPLANAVI.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> Avier till gäldenärer med digital brevlåda går till
      *> brevlådeoperatören i stället - samma upplägg som
      *> KRAVBREVDIGITAL.TXT i KravbrevExport.cbl.
           SELECT AVIDIGITAL ASSIGN TO "BETALPLANAVIDIGITAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           03 AVI-DELBETALNING-NR         PIC 9(2).
           03 AVI-FORFALLODATUM           PIC X(10).
           03 AVI-BELOPP                  PIC 9(9)V9(2).
      *> Avins text ur brevmallen (P_W711.CPY), en post per
      *> mallrad direkt efter aviposten. Textposterna räknas inte
      *> i slutpostens antal, som är antal avier.
       01  AVIFIL-TEXT.
           03 AVITEXT-POSTTYP             PIC X(5).
           03 AVITEXT-RADNR               PIC 9(2).
           03 AVITEXT-TEXT                PIC X(100).

       FD  AVIDIGITAL.
      *> Huvud- och slutpost som pappersfilen (filid DIGAVI, samma
      *> batchnummer); brevposten bär vår brevreferens,
      *> mottagarens identitetsnr och aviposten ordagrant, följd
      *> av avins textposter på samma sätt.
       01  DIGAVI-HUVUD.
           03 DIGAVI-HUVUD-POSTTYP        PIC X(5).
           03 DIGAVI-HUVUD-FILID          PIC X(8).
           03 DIGAVI-HUVUD-SKAPAD         PIC X(19).
           03 DIGAVI-HUVUD-BATCHNR        PIC 9(9).
       01  DIGAVI-SLUT.
           03 DIGAVI-SLUT-POSTTYP         PIC X(5).
           03 DIGAVI-SLUT-ANTAL           PIC 9(9).
           03 DIGAVI-SLUT-BELOPP          PIC 9(11)V9(2).
       01  DIGAVI-RAD.
           03 DIGAVI-BREV-REF             PIC X(17).
           03 DIGAVI-IDENTITETSNR         PIC X(13).
           03 DIGAVI-POST                 PIC X(300).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W667.CPY".
       COPY "P_W669.CPY".
       COPY "P_W670.CPY".
       COPY "P_W675.CPY".
       COPY "P_W676.CPY".
       COPY "P_W707.CPY".
       COPY "P_W709.CPY".
       COPY "P_W710.CPY".
       COPY "P_W711.CPY".
       COPY "P_W712.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-KONTROLL-BELOPP            PIC S9(11)V9(2) COMP-3
                                           VALUE 0.

      *> Kanal per avi ur PLANAVI_CURSOR och räknare för den
      *> digitala filen - se KravbrevExport.cbl.
       01  WS-KANAL                      PIC X(7).
       01  WS-IDENTITETSNR               PIC X(13).
       01  WS-DIG-RADANTAL               PIC 9(6) VALUE 0.
       01  WS-DIG-KONTROLL-BELOPP        PIC S9(11)V9(2) COMP-3
                                           VALUE 0.
       01  WS-IDAG                       PIC X(10).
       01  WS-BREV-REF.
           03 WS-BREV-REF-TYP            PIC X(2) VALUE "BA".
           03 WS-BREV-REF-BATCH          PIC 9(9).
           03 WS-BREV-REF-LOPNR          PIC 9(6) VALUE 0.
      *> Den digitala avins poster i ordning (brevutskick_rad).
       01  WS-BREV-POST                  PIC X(300).
       01  WS-BREV-RADNR                 PIC S9(9) COMP-5 VALUE 0.
      *> Utskriftsform för mallens fält.
       01  WS-EDIT-KUNDNR                PIC Z(9)9.
       01  WS-EDIT-LOPNR                 PIC Z(9)9.
       01  WS-EDIT-DELBETNR              PIC Z9.
       01  WS-EDIT-BELOPP                PIC Z(8)9.99.

      *> Brevmall (P_W711.CPY/P_W712.CPY) för brevet som skrivs.
      *> WS-MALL-UPGNR/-NIVA/-SPRAK är den nyckel som söks,
      *> brevmall-* den mall som valdes. Mallens rader ligger i
      *> WS-MALL-TEXT och läses bara om när ett brev får en annan
      *> mall (eller version) än det förra, se WS-LADDAD-*.
       01  WS-MALL-UPGNR                 PIC S9(7) COMP-3.
       01  WS-MALL-NIVA                  PIC S9(4) COMP-5.
       01  WS-MALL-SPRAK                 PIC X(2).
       01  WS-MALL-FUNNEN                PIC X(1) VALUE "N".
       01  WS-LADDAD-UPGNR               PIC S9(7) COMP-3 VALUE -1.
       01  WS-LADDAD-NIVA                PIC S9(4) COMP-5 VALUE -1.
       01  WS-LADDAD-SPRAK               PIC X(2) VALUE SPACES.
       01  WS-LADDAD-VERSION             PIC S9(9) COMP-5 VALUE 0.
       01  WS-MALLRAD-SLUT               PIC X(1).
       01  WS-MALL-ANTAL                 PIC S9(4) COMP-5 VALUE 0.
       01  WS-MALL-IX                    PIC S9(4) COMP-5 VALUE 0.
       01  WS-MALL-TABELL.
           03 WS-MALL-TEXT               PIC X(100) OCCURS 20.
       01  WS-UTAN-MALL                  PIC 9(6) VALUE 0.

      *> Fälten som fyller mallen: &NAMN& ersätts med värdet.
       01  WS-FALT-ANTAL                 PIC S9(4) COMP-5 VALUE 0.
       01  WS-FALT-IX                    PIC S9(4) COMP-5 VALUE 0.
       01  WS-FALT-TABELL.
           03 WS-FALT                    OCCURS 12.
              05 WS-FALT-NAMN            PIC X(10).
              05 WS-FALT-VARDE           PIC X(60).

      *> Arbetsfält för ifyllnaden av en mallrad, se
      *> L-FYLL-MALLRAD.
       01  WS-IN-TEXT                    PIC X(100).
       01  WS-UT-TEXT                    PIC X(100).
       01  WS-IN-POS                     PIC S9(4) COMP-5.
       01  WS-UT-POS                     PIC S9(4) COMP-5.
       01  WS-SOK-POS                    PIC S9(4) COMP-5.
       01  WS-TAGG-SLUT                  PIC S9(4) COMP-5.
       01  WS-TAGG-LANGD                 PIC S9(4) COMP-5.
       01  WS-TAGG-NAMN                  PIC X(10).
       01  WS-TAGG-FUNNEN                PIC X(1).
       01  WS-VARDE-START                PIC S9(4) COMP-5.
       01  WS-VARDE-SLUT                 PIC S9(4) COMP-5.
       01  WS-VARDE-LANGD                PIC S9(4) COMP-5.

       PROCEDURE DIVISION.

       A-MAIN SECTION.

           PERFORM B-CONNECT-TO-DB
           OPEN OUTPUT AVIFIL
           OPEN OUTPUT AVIDIGITAL
           PERFORM C-SKRIV-HUVUDPOST
           PERFORM D-BYGG-AVIER
           PERFORM E-SKRIV-SLUTPOST
           CLOSE AVIFIL
           CLOSE AVIDIGITAL
           PERFORM F-SPARA-KORNINGSLOGG

           DISPLAY "Betalplanaviexport klar. Avier skrivna: "
             WS-RADANTAL
           DISPLAY "Digitala avier:                         "
             WS-DIG-RADANTAL
           IF WS-UTAN-MALL > 0
               DISPLAY "VARNING: AVIER UTAN BREVMALL:           "
                 WS-UTAN-MALL
           END-IF

           EXEC SQL
               COMMIT
             INTO AVIHUVUD-SKAPAD
           END-STRING
           MOVE WS-BATCH-NR TO AVIHUVUD-BATCHNR
           STRING
             WS-ÅR "-" WS-MÅNAD "-" WS-DAG
             DELIMITED BY SIZE
             INTO WS-IDAG
           END-STRING

           WRITE AVIFIL-HUVUD

           MOVE "HUVUD" TO DIGAVI-HUVUD-POSTTYP
           MOVE "DIGAVI" TO DIGAVI-HUVUD-FILID
           MOVE AVIHUVUD-SKAPAD TO DIGAVI-HUVUD-SKAPAD
           MOVE WS-BATCH-NR TO DIGAVI-HUVUD-BATCHNR

           WRITE DIGAVI-HUVUD.

       D-BYGG-AVIER SECTION.

      *> inte - de bevakas av KONTROLLERA-BETALPLANER.
           EXEC SQL
               DECLARE PLANAVI_CURSOR CURSOR FOR
               SELECT
                      CASE WHEN d.kundnr IS NULL THEN k.kundnamn
                           ELSE LEFT('Dödsboet efter ' + k.kundnamn,
                                     60) END,
                      CASE WHEN d.kundnr IS NULL THEN k.adress
                           ELSE LEFT('c/o ' + d.kontakt_namn + ', '
                                     + d.kontakt_adress, 60) END,
                      CASE WHEN d.kundnr IS NULL THEN k.postnr
                           ELSE d.kontakt_postnr END,
                      CASE WHEN d.kundnr IS NULL THEN k.postort
                           ELSE d.kontakt_postort END,
                      p.kundnr, bp.lopnr, bp.delbetalning_nr,
                      CONVERT(CHAR(10), bp.forfallodatum, 120),
                      bp.belopp,
                      CASE WHEN r.identitetsnr IS NOT NULL
                            AND d.kundnr IS NULL
                           THEN 'DIGITAL' ELSE 'PAPPER' END,
                      ISNULL(k.identitetsnr, ' '),
                      p.upgnr,
                      ISNULL(u.namn, ' '),
                      ISNULL(k.sprak, 'SV')
               FROM REDWARRIOR.dbo.betalningsplan bp
               JOIN REDWARRIOR.dbo.paminnelser p
                 ON p.lopnr = bp.lopnr
               JOIN REDWARRIOR.dbo.kundmaster k
                 ON k.kundnr = p.kundnr
               LEFT JOIN REDWARRIOR.dbo.dodsbo d
                 ON d.kundnr = k.kundnr
               LEFT JOIN REDWARRIOR.dbo.brevlada_register r
                 ON r.identitetsnr = k.identitetsnr
               LEFT JOIN REDWARRIOR.dbo.uppdragsgivare u
                 ON u.upgnr = p.upgnr
               WHERE bp.aktiv = 'J'
                 AND bp.forfallodatum >= CAST(GETDATE() AS DATE)
                 AND bp.forfallodatum <
      *> Kunder med adresspärr (se AdressreturImport.cbl) får
      *> inga avier förrän adressen rättats.
                 AND ISNULL(k.adress_ogiltig, 'N') <> 'J'
      *> Avliden gäldenär (dodsbo, P_W707.CPY, se
      *> DodsfallImport.cbl): avin går till dödsboet c/o den
      *> kontaktperson som registrerats i DodsboUnderhall.cbl -
      *> saknas kontaktperson skickas inget alls, aldrig till den
      *> avlidnes adress.
                 AND (d.kundnr IS NULL OR d.kontakt_namn IS NOT NULL)
               ORDER BY p.kundnr, bp.lopnr, bp.delbetalning_nr
           END-EXEC.

                       :kundmaster-postnr, :kundmaster-postort,
                       :paminnelser-kundnr, :plan-lopnr,
                       :plan-delbetalning-nr, :plan-forfallodatum,
                       :plan-belopp,
                       :WS-KANAL, :WS-IDENTITETSNR,
                       :paminnelser-upgnr, :upg-namn,
                       :WS-MALL-SPRAK
               END-EXEC

               IF SQLCODE = 0
           MOVE plan-forfallodatum TO AVI-FORFALLODATUM
           MOVE plan-belopp TO AVI-BELOPP

           ADD 1 TO WS-BREV-REF-LOPNR
           MOVE WS-BATCH-NR TO WS-BREV-REF-BATCH
           MOVE 0 TO WS-BREV-RADNR

           IF WS-KANAL = "DIGITAL"
               MOVE AVIFIL-RAD TO WS-BREV-POST
               PERFORM P-SKRIV-DIGITALPOST
               ADD plan-belopp TO WS-DIG-KONTROLL-BELOPP
               ADD 1 TO WS-DIG-RADANTAL
           ELSE
               WRITE AVIFIL-RAD
               ADD plan-belopp TO WS-KONTROLL-BELOPP
               ADD 1 TO WS-RADANTAL
           END-IF

      *> Avins text: mallen för uppdragsgivaren och gäldenärens
      *> språk (nivå 0 - avin har ingen påminnelsenivå), ifylld
      *> med delbetalningens uppgifter.
           MOVE "BETALPLANAVI" TO brevmall-brevtyp
           MOVE paminnelser-upgnr TO WS-MALL-UPGNR
           MOVE 0 TO WS-MALL-NIVA
           PERFORM J-VALJ-BREVMALL
           IF WS-MALL-FUNNEN = "J"
               PERFORM Q-FYLL-FALTTABELL
               PERFORM K-SKRIV-AVITEXT
           END-IF

           PERFORM H-SPARA-BREVUTSKICK.

       Q-FYLL-FALTTABELL SECTION.

      *> Avins fält för mallen (se P_W712.CPY). OCR står som på
      *> avin, nollutfylld; övriga tal utan inledande nollor.
           MOVE paminnelser-kundnr TO WS-EDIT-KUNDNR
           MOVE plan-lopnr TO WS-EDIT-LOPNR
           MOVE plan-delbetalning-nr TO WS-EDIT-DELBETNR
           MOVE plan-belopp TO WS-EDIT-BELOPP

           MOVE SPACES TO WS-FALT-TABELL
           MOVE "KUNDNAMN" TO WS-FALT-NAMN(1)
           MOVE AVI-KUNDNAMN TO WS-FALT-VARDE(1)
           MOVE "KUNDNR" TO WS-FALT-NAMN(2)
           MOVE WS-EDIT-KUNDNR TO WS-FALT-VARDE(2)
           MOVE "DATUM" TO WS-FALT-NAMN(3)
           MOVE WS-IDAG TO WS-FALT-VARDE(3)
           MOVE "UPGNAMN" TO WS-FALT-NAMN(4)
           MOVE upg-namn TO WS-FALT-VARDE(4)
           MOVE "LOPNR" TO WS-FALT-NAMN(5)
           MOVE WS-EDIT-LOPNR TO WS-FALT-VARDE(5)
           MOVE "OCR" TO WS-FALT-NAMN(6)
           MOVE AVI-OCR TO WS-FALT-VARDE(6)
           MOVE "DELBETNR" TO WS-FALT-NAMN(7)
           MOVE WS-EDIT-DELBETNR TO WS-FALT-VARDE(7)
           MOVE "FORFALLO" TO WS-FALT-NAMN(8)
           MOVE AVI-FORFALLODATUM TO WS-FALT-VARDE(8)
           MOVE "BELOPP" TO WS-FALT-NAMN(9)
           MOVE WS-EDIT-BELOPP TO WS-FALT-VARDE(9)
           MOVE 9 TO WS-FALT-ANTAL.

       K-SKRIV-AVITEXT SECTION.

      *> En textpost per mallrad, i samma kanal som avin.
           MOVE 1 TO WS-MALL-IX

           PERFORM UNTIL WS-MALL-IX > WS-MALL-ANTAL
               MOVE WS-MALL-TEXT(WS-MALL-IX) TO WS-IN-TEXT
               PERFORM L-FYLL-MALLRAD
               MOVE "TEXT " TO AVITEXT-POSTTYP
               MOVE WS-MALL-IX TO AVITEXT-RADNR
               MOVE WS-UT-TEXT TO AVITEXT-TEXT
               IF WS-KANAL = "DIGITAL"
                   MOVE AVIFIL-TEXT TO WS-BREV-POST
                   PERFORM P-SKRIV-DIGITALPOST
               ELSE
                   WRITE AVIFIL-TEXT
               END-IF
               ADD 1 TO WS-MALL-IX
           END-PERFORM.

       J-VALJ-BREVMALL SECTION.

      *> Gällande mall för brevtypen i brevmall-brevtyp och nyckeln
      *> i WS-MALL-*: gäldenärens språk före svenska, därefter
      *> uppdragsgivarens egen mall före standardmallen (upgnr 0),
      *> därefter nivåns egen mall före nivå 0. Saknas även
      *> standardmallen skrivs brevet utan text och räknas i
      *> WS-UTAN-MALL.
           MOVE "N" TO WS-MALL-FUNNEN

           EXEC SQL
               SELECT TOP 1 upgnr, niva, sprak, version
               INTO :brevmall-upgnr, :brevmall-niva,
                    :brevmall-sprak, :brevmall-version
               FROM REDWARRIOR.dbo.brevmall
               WHERE brevtyp = :brevmall-brevtyp
                 AND ersatt_at IS NULL
                 AND upgnr IN (:WS-MALL-UPGNR, 0)
                 AND niva IN (:WS-MALL-NIVA, 0)
                 AND sprak IN (:WS-MALL-SPRAK, 'SV')
               ORDER BY
                   CASE WHEN sprak = :WS-MALL-SPRAK THEN 0 ELSE 1 END,
                   CASE WHEN upgnr = :WS-MALL-UPGNR THEN 0 ELSE 1 END,
                   CASE WHEN niva = :WS-MALL-NIVA THEN 0 ELSE 1 END
           END-EXEC

           IF SQLCODE = 0
               MOVE "J" TO WS-MALL-FUNNEN
               IF brevmall-upgnr NOT = WS-LADDAD-UPGNR
                  OR brevmall-niva NOT = WS-LADDAD-NIVA
                  OR brevmall-sprak NOT = WS-LADDAD-SPRAK
                  OR brevmall-version NOT = WS-LADDAD-VERSION
                   PERFORM O-LADDA-MALLRADER
               END-IF
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY "FEL VID VAL AV BREVMALL: " SQLCODE
               END-IF
               ADD 1 TO WS-UTAN-MALL
           END-IF.

       O-LADDA-MALLRADER SECTION.

      *> Den valda mallversionens textrader till WS-MALL-TEXT, i
      *> radnummerordning.
           MOVE brevmall-brevtyp TO mallrad-brevtyp
           MOVE brevmall-upgnr TO mallrad-upgnr
           MOVE brevmall-niva TO mallrad-niva
           MOVE brevmall-sprak TO mallrad-sprak
           MOVE brevmall-version TO mallrad-version
           MOVE 0 TO WS-MALL-ANTAL
           MOVE SPACES TO WS-MALL-TABELL

           EXEC SQL
               DECLARE MALLRAD_CURSOR CURSOR FOR
               SELECT text
               FROM REDWARRIOR.dbo.brevmall_rad
               WHERE brevtyp = :mallrad-brevtyp
                 AND upgnr = :mallrad-upgnr
                 AND niva = :mallrad-niva
                 AND sprak = :mallrad-sprak
                 AND version = :mallrad-version
               ORDER BY radnr
           END-EXEC

           EXEC SQL
               OPEN MALLRAD_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN MALLRAD_CURSOR: " SQLCODE
           ELSE
           MOVE "N" TO WS-MALLRAD-SLUT
           PERFORM UNTIL WS-MALLRAD-SLUT = "J"

               EXEC SQL
                   FETCH MALLRAD_CURSOR INTO :mallrad-text
               END-EXEC

               IF SQLCODE = 0
                   IF WS-MALL-ANTAL < 20
                       ADD 1 TO WS-MALL-ANTAL
                       MOVE mallrad-text TO WS-MALL-TEXT(WS-MALL-ANTAL)
                   END-IF
               ELSE
                   MOVE "J" TO WS-MALLRAD-SLUT
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH MALLRAD: " SQLCODE
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE MALLRAD_CURSOR
           END-EXEC

           MOVE brevmall-upgnr TO WS-LADDAD-UPGNR
           MOVE brevmall-niva TO WS-LADDAD-NIVA
           MOVE brevmall-sprak TO WS-LADDAD-SPRAK
           MOVE brevmall-version TO WS-LADDAD-VERSION.

       L-FYLL-MALLRAD SECTION.

      *> Mallraden i WS-IN-TEXT kopieras till WS-UT-TEXT med varje
      *> &NAMN& som finns i WS-FALT-TABELL utbytt mot fältets
      *> värde utan inledande och avslutande blanktecken. Ett
      *> okänt namn, eller ett ensamt &, kopieras som det står.
      *> Det som inte ryms på 100 tecken faller bort.
           MOVE SPACES TO WS-UT-TEXT
           MOVE 1 TO WS-IN-POS
           MOVE 1 TO WS-UT-POS

           PERFORM UNTIL WS-IN-POS > 100 OR WS-UT-POS > 100
               MOVE "N" TO WS-TAGG-FUNNEN
               IF WS-IN-TEXT(WS-IN-POS:1) = "&"
                   PERFORM M-TOLKA-TAGG
               END-IF
               IF WS-TAGG-FUNNEN = "N"
                   MOVE WS-IN-TEXT(WS-IN-POS:1)
                     TO WS-UT-TEXT(WS-UT-POS:1)
                   ADD 1 TO WS-IN-POS
                   ADD 1 TO WS-UT-POS
               END-IF
           END-PERFORM.

       M-TOLKA-TAGG SECTION.

      *> WS-IN-POS står på ett &. Avslutande & söks högst elva
      *> positioner fram (fältnamn upp till tio tecken); namnet
      *> slås upp i WS-FALT-TABELL.
           MOVE 0 TO WS-TAGG-SLUT
           COMPUTE WS-SOK-POS = WS-IN-POS + 1

           PERFORM UNTIL WS-SOK-POS > 100
                      OR WS-SOK-POS > WS-IN-POS + 11
                      OR WS-TAGG-SLUT > 0
               IF WS-IN-TEXT(WS-SOK-POS:1) = "&"
                   MOVE WS-SOK-POS TO WS-TAGG-SLUT
               END-IF
               ADD 1 TO WS-SOK-POS
           END-PERFORM

           IF WS-TAGG-SLUT > WS-IN-POS + 1
               COMPUTE WS-TAGG-LANGD = WS-TAGG-SLUT - WS-IN-POS - 1
               MOVE SPACES TO WS-TAGG-NAMN
               MOVE WS-IN-TEXT(WS-IN-POS + 1:WS-TAGG-LANGD)
                 TO WS-TAGG-NAMN

               MOVE 1 TO WS-FALT-IX
               PERFORM UNTIL WS-FALT-IX > WS-FALT-ANTAL
                          OR WS-TAGG-FUNNEN = "J"
                   IF WS-FALT-NAMN(WS-FALT-IX) = WS-TAGG-NAMN
                       MOVE "J" TO WS-TAGG-FUNNEN
                   ELSE
                       ADD 1 TO WS-FALT-IX
                   END-IF
               END-PERFORM

               IF WS-TAGG-FUNNEN = "J"
                   PERFORM N-KOPIERA-VARDE
                   COMPUTE WS-IN-POS = WS-TAGG-SLUT + 1
               END-IF
           END-IF.

       N-KOPIERA-VARDE SECTION.

      *> Fältvärdet WS-FALT-VARDE(WS-FALT-IX) utan inledande och
      *> avslutande blanktecken till WS-UT-TEXT från WS-UT-POS.
           IF WS-FALT-VARDE(WS-FALT-IX) NOT = SPACES
               MOVE 1 TO WS-VARDE-START
               PERFORM UNTIL
                   WS-FALT-VARDE(WS-FALT-IX)(WS-VARDE-START:1)
                     NOT = SPACE
                   ADD 1 TO WS-VARDE-START
               END-PERFORM

               MOVE 60 TO WS-VARDE-SLUT
               PERFORM UNTIL
                   WS-FALT-VARDE(WS-FALT-IX)(WS-VARDE-SLUT:1)
                     NOT = SPACE
                   SUBTRACT 1 FROM WS-VARDE-SLUT
               END-PERFORM

               COMPUTE WS-VARDE-LANGD =
                   WS-VARDE-SLUT - WS-VARDE-START + 1
               IF WS-UT-POS + WS-VARDE-LANGD > 101
                   COMPUTE WS-VARDE-LANGD = 101 - WS-UT-POS
               END-IF

               MOVE WS-FALT-VARDE(WS-FALT-IX)
                      (WS-VARDE-START:WS-VARDE-LANGD)
                 TO WS-UT-TEXT(WS-UT-POS:WS-VARDE-LANGD)
               ADD WS-VARDE-LANGD TO WS-UT-POS
           END-IF.

       P-SKRIV-DIGITALPOST SECTION.

      *> En post i WS-BREV-POST till den digitala filen och till
      *> brevutskick_rad.
           MOVE WS-BREV-REF TO DIGAVI-BREV-REF
           MOVE WS-IDENTITETSNR TO DIGAVI-IDENTITETSNR
           MOVE WS-BREV-POST TO DIGAVI-POST
           WRITE DIGAVI-RAD
           PERFORM I-SPARA-BREVRAD.

       H-SPARA-BREVUTSKICK SECTION.

      *> Varje avi registreras i brevutskick (P_W709.CPY) med
      *> kanal, leveransdatum och brevmall, se KravbrevExport.cbl.
           MOVE WS-BREV-REF TO brevut-brev-ref
           MOVE "BETALPLANAVI" TO brevut-brevtyp
           MOVE paminnelser-kundnr TO brevut-kundnr
           MOVE plan-lopnr TO brevut-lopnr
           MOVE plan-delbetalning-nr TO brevut-delbetalning-nr
           MOVE WS-KANAL TO brevut-kanal
           MOVE WS-BATCH-NR TO brevut-batch-nr
           MOVE WS-IDAG TO brevut-skapad-datum
           MOVE plan-belopp TO brevut-belopp
           MOVE AVIHUVUD-SKAPAD TO brevut-status-at
           IF WS-KANAL = "DIGITAL"
               MOVE "SKICKAD" TO brevut-leveransstatus
               MOVE SPACES TO brevut-leverans-datum
           ELSE
               MOVE "AVSAND" TO brevut-leveransstatus
               MOVE WS-IDAG TO brevut-leverans-datum
           END-IF
           IF WS-MALL-FUNNEN = "J"
               MOVE brevmall-upgnr TO brevut-mall-upgnr
               MOVE brevmall-niva TO brevut-mall-niva
               MOVE brevmall-sprak TO brevut-mall-sprak
               MOVE brevmall-version TO brevut-mall-version
           ELSE
               MOVE 0 TO brevut-mall-upgnr
               MOVE 0 TO brevut-mall-niva
               MOVE SPACES TO brevut-mall-sprak
               MOVE 0 TO brevut-mall-version
           END-IF

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.brevutskick
                   (brev_ref, brevtyp, kundnr, lopnr, delbetalning_nr,
                    kanal, batch_nr, skapad_datum, belopp,
                    leveransstatus, leverans_datum, status_at,
                    mall_upgnr, mall_niva, mall_sprak, mall_version)
               VALUES
                   (:brevut-brev-ref, :brevut-brevtyp,
                    :brevut-kundnr, :brevut-lopnr,
                    :brevut-delbetalning-nr, :brevut-kanal,
                    :brevut-batch-nr, :brevut-skapad-datum,
                    :brevut-belopp, :brevut-leveransstatus,
                    NULLIF(:brevut-leverans-datum, ' '),
                    :brevut-status-at,
                    CASE WHEN :brevut-mall-sprak = ' ' THEN NULL
                         ELSE :brevut-mall-upgnr END,
                    CASE WHEN :brevut-mall-sprak = ' ' THEN NULL
                         ELSE :brevut-mall-niva END,
                    NULLIF(:brevut-mall-sprak, ' '),
                    NULLIF(:brevut-mall-version, 0))
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA-BREVUTSKICK: " SQLCODE
           END-IF.

       I-SPARA-BREVRAD SECTION.

      *> Den digitala avins poster sparas ordagrant för en
      *> eventuell pappersreserv (DigitalKvittoImport.cbl).
           ADD 1 TO WS-BREV-RADNR
           MOVE WS-BREV-REF TO brevrad-brev-ref
           MOVE WS-BREV-RADNR TO brevrad-radnr
           MOVE WS-BREV-POST TO brevrad-post

           EXEC SQL
               INSERT INTO REDWARRIOR.dbo.brevutskick_rad
                   (brev_ref, radnr, post)
               VALUES
                   (:brevrad-brev-ref, :brevrad-radnr, :brevrad-post)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA-BREVRAD: " SQLCODE
           END-IF.

       E-SKRIV-SLUTPOST SECTION.

           MOVE WS-RADANTAL TO AVISLUT-ANTAL
           MOVE WS-KONTROLL-BELOPP TO AVISLUT-BELOPP

           WRITE AVIFIL-SLUT

           MOVE "SLUT " TO DIGAVI-SLUT-POSTTYP
           MOVE WS-DIG-RADANTAL TO DIGAVI-SLUT-ANTAL
           MOVE WS-DIG-KONTROLL-BELOPP TO DIGAVI-SLUT-BELOPP

           WRITE DIGAVI-SLUT.

       F-SPARA-KORNINGSLOGG SECTION.

      *> En rad i run_history per avikörning: antal avier i
      *> antal_infogade och slutpostens beloppssumma i
      *> kontroll_belopp, samma mönster som KravbrevExport - även
      *> den digitala filens egen rad med steg DIGIT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:4) TO WS-ÅR
           MOVE WS-TIMESTAMP(5:2) TO WS-MÅNAD
                    :run-history-kontroll-belopp)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID SPARA-KORNINGSLOGG: " SQLCODE
           END-IF

           MOVE "DIGIT" TO run-history-steg
           MOVE WS-DIG-RADANTAL TO run-history-antal-infogade
           MOVE WS-DIG-KONTROLL-BELOPP TO run-history-kontroll-belopp

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
