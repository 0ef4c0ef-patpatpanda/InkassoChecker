       IDENTIFICATION DIVISION.
       PROGRAM-ID. DatalagerExtrakt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Nattligt deltaextrakt till koncernens datalager. Förut
      *> fick controllers och BI-gruppen sina underlag som
      *> engångsdumpar av faktura och paminnelser direkt ur
      *> databasen, förbi alla regler i systemet. Nu levereras
      *> en semikolonseparerad fil per verksamhetstabell med de
      *> rader som är nya eller ändrade sedan förra lyckade
      *> extraktet (radversion över vattenmärket i
      *> datalager_vattenmarke, P_W722.CPY).
      *>
      *> kundmaster läses aldrig: namn, adress och
      *> identitetsnummer - de fält GdprGallring.cbl anonymiserar
      *> - lämnar inte systemet, gäldenären finns i extraktet bara
      *> som kundnr. Kolumnerna räknas upp en och en i varje
      *> cursor, så en kolumn som läggs till i en tabell följer
      *> inte med förrän den lagts in här.
      *>
      *> Filerna skrivs en i taget på samma FD - namnet byggs i
      *> P-OPPNA-EXTRAKTFIL, samma teknik som M-SATT-FILNAMN i
      *> ArendestatusExport.cbl: DL_<TABELL>.TXT.
           SELECT DATALAGERFIL ASSIGN TO WS-EXTRAKT-NAMN
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DATALAGERFIL.
      *> Varje post börjar med posttypen som första fält:
      *>   HUVUD;tabell;skapad;batchnr;från-version;till-version;
      *>         radnyckel
      *>   RAD;kolumn;kolumn;...;radversion
      *>   BORT;lopnr;orsak;tidpunkt
      *>   SLUT;antal rader;beloppssumma;kontrollsumma;
      *>        antal borttag;kontrollsumma borttag
      *> radnyckel i huvudposten anger vilken kolumn i RAD-posten
      *> som identifierar raden - datalagret uppdaterar på den, så
      *> en rad som levereras igen (ändrad, eller återställd ur
      *> historiken med ny radversion) ersätter den förra i
      *> stället för att läggas till en gång till.
      *> BORT-posterna (inte i PARM='FULL') säger att ärendets
      *> rader (lopnr) inte längre finns i tabellen:
      *>   HISTORIK   ärendet flyttat till historiktabellerna av
      *>              FakturaHistorikBatch.cbl (faktura_flytt,
      *>              P_W721.CPY, riktning UT) - avslutat, inte
      *>              raderat
      *>   BORTTAGEN  påminnelseraden borttagen sedan ärendet
      *>              slutbetalts eller krediterats
      *>              (paminnelser_history BORTTAGEN/KREDITERAD)
      *> En BORT-post skrivs bara om ärendet fortfarande saknas vid
      *> extraktet - har det hunnit återställas ur historiken
      *> kommer i stället dess rader som RAD-poster. Ett lopnr
      *> som datalagret inte har är en BORT-post utan verkan.
      *> Beloppssumman är tabellens beloppskolumn(er) summerade
      *> (0 för tabeller utan belopp), kontrollsumman summan av
      *> lopnr (upgnr för uppdragsgivare) över RAD-posterna och
      *> kontrollsumman borttag summan av lopnr över
      *> BORT-posterna - datalagret stämmer av samtliga mot vad
      *> det läst in. Kolumnordningen per tabell står vid
      *> respektive cursor nedan. Datum skrivs ÅÅÅÅ-MM-DD,
      *> tidpunkter ÅÅÅÅ-MM-DD HH:MM:SS, belopp med punkt som
      *> decimaltecken, NULL som tomt fält.
       01  DATALAGER-RAD                 PIC X(600).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY "P_W669.CPY".
       COPY "P_W670.CPY".
       COPY "P_W722.CPY".

       01  WS-TIMESTAMP                  PIC X(20).
       01  WS-ÅR                         PIC X(4).
       01  WS-MÅNAD                      PIC X(2).
       01  WS-DAG                        PIC X(2).
       01  WS-TIDSSTAMPEL                PIC X(19).

       01  ws-count                      PIC 9(4) VALUE 0.

      *> PARM='FULL' levererar samtliga tabeller i sin helhet
      *> (omladdning av datalagret) - annars delta från
      *> vattenmärket.
       01  WS-PARM-TEXT                  PIC X(4).
       01  WS-FULL                       PIC X(1) VALUE "N".

       01  WS-BATCH-NR                   PIC S9(9) COMP-5 VALUE 0.

      *> Övre gränsen tas en gång för hela körningen: den lägsta
      *> radversion som fortfarande hålls av en öppen transaktion
      *> (MIN_ACTIVE_ROWVERSION). Allt under den är bekräftat, så
      *> en rad som skrivs medan extraktet pågår kommer med i
      *> nästa natts leverans i stället för att hoppas över.
      *> Gränserna hålls som tal och jämförs mot radversion via
      *> BIGINT - ett decimaltal gjutet direkt till BINARY(8) ger
      *> decimalens interna form, inte radversionens åtta byte.
       01  WS-OVRE-VERSION               PIC S9(18) COMP-3 VALUE 0.
       01  WS-FRAN-VERSION               PIC S9(18) COMP-3 VALUE 0.
       01  WS-TILL-VERSION               PIC S9(18) COMP-3 VALUE 0.

       01  WS-TABELL                     PIC X(30).
       01  WS-RADNYCKEL                  PIC X(20).
       01  WS-FILTABELL                  PIC X(20).
       01  WS-EXTRAKT-NAMN               PIC X(30).

      *> En extraherad rad: färdig posttext plus de två fält
      *> kontrollsummorna byggs av.
       01  WS-RADTEXT                    PIC X(600).
       01  WS-RAD-BELOPP                 PIC S9(11)V9(2) COMP-3.
       01  WS-RAD-NYCKEL                 PIC S9(10) COMP-3.

       01  WS-ANTAL-RADER                PIC 9(9) VALUE 0.
       01  WS-SUMMA-BELOPP               PIC S9(13)V9(2) COMP-3
                                           VALUE 0.
       01  WS-SUMMA-NYCKEL               PIC S9(15) COMP-3 VALUE 0.
       01  WS-ANTAL-BORT                 PIC 9(9) VALUE 0.
       01  WS-SUMMA-BORT-NYCKEL          PIC S9(15) COMP-3 VALUE 0.

       01  WS-ANTAL-TOTALT               PIC 9(9) VALUE 0.
       01  WS-BORT-TOTALT                PIC 9(9) VALUE 0.
       01  WS-BELOPP-TOTALT              PIC S9(13)V9(2) COMP-3
                                           VALUE 0.
       01  WS-ANTAL-FEL                  PIC 9(6) VALUE 0.

       01  WS-EDIT-BATCHNR               PIC 9(9).
       01  WS-EDIT-VERSION               PIC 9(18).
       01  WS-EDIT-VERSION2              PIC 9(18).
       01  WS-EDIT-ANTAL                 PIC 9(9).
       01  WS-EDIT-BELOPP                PIC -9(13).9(2).
       01  WS-EDIT-NYCKEL                PIC 9(15).
       01  WS-EDIT-ANTAL-BORT            PIC 9(9).
       01  WS-EDIT-BORT-NYCKEL           PIC 9(15).

       LINKAGE SECTION.
       01  LK-PARM-LANGD                 PIC S9(4) COMP.
       01  LK-PARM-DATA                  PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-LANGD LK-PARM-DATA.

       A-MAIN SECTION.

           PERFORM B-CONNECT-TO-DB
           PERFORM C-LAS-PARM
           PERFORM D-HAMTA-BATCHNR
           PERFORM E-HAMTA-OVRE-GRANS

           IF WS-ANTAL-FEL = 0
               PERFORM F-EXTRAHERA-FAKTURA
               PERFORM G-EXTRAHERA-PAMINNELSER
               PERFORM H-EXTRAHERA-HISTORIK
               PERFORM I-EXTRAHERA-AVGIFTER
               PERFORM J-EXTRAHERA-FORDELNING
               PERFORM K-EXTRAHERA-KLIENTMEDEL
               PERFORM L-EXTRAHERA-PAUSER
               PERFORM M-EXTRAHERA-KRONOFOGDEN
               PERFORM N-EXTRAHERA-UPPDRAGSGIVARE
           END-IF

      *> Vattenmärkena flyttades fram tabell för tabell i samma
      *> transaktion - rullas de tillbaka levereras hela natten
      *> om vid nästa körning, och filerna som skrivits ska inte
      *> läsas in.
           IF WS-ANTAL-FEL > 0
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY "FEL UNDER EXTRAKTET - VATTENMARKEN EJ "
                 "FRAMFLYTTADE. FILERNA FAR INTE LASAS IN."
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "Datalagerextrakt klart."
               DISPLAY "Batchnummer:          " WS-BATCH-NR
               DISPLAY "Extraherade rader:    " WS-ANTAL-TOTALT
               DISPLAY "Borttagsposter:       " WS-BORT-TOTALT
           END-IF

           PERFORM S-SPARA-KORNINGSLOGG

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

       C-LAS-PARM SECTION.

           MOVE SPACES TO WS-PARM-TEXT
           IF LK-PARM-LANGD > 0
               MOVE LK-PARM-DATA(1:4) TO WS-PARM-TEXT
           END-IF

           IF WS-PARM-TEXT = "FULL"
               MOVE "J" TO WS-FULL
               DISPLAY "FULLSTANDIGT EXTRAKT - SAMTLIGA RADER "
                 "LEVERERAS."
           ELSE
           IF WS-PARM-TEXT NOT = SPACES
               DISPLAY "OKAND PARM '" WS-PARM-TEXT
                 "' - ANGE FULL ELLER INGET."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF.

       D-HAMTA-BATCHNR SECTION.

      *> Samma lösning som HAMTA-NASTA-SAMLINGSNR i The_Heart.cbl:
      *> räknaren stegas med en UPDATE innan den läses.
           MOVE "DatalagerExtrakt" TO checkpoint-programnamn

           EXEC SQL
               UPDATE REDWARRIOR.dbo.batch_checkpoint
               SET senaste_lopnr = senaste_lopnr + 1
               WHERE programnamn = :checkpoint-programnamn
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.batch_checkpoint
                       (programnamn, senaste_lopnr)
                   VALUES
                       (:checkpoint-programnamn, 1)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   SELECT senaste_lopnr INTO :WS-BATCH-NR
                   FROM REDWARRIOR.dbo.batch_checkpoint
                   WHERE programnamn = :checkpoint-programnamn
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID HAMTNING AV BATCHNUMMER: " SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           END-IF.

       E-HAMTA-OVRE-GRANS SECTION.

           EXEC SQL
               SELECT CAST(MIN_ACTIVE_ROWVERSION() AS BIGINT)
               INTO :WS-OVRE-VERSION
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID LASNING AV RADVERSION: " SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           ELSE
               COMPUTE WS-TILL-VERSION = WS-OVRE-VERSION - 1
           END-IF.

       F-EXTRAHERA-FAKTURA SECTION.

      *> upgnr;kundnr;lopnr;faktdat;forfdat;attbet;belopp_bet;
      *> betaldat;aterbet_flagga;valuta;valuta_kurs
      *> Beloppssumma: attbet.
           MOVE "faktura" TO WS-TABELL
           MOVE "lopnr" TO WS-RADNYCKEL
           MOVE "FAKTURA" TO WS-FILTABELL
           PERFORM P-OPPNA-EXTRAKTFIL

           EXEC SQL
               DECLARE DLFAKTURA_CURSOR CURSOR FOR
               SELECT CONCAT('RAD;', f.upgnr, ';', f.kundnr, ';',
                      f.lopnr, ';',
                      CONVERT(CHAR(10), f.faktdat, 120), ';',
                      CONVERT(CHAR(10), f.forfdat, 120), ';',
                      f.attbet, ';', f.belopp_bet, ';',
                      CONVERT(CHAR(10), f.betaldat, 120), ';',
                      f.aterbet_flagga, ';', f.valuta, ';',
                      f.valuta_kurs, ';',
                      CAST(f.radversion AS BIGINT)),
                      f.attbet, f.lopnr
               FROM REDWARRIOR.dbo.faktura f
               WHERE f.radversion >
                     CAST(CAST(:WS-FRAN-VERSION AS BIGINT) AS BINARY(8))
                 AND f.radversion <
                     CAST(CAST(:WS-OVRE-VERSION AS BIGINT) AS BINARY(8))
               ORDER BY f.radversion
           END-EXEC

           EXEC SQL
               OPEN DLFAKTURA_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN DLFAKTURA_CURSOR: " SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH DLFAKTURA_CURSOR INTO
                       :WS-RADTEXT, :WS-RAD-BELOPP, :WS-RAD-NYCKEL
               END-EXEC

               IF SQLCODE = 0
                   PERFORM Q-SKRIV-EXTRAKTRAD
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH DLFAKTURA: "
                         SQLCODE
                       ADD 1 TO WS-ANTAL-FEL
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE DLFAKTURA_CURSOR
           END-EXEC

           IF WS-FULL NOT = "J"
               PERFORM U-BORTTAG-FLYTTADE
           END-IF

           PERFORM R-STANG-EXTRAKTFIL.

       G-EXTRAHERA-PAMINNELSER SECTION.

      *> paminnelse_id;upgnr;kundnr;lopnr;paminnelse_datum;
      *> forfallo_datum;inkasso_status;paminnelse_niva;
      *> inkasso_exporterad
      *> Beloppssumma: 0 (inga belopp i tabellen).
           MOVE "paminnelser" TO WS-TABELL
           MOVE "lopnr" TO WS-RADNYCKEL
           MOVE "PAMINNELSER" TO WS-FILTABELL
           PERFORM P-OPPNA-EXTRAKTFIL

           EXEC SQL
               DECLARE DLPAMINNELSER_CURSOR CURSOR FOR
               SELECT CONCAT('RAD;', p.paminnelse_id, ';',
                      p.upgnr, ';', p.kundnr, ';', p.lopnr, ';',
                      CONVERT(CHAR(10), p.paminnelse_datum, 120),
                      ';',
                      CONVERT(CHAR(10), p.forfallo_datum, 120),
                      ';', p.inkasso_status, ';',
                      p.paminnelse_niva, ';',
                      p.inkasso_exporterad, ';',
                      CAST(p.radversion AS BIGINT)),
                      CAST(0.00 AS DECIMAL(11,2)), p.lopnr
               FROM REDWARRIOR.dbo.paminnelser p
               WHERE p.radversion >
                     CAST(CAST(:WS-FRAN-VERSION AS BIGINT) AS BINARY(8))
                 AND p.radversion <
                     CAST(CAST(:WS-OVRE-VERSION AS BIGINT) AS BINARY(8))
               ORDER BY p.radversion
           END-EXEC

           EXEC SQL
               OPEN DLPAMINNELSER_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN DLPAMINNELSER_CURSOR: "
                 SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH DLPAMINNELSER_CURSOR INTO
                       :WS-RADTEXT, :WS-RAD-BELOPP, :WS-RAD-NYCKEL
               END-EXEC

               IF SQLCODE = 0
                   PERFORM Q-SKRIV-EXTRAKTRAD
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH DLPAMINNELSER: "
                         SQLCODE
                       ADD 1 TO WS-ANTAL-FEL
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE DLPAMINNELSER_CURSOR
           END-EXEC

           IF WS-FULL NOT = "J"
               PERFORM V-BORTTAG-PAMINNELSER
           END-IF

           PERFORM R-STANG-EXTRAKTFIL.

       H-EXTRAHERA-HISTORIK SECTION.

      *> lopnr;old_status;new_status;changed_by_program;changed_at
      *> Beloppssumma: 0 (inga belopp i tabellen).
           MOVE "paminnelser_history" TO WS-TABELL
           MOVE "radversion" TO WS-RADNYCKEL
           MOVE "PAMINNELSER_HISTORY" TO WS-FILTABELL
           PERFORM P-OPPNA-EXTRAKTFIL

           EXEC SQL
               DECLARE DLHISTORIK_CURSOR CURSOR FOR
               SELECT CONCAT('RAD;', h.lopnr, ';',
                      h.old_status, ';', h.new_status, ';',
                      h.changed_by_program, ';',
                      CONVERT(CHAR(19), h.changed_at, 120), ';',
                      CAST(h.radversion AS BIGINT)),
                      CAST(0.00 AS DECIMAL(11,2)), h.lopnr
               FROM REDWARRIOR.dbo.paminnelser_history h
               WHERE h.radversion >
                     CAST(CAST(:WS-FRAN-VERSION AS BIGINT) AS BINARY(8))
                 AND h.radversion <
                     CAST(CAST(:WS-OVRE-VERSION AS BIGINT) AS BINARY(8))
               ORDER BY h.radversion
           END-EXEC

           EXEC SQL
               OPEN DLHISTORIK_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN DLHISTORIK_CURSOR: "
                 SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH DLHISTORIK_CURSOR INTO
                       :WS-RADTEXT, :WS-RAD-BELOPP, :WS-RAD-NYCKEL
               END-EXEC

               IF SQLCODE = 0
                   PERFORM Q-SKRIV-EXTRAKTRAD
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH DLHISTORIK: "
                         SQLCODE
                       ADD 1 TO WS-ANTAL-FEL
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE DLHISTORIK_CURSOR
           END-EXEC

           PERFORM R-STANG-EXTRAKTFIL.

       I-EXTRAHERA-AVGIFTER SECTION.

      *> rad_id;lopnr;avgift_typ;belopp;skapad_datum;makulerad;
      *> makulerad_datum
      *> Beloppssumma: belopp.
      *> Tabellen saknar nyckel och raderna läggs in på nytt med
      *> ny radversion när ärendet återställs ur historiken
      *> (Y-ATERSTALL-FRAN-HISTORIK) - rad_id byggs därför av det
      *> som följer med raden genom flytten: lopnr-avgift_typ-
      *> skapad_datum(ÅÅÅÅMMDD)-löpnummer inom de tre. När någon
      *> av ärendets rader är ny eller ändrad levereras ärendets
      *> samtliga rader, så löpnumret alltid räknas över samma
      *> mängd - två i övrigt lika avgifter samma dag är
      *> utbytbara.
           MOVE "avgifter" TO WS-TABELL
           MOVE "rad_id" TO WS-RADNYCKEL
           MOVE "AVGIFTER" TO WS-FILTABELL
           PERFORM P-OPPNA-EXTRAKTFIL

           EXEC SQL
               DECLARE DLAVGIFTER_CURSOR CURSOR FOR
               SELECT CONCAT('RAD;', x.lopnr, '-', x.avgift_typ,
                      '-', CONVERT(CHAR(8), x.skapad_datum, 112),
                      '-', x.nr, ';',
                      x.lopnr, ';', x.avgift_typ,
                      ';', x.belopp, ';',
                      CONVERT(CHAR(10), x.skapad_datum, 120), ';',
                      x.makulerad, ';',
                      CONVERT(CHAR(10), x.makulerad_datum, 120),
                      ';', CAST(x.radversion AS BIGINT)),
                      x.belopp, x.lopnr
               FROM (SELECT a.lopnr, a.avgift_typ, a.belopp,
                            a.skapad_datum, a.makulerad,
                            a.makulerad_datum, a.radversion,
                            ROW_NUMBER() OVER
                              (PARTITION BY a.lopnr, a.avgift_typ,
                                            a.skapad_datum
                               ORDER BY a.belopp) AS nr
                     FROM REDWARRIOR.dbo.avgifter a
                     WHERE a.lopnr IN (
                           SELECT a2.lopnr
                           FROM REDWARRIOR.dbo.avgifter a2
                           WHERE a2.radversion >
                                 CAST(CAST(:WS-FRAN-VERSION AS BIGINT)
                                      AS BINARY(8))
                             AND a2.radversion <
                                 CAST(CAST(:WS-OVRE-VERSION AS BIGINT)
                                      AS BINARY(8)))) x
               ORDER BY x.lopnr, x.avgift_typ, x.skapad_datum,
                        x.nr
           END-EXEC

           EXEC SQL
               OPEN DLAVGIFTER_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN DLAVGIFTER_CURSOR: "
                 SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH DLAVGIFTER_CURSOR INTO
                       :WS-RADTEXT, :WS-RAD-BELOPP, :WS-RAD-NYCKEL
               END-EXEC

               IF SQLCODE = 0
                   PERFORM Q-SKRIV-EXTRAKTRAD
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH DLAVGIFTER: "
                         SQLCODE
                       ADD 1 TO WS-ANTAL-FEL
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE DLAVGIFTER_CURSOR
           END-EXEC

           IF WS-FULL NOT = "J"
               PERFORM U-BORTTAG-FLYTTADE
           END-IF

           PERFORM R-STANG-EXTRAKTFIL.

       J-EXTRAHERA-FORDELNING SECTION.

      *> rad_id;lopnr;betaldag;belopp_avgift;belopp_ranta;
      *> belopp_kapital;kalla_program;skapad_at;valuta;kurs;
      *> belopp_ranta_sek;belopp_kapital_sek
      *> Beloppssumma: belopp_avgift + belopp_ranta +
      *> belopp_kapital.
      *> rad_id som för avgifter: lopnr-skapad_at
      *> (ÅÅÅÅMMDDHHMMSS)-löpnummer inom samma sekund, och
      *> ärendets samtliga rader levereras när någon av dem är ny.
           MOVE "betalning_fordelning" TO WS-TABELL
           MOVE "rad_id" TO WS-RADNYCKEL
           MOVE "BETALNING_FORDELNING" TO WS-FILTABELL
           PERFORM P-OPPNA-EXTRAKTFIL

           EXEC SQL
               DECLARE DLFORDELNING_CURSOR CURSOR FOR
               SELECT CONCAT('RAD;', x.lopnr, '-',
                      REPLACE(REPLACE(REPLACE(x.sekund, '-', ''),
                                      ' ', ''), ':', ''),
                      '-', x.nr, ';',
                      x.lopnr, ';',
                      CONVERT(CHAR(10), x.betaldag, 120), ';',
                      x.belopp_avgift, ';', x.belopp_ranta, ';',
                      x.belopp_kapital, ';', x.kalla_program, ';',
                      x.sekund, ';',
                      x.valuta, ';', x.kurs, ';',
                      x.belopp_ranta_sek, ';',
                      x.belopp_kapital_sek, ';',
                      CAST(x.radversion AS BIGINT)),
                      x.belopp_avgift + x.belopp_ranta
                        + x.belopp_kapital,
                      x.lopnr
               FROM (SELECT bf.lopnr, bf.betaldag, bf.belopp_avgift,
                            bf.belopp_ranta, bf.belopp_kapital,
                            bf.kalla_program,
                            CONVERT(CHAR(19), bf.skapad_at, 120)
                              AS sekund,
                            bf.valuta, bf.kurs, bf.belopp_ranta_sek,
                            bf.belopp_kapital_sek, bf.radversion,
                            ROW_NUMBER() OVER
                              (PARTITION BY bf.lopnr,
                                 CONVERT(CHAR(19), bf.skapad_at, 120)
                               ORDER BY bf.skapad_at, bf.betaldag,
                                        bf.kalla_program,
                                        bf.belopp_avgift,
                                        bf.belopp_ranta,
                                        bf.belopp_kapital) AS nr
                     FROM REDWARRIOR.dbo.betalning_fordelning bf
                     WHERE bf.lopnr IN (
                           SELECT bf2.lopnr
                           FROM REDWARRIOR.dbo.betalning_fordelning
                                bf2
                           WHERE bf2.radversion >
                                 CAST(CAST(:WS-FRAN-VERSION AS BIGINT)
                                      AS BINARY(8))
                             AND bf2.radversion <
                                 CAST(CAST(:WS-OVRE-VERSION AS BIGINT)
                                      AS BINARY(8)))) x
               ORDER BY x.lopnr, x.sekund, x.nr
           END-EXEC

           EXEC SQL
               OPEN DLFORDELNING_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN DLFORDELNING_CURSOR: "
                 SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH DLFORDELNING_CURSOR INTO
                       :WS-RADTEXT, :WS-RAD-BELOPP, :WS-RAD-NYCKEL
               END-EXEC

               IF SQLCODE = 0
                   PERFORM Q-SKRIV-EXTRAKTRAD
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH DLFORDELNING: "
                         SQLCODE
                       ADD 1 TO WS-ANTAL-FEL
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE DLFORDELNING_CURSOR
           END-EXEC

           IF WS-FULL NOT = "J"
               PERFORM U-BORTTAG-FLYTTADE
           END-IF

           PERFORM R-STANG-EXTRAKTFIL.

       K-EXTRAHERA-KLIENTMEDEL SECTION.

      *> upgnr;lopnr;typ;belopp;handelse_datum;kalla_program;
      *> bokford_at;utbet_batch;valuta;belopp_valuta
      *> Beloppssumma: belopp.
           MOVE "klientmedel" TO WS-TABELL
           MOVE "radversion" TO WS-RADNYCKEL
           MOVE "KLIENTMEDEL" TO WS-FILTABELL
           PERFORM P-OPPNA-EXTRAKTFIL

           EXEC SQL
               DECLARE DLKLIENTMEDEL_CURSOR CURSOR FOR
               SELECT CONCAT('RAD;', k.upgnr, ';', k.lopnr, ';',
                      k.typ, ';', k.belopp, ';',
                      CONVERT(CHAR(10), k.handelse_datum, 120), ';',
                      k.kalla_program, ';',
                      CONVERT(CHAR(19), k.bokford_at, 120), ';',
                      k.utbet_batch, ';', k.valuta, ';',
                      k.belopp_valuta, ';',
                      CAST(k.radversion AS BIGINT)),
                      k.belopp, k.lopnr
               FROM REDWARRIOR.dbo.klientmedel k
               WHERE k.radversion >
                     CAST(CAST(:WS-FRAN-VERSION AS BIGINT) AS BINARY(8))
                 AND k.radversion <
                     CAST(CAST(:WS-OVRE-VERSION AS BIGINT) AS BINARY(8))
               ORDER BY k.radversion
           END-EXEC

           EXEC SQL
               OPEN DLKLIENTMEDEL_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN DLKLIENTMEDEL_CURSOR: "
                 SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH DLKLIENTMEDEL_CURSOR INTO
                       :WS-RADTEXT, :WS-RAD-BELOPP, :WS-RAD-NYCKEL
               END-EXEC

               IF SQLCODE = 0
                   PERFORM Q-SKRIV-EXTRAKTRAD
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH DLKLIENTMEDEL: "
                         SQLCODE
                       ADD 1 TO WS-ANTAL-FEL
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE DLKLIENTMEDEL_CURSOR
           END-EXEC

           PERFORM R-STANG-EXTRAKTFIL.

       L-EXTRAHERA-PAUSER SECTION.

      *> rad_id;lopnr;orsakskod;kalla_program;paus_datum;
      *> bevaka_datum;slappt;slappt_datum;slappt_av;avslutad_datum
      *> Beloppssumma: 0 (inga belopp i tabellen).
      *> Raderna uppdateras när pausen släpps eller avslutas men
      *> saknar nyckel - rad_id är lopnr-orsakskod-paus_datum
      *> (ÅÅÅÅMMDD)-löpnummer, och ärendets samtliga pauser
      *> levereras när någon av dem ändrats, som för avgifter.
           MOVE "paus_register" TO WS-TABELL
           MOVE "rad_id" TO WS-RADNYCKEL
           MOVE "PAUS_REGISTER" TO WS-FILTABELL
           PERFORM P-OPPNA-EXTRAKTFIL

           EXEC SQL
               DECLARE DLPAUSER_CURSOR CURSOR FOR
               SELECT CONCAT('RAD;', x.lopnr, '-', x.orsakskod,
                      '-', CONVERT(CHAR(8), x.paus_datum, 112),
                      '-', x.nr, ';',
                      x.lopnr, ';', x.orsakskod,
                      ';', x.kalla_program, ';',
                      CONVERT(CHAR(10), x.paus_datum, 120), ';',
                      CONVERT(CHAR(10), x.bevaka_datum, 120), ';',
                      x.slappt, ';',
                      CONVERT(CHAR(10), x.slappt_datum, 120), ';',
                      x.slappt_av, ';',
                      CONVERT(CHAR(10), x.avslutad_datum, 120),
                      ';', CAST(x.radversion AS BIGINT)),
                      CAST(0.00 AS DECIMAL(11,2)), x.lopnr
               FROM (SELECT pr.lopnr, pr.orsakskod, pr.kalla_program,
                            pr.paus_datum, pr.bevaka_datum,
                            pr.slappt, pr.slappt_datum, pr.slappt_av,
                            pr.avslutad_datum, pr.radversion,
                            ROW_NUMBER() OVER
                              (PARTITION BY pr.lopnr, pr.orsakskod,
                                            pr.paus_datum
                               ORDER BY pr.kalla_program) AS nr
                     FROM REDWARRIOR.dbo.paus_register pr
                     WHERE pr.lopnr IN (
                           SELECT pr2.lopnr
                           FROM REDWARRIOR.dbo.paus_register pr2
                           WHERE pr2.radversion >
                                 CAST(CAST(:WS-FRAN-VERSION AS BIGINT)
                                      AS BINARY(8))
                             AND pr2.radversion <
                                 CAST(CAST(:WS-OVRE-VERSION AS BIGINT)
                                      AS BINARY(8)))) x
               ORDER BY x.lopnr, x.orsakskod, x.paus_datum, x.nr
           END-EXEC

           EXEC SQL
               OPEN DLPAUSER_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN DLPAUSER_CURSOR: " SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH DLPAUSER_CURSOR INTO
                       :WS-RADTEXT, :WS-RAD-BELOPP, :WS-RAD-NYCKEL
               END-EXEC

               IF SQLCODE = 0
                   PERFORM Q-SKRIV-EXTRAKTRAD
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH DLPAUSER: "
                         SQLCODE
                       ADD 1 TO WS-ANTAL-FEL
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE DLPAUSER_CURSOR
           END-EXEC

           PERFORM R-STANG-EXTRAKTFIL.

       M-EXTRAHERA-KRONOFOGDEN SECTION.

      *> lopnr;status;kapital;avgifter;ranta;ansokan_datum;
      *> utfall_datum;batch_nr;signatur;skapad_at
      *> Beloppssumma: kapital + avgifter + ranta.
           MOVE "kronofogden_arenden" TO WS-TABELL
           MOVE "lopnr" TO WS-RADNYCKEL
           MOVE "KRONOFOGDEN_ARENDEN" TO WS-FILTABELL
           PERFORM P-OPPNA-EXTRAKTFIL

           EXEC SQL
               DECLARE DLKRONOFOGDEN_CURSOR CURSOR FOR
               SELECT CONCAT('RAD;', kf.lopnr, ';', kf.status, ';',
                      kf.kapital, ';', kf.avgifter, ';', kf.ranta,
                      ';',
                      CONVERT(CHAR(10), kf.ansokan_datum, 120), ';',
                      CONVERT(CHAR(10), kf.utfall_datum, 120), ';',
                      kf.batch_nr, ';', kf.signatur, ';',
                      CONVERT(CHAR(19), kf.skapad_at, 120), ';',
                      CAST(kf.radversion AS BIGINT)),
                      kf.kapital + kf.avgifter + kf.ranta,
                      kf.lopnr
               FROM REDWARRIOR.dbo.kronofogden_arenden kf
               WHERE kf.radversion >
                     CAST(CAST(:WS-FRAN-VERSION AS BIGINT) AS BINARY(8))
                 AND kf.radversion <
                     CAST(CAST(:WS-OVRE-VERSION AS BIGINT) AS BINARY(8))
               ORDER BY kf.radversion
           END-EXEC

           EXEC SQL
               OPEN DLKRONOFOGDEN_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN DLKRONOFOGDEN_CURSOR: "
                 SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH DLKRONOFOGDEN_CURSOR INTO
                       :WS-RADTEXT, :WS-RAD-BELOPP, :WS-RAD-NYCKEL
               END-EXEC

               IF SQLCODE = 0
                   PERFORM Q-SKRIV-EXTRAKTRAD
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH DLKRONOFOGDEN: "
                         SQLCODE
                       ADD 1 TO WS-ANTAL-FEL
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE DLKRONOFOGDEN_CURSOR
           END-EXEC

           PERFORM R-STANG-EXTRAKTFIL.

       N-EXTRAHERA-UPPDRAGSGIVARE SECTION.

      *> upgnr;namn;orgnr;statusfil_typ;samlingskrav;
      *> avslut_datum;aktiv
      *> Beloppssumma: 0, kontrollsumma: upgnr. kontakt (en
      *> namngiven kontaktperson) och bankkonto lämnar inte
      *> systemet - datalagret behöver dem inte.
           MOVE "uppdragsgivare" TO WS-TABELL
           MOVE "upgnr" TO WS-RADNYCKEL
           MOVE "UPPDRAGSGIVARE" TO WS-FILTABELL
           PERFORM P-OPPNA-EXTRAKTFIL

           EXEC SQL
               DECLARE DLUPPDRAGSGIVARE_CURSOR CURSOR FOR
               SELECT CONCAT('RAD;', u.upgnr, ';',
                      REPLACE(u.namn, ';', ','), ';', u.orgnr, ';',
                      u.statusfil_typ, ';', u.samlingskrav, ';',
                      CONVERT(CHAR(10), u.avslut_datum, 120), ';',
                      u.aktiv, ';',
                      CAST(u.radversion AS BIGINT)),
                      CAST(0.00 AS DECIMAL(11,2)), u.upgnr
               FROM REDWARRIOR.dbo.uppdragsgivare u
               WHERE u.radversion >
                     CAST(CAST(:WS-FRAN-VERSION AS BIGINT) AS BINARY(8))
                 AND u.radversion <
                     CAST(CAST(:WS-OVRE-VERSION AS BIGINT) AS BINARY(8))
               ORDER BY u.radversion
           END-EXEC

           EXEC SQL
               OPEN DLUPPDRAGSGIVARE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN DLUPPDRAGSGIVARE_CURSOR: "
                 SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           ELSE
           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   FETCH DLUPPDRAGSGIVARE_CURSOR INTO
                       :WS-RADTEXT, :WS-RAD-BELOPP, :WS-RAD-NYCKEL
               END-EXEC

               IF SQLCODE = 0
                   PERFORM Q-SKRIV-EXTRAKTRAD
               ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH DLUPPDRAGSGIVARE: "
                         SQLCODE
                       ADD 1 TO WS-ANTAL-FEL
                   END-IF
               END-IF

           END-PERFORM
           END-IF

           EXEC SQL
               CLOSE DLUPPDRAGSGIVARE_CURSOR
           END-EXEC

           PERFORM R-STANG-EXTRAKTFIL.

       U-BORTTAG-FLYTTADE SECTION.

      *> Borttagsposter för faktura, avgifter och
      *> betalning_fordelning: ärenden som flyttats till
      *> historiken (faktura_flytt riktning UT) inom tabellens
      *> versionsintervall och som fortfarande saknas i
      *> grundtabellen. Ett ärende som hunnit flyttas tillbaka
      *> (IN) ligger kvar och har levererats som RAD med ny
      *> radversion. Tidpunkt = senaste UT-flytten i intervallet.
      *> Nyckeln i kontrollsumman är lopnr.
           EXEC SQL
               DECLARE DLFLYTTADE_CURSOR CURSOR FOR
               SELECT CONCAT('BORT;', ff.lopnr, ';HISTORIK;',
                      CONVERT(CHAR(19), MAX(ff.flyttad_at), 120)),
                      ff.lopnr
               FROM REDWARRIOR.dbo.faktura_flytt ff
               WHERE ff.riktning = 'UT'
                 AND ff.radversion >
                     CAST(CAST(:WS-FRAN-VERSION AS BIGINT) AS BINARY(8))
                 AND ff.radversion <
                     CAST(CAST(:WS-OVRE-VERSION AS BIGINT) AS BINARY(8))
                 AND NOT EXISTS (
                     SELECT 1 FROM REDWARRIOR.dbo.faktura f
                     WHERE f.lopnr = ff.lopnr)
               GROUP BY ff.lopnr
               ORDER BY ff.lopnr
           END-EXEC

           EXEC SQL
               OPEN DLFLYTTADE_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN DLFLYTTADE_CURSOR FOR "
                 WS-TABELL ": " SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           ELSE
               PERFORM UNTIL SQLCODE NOT = 0
                   EXEC SQL
                       FETCH DLFLYTTADE_CURSOR INTO
                       :WS-RADTEXT, :WS-RAD-NYCKEL
                   END-EXEC

                   IF SQLCODE = 0
                       PERFORM Q1-SKRIV-BORTPOST
                   ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH DLFLYTTADE_CURSOR: "
                         SQLCODE
                       ADD 1 TO WS-ANTAL-FEL
                   END-IF
                   END-IF
               END-PERFORM
           END-IF

           EXEC SQL
               CLOSE DLFLYTTADE_CURSOR
           END-EXEC.

       V-BORTTAG-PAMINNELSER SECTION.

      *> Borttagsposter för paminnelser: ärenden med
      *> paminnelser-rad som flyttats till historiken (orsak
      *> HISTORIK), och ärenden vars rad tagits bort när fakturan
      *> betalats eller krediterats - paminnelser_history
      *> new_status BORTTAGEN/KREDITERAD (orsak BORTTAGEN). Båda
      *> inom tabellens versionsintervall och bara om raden
      *> fortfarande saknas. Finns båda orsakerna vinner
      *> HISTORIK. Nyckeln i kontrollsumman är lopnr.
           EXEC SQL
               DECLARE DLPAMBORT_CURSOR CURSOR FOR
               SELECT CONCAT('BORT;', b.lopnr, ';', MAX(b.orsak),
                      ';', CONVERT(CHAR(19), MAX(b.tidpunkt), 120)),
                      b.lopnr
               FROM (SELECT ff.lopnr, 'HISTORIK' AS orsak,
                            ff.flyttad_at AS tidpunkt
                     FROM REDWARRIOR.dbo.faktura_flytt ff
                     WHERE ff.riktning = 'UT'
                       AND ff.har_paminnelse = 'J'
                       AND ff.radversion >
                           CAST(CAST(:WS-FRAN-VERSION AS BIGINT)
                                AS BINARY(8))
                       AND ff.radversion <
                           CAST(CAST(:WS-OVRE-VERSION AS BIGINT)
                                AS BINARY(8))
                     UNION ALL
                     SELECT ph.lopnr, 'BORTTAGEN', ph.changed_at
                     FROM REDWARRIOR.dbo.paminnelser_history ph
                     WHERE ph.new_status IN ('BORTTAGEN',
                                             'KREDITERAD')
                       AND ph.radversion >
                           CAST(CAST(:WS-FRAN-VERSION AS BIGINT)
                                AS BINARY(8))
                       AND ph.radversion <
                           CAST(CAST(:WS-OVRE-VERSION AS BIGINT)
                                AS BINARY(8))) b
               WHERE NOT EXISTS (
                     SELECT 1 FROM REDWARRIOR.dbo.paminnelser p
                     WHERE p.lopnr = b.lopnr)
               GROUP BY b.lopnr
               ORDER BY b.lopnr
           END-EXEC

           EXEC SQL
               OPEN DLPAMBORT_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "SQL FEL VID OPEN DLPAMBORT_CURSOR: " SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           ELSE
               PERFORM UNTIL SQLCODE NOT = 0
                   EXEC SQL
                       FETCH DLPAMBORT_CURSOR INTO
                       :WS-RADTEXT, :WS-RAD-NYCKEL
                   END-EXEC

                   IF SQLCODE = 0
                       PERFORM Q1-SKRIV-BORTPOST
                   ELSE
                   IF SQLCODE NOT = 100
                       DISPLAY "SQL FEL VID FETCH DLPAMBORT_CURSOR: "
                         SQLCODE
                       ADD 1 TO WS-ANTAL-FEL
                   END-IF
                   END-IF
               END-PERFORM
           END-IF

           EXEC SQL
               CLOSE DLPAMBORT_CURSOR
           END-EXEC.

       P-OPPNA-EXTRAKTFIL SECTION.

      *> Hämtar tabellens vattenmärke (0 = ingen leverans ännu,
      *> eller PARM='FULL'), öppnar filen och skriver huvudposten
      *> med tabellens radnyckel (WS-RADNYCKEL).
           MOVE 0 TO WS-FRAN-VERSION
           MOVE 0 TO WS-ANTAL-RADER
           MOVE 0 TO WS-SUMMA-BELOPP
           MOVE 0 TO WS-SUMMA-NYCKEL
           MOVE 0 TO WS-ANTAL-BORT
           MOVE 0 TO WS-SUMMA-BORT-NYCKEL

           IF WS-FULL NOT = "J"
               MOVE WS-TABELL TO dlvm-tabell

               EXEC SQL
                   SELECT senaste_version INTO :WS-FRAN-VERSION
                   FROM REDWARRIOR.dbo.datalager_vattenmarke
                   WHERE tabell = :dlvm-tabell
               END-EXEC

               IF SQLCODE = 100
                   MOVE 0 TO WS-FRAN-VERSION
               ELSE
               IF SQLCODE NOT = 0
                   DISPLAY "FEL VID LASNING AV VATTENMARKE FOR "
                     WS-TABELL ": " SQLCODE
                   ADD 1 TO WS-ANTAL-FEL
               END-IF
               END-IF
           END-IF

           MOVE SPACES TO WS-EXTRAKT-NAMN
           STRING
             "DL_" WS-FILTABELL DELIMITED BY SPACE
             ".TXT" DELIMITED BY SIZE
             INTO WS-EXTRAKT-NAMN
           END-STRING

           OPEN OUTPUT DATALAGERFIL

           PERFORM T-SATT-TIDSSTAMPEL
           MOVE WS-BATCH-NR TO WS-EDIT-BATCHNR
           MOVE WS-FRAN-VERSION TO WS-EDIT-VERSION
           MOVE WS-TILL-VERSION TO WS-EDIT-VERSION2
           MOVE SPACES TO DATALAGER-RAD
           STRING
             "HUVUD;" WS-TABELL DELIMITED BY SPACE
             ";" WS-TIDSSTAMPEL ";" WS-EDIT-BATCHNR
             ";" WS-EDIT-VERSION ";" WS-EDIT-VERSION2 ";"
             DELIMITED BY SIZE
             WS-RADNYCKEL DELIMITED BY SPACE
             INTO DATALAGER-RAD
           END-STRING
           WRITE DATALAGER-RAD.

       Q-SKRIV-EXTRAKTRAD SECTION.

           MOVE WS-RADTEXT TO DATALAGER-RAD
           WRITE DATALAGER-RAD

           ADD 1 TO WS-ANTAL-RADER
           ADD WS-RAD-BELOPP TO WS-SUMMA-BELOPP
           ADD WS-RAD-NYCKEL TO WS-SUMMA-NYCKEL.

       Q1-SKRIV-BORTPOST SECTION.

           MOVE WS-RADTEXT TO DATALAGER-RAD
           WRITE DATALAGER-RAD

           ADD 1 TO WS-ANTAL-BORT
           ADD WS-RAD-NYCKEL TO WS-SUMMA-BORT-NYCKEL.

       R-STANG-EXTRAKTFIL SECTION.

      *> Slutposten med kontrollsummorna för RAD- och
      *> BORT-posterna var för sig, sedan flyttas tabellens
      *> vattenmärke fram till körningens övre gräns. Bekräftas
      *> först i A-MAIN när samtliga tabeller gått igenom.
           MOVE WS-ANTAL-RADER TO WS-EDIT-ANTAL
           MOVE WS-SUMMA-BELOPP TO WS-EDIT-BELOPP
           MOVE WS-SUMMA-NYCKEL TO WS-EDIT-NYCKEL
           MOVE WS-ANTAL-BORT TO WS-EDIT-ANTAL-BORT
           MOVE WS-SUMMA-BORT-NYCKEL TO WS-EDIT-BORT-NYCKEL
           MOVE SPACES TO DATALAGER-RAD
           STRING
             "SLUT;" WS-EDIT-ANTAL ";" WS-EDIT-BELOPP
             ";" WS-EDIT-NYCKEL ";" WS-EDIT-ANTAL-BORT
             ";" WS-EDIT-BORT-NYCKEL
             DELIMITED BY SIZE
             INTO DATALAGER-RAD
           END-STRING
           WRITE DATALAGER-RAD

           CLOSE DATALAGERFIL

           ADD WS-ANTAL-RADER TO WS-ANTAL-TOTALT
           ADD WS-SUMMA-BELOPP TO WS-BELOPP-TOTALT
           ADD WS-ANTAL-BORT TO WS-BORT-TOTALT

           MOVE WS-TABELL TO dlvm-tabell
           MOVE WS-TILL-VERSION TO dlvm-senaste-version
           MOVE WS-BATCH-NR TO dlvm-senaste-batchnr
           MOVE WS-ANTAL-RADER TO dlvm-antal-rader
           MOVE WS-TIDSSTAMPEL TO dlvm-extraherad-at

           EXEC SQL
               UPDATE REDWARRIOR.dbo.datalager_vattenmarke
               SET senaste_version = :dlvm-senaste-version,
                   senaste_batchnr = :dlvm-senaste-batchnr,
                   antal_rader = :dlvm-antal-rader,
                   extraherad_at = :dlvm-extraherad-at
               WHERE tabell = :dlvm-tabell
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO REDWARRIOR.dbo.datalager_vattenmarke
                       (tabell, senaste_version, senaste_batchnr,
                        antal_rader, extraherad_at)
                   VALUES
                       (:dlvm-tabell, :dlvm-senaste-version,
                        :dlvm-senaste-batchnr, :dlvm-antal-rader,
                        :dlvm-extraherad-at)
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               DISPLAY "FEL VID UPPDATERING AV VATTENMARKE FOR "
                 WS-TABELL ": " SQLCODE
               ADD 1 TO WS-ANTAL-FEL
           END-IF

           DISPLAY WS-EXTRAKT-NAMN " rader: " WS-ANTAL-RADER
             " borttag: " WS-ANTAL-BORT.

       S-SPARA-KORNINGSLOGG SECTION.

      *> En rad i run_history per körning: extraherade rader över
      *> alla tabeller i antal_infogade, borttagsposter i
      *> antal_borttagna och summan av beloppssummorna i
      *> kontroll_belopp.
           PERFORM T-SATT-TIDSSTAMPEL
           MOVE WS-TIDSSTAMPEL TO run-history-timestamp
           MOVE "DatalagerExtrakt" TO run-history-programnamn
           IF WS-FULL = "J"
               MOVE "FULL" TO run-history-steg
           ELSE
               MOVE "DELTA" TO run-history-steg
           END-IF
           MOVE WS-ANTAL-TOTALT TO run-history-antal-infogade
           MOVE WS-BORT-TOTALT TO run-history-antal-borttagna
           MOVE 0 TO run-history-antal-flaggade
           MOVE 0 TO run-history-antal-avskrivna
           MOVE 0 TO run-history-antal-aterbet
           MOVE WS-BELOPP-TOTALT TO run-history-kontroll-belopp
           MOVE WS-BATCH-NR TO WS-EDIT-BATCHNR
           MOVE SPACES TO run-history-parametrar
           STRING
             "BATCH=" WS-EDIT-BATCHNR " FEL=" WS-ANTAL-FEL
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
