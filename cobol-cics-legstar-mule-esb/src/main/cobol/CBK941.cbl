000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBK941.
000300 AUTHOR.        H-J WILMS.
000400 INSTALLATION.  BANKLEITZAHLEN-AUSKUNFT.
000500 DATE-WRITTEN.  15.10.2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* AENDERUNGSHISTORIE                                           *
000900*--------------------------------------------------------------*
001000* DATUM      NAME  BESCHREIBUNG                                 *
001100* ---------- ----- ------------------------------------------- *
001200* 15.10.2026 HJW   ERSTERSTELLUNG - FREIGABE- UND EINSPIELLAUF  *
001300*                  FUER DIE BEOBACHTUNGSLISTE                   *
001400*                  (VIER-AUGEN-PRINZIP)                         *
001500*--------------------------------------------------------------*
001600* ZWECK:                                                       *
001700*   SPIELT DIE VORSCHLAEGE AUS CBK940 (BEOBVOR, AUFBAU         *
001800*   BEOVSATZ) IN DIE TABELLE BEOBLISTE EIN. DER FREIGEBER      *
001900*   STEHT IN DER STEUERKARTE (STEUERIN, STELLE 1-8) UND MUSS   *
002000*   SICH VOM ERFASSER JEDES VORSCHLAGS UNTERSCHEIDEN - SONST   *
002100*   WIRD DER LAUF OHNE AENDERUNG DER TABELLE MIT RC 16         *
002200*   BEENDET.                                                   *
002300*   VOR JEDER AENDERUNG WIRD DER TABELLENEINTRAG NEU GELESEN.  *
002400*   WURDE ER SEIT DEM VORSCHLAG GEAENDERT, ANGELEGT ODER       *
002500*   GELOESCHT, WIRD DER VORSCHLAG ZURUECKGEWIESEN (WIE CBK030  *
002600*   RC '27') UND DER LAUF ENDET MIT RC 4. ALLE UEBRIGEN        *
002700*   AENDERUNGEN WERDEN MIT ERFASSER, FREIGEBER UND             *
002800*   FREIGABEDATUM GESCHRIEBEN UND AM ENDE MIT EINEM EINZIGEN   *
002900*   COMMIT FESTGESCHRIEBEN; EIN DATENBANKFEHLER SETZT ALLES    *
003000*   ZURUECK (RC 16).                                           *
003010*   KANN DER TABELLENSTAND NACH DEM COMMIT NICHT               *
003020*   GEZAEHLT WERDEN, BLEIBEN DIE AENDERUNGEN BESTEHEN; DER     *
003030*   BERICHT WEIST DIES AUS UND DER LAUF ENDET MIT RC 4.        *
003100*--------------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SPECIAL-NAMES.
003500     DECIMAL-POINT IS COMMA.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT VORSCHLAG-DATEI ASSIGN TO BEOBVOR
003900            ORGANIZATION IS SEQUENTIAL.
004000     SELECT STEUER-DATEI   ASSIGN TO STEUERIN
004100            ORGANIZATION IS SEQUENTIAL.
004200     SELECT BERICHT-DATEI  ASSIGN TO BEOBRPT
004300            ORGANIZATION IS SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  VORSCHLAG-DATEI
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900     COPY BEOVSATZ.
005000 FD  STEUER-DATEI
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300 01  STEUER-SATZ.
005400     05 STEU-BENUTZER          PIC X(08).
005500     05 FILLER                 PIC X(72).
005600 FD  BERICHT-DATEI
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 01  BERICHT-ZEILE             PIC X(101).
006000 WORKING-STORAGE SECTION.
006100*--------------------------------------------------------------*
006200* SCHALTER UND ZAEHLER                                         *
006300*--------------------------------------------------------------*
006400 77  WS-SQLCODE                PIC S9(05) COMP VALUE ZERO.
006500 01  WS-SCHALTER.
006600     05 WS-EOF-KZ              PIC X(01) VALUE 'N'.
006700         88 WS-EOF                    VALUE 'J'.
006800     05 WS-BESTAND-KZ          PIC X(01) VALUE 'N'.
006900         88 WS-BESTAND-GEFUNDEN       VALUE 'J'.
007000         88 WS-BESTAND-FEHLT          VALUE 'N'.
007100     05 WS-VORSCHLAG-OK-KZ     PIC X(01) VALUE 'J'.
007200         88 WS-VORSCHLAG-OK           VALUE 'J'.
007300         88 WS-VORSCHLAG-VERALTET     VALUE 'N'.
007310     05 WS-NACHHER-KZ          PIC X(01) VALUE 'J'.
007320         88 WS-NACHHER-ERMITTELT      VALUE 'J'.
007330         88 WS-NACHHER-FEHLT          VALUE 'N'.
007400 01  WS-ZAEHLER.
007500     05 WS-ANZAHL-GELESEN      PIC 9(05) COMP VALUE ZERO.
007600     05 WS-ANZAHL-NEU          PIC 9(05) COMP VALUE ZERO.
007700     05 WS-ANZAHL-GEAENDERT    PIC 9(05) COMP VALUE ZERO.
007800     05 WS-ANZAHL-GELOESCHT    PIC 9(05) COMP VALUE ZERO.
007900     05 WS-ANZAHL-ZURUECK      PIC 9(05) COMP VALUE ZERO.
008000 01  WS-TABELLE-VORHER         PIC S9(09) COMP VALUE ZERO.
008100 01  WS-TABELLE-NACHHER        PIC S9(09) COMP VALUE ZERO.
008200 01  WS-FREIGEBER              PIC X(08) VALUE SPACES.
008300 01  WS-ERFASSER               PIC X(08) VALUE SPACES.
008400 01  WS-DATUM.
008500     05 WS-DATUM-JJ            PIC 9(02).
008600     05 WS-DATUM-MM            PIC 9(02).
008700     05 WS-DATUM-TT            PIC 9(02).
008800 01  WS-HEUTE                  PIC X(08).
008900*--------------------------------------------------------------*
009000* AUFBAU DER DETAILZEILEN IM BERICHT (WIE CBK940)              *
009100*--------------------------------------------------------------*
009200 01  WS-DETAILZEILE.
009300     05 WS-DZ-AKTION           PIC X(16).
009400     05 WS-DZ-ART              PIC X(01).
009500     05 FILLER                 PIC X(01) VALUE SPACES.
009600     05 WS-DZ-WERT             PIC X(11).
009700     05 FILLER                 PIC X(02) VALUE SPACES.
009800     05 WS-DZ-KATEGORIE        PIC X(01).
009900     05 FILLER                 PIC X(02) VALUE SPACES.
010000     05 WS-DZ-GUELTIG-VON      PIC X(08).
010100     05 FILLER                 PIC X(01) VALUE SPACES.
010200     05 WS-DZ-GUELTIG-BIS      PIC X(08).
010300     05 FILLER                 PIC X(02) VALUE SPACES.
010400     05 WS-DZ-GRUND            PIC X(40).
010500     05 FILLER                 PIC X(08) VALUE SPACES.
010600 01  WS-ZAEHLERZEILE.
010700     05 WS-ZZ-TEXT             PIC X(46).
010800     05 WS-ZZ-ANZAHL           PIC ZZZZ9.
010900     05 FILLER                 PIC X(50) VALUE SPACES.
011000*--------------------------------------------------------------*
011100* DB2 KOMMUNIKATIONSBEREICH UND HOST-VARIABLEN                 *
011200*--------------------------------------------------------------*
011300     EXEC SQL INCLUDE SQLCA END-EXEC.
011400     COPY BEOBSATZ.
011500 PROCEDURE DIVISION.
011600*--------------------------------------------------------------*
011700* 0000-MAINLINE                                                *
011800*--------------------------------------------------------------*
011900 0000-MAINLINE.
012000     PERFORM 1000-INITIALISIEREN  THRU 1000-EXIT
012100     PERFORM 3000-VORSCHLAG-VERARBEITEN THRU 3000-EXIT
012200         UNTIL WS-EOF
012300     PERFORM 8000-ABSCHLUSS       THRU 8000-EXIT
012400     STOP RUN.
012500*--------------------------------------------------------------*
012600* 1000-INITIALISIEREN - STEUERKARTE LESEN, DATEIEN OEFFNEN,    *
012700* TABELLENSTAND VOR DER FREIGABE ERMITTELN, ERSTEN VORSCHLAG   *
012800* LESEN                                                        *
012900*--------------------------------------------------------------*
013000 1000-INITIALISIEREN.
013100     OPEN INPUT  VORSCHLAG-DATEI
013200     OPEN INPUT  STEUER-DATEI
013300     OPEN OUTPUT BERICHT-DATEI
013400     ACCEPT WS-DATUM FROM DATE
013500     STRING '20' WS-DATUM-JJ WS-DATUM-MM WS-DATUM-TT
013600            DELIMITED BY SIZE
013700       INTO WS-HEUTE
013800     READ STEUER-DATEI
013900         AT END
014000             MOVE SPACES          TO STEU-BENUTZER
014100     END-READ
014200     MOVE STEU-BENUTZER           TO WS-FREIGEBER
014300     CLOSE STEUER-DATEI
014400     IF WS-FREIGEBER = SPACES
014500         DISPLAY 'CBK941: KEIN FREIGEBER IN DER STEUERKARTE - '
014600                 'LAUF ABGEBROCHEN'
014700         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
014800     END-IF
014900     PERFORM 2100-BERICHTSKOPF-SCHREIBEN THRU 2100-EXIT
015000     EXEC SQL
015100         SELECT COUNT(*)
015200           INTO :WS-TABELLE-VORHER
015300           FROM BEOBLISTE
015400     END-EXEC
015500     MOVE SQLCODE                 TO WS-SQLCODE
015600     IF WS-SQLCODE NOT = ZERO
015700         DISPLAY 'CBK941: FEHLER COUNT BEOBLISTE SQLCODE '
015800                 WS-SQLCODE
015900         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
016000     END-IF
016100     PERFORM 2200-VORSCHLAG-LESEN THRU 2200-EXIT
016200     IF WS-EOF
016300         MOVE SPACES TO BERICHT-ZEILE
016400         MOVE 'KEINE VORSCHLAEGE ZUR FREIGABE VORHANDEN'
016500           TO BERICHT-ZEILE
016600         WRITE BERICHT-ZEILE
016700     END-IF.
016800 1000-EXIT.
016900     EXIT.
017000*--------------------------------------------------------------*
017100* 2100-BERICHTSKOPF-SCHREIBEN                                  *
017200*--------------------------------------------------------------*
017300 2100-BERICHTSKOPF-SCHREIBEN.
017400     MOVE SPACES TO BERICHT-ZEILE
017500     STRING 'FREIGABE BEOBACHTUNGSLISTE VOM 20' WS-DATUM-JJ '-'
017600            WS-DATUM-MM '-' WS-DATUM-TT '  FREIGEBER '
017700            WS-FREIGEBER DELIMITED BY SIZE
017800       INTO BERICHT-ZEILE
017900     WRITE BERICHT-ZEILE
018000     MOVE SPACES TO BERICHT-ZEILE
018100     WRITE BERICHT-ZEILE
018200     MOVE SPACES TO BERICHT-ZEILE
018300     STRING 'AKTION          A WERT         K  VON      BIS'
018400                DELIMITED BY SIZE
018500            '       GRUND' DELIMITED BY SIZE
018600       INTO BERICHT-ZEILE
018700     WRITE BERICHT-ZEILE
018800     MOVE SPACES TO BERICHT-ZEILE
018900     WRITE BERICHT-ZEILE.
019000 2100-EXIT.
019100     EXIT.
019200*--------------------------------------------------------------*
019300* 2200-VORSCHLAG-LESEN - NAECHSTEN VORSCHLAG LESEN;            *
019400* VIER-AUGEN-PRINZIP: ERFASSER UND FREIGEBER MUESSEN           *
019500* VERSCHIEDEN SEIN                                             *
019600*--------------------------------------------------------------*
019700 2200-VORSCHLAG-LESEN.
019800     READ VORSCHLAG-DATEI
019900         AT END
020000             SET WS-EOF           TO TRUE
020100     END-READ
020200     IF WS-EOF
020300         GO TO 2200-EXIT
020400     END-IF
020500     ADD 1 TO WS-ANZAHL-GELESEN
020600     MOVE VOR-ERFASSER            TO WS-ERFASSER
020700     IF VOR-ERFASSER = WS-FREIGEBER
020800         DISPLAY 'CBK941: FREIGEBER ' WS-FREIGEBER
020900                 ' IST ERFASSER DES VORSCHLAGS - '
021000                 'NICHTS EINGESPIELT'
021100         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
021200     END-IF.
021300 2200-EXIT.
021400     EXIT.
021500*--------------------------------------------------------------*
021600* 3000-VORSCHLAG-VERARBEITEN - BESTAND NEU LESEN, GEGEN DIE    *
021700* ALTWERTE DES VORSCHLAGS PRUEFEN UND DIE AENDERUNG AUSFUEHREN *
021800*--------------------------------------------------------------*
021900 3000-VORSCHLAG-VERARBEITEN.
022000     PERFORM 3100-BESTAND-LESEN   THRU 3100-EXIT
022100     PERFORM 3200-BESTAND-PRUEFEN THRU 3200-EXIT
022200     IF WS-VORSCHLAG-VERALTET
022300         PERFORM 4400-VORSCHLAG-ZURUECKWEISEN THRU 4400-EXIT
022400     ELSE
022500         EVALUATE TRUE
022600             WHEN VOR-HINZUFUEGEN
022700                 PERFORM 4100-EINTRAG-EINFUEGEN THRU 4100-EXIT
022800             WHEN VOR-AENDERN
022900                 PERFORM 4200-EINTRAG-AENDERN THRU 4200-EXIT
023000             WHEN VOR-LOESCHEN
023100                 PERFORM 4300-EINTRAG-LOESCHEN THRU 4300-EXIT
023200         END-EVALUATE
023300     END-IF
023400     PERFORM 2200-VORSCHLAG-LESEN THRU 2200-EXIT.
023500 3000-EXIT.
023600     EXIT.
023700*--------------------------------------------------------------*
023800* 3100-BESTAND-LESEN - AKTUELLEN TABELLENEINTRAG LESEN         *
023900*--------------------------------------------------------------*
024000 3100-BESTAND-LESEN.
024100     MOVE VOR-ART                 TO BEO-ART
024200     MOVE VOR-WERT                TO BEO-WERT
024300     EXEC SQL
024400         SELECT KATEGORIE, GRUND, GUELTIG_VON, GUELTIG_BIS
024500           INTO :BEO-KATEGORIE, :BEO-GRUND,
024600                :BEO-GUELTIG-VON, :BEO-GUELTIG-BIS
024700           FROM BEOBLISTE
024800          WHERE ART  = :BEO-ART
024900            AND WERT = :BEO-WERT
025000     END-EXEC
025100     MOVE SQLCODE                 TO WS-SQLCODE
025200     EVALUATE TRUE
025300         WHEN WS-SQLCODE = ZERO
025400             SET WS-BESTAND-GEFUNDEN TO TRUE
025500         WHEN WS-SQLCODE = 100
025600             SET WS-BESTAND-FEHLT TO TRUE
025700         WHEN OTHER
025800             DISPLAY 'CBK941: FEHLER SELECT BEOBLISTE SQLCODE '
025900                     WS-SQLCODE
026000             PERFORM 9000-ABBRUCH THRU 9000-EXIT
026100     END-EVALUATE.
026200 3100-EXIT.
026300     EXIT.
026400*--------------------------------------------------------------*
026500* 3200-BESTAND-PRUEFEN - HINZUFUEGEN SETZT EINEN FEHLENDEN,    *
026600* AENDERN UND LOESCHEN EINEN UNVERAENDERTEN EINTRAG VORAUS     *
026700*--------------------------------------------------------------*
026800 3200-BESTAND-PRUEFEN.
026900     MOVE 'J'                     TO WS-VORSCHLAG-OK-KZ
027000     IF VOR-HINZUFUEGEN
027100         IF WS-BESTAND-GEFUNDEN
027200             MOVE 'N'             TO WS-VORSCHLAG-OK-KZ
027300         END-IF
027400         GO TO 3200-EXIT
027500     END-IF
027600     IF WS-BESTAND-FEHLT
027700        OR BEO-KATEGORIE   NOT = VOR-ALT-KATEGORIE
027800        OR BEO-GUELTIG-VON NOT = VOR-ALT-GUELTIG-VON
027900        OR BEO-GUELTIG-BIS NOT = VOR-ALT-GUELTIG-BIS
028000        OR BEO-GRUND       NOT = VOR-ALT-GRUND
028100         MOVE 'N'                 TO WS-VORSCHLAG-OK-KZ
028200     END-IF.
028300 3200-EXIT.
028400     EXIT.
028500*--------------------------------------------------------------*
028600* 4100-EINTRAG-EINFUEGEN                                       *
028700*--------------------------------------------------------------*
028800 4100-EINTRAG-EINFUEGEN.
028900     PERFORM 4500-NEUWERTE-UEBERNEHMEN THRU 4500-EXIT
029000     EXEC SQL
029100         INSERT INTO BEOBLISTE
029200             (ART, WERT, KATEGORIE, GRUND, GUELTIG_VON,
029300              GUELTIG_BIS, ERFASSER, FREIGEBER, FREIGABE_DATUM)
029400         VALUES
029500             (:BEO-ART, :BEO-WERT, :BEO-KATEGORIE, :BEO-GRUND,
029600              :BEO-GUELTIG-VON, :BEO-GUELTIG-BIS, :BEO-ERFASSER,
029700              :BEO-FREIGEBER, :BEO-FREIGABE-DATUM)
029800     END-EXEC
029900     PERFORM 4900-SQL-PRUEFEN     THRU 4900-EXIT
030000     MOVE 'HINZUGEFUEGT'          TO WS-DZ-AKTION
030100     PERFORM 5100-NEU-ZEILE       THRU 5100-EXIT
030200     ADD 1 TO WS-ANZAHL-NEU.
030300 4100-EXIT.
030400     EXIT.
030500*--------------------------------------------------------------*
030600* 4200-EINTRAG-AENDERN                                         *
030700*--------------------------------------------------------------*
030800 4200-EINTRAG-AENDERN.
030900     PERFORM 4500-NEUWERTE-UEBERNEHMEN THRU 4500-EXIT
031000     EXEC SQL
031100         UPDATE BEOBLISTE
031200            SET KATEGORIE      = :BEO-KATEGORIE,
031300                GRUND          = :BEO-GRUND,
031400                GUELTIG_VON    = :BEO-GUELTIG-VON,
031500                GUELTIG_BIS    = :BEO-GUELTIG-BIS,
031600                ERFASSER       = :BEO-ERFASSER,
031700                FREIGEBER      = :BEO-FREIGEBER,
031800                FREIGABE_DATUM = :BEO-FREIGABE-DATUM
031900          WHERE ART  = :BEO-ART
032000            AND WERT = :BEO-WERT
032100     END-EXEC
032200     PERFORM 4900-SQL-PRUEFEN     THRU 4900-EXIT
032300     MOVE 'AENDERN-VORHER'        TO WS-DZ-AKTION
032400     PERFORM 5200-ALT-ZEILE       THRU 5200-EXIT
032500     MOVE 'AENDERN-NACHHER'       TO WS-DZ-AKTION
032600     PERFORM 5100-NEU-ZEILE       THRU 5100-EXIT
032700     ADD 1 TO WS-ANZAHL-GEAENDERT.
032800 4200-EXIT.
032900     EXIT.
033000*--------------------------------------------------------------*
033100* 4300-EINTRAG-LOESCHEN                                        *
033200*--------------------------------------------------------------*
033300 4300-EINTRAG-LOESCHEN.
033400     EXEC SQL
033500         DELETE FROM BEOBLISTE
033600          WHERE ART  = :BEO-ART
033700            AND WERT = :BEO-WERT
033800     END-EXEC
033900     PERFORM 4900-SQL-PRUEFEN     THRU 4900-EXIT
034000     MOVE 'GELOESCHT'             TO WS-DZ-AKTION
034100     PERFORM 5200-ALT-ZEILE       THRU 5200-EXIT
034200     ADD 1 TO WS-ANZAHL-GELOESCHT.
034300 4300-EXIT.
034400     EXIT.
034500*--------------------------------------------------------------*
034600* 4400-VORSCHLAG-ZURUECKWEISEN - BESTAND SEIT DEM VORSCHLAG    *
034700* GEAENDERT; VORSCHLAG NICHT EINSPIELEN                        *
034800*--------------------------------------------------------------*
034900 4400-VORSCHLAG-ZURUECKWEISEN.
035000     MOVE 'ZURUECKGEWIESEN'       TO WS-DZ-AKTION
035100     MOVE VOR-ART                 TO WS-DZ-ART
035200     MOVE VOR-WERT                TO WS-DZ-WERT
035300     MOVE SPACES                  TO WS-DZ-KATEGORIE
035400                                     WS-DZ-GUELTIG-VON
035500                                     WS-DZ-GUELTIG-BIS
035600     MOVE 'BESTAND SEIT VORSCHLAG GEAENDERT' TO WS-DZ-GRUND
035700     PERFORM 5000-ZEILE-SCHREIBEN THRU 5000-EXIT
035800     ADD 1 TO WS-ANZAHL-ZURUECK.
035900 4400-EXIT.
036000     EXIT.
036100*--------------------------------------------------------------*
036200* 4500-NEUWERTE-UEBERNEHMEN - HOST-VARIABLEN AUS DEN           *
036300* NEUWERTEN, ERFASSER UND FREIGEBER VERSORGEN                  *
036400*--------------------------------------------------------------*
036500 4500-NEUWERTE-UEBERNEHMEN.
036600     MOVE VOR-ART                 TO BEO-ART
036700     MOVE VOR-WERT                TO BEO-WERT
036800     MOVE VOR-NEU-KATEGORIE       TO BEO-KATEGORIE
036900     MOVE VOR-NEU-GRUND           TO BEO-GRUND
037000     MOVE VOR-NEU-GUELTIG-VON     TO BEO-GUELTIG-VON
037100     MOVE VOR-NEU-GUELTIG-BIS     TO BEO-GUELTIG-BIS
037200     MOVE VOR-ERFASSER            TO BEO-ERFASSER
037300     MOVE WS-FREIGEBER            TO BEO-FREIGEBER
037400     MOVE WS-HEUTE                TO BEO-FREIGABE-DATUM.
037500 4500-EXIT.
037600     EXIT.
037700*--------------------------------------------------------------*
037800* 4900-SQL-PRUEFEN                                             *
037900*--------------------------------------------------------------*
038000 4900-SQL-PRUEFEN.
038100     MOVE SQLCODE                 TO WS-SQLCODE
038200     IF WS-SQLCODE NOT = ZERO
038300         DISPLAY 'CBK941: FEHLER BEI ' VOR-ART VOR-WERT
038400                 ' SQLCODE ' WS-SQLCODE
038500         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
038600     END-IF.
038700 4900-EXIT.
038800     EXIT.
038900*--------------------------------------------------------------*
039000* 5000-ZEILE-SCHREIBEN                                         *
039100*--------------------------------------------------------------*
039200 5000-ZEILE-SCHREIBEN.
039300     MOVE SPACES     TO BERICHT-ZEILE
039400     MOVE WS-DETAILZEILE TO BERICHT-ZEILE
039500     WRITE BERICHT-ZEILE.
039600 5000-EXIT.
039700     EXIT.
039800*--------------------------------------------------------------*
039900* 5100-NEU-ZEILE - BERICHTSZEILE MIT DEN NEUWERTEN             *
040000*--------------------------------------------------------------*
040100 5100-NEU-ZEILE.
040200     MOVE VOR-ART                 TO WS-DZ-ART
040300     MOVE VOR-WERT                TO WS-DZ-WERT
040400     MOVE VOR-NEU-KATEGORIE       TO WS-DZ-KATEGORIE
040500     MOVE VOR-NEU-GUELTIG-VON     TO WS-DZ-GUELTIG-VON
040600     MOVE VOR-NEU-GUELTIG-BIS     TO WS-DZ-GUELTIG-BIS
040700     MOVE VOR-NEU-GRUND           TO WS-DZ-GRUND
040800     PERFORM 5000-ZEILE-SCHREIBEN THRU 5000-EXIT.
040900 5100-EXIT.
041000     EXIT.
041100*--------------------------------------------------------------*
041200* 5200-ALT-ZEILE - BERICHTSZEILE MIT DEN ALTWERTEN             *
041300*--------------------------------------------------------------*
041400 5200-ALT-ZEILE.
041500     MOVE VOR-ART                 TO WS-DZ-ART
041600     MOVE VOR-WERT                TO WS-DZ-WERT
041700     MOVE VOR-ALT-KATEGORIE       TO WS-DZ-KATEGORIE
041800     MOVE VOR-ALT-GUELTIG-VON     TO WS-DZ-GUELTIG-VON
041900     MOVE VOR-ALT-GUELTIG-BIS     TO WS-DZ-GUELTIG-BIS
042000     MOVE VOR-ALT-GRUND           TO WS-DZ-GRUND
042100     PERFORM 5000-ZEILE-SCHREIBEN THRU 5000-EXIT.
042200 5200-EXIT.
042300     EXIT.
042400*--------------------------------------------------------------*
042500* 8000-ABSCHLUSS - AENDERUNGEN FESTSCHREIBEN, TABELLENSTAND    *
042550* NACHHER ERMITTELN, SUMMENZEILEN. SCHLAEGT DIE ZAEHLUNG NACH  *
042600* DEM COMMIT FEHL, BLEIBEN DIE AENDERUNGEN BESTEHEN; DER       *
042650* BERICHT WEIST DEN STAND NACHHER ALS NICHT ERMITTELT AUS      *
042660* (RC 4)                                                       *
042700*--------------------------------------------------------------*
042800 8000-ABSCHLUSS.
042900     EXEC SQL
043000         COMMIT
043100     END-EXEC
043200     EXEC SQL
043300         SELECT COUNT(*)
043400           INTO :WS-TABELLE-NACHHER
043500           FROM BEOBLISTE
043600     END-EXEC
043610     MOVE SQLCODE                 TO WS-SQLCODE
043620     IF WS-SQLCODE NOT = ZERO
043630         DISPLAY 'CBK941: FEHLER COUNT BEOBLISTE NACH COMMIT '
043640                 'SQLCODE ' WS-SQLCODE
043650         SET WS-NACHHER-FEHLT     TO TRUE
043660     END-IF
043700     MOVE SPACES TO BERICHT-ZEILE
043800     WRITE BERICHT-ZEILE
043900     MOVE SPACES TO BERICHT-ZEILE
044000     STRING 'ERFASSER ' WS-ERFASSER '  FREIGEBER ' WS-FREIGEBER
044100            DELIMITED BY SIZE
044200       INTO BERICHT-ZEILE
044300     WRITE BERICHT-ZEILE
044400     MOVE 'VORSCHLAEGE GELESEN:' TO WS-ZZ-TEXT
044500     MOVE WS-ANZAHL-GELESEN TO WS-ZZ-ANZAHL
044600     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
044700     MOVE 'EINTRAEGE IN BEOBLISTE VORHER:' TO WS-ZZ-TEXT
044800     MOVE WS-TABELLE-VORHER TO WS-ZZ-ANZAHL
044900     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
045000     MOVE 'HINZUGEFUEGT:' TO WS-ZZ-TEXT
045100     MOVE WS-ANZAHL-NEU TO WS-ZZ-ANZAHL
045200     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
045300     MOVE 'GEAENDERT:' TO WS-ZZ-TEXT
045400     MOVE WS-ANZAHL-GEAENDERT TO WS-ZZ-ANZAHL
045500     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
045600     MOVE 'GELOESCHT:' TO WS-ZZ-TEXT
045700     MOVE WS-ANZAHL-GELOESCHT TO WS-ZZ-ANZAHL
045800     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
045900     MOVE 'ZURUECKGEWIESEN (BESTAND GEAENDERT):' TO WS-ZZ-TEXT
046000     MOVE WS-ANZAHL-ZURUECK TO WS-ZZ-ANZAHL
046100     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
046200     IF WS-NACHHER-ERMITTELT
046215         MOVE 'EINTRAEGE IN BEOBLISTE NACHHER:' TO WS-ZZ-TEXT
046230         MOVE WS-TABELLE-NACHHER TO WS-ZZ-ANZAHL
046245         PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
046260     ELSE
046275         MOVE SPACES TO BERICHT-ZEILE
046290         STRING 'EINTRAEGE IN BEOBLISTE NACHHER: NICHT ERMITTELT'
046305                ' (SQL-FEHLER, SIEHE SYSOUT)'
046320                DELIMITED BY SIZE
046335           INTO BERICHT-ZEILE
046350         WRITE BERICHT-ZEILE
046365     END-IF
046500     CLOSE VORSCHLAG-DATEI BERICHT-DATEI
046600     IF WS-ANZAHL-ZURUECK > ZERO
046650        OR WS-NACHHER-FEHLT
046700         MOVE 4 TO RETURN-CODE
046800     END-IF.
046900 8000-EXIT.
047000     EXIT.
047100*--------------------------------------------------------------*
047200* 8100-SUMMENZEILE-SCHREIBEN                                   *
047300*--------------------------------------------------------------*
047400 8100-SUMMENZEILE-SCHREIBEN.
047500     MOVE SPACES TO BERICHT-ZEILE
047600     MOVE WS-ZAEHLERZEILE TO BERICHT-ZEILE
047700     WRITE BERICHT-ZEILE.
047800 8100-EXIT.
047900     EXIT.
048000*--------------------------------------------------------------*
048100* 9000-ABBRUCH - ALLE AENDERUNGEN DIESES LAUFS ZURUECKSETZEN   *
048200* UND MIT RC 16 BEENDEN; DIE TABELLE BLEIBT UNVERAENDERT       *
048300*--------------------------------------------------------------*
048400 9000-ABBRUCH.
048500     EXEC SQL
048600         ROLLBACK
048700     END-EXEC
048800     CLOSE VORSCHLAG-DATEI BERICHT-DATEI
048900     MOVE 16 TO RETURN-CODE
049000     STOP RUN.
049100 9000-EXIT.
049200     EXIT.
