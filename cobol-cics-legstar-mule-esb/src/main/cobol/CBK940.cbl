000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBK940.
000300 AUTHOR.        H-J WILMS.
000400 INSTALLATION.  BANKLEITZAHLEN-AUSKUNFT.
000500 DATE-WRITTEN.  15.10.2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* AENDERUNGSHISTORIE                                           *
000900*--------------------------------------------------------------*
001000* DATUM      NAME  BESCHREIBUNG                                 *
001100* ---------- ----- ------------------------------------------- *
001200* 15.10.2026 HJW   ERSTERSTELLUNG - VORSCHLAGSLAUF FUER DIE     *
001300*                  SANKTIONS- UND HOCHRISIKO-BEOBACHTUNGSLISTE  *
001400*                  (TABELLE BEOBLISTE) NACH DEM                 *
001500*                  VIER-AUGEN-PRINZIP WIE CBK030                *
001600*--------------------------------------------------------------*
001700* ZWECK:                                                       *
001800*   VERGLEICHT DIE VON DER COMPLIANCE ANGELIEFERTE, NACH ART   *
001900*   UND WERT SORTIERTE VOLLSTAENDIGE BEOBACHTUNGSLISTE         *
002000*   (BEOBEIN, AUFBAU BEOLSATZ) MIT DEM INHALT DER TABELLE      *
002100*   BEOBLISTE UND SCHREIBT JE ABWEICHUNG EINEN VORSCHLAG MIT   *
002200*   ALT- UND NEUWERTEN (BEOBVOR, AUFBAU BEOVSATZ) SOWIE EINEN  *
002300*   VORHER/NACHHER-BERICHT (BEOBRPT). DER ERFASSER STEHT IN    *
002400*   DER STEUERKARTE (STEUERIN, STELLE 1-8). DIESES PROGRAMM    *
002500*   AENDERT DIE TABELLE NICHT - EINGESPIELT WIRD ERST DURCH    *
002600*   DEN FREIGABELAUF CBK941 MIT DER KENNUNG EINES ZWEITEN,     *
002700*   ANDEREN BENUTZERS.                                         *
002800*   FEHLERHAFTE ANLIEFERUNGSSAETZE WERDEN IM BERICHT           *
002900*   AUSGEWIESEN UND NICHT VORGESCHLAGEN; EIN BESTEHENDER       *
003000*   EINTRAG MIT GLEICHEM SCHLUESSEL BLEIBT DANN UNVERAENDERT   *
003100*   (KEIN LOESCHVORSCHLAG). DER LAUF ENDET IN DIESEM FALL MIT  *
003200*   RC 4. EINE VERLETZTE SORTIERFOLGE, EIN DOPPELTER           *
003300*   SCHLUESSEL, EINE FEHLENDE STEUERKARTE ODER EIN             *
003400*   DATENBANKFEHLER BRECHEN MIT RC 16 AB.                      *
003500*--------------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SPECIAL-NAMES.
003900     DECIMAL-POINT IS COMMA.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT LIEFER-DATEI   ASSIGN TO BEOBEIN
004300            ORGANIZATION IS SEQUENTIAL.
004400     SELECT STEUER-DATEI   ASSIGN TO STEUERIN
004500            ORGANIZATION IS SEQUENTIAL.
004600     SELECT VORSCHLAG-DATEI ASSIGN TO BEOBVOR
004700            ORGANIZATION IS SEQUENTIAL.
004800     SELECT BERICHT-DATEI  ASSIGN TO BEOBRPT
004900            ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  LIEFER-DATEI
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500     COPY BEOLSATZ.
005600 FD  STEUER-DATEI
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 01  STEUER-SATZ.
006000     05 STEU-BENUTZER          PIC X(08).
006100     05 FILLER                 PIC X(72).
006200 FD  VORSCHLAG-DATEI
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500     COPY BEOVSATZ.
006600 FD  BERICHT-DATEI
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 01  BERICHT-ZEILE             PIC X(101).
007000 WORKING-STORAGE SECTION.
007100*--------------------------------------------------------------*
007200* SCHALTER UND ZAEHLER                                         *
007300*--------------------------------------------------------------*
007400 77  WS-SQLCODE                PIC S9(05) COMP VALUE ZERO.
007500 01  WS-SCHALTER.
007600     05 WS-LIEF-EOF-KZ         PIC X(01) VALUE 'N'.
007700         88 WS-LIEF-EOF               VALUE 'J'.
007800     05 WS-TAB-EOF-KZ          PIC X(01) VALUE 'N'.
007900         88 WS-TAB-EOF                VALUE 'J'.
008000     05 WS-LIEF-OK-KZ          PIC X(01) VALUE 'J'.
008100         88 WS-LIEF-OK                VALUE 'J'.
008200         88 WS-LIEF-FEHLERHAFT        VALUE 'N'.
008300 01  WS-ZAEHLER.
008400     05 WS-ANZAHL-GELESEN      PIC 9(05) COMP VALUE ZERO.
008500     05 WS-ANZAHL-FEHLERHAFT   PIC 9(05) COMP VALUE ZERO.
008600     05 WS-ANZAHL-TABELLE      PIC 9(05) COMP VALUE ZERO.
008700     05 WS-ANZAHL-NEU          PIC 9(05) COMP VALUE ZERO.
008800     05 WS-ANZAHL-GEAENDERT    PIC 9(05) COMP VALUE ZERO.
008900     05 WS-ANZAHL-GELOESCHT    PIC 9(05) COMP VALUE ZERO.
009000     05 WS-ANZAHL-UNVERAENDERT PIC 9(05) COMP VALUE ZERO.
009100     05 WS-ANZAHL-NACHHER      PIC 9(05) COMP VALUE ZERO.
009200 01  WS-ERFASSER               PIC X(08) VALUE SPACES.
009300 01  WS-FEHLERTEXT             PIC X(40) VALUE SPACES.
009400 01  WS-DATUM.
009500     05 WS-DATUM-JJ            PIC 9(02).
009600     05 WS-DATUM-MM            PIC 9(02).
009700     05 WS-DATUM-TT            PIC 9(02).
009800 01  WS-HEUTE                  PIC X(08).
009900*--------------------------------------------------------------*
010000* VERGLEICHSSCHLUESSEL (ART + WERT) DER BEIDEN SEITEN; AM ENDE *
010100* EINER SEITE HIGH-VALUES                                      *
010200*--------------------------------------------------------------*
010300 01  WS-LIEF-SCHLUESSEL        PIC X(12) VALUE LOW-VALUES.
010400 01  WS-LETZTER-SCHLUESSEL     PIC X(12) VALUE LOW-VALUES.
010500 01  WS-TAB-SCHLUESSEL.
010600     05 WS-TAB-ART             PIC X(01).
010700     05 WS-TAB-WERT            PIC X(11).
010800*--------------------------------------------------------------*
010900* AUFBAU DER DETAILZEILEN IM BERICHT                           *
011000*--------------------------------------------------------------*
011100 01  WS-DETAILZEILE.
011200     05 WS-DZ-AKTION           PIC X(16).
011300     05 WS-DZ-ART              PIC X(01).
011400     05 FILLER                 PIC X(01) VALUE SPACES.
011500     05 WS-DZ-WERT             PIC X(11).
011600     05 FILLER                 PIC X(02) VALUE SPACES.
011700     05 WS-DZ-KATEGORIE        PIC X(01).
011800     05 FILLER                 PIC X(02) VALUE SPACES.
011900     05 WS-DZ-GUELTIG-VON      PIC X(08).
012000     05 FILLER                 PIC X(01) VALUE SPACES.
012100     05 WS-DZ-GUELTIG-BIS      PIC X(08).
012200     05 FILLER                 PIC X(02) VALUE SPACES.
012300     05 WS-DZ-GRUND            PIC X(40).
012400     05 FILLER                 PIC X(08) VALUE SPACES.
012500 01  WS-ZAEHLERZEILE.
012600     05 WS-ZZ-TEXT             PIC X(46).
012700     05 WS-ZZ-ANZAHL           PIC ZZZZ9.
012800     05 FILLER                 PIC X(50) VALUE SPACES.
012900*--------------------------------------------------------------*
013000* DB2 KOMMUNIKATIONSBEREICH UND HOST-VARIABLEN                 *
013100*--------------------------------------------------------------*
013200     EXEC SQL INCLUDE SQLCA END-EXEC.
013300     COPY BEOBSATZ.
013400 PROCEDURE DIVISION.
013500*--------------------------------------------------------------*
013600* 0000-MAINLINE                                                *
013700*--------------------------------------------------------------*
013800 0000-MAINLINE.
013900     PERFORM 1000-INITIALISIEREN  THRU 1000-EXIT
014000     PERFORM 3000-BESTAENDE-VERGLEICHEN THRU 3000-EXIT
014100         UNTIL WS-LIEF-EOF AND WS-TAB-EOF
014200     PERFORM 8000-ABSCHLUSS       THRU 8000-EXIT
014300     STOP RUN.
014400*--------------------------------------------------------------*
014500* 1000-INITIALISIEREN - STEUERKARTE LESEN, DATEIEN OEFFNEN,    *
014600* CURSOR UEBER DIE TABELLE BEOBLISTE OEFFNEN UND JE SEITE DEN  *
014700* ERSTEN SATZ LESEN                                            *
014800*--------------------------------------------------------------*
014900 1000-INITIALISIEREN.
015000     OPEN INPUT  LIEFER-DATEI
015100     OPEN INPUT  STEUER-DATEI
015200     OPEN OUTPUT VORSCHLAG-DATEI
015300     OPEN OUTPUT BERICHT-DATEI
015400     ACCEPT WS-DATUM FROM DATE
015500     STRING '20' WS-DATUM-JJ WS-DATUM-MM WS-DATUM-TT
015600            DELIMITED BY SIZE
015700       INTO WS-HEUTE
015800     READ STEUER-DATEI
015900         AT END
016000             MOVE SPACES          TO STEU-BENUTZER
016100     END-READ
016200     MOVE STEU-BENUTZER           TO WS-ERFASSER
016300     CLOSE STEUER-DATEI
016400     IF WS-ERFASSER = SPACES
016500         DISPLAY 'CBK940: KEIN ERFASSER IN DER STEUERKARTE - LAUF'
016600                 ' ABGEBROCHEN'
016700         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
016800     END-IF
016900     PERFORM 2100-BERICHTSKOPF-SCHREIBEN THRU 2100-EXIT
017000     EXEC SQL
017100         DECLARE BEOB-CURSOR CURSOR FOR
017200         SELECT ART, WERT, KATEGORIE, GRUND,
017300                GUELTIG_VON, GUELTIG_BIS
017400           FROM BEOBLISTE
017500          ORDER BY ART, WERT
017600     END-EXEC
017700     EXEC SQL
017800         OPEN BEOB-CURSOR
017900     END-EXEC
018000     MOVE SQLCODE                 TO WS-SQLCODE
018100     IF WS-SQLCODE NOT = ZERO
018200         DISPLAY 'CBK940: FEHLER OPEN BEOB-CURSOR SQLCODE '
018300                 WS-SQLCODE
018400         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
018500     END-IF
018600     PERFORM 2200-LIEFERUNG-LESEN THRU 2200-EXIT
018700     PERFORM 2300-TABELLE-LESEN   THRU 2300-EXIT.
018800 1000-EXIT.
018900     EXIT.
019000*--------------------------------------------------------------*
019100* 2100-BERICHTSKOPF-SCHREIBEN                                  *
019200*--------------------------------------------------------------*
019300 2100-BERICHTSKOPF-SCHREIBEN.
019400     MOVE SPACES TO BERICHT-ZEILE
019500     STRING 'VORSCHLAG BEOBACHTUNGSLISTE VOM 20' WS-DATUM-JJ '-'
019600            WS-DATUM-MM '-' WS-DATUM-TT '  ERFASSER '
019700            WS-ERFASSER DELIMITED BY SIZE
019800       INTO BERICHT-ZEILE
019900     WRITE BERICHT-ZEILE
020000     MOVE SPACES TO BERICHT-ZEILE
020100     WRITE BERICHT-ZEILE
020200     MOVE SPACES TO BERICHT-ZEILE
020300     STRING 'AKTION          A WERT         K  VON      BIS'
020400                DELIMITED BY SIZE
020500            '       GRUND' DELIMITED BY SIZE
020600       INTO BERICHT-ZEILE
020700     WRITE BERICHT-ZEILE
020800     MOVE SPACES TO BERICHT-ZEILE
020900     WRITE BERICHT-ZEILE.
021000 2100-EXIT.
021100     EXIT.
021200*--------------------------------------------------------------*
021300* 2200-LIEFERUNG-LESEN - NAECHSTEN ANLIEFERUNGSSATZ LESEN,     *
021400* SORTIERFOLGE SICHERN UND DEN SATZ INHALTLICH PRUEFEN         *
021500*--------------------------------------------------------------*
021600 2200-LIEFERUNG-LESEN.
021700     READ LIEFER-DATEI
021800         AT END
021900             SET WS-LIEF-EOF      TO TRUE
022000             MOVE HIGH-VALUES     TO WS-LIEF-SCHLUESSEL
022100     END-READ
022200     IF WS-LIEF-EOF
022300         GO TO 2200-EXIT
022400     END-IF
022500     ADD 1 TO WS-ANZAHL-GELESEN
022600     MOVE LIEF-SCHLUESSEL         TO WS-LIEF-SCHLUESSEL
022700     IF WS-LIEF-SCHLUESSEL NOT > WS-LETZTER-SCHLUESSEL
022800         DISPLAY 'CBK940: ANLIEFERUNG NICHT SORTIERT ODER'
022900                 ' SCHLUESSEL DOPPELT - ' WS-LIEF-SCHLUESSEL
023000         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
023100     END-IF
023200     MOVE WS-LIEF-SCHLUESSEL      TO WS-LETZTER-SCHLUESSEL
023300     PERFORM 2210-LIEFERUNG-PRUEFEN THRU 2210-EXIT
023400     IF WS-LIEF-FEHLERHAFT
023500         PERFORM 4400-SATZ-FEHLERHAFT THRU 4400-EXIT
023600     END-IF.
023700 2200-EXIT.
023800     EXIT.
023900*--------------------------------------------------------------*
024000* 2210-LIEFERUNG-PRUEFEN - ART, FORMAT DES WERTES, KATEGORIE,  *
024100* GUELTIGKEITSZEITRAUM UND BEGRUENDUNG EINES                   *
024200* ANLIEFERUNGSSATZES PRUEFEN                                   *
024300*--------------------------------------------------------------*
024400 2210-LIEFERUNG-PRUEFEN.
024500     MOVE 'J'                     TO WS-LIEF-OK-KZ
024600     MOVE SPACES                  TO WS-FEHLERTEXT
024700     EVALUATE TRUE
024800         WHEN LIEF-ART-BIC
024900             IF LIEF-WERT (1:6) NOT ALPHABETIC
025000                OR LIEF-WERT (1:6) = SPACES
025100                OR LIEF-WERT (7:2) = SPACES
025200                 MOVE 'BIC FORMAL UNGUELTIG' TO WS-FEHLERTEXT
025300             END-IF
025400         WHEN LIEF-ART-BLZ
025500             IF LIEF-WERT (1:8) NOT NUMERIC
025600                OR LIEF-WERT (9:3) NOT = SPACES
025700                 MOVE 'BLZ MUSS 8-STELLIG NUMERISCH SEIN'
025800                                  TO WS-FEHLERTEXT
025900             END-IF
026000         WHEN LIEF-ART-LAND
026100             IF LIEF-WERT (1:2) NOT ALPHABETIC
026200                OR LIEF-WERT (1:1) = SPACE
026300                OR LIEF-WERT (2:1) = SPACE
026400                OR LIEF-WERT (3:9) NOT = SPACES
026500                 MOVE 'LAENDERCODE MUSS 2-STELLIG SEIN'
026600                                  TO WS-FEHLERTEXT
026700             END-IF
026800         WHEN OTHER
026900             MOVE 'ART NUR B, Z ODER L ZULAESSIG' TO WS-FEHLERTEXT
027000     END-EVALUATE
027100     IF WS-FEHLERTEXT = SPACES
027200        AND NOT LIEF-SPERREN AND NOT LIEF-WARNEN
027300         MOVE 'KATEGORIE NUR S ODER W ZULAESSIG' TO WS-FEHLERTEXT
027400     END-IF
027500     IF WS-FEHLERTEXT = SPACES
027600        AND LIEF-GUELTIG-VON NOT NUMERIC
027700         MOVE 'GUELTIG-VON FEHLT ODER NICHT NUMERISCH'
027800                                  TO WS-FEHLERTEXT
027900     END-IF
028000     IF WS-FEHLERTEXT = SPACES
028100        AND LIEF-GUELTIG-BIS NOT = SPACES
028200        AND (LIEF-GUELTIG-BIS NOT NUMERIC
028300             OR LIEF-GUELTIG-BIS < LIEF-GUELTIG-VON)
028400         MOVE 'GUELTIG-BIS UNGUELTIG ODER VOR GUELTIG-VON'
028500                                  TO WS-FEHLERTEXT
028600     END-IF
028700     IF WS-FEHLERTEXT = SPACES
028800        AND LIEF-GRUND = SPACES
028900         MOVE 'BEGRUENDUNG FEHLT' TO WS-FEHLERTEXT
029000     END-IF
029100     IF WS-FEHLERTEXT NOT = SPACES
029200         MOVE 'N'                 TO WS-LIEF-OK-KZ
029300     END-IF.
029400 2210-EXIT.
029500     EXIT.
029600*--------------------------------------------------------------*
029700* 2300-TABELLE-LESEN                                           *
029800*--------------------------------------------------------------*
029900 2300-TABELLE-LESEN.
030000     EXEC SQL
030100         FETCH BEOB-CURSOR
030200         INTO :BEO-ART, :BEO-WERT, :BEO-KATEGORIE, :BEO-GRUND,
030300              :BEO-GUELTIG-VON, :BEO-GUELTIG-BIS
030400     END-EXEC
030500     MOVE SQLCODE                 TO WS-SQLCODE
030600     EVALUATE TRUE
030700         WHEN WS-SQLCODE = ZERO
030800             ADD 1 TO WS-ANZAHL-TABELLE
030900             MOVE BEO-ART         TO WS-TAB-ART
031000             MOVE BEO-WERT        TO WS-TAB-WERT
031100         WHEN WS-SQLCODE = 100
031200             SET WS-TAB-EOF       TO TRUE
031300             MOVE HIGH-VALUES     TO WS-TAB-SCHLUESSEL
031400         WHEN OTHER
031500             DISPLAY 'CBK940: FEHLER FETCH BEOBLISTE SQLCODE '
031600                     WS-SQLCODE
031700             PERFORM 9000-ABBRUCH THRU 9000-EXIT
031800     END-EVALUATE.
031900 2300-EXIT.
032000     EXIT.
032100*--------------------------------------------------------------*
032200* 3000-BESTAENDE-VERGLEICHEN - MATCH/MERGE-ABGLEICH DER        *
032300* ANLIEFERUNG MIT DER TABELLE (BEIDE NACH ART/WERT             *
032400* AUFSTEIGEND, WIE CBK911)                                     *
032500*--------------------------------------------------------------*
032600 3000-BESTAENDE-VERGLEICHEN.
032700     EVALUATE TRUE
032800         WHEN WS-LIEF-SCHLUESSEL < WS-TAB-SCHLUESSEL
032900             IF WS-LIEF-OK
033000                 PERFORM 4100-SATZ-NEU THRU 4100-EXIT
033100             END-IF
033200             PERFORM 2200-LIEFERUNG-LESEN THRU 2200-EXIT
033300         WHEN WS-LIEF-SCHLUESSEL > WS-TAB-SCHLUESSEL
033400             PERFORM 4300-SATZ-GELOESCHT THRU 4300-EXIT
033500             PERFORM 2300-TABELLE-LESEN THRU 2300-EXIT
033600         WHEN OTHER
033700             IF WS-LIEF-OK
033800                 PERFORM 4200-SATZ-VERGLEICHEN THRU 4200-EXIT
033900             ELSE
034000                 ADD 1 TO WS-ANZAHL-UNVERAENDERT
034100             END-IF
034200             PERFORM 2200-LIEFERUNG-LESEN THRU 2200-EXIT
034300             PERFORM 2300-TABELLE-LESEN THRU 2300-EXIT
034400     END-EVALUATE.
034500 3000-EXIT.
034600     EXIT.
034700*--------------------------------------------------------------*
034800* 4100-SATZ-NEU - IN DER ANLIEFERUNG, ABER NICHT IN DER        *
034900* TABELLE: HINZUFUEGEN VORSCHLAGEN                             *
035000*--------------------------------------------------------------*
035100 4100-SATZ-NEU.
035200     MOVE SPACES                  TO VOR-SATZ
035300     SET VOR-HINZUFUEGEN          TO TRUE
035400     MOVE LIEF-ART                TO VOR-ART
035500     MOVE LIEF-WERT               TO VOR-WERT
035600     PERFORM 4500-NEUWERTE-UEBERNEHMEN THRU 4500-EXIT
035700     PERFORM 4700-VORSCHLAG-SCHREIBEN THRU 4700-EXIT
035800     MOVE 'HINZUFUEGEN'           TO WS-DZ-AKTION
035900     PERFORM 5100-NEU-ZEILE       THRU 5100-EXIT
036000     ADD 1 TO WS-ANZAHL-NEU.
036100 4100-EXIT.
036200     EXIT.
036300*--------------------------------------------------------------*
036400* 4200-SATZ-VERGLEICHEN - SCHLUESSEL AUF BEIDEN SEITEN -       *
036500* KATEGORIE, GUELTIGKEIT UND BEGRUENDUNG VERGLEICHEN           *
036600*--------------------------------------------------------------*
036700 4200-SATZ-VERGLEICHEN.
036800     IF LIEF-KATEGORIE = BEO-KATEGORIE
036900        AND LIEF-GUELTIG-VON = BEO-GUELTIG-VON
037000        AND LIEF-GUELTIG-BIS = BEO-GUELTIG-BIS
037100        AND LIEF-GRUND = BEO-GRUND
037200         ADD 1 TO WS-ANZAHL-UNVERAENDERT
037300         GO TO 4200-EXIT
037400     END-IF
037500     MOVE SPACES                  TO VOR-SATZ
037600     SET VOR-AENDERN              TO TRUE
037700     MOVE LIEF-ART                TO VOR-ART
037800     MOVE LIEF-WERT               TO VOR-WERT
037900     PERFORM 4600-ALTWERTE-UEBERNEHMEN THRU 4600-EXIT
038000     PERFORM 4500-NEUWERTE-UEBERNEHMEN THRU 4500-EXIT
038100     PERFORM 4700-VORSCHLAG-SCHREIBEN THRU 4700-EXIT
038200     MOVE 'AENDERN-VORHER'        TO WS-DZ-AKTION
038300     PERFORM 5200-ALT-ZEILE       THRU 5200-EXIT
038400     MOVE 'AENDERN-NACHHER'       TO WS-DZ-AKTION
038500     PERFORM 5100-NEU-ZEILE       THRU 5100-EXIT
038600     ADD 1 TO WS-ANZAHL-GEAENDERT.
038700 4200-EXIT.
038800     EXIT.
038900*--------------------------------------------------------------*
039000* 4300-SATZ-GELOESCHT - IN DER TABELLE, ABER NICHT MEHR IN DER *
039100* ANLIEFERUNG: LOESCHEN VORSCHLAGEN                            *
039200*--------------------------------------------------------------*
039300 4300-SATZ-GELOESCHT.
039400     MOVE SPACES                  TO VOR-SATZ
039500     SET VOR-LOESCHEN             TO TRUE
039600     MOVE BEO-ART                 TO VOR-ART
039700     MOVE BEO-WERT                TO VOR-WERT
039800     PERFORM 4600-ALTWERTE-UEBERNEHMEN THRU 4600-EXIT
039900     PERFORM 4700-VORSCHLAG-SCHREIBEN THRU 4700-EXIT
040000     MOVE 'LOESCHEN'              TO WS-DZ-AKTION
040100     PERFORM 5200-ALT-ZEILE       THRU 5200-EXIT
040200     ADD 1 TO WS-ANZAHL-GELOESCHT.
040300 4300-EXIT.
040400     EXIT.
040500*--------------------------------------------------------------*
040600* 4400-SATZ-FEHLERHAFT - FEHLERHAFTEN ANLIEFERUNGSSATZ MIT DEM *
040700* GRUND IM BERICHT AUSWEISEN                                   *
040800*--------------------------------------------------------------*
040900 4400-SATZ-FEHLERHAFT.
041000     MOVE 'FEHLERHAFT'            TO WS-DZ-AKTION
041100     MOVE LIEF-ART                TO WS-DZ-ART
041200     MOVE LIEF-WERT               TO WS-DZ-WERT
041300     MOVE LIEF-KATEGORIE          TO WS-DZ-KATEGORIE
041400     MOVE LIEF-GUELTIG-VON        TO WS-DZ-GUELTIG-VON
041500     MOVE LIEF-GUELTIG-BIS        TO WS-DZ-GUELTIG-BIS
041600     MOVE WS-FEHLERTEXT           TO WS-DZ-GRUND
041700     PERFORM 5000-ZEILE-SCHREIBEN THRU 5000-EXIT
041800     ADD 1 TO WS-ANZAHL-FEHLERHAFT.
041900 4400-EXIT.
042000     EXIT.
042100*--------------------------------------------------------------*
042200* 4500-NEUWERTE-UEBERNEHMEN                                    *
042300*--------------------------------------------------------------*
042400 4500-NEUWERTE-UEBERNEHMEN.
042500     MOVE LIEF-KATEGORIE          TO VOR-NEU-KATEGORIE
042600     MOVE LIEF-GUELTIG-VON        TO VOR-NEU-GUELTIG-VON
042700     MOVE LIEF-GUELTIG-BIS        TO VOR-NEU-GUELTIG-BIS
042800     MOVE LIEF-GRUND              TO VOR-NEU-GRUND.
042900 4500-EXIT.
043000     EXIT.
043100*--------------------------------------------------------------*
043200* 4600-ALTWERTE-UEBERNEHMEN                                    *
043300*--------------------------------------------------------------*
043400 4600-ALTWERTE-UEBERNEHMEN.
043500     MOVE BEO-KATEGORIE           TO VOR-ALT-KATEGORIE
043600     MOVE BEO-GUELTIG-VON         TO VOR-ALT-GUELTIG-VON
043700     MOVE BEO-GUELTIG-BIS         TO VOR-ALT-GUELTIG-BIS
043800     MOVE BEO-GRUND               TO VOR-ALT-GRUND.
043900 4600-EXIT.
044000     EXIT.
044100*--------------------------------------------------------------*
044200* 4700-VORSCHLAG-SCHREIBEN                                     *
044300*--------------------------------------------------------------*
044400 4700-VORSCHLAG-SCHREIBEN.
044500     MOVE WS-ERFASSER             TO VOR-ERFASSER
044600     MOVE WS-HEUTE                TO VOR-ERF-DATUM
044700     WRITE VOR-SATZ.
044800 4700-EXIT.
044900     EXIT.
045000*--------------------------------------------------------------*
045100* 5000-ZEILE-SCHREIBEN                                         *
045200*--------------------------------------------------------------*
045300 5000-ZEILE-SCHREIBEN.
045400     MOVE SPACES     TO BERICHT-ZEILE
045500     MOVE WS-DETAILZEILE TO BERICHT-ZEILE
045600     WRITE BERICHT-ZEILE.
045700 5000-EXIT.
045800     EXIT.
045900*--------------------------------------------------------------*
046000* 5100-NEU-ZEILE - BERICHTSZEILE MIT DEN NEUWERTEN             *
046100*--------------------------------------------------------------*
046200 5100-NEU-ZEILE.
046300     MOVE VOR-ART                 TO WS-DZ-ART
046400     MOVE VOR-WERT                TO WS-DZ-WERT
046500     MOVE VOR-NEU-KATEGORIE       TO WS-DZ-KATEGORIE
046600     MOVE VOR-NEU-GUELTIG-VON     TO WS-DZ-GUELTIG-VON
046700     MOVE VOR-NEU-GUELTIG-BIS     TO WS-DZ-GUELTIG-BIS
046800     MOVE VOR-NEU-GRUND           TO WS-DZ-GRUND
046900     PERFORM 5000-ZEILE-SCHREIBEN THRU 5000-EXIT.
047000 5100-EXIT.
047100     EXIT.
047200*--------------------------------------------------------------*
047300* 5200-ALT-ZEILE - BERICHTSZEILE MIT DEN ALTWERTEN             *
047400*--------------------------------------------------------------*
047500 5200-ALT-ZEILE.
047600     MOVE VOR-ART                 TO WS-DZ-ART
047700     MOVE VOR-WERT                TO WS-DZ-WERT
047800     MOVE VOR-ALT-KATEGORIE       TO WS-DZ-KATEGORIE
047900     MOVE VOR-ALT-GUELTIG-VON     TO WS-DZ-GUELTIG-VON
048000     MOVE VOR-ALT-GUELTIG-BIS     TO WS-DZ-GUELTIG-BIS
048100     MOVE VOR-ALT-GRUND           TO WS-DZ-GRUND
048200     PERFORM 5000-ZEILE-SCHREIBEN THRU 5000-EXIT.
048300 5200-EXIT.
048400     EXIT.
048500*--------------------------------------------------------------*
048600* 8000-ABSCHLUSS - SUMMENZEILEN MIT DEM TABELLENSTAND VOR UND  *
048700* NACH EINER FREIGABE DURCH CBK941, DATEIABSCHLUSS             *
048800*--------------------------------------------------------------*
048900 8000-ABSCHLUSS.
049000     EXEC SQL
049100         CLOSE BEOB-CURSOR
049200     END-EXEC
049300     COMPUTE WS-ANZAHL-NACHHER = WS-ANZAHL-TABELLE
049400                               + WS-ANZAHL-NEU
049500                               - WS-ANZAHL-GELOESCHT
049600     MOVE SPACES TO BERICHT-ZEILE
049700     WRITE BERICHT-ZEILE
049800     MOVE 'ANLIEFERUNG GELESEN:' TO WS-ZZ-TEXT
049900     MOVE WS-ANZAHL-GELESEN TO WS-ZZ-ANZAHL
050000     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
050100     MOVE 'DAVON FEHLERHAFT (NICHT VORGESCHLAGEN):'
050200       TO WS-ZZ-TEXT
050300     MOVE WS-ANZAHL-FEHLERHAFT TO WS-ZZ-ANZAHL
050400     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
050500     MOVE 'EINTRAEGE IN BEOBLISTE VORHER:' TO WS-ZZ-TEXT
050600     MOVE WS-ANZAHL-TABELLE TO WS-ZZ-ANZAHL
050700     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
050800     MOVE 'HINZUFUEGEN:' TO WS-ZZ-TEXT
050900     MOVE WS-ANZAHL-NEU TO WS-ZZ-ANZAHL
051000     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
051100     MOVE 'AENDERN:' TO WS-ZZ-TEXT
051200     MOVE WS-ANZAHL-GEAENDERT TO WS-ZZ-ANZAHL
051300     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
051400     MOVE 'LOESCHEN:' TO WS-ZZ-TEXT
051500     MOVE WS-ANZAHL-GELOESCHT TO WS-ZZ-ANZAHL
051600     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
051700     MOVE 'UNVERAENDERT:' TO WS-ZZ-TEXT
051800     MOVE WS-ANZAHL-UNVERAENDERT TO WS-ZZ-ANZAHL
051900     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
052000     MOVE 'EINTRAEGE IN BEOBLISTE NACH FREIGABE:' TO WS-ZZ-TEXT
052100     MOVE WS-ANZAHL-NACHHER TO WS-ZZ-ANZAHL
052200     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
052300     CLOSE LIEFER-DATEI VORSCHLAG-DATEI BERICHT-DATEI
052400     IF WS-ANZAHL-FEHLERHAFT > ZERO
052500         MOVE 4 TO RETURN-CODE
052600     END-IF.
052700 8000-EXIT.
052800     EXIT.
052900*--------------------------------------------------------------*
053000* 8100-SUMMENZEILE-SCHREIBEN                                   *
053100*--------------------------------------------------------------*
053200 8100-SUMMENZEILE-SCHREIBEN.
053300     MOVE SPACES TO BERICHT-ZEILE
053400     MOVE WS-ZAEHLERZEILE TO BERICHT-ZEILE
053500     WRITE BERICHT-ZEILE.
053600 8100-EXIT.
053700     EXIT.
053800*--------------------------------------------------------------*
053900* 9000-ABBRUCH - LAUF MIT FEHLER-RETURN-CODE BEENDEN; DER      *
054000* UNVOLLSTAENDIGE VORSCHLAG DARF NICHT FREIGEGEBEN WERDEN      *
054100* (SIEHE CBK940J)                                              *
054200*--------------------------------------------------------------*
054300 9000-ABBRUCH.
054400     CLOSE LIEFER-DATEI VORSCHLAG-DATEI BERICHT-DATEI
054500     MOVE 16 TO RETURN-CODE
054600     STOP RUN.
054700 9000-EXIT.
054800     EXIT.
