000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBK964.
000300 AUTHOR.        H-J WILMS.
000400 INSTALLATION.  BANKLEITZAHLEN-AUSKUNFT.
000500 DATE-WRITTEN.  15.10.2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* AENDERUNGSHISTORIE                                           *
000900*--------------------------------------------------------------*
001000* DATUM      NAME  BESCHREIBUNG                                 *
001100* ---------- ----- ------------------------------------------- *
001200* 15.10.2026 HJW   ERSTERSTELLUNG - STANDLIEFERUNG DES          *
001300*                  VOLLSTAENDIGEN BANKENSTAMMES AN NEUE ODER    *
001400*                  NEU ZU SYNCHRONISIERENDE DELTA-ABNEHMER,     *
001500*                  GESTEMPELT MIT DER LAUFENDEN NUMMER DES      *
001600*                  DELTA-ARCHIVS                                *
001700*--------------------------------------------------------------*
001800* ZWECK:                                                       *
001900*   EIN NEUER ABNEHMER DER DELTA-LIEFERUNG ODER EIN ABNEHMER,  *
002000*   DER SEINEN BESTAND VERLOREN HAT, BRAUCHT EINEN             *
002100*   AUSGANGSSTAND, AUF DEN DIE DELTAS VON CBK963 LUECKENLOS    *
002200*   UND OHNE DOPPELUNG AUFSETZEN. DER LAUF                     *
002300*     1. LIEST DIE STEUERKARTEN (STEUERIN, JE KARTE EIN        *
002400*        ABNEHMERKUERZEL, FUER EINEN NEUEN ABNEHMER            *
002500*        ZUSAETZLICH DAS KUERZEL SEINER LIEFERDATEI),          *
002600*     2. ERMITTELT DIE LETZTE LAUFENDE NUMMER DES              *
002700*        DELTA-ARCHIVS (DELTARCH) - DAS IST DER STAND, DEM DER *
002800*        BESTAND DER TABELLE ENTSPRICHT, WENN DER LAUF WIE     *
002900*        VORGESEHEN DIREKT NACH CBK960J UND VOR DEM OEFFNEN    *
003000*        DES ONLINE-DIENSTES LAEUFT,                           *
003100*     3. SCHREIBT ALLE SAETZE DER TABELLE BANKLEITZAHLEN       *
003200*        (HAUPT- UND ZWEIGSTELLEN, AUSLAENDISCHE INSTITUTE) IM *
003300*        DELTA-AUFBAU (DELTSATZ, AENDERUNGSCODE 'A', LFDNR =   *
003400*        STAND) NACH STANDOUT, EINGERAHMT VON VOR- UND         *
003500*        NACHLAUFSATZ NACH KONTSATZ MIT ANZAHL, PRUEFSUMME UND *
003600*        STAND,                                                *
003700*     4. SETZT IM ABNEHMERVERZEICHNIS (ABNEHMIN -> ABNEHOUT,   *
003800*        AUFBAU ABNSATZ) DEN ZEIGER DER ANGEFORDERTEN ABNEHMER *
003900*        AUF DEN STAND; ALLE ANDEREN ABNEHMER BLEIBEN          *
004000*        UNVERAENDERT. DER NAECHSTE CBK963-LAUF LIEFERT DIESEN *
004100*        ABNEHMERN DANN AB STAND + 1.                          *
004200*   BEI EINEM FEHLER WIRD DAS VERZEICHNIS UNVERAENDERT         *
004300*   FORTGESCHRIEBEN UND DER LAUF MIT RC 16 BEENDET.            *
004400*--------------------------------------------------------------*
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SPECIAL-NAMES.
004800     DECIMAL-POINT IS COMMA.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT STEUER-DATEI   ASSIGN TO STEUERIN
005200            ORGANIZATION IS SEQUENTIAL.
005300     SELECT ABNEHMER-DATEI ASSIGN TO ABNEHMIN
005400            ORGANIZATION IS SEQUENTIAL.
005500     SELECT ARCHIV-DATEI   ASSIGN TO DELTARCH
005600            ORGANIZATION IS SEQUENTIAL.
005700     SELECT STAND-DATEI    ASSIGN TO STANDOUT
005800            ORGANIZATION IS SEQUENTIAL.
005900     SELECT AUSGABE-DATEI  ASSIGN TO ABNEHOUT
006000            ORGANIZATION IS SEQUENTIAL.
006100     SELECT BERICHT-DATEI  ASSIGN TO STANDRPT
006200            ORGANIZATION IS SEQUENTIAL.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  STEUER-DATEI
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 01  STEUER-SATZ.
006900     05 STEU-SYSTEM            PIC X(08).
007000     05 STEU-LIEFER-DD         PIC X(08).
007100     05 FILLER                 PIC X(64).
007200 FD  ABNEHMER-DATEI
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500     COPY ABNSATZ.
007600 FD  ARCHIV-DATEI
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900 01  ARCHIV-SATZ               PIC X(152).
008000 FD  STAND-DATEI
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 01  STAND-SATZ                PIC X(152).
008400 FD  AUSGABE-DATEI
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  AUSGABE-SATZ              PIC X(80).
008800 FD  BERICHT-DATEI
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100 01  BERICHT-ZEILE             PIC X(101).
009200 WORKING-STORAGE SECTION.
009300*--------------------------------------------------------------*
009400* SCHALTER UND ZAEHLER                                         *
009500*--------------------------------------------------------------*
009600 77  WS-SQLCODE                PIC S9(05) COMP VALUE ZERO.
009700 77  WS-ANZAHL-ABNEHMER        PIC 9(03) COMP VALUE ZERO.
009800 77  WS-ANZAHL-ALT             PIC 9(03) COMP VALUE ZERO.
009900 77  WS-STAND-LFDNR            PIC 9(09) VALUE ZERO.
010000 01  WS-SCHALTER.
010100     05 WS-STEUER-EOF-KZ       PIC X(01) VALUE 'N'.
010200         88 WS-STEUER-EOF             VALUE 'J'.
010300     05 WS-ABNEHMER-EOF-KZ     PIC X(01) VALUE 'N'.
010400         88 WS-ABNEHMER-EOF           VALUE 'J'.
010500     05 WS-ARCHIV-EOF-KZ       PIC X(01) VALUE 'N'.
010600         88 WS-ARCHIV-EOF             VALUE 'J'.
010700     05 WS-BESTAND-EOF-KZ      PIC X(01) VALUE 'N'.
010800         88 WS-BESTAND-EOF            VALUE 'J'.
010900     05 WS-GEFUNDEN-KZ         PIC X(01) VALUE 'N'.
011000         88 WS-GEFUNDEN               VALUE 'J'.
011100     05 WS-CURSOR-KZ           PIC X(01) VALUE 'N'.
011200         88 WS-CURSOR-OFFEN           VALUE 'J'.
011210     05 WS-VERZEICHNIS-KZ      PIC X(01) VALUE 'N'.
011220         88 WS-VERZEICHNIS-GELADEN    VALUE 'J'.
011300 01  WS-ZAEHLER.
011400     05 WS-ANZAHL-STEUER       PIC 9(05) COMP VALUE ZERO.
011500     05 WS-ANZAHL-ARCHIV       PIC 9(09) COMP VALUE ZERO.
011600     05 WS-ANZAHL-INLAND       PIC 9(09) COMP VALUE ZERO.
011700     05 WS-ANZAHL-AUSLAND      PIC 9(09) COMP VALUE ZERO.
011800     05 WS-ANZAHL-SAETZE       PIC 9(09) COMP VALUE ZERO.
011900     05 WS-ANZAHL-NEU          PIC 9(03) COMP VALUE ZERO.
012000 01  WS-DATUM.
012100     05 WS-DATUM-JJ            PIC 9(02).
012200     05 WS-DATUM-MM            PIC 9(02).
012300     05 WS-DATUM-TT            PIC 9(02).
012400 01  WS-TAGESDATUM.
012500     05 FILLER                 PIC X(02) VALUE '20'.
012600     05 WS-TAGESDATUM-JJMMTT   PIC 9(06).
012700*--------------------------------------------------------------*
012800* ABNEHMERTABELLE WIE CBK963; WS-AB-STAND-KZ MARKIERT DIE PER  *
012900* STEUERKARTE ANGEFORDERTEN ABNEHMER, WS-AB-NEU-KZ DIE NEU     *
013000* AUFGENOMMENEN                                                *
013100*--------------------------------------------------------------*
013200 01  WS-ABNEHMER-TABELLE.
013300     05 WS-ABNEHMER            OCCURS 50 TIMES
013400                               INDEXED BY WS-AB-IX.
013500         10 WS-AB-SYSTEM       PIC X(08).
013600         10 WS-AB-LETZTE-LFDNR PIC 9(09).
013700         10 WS-AB-LIEFER-DD    PIC X(08).
013800         10 WS-AB-STAND-KZ     PIC X(01).
013900             88 WS-AB-STAND-ANGEFORDERT VALUE 'J'.
014000         10 WS-AB-NEU-KZ       PIC X(01).
014100             88 WS-AB-NEU             VALUE 'J'.
014200*--------------------------------------------------------------*
014300* PRUEFSUMME, MODULO 10 HOCH 10 (BILDUNG WIE IN KONTSATZ UND    *
014400* CBK990)                                                       *
014500*--------------------------------------------------------------*
014600 77  WS-PRUEFSUMME             PIC 9(12) VALUE ZERO.
014700 77  WS-PRUEF-BEITRAG          PIC 9(12) VALUE ZERO.
014800 77  WS-MODULO                 PIC 9(11) VALUE 10000000000.
014900 77  WS-BLZ-ZAHL               PIC 9(08) VALUE ZERO.
015000 77  WS-FILIALNR-ZAHL          PIC 9(03) VALUE ZERO.
015100 77  WS-ALPHA-IX               PIC 9(02) COMP VALUE ZERO.
015200 77  WS-BIC-IX                 PIC 9(02) COMP VALUE ZERO.
015300 77  WS-ZEICHEN-WERT           PIC 9(02) COMP VALUE ZERO.
015400 01  WS-ALPHABET-KONSTANTE     PIC X(36) VALUE
015500     '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
015600 01  WS-ALPHABET REDEFINES WS-ALPHABET-KONSTANTE.
015700     05 WS-ALPHABET-ZEICHEN    PIC X(01) OCCURS 36.
015800 01  WS-BIC-ARBEIT.
015900     05 WS-BIC-ZEICHEN         PIC X(01) OCCURS 11.
016000*--------------------------------------------------------------*
016100* SATZAUFBAUTEN                                                *
016200*--------------------------------------------------------------*
016300     COPY DELTSATZ.
016400     COPY KONTSATZ.
016500*--------------------------------------------------------------*
016600* AUFBAU DER BERICHTSZEILEN                                    *
016700*--------------------------------------------------------------*
016800 01  WS-ZAEHLERZEILE.
016900     05 WS-ZZ-TEXT             PIC X(42).
017000     05 WS-ZZ-ANZAHL           PIC ZZZZZZZZZZZ9.
017100     05 FILLER                 PIC X(47) VALUE SPACES.
017200 01  WS-ABNEHMERZEILE.
017300     05 WS-AZ-SYSTEM           PIC X(08).
017400     05 FILLER                 PIC X(02) VALUE SPACES.
017500     05 WS-AZ-TEXT             PIC X(32).
017600     05 WS-AZ-LFDNR            PIC ZZZZZZZZ9.
017700     05 FILLER                 PIC X(50) VALUE SPACES.
017800*--------------------------------------------------------------*
017900* DB2 KOMMUNIKATIONSBEREICH UND HOST-VARIABLEN                 *
018000*--------------------------------------------------------------*
018100     EXEC SQL INCLUDE SQLCA END-EXEC.
018200     COPY BANKSATZ.
018300 PROCEDURE DIVISION.
018400*--------------------------------------------------------------*
018500* 0000-MAINLINE                                                *
018600*--------------------------------------------------------------*
018700 0000-MAINLINE.
018800     PERFORM 1000-INITIALISIEREN  THRU 1000-EXIT
018900     PERFORM 3000-BESTAND-AUSGEBEN THRU 3000-EXIT
019000         UNTIL WS-BESTAND-EOF
019100     PERFORM 8000-ABSCHLUSS       THRU 8000-EXIT
019200     STOP RUN.
019300*--------------------------------------------------------------*
019400* 1000-INITIALISIEREN - VERZEICHNIS UND STEUERKARTEN EINLESEN, *
019500* STAND AUS DEM DELTA-ARCHIV ERMITTELN, VORLAUFSATZ SCHREIBEN  *
019600* UND CURSOR OEFFNEN                                           *
019700*--------------------------------------------------------------*
019800 1000-INITIALISIEREN.
019900     OPEN INPUT  STEUER-DATEI
020000     OPEN INPUT  ABNEHMER-DATEI
020100     OPEN INPUT  ARCHIV-DATEI
020200     OPEN OUTPUT STAND-DATEI
020300     OPEN OUTPUT AUSGABE-DATEI
020400     OPEN OUTPUT BERICHT-DATEI
020500     ACCEPT WS-DATUM FROM DATE
020600     MOVE WS-DATUM TO WS-TAGESDATUM-JJMMTT
020700     PERFORM 2100-BERICHTSKOPF-SCHREIBEN THRU 2100-EXIT
020800     PERFORM 1100-ABNEHMER-LESEN  THRU 1100-EXIT
020900     PERFORM 1200-ABNEHMER-UEBERNEHMEN THRU 1200-EXIT
021000         UNTIL WS-ABNEHMER-EOF
021100            OR WS-ANZAHL-ABNEHMER = 50
021200     IF NOT WS-ABNEHMER-EOF
021300         DISPLAY 'CBK964: MEHR ALS 50 ABNEHMER - LAUF'
021400                 ' ABGEBROCHEN'
021500         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
021600     END-IF
021700     MOVE WS-ANZAHL-ABNEHMER TO WS-ANZAHL-ALT
021750     SET WS-VERZEICHNIS-GELADEN TO TRUE
021800     PERFORM 1300-STEUERKARTE-LESEN THRU 1300-EXIT
021900     PERFORM 1400-STEUERKARTE-VERARBEITEN THRU 1400-EXIT
022000         UNTIL WS-STEUER-EOF
022100     IF WS-ANZAHL-STEUER = ZERO
022200         DISPLAY 'CBK964: KEINE STEUERKARTE - LAUF ABGEBROCHEN'
022300         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
022400     END-IF
022500     PERFORM 1500-STAND-ERMITTELN THRU 1500-EXIT
022600     MOVE SPACES                  TO KONT-SATZ
022700     SET KONT-VORLAUF             TO TRUE
022800     MOVE WS-TAGESDATUM           TO KONT-ERSTELL-DATUM
022900     MOVE ZERO                    TO KONT-ANZAHL
023000     MOVE ZERO                    TO KONT-PRUEFSUMME
023100     MOVE WS-STAND-LFDNR          TO KONT-STAND-LFDNR
023200     MOVE SPACES                  TO STAND-SATZ
023300     MOVE KONT-SATZ               TO STAND-SATZ
023400     WRITE STAND-SATZ
023500     EXEC SQL
023600         DECLARE STAND-CURSOR CURSOR FOR
023700         SELECT SATZART, NAME, BLZ, FILIALNR, PLZ,
023800                LAENDERCODE, NAT-SORTCODE, ORT, BIC,
023900                PZ_METHODE, GUELTIG_VON, GUELTIG_BIS,
024000                NACHFOLGE_BLZ, IBAN_REGEL
024100           FROM BANKLEITZAHLEN
024200          ORDER BY SATZART, BLZ, FILIALNR, LAENDERCODE,
024300                   NAT-SORTCODE
024400     END-EXEC
024500     EXEC SQL
024600         OPEN STAND-CURSOR
024700     END-EXEC
024800     MOVE SQLCODE TO WS-SQLCODE
024900     IF WS-SQLCODE NOT = ZERO
025000         DISPLAY 'CBK964: FEHLER OPEN STAND-CURSOR SQLCODE '
025100                 WS-SQLCODE
025200         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
025300     END-IF
025400     SET WS-CURSOR-OFFEN TO TRUE
025500     PERFORM 2200-BESTAND-LESEN   THRU 2200-EXIT.
025600 1000-EXIT.
025700     EXIT.
025800*--------------------------------------------------------------*
025900* 1100-ABNEHMER-LESEN                                          *
026000*--------------------------------------------------------------*
026100 1100-ABNEHMER-LESEN.
026200     READ ABNEHMER-DATEI
026300         AT END
026400             SET WS-ABNEHMER-EOF TO TRUE
026500     END-READ.
026600 1100-EXIT.
026700     EXIT.
026800*--------------------------------------------------------------*
026900* 1200-ABNEHMER-UEBERNEHMEN - EINEN VERZEICHNISSATZ IN DIE     *
027000* TABELLE STELLEN (WIE CBK963)                                 *
027100*--------------------------------------------------------------*
027200 1200-ABNEHMER-UEBERNEHMEN.
027300     IF ABN-LETZTE-LFDNR NOT NUMERIC
027400         DISPLAY 'CBK964: UNGUELTIGER VERZEICHNISSATZ SYSTEM '
027500                 ABN-SYSTEM ' - LAUF ABGEBROCHEN'
027600         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
027700     END-IF
027800     ADD 1 TO WS-ANZAHL-ABNEHMER
027900     SET WS-AB-IX TO WS-ANZAHL-ABNEHMER
028000     MOVE ABN-SYSTEM       TO WS-AB-SYSTEM (WS-AB-IX)
028100     MOVE ABN-LETZTE-LFDNR TO WS-AB-LETZTE-LFDNR (WS-AB-IX)
028200     MOVE ABN-LIEFER-DD    TO WS-AB-LIEFER-DD (WS-AB-IX)
028300     MOVE 'N'              TO WS-AB-STAND-KZ (WS-AB-IX)
028400     MOVE 'N'              TO WS-AB-NEU-KZ (WS-AB-IX)
028500     PERFORM 1100-ABNEHMER-LESEN THRU 1100-EXIT.
028600 1200-EXIT.
028700     EXIT.
028800*--------------------------------------------------------------*
028900* 1300-STEUERKARTE-LESEN                                       *
029000*--------------------------------------------------------------*
029100 1300-STEUERKARTE-LESEN.
029200     READ STEUER-DATEI
029300         AT END
029400             SET WS-STEUER-EOF TO TRUE
029500     END-READ.
029600 1300-EXIT.
029700     EXIT.
029800*--------------------------------------------------------------*
029900* 1400-STEUERKARTE-VERARBEITEN - DEN ABNEHMER DER KARTE FUER   *
030000* DIE STANDLIEFERUNG MARKIEREN. EIN NOCH NICHT GEFUEHRTER      *
030100* ABNEHMER WIRD MIT DEM KUERZEL SEINER LIEFERDATEI (STELLEN    *
030200* 9-16) NEU AUFGENOMMEN; OHNE DIESES KUERZEL WIRD DER LAUF     *
030300* ABGEBROCHEN.                                                 *
030400*--------------------------------------------------------------*
030500 1400-STEUERKARTE-VERARBEITEN.
030600     IF STEU-SYSTEM = SPACES
030700         DISPLAY 'CBK964: STEUERKARTE OHNE ABNEHMERKUERZEL - LAUF'
030800                 ' ABGEBROCHEN'
030900         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
031000     END-IF
031100     ADD 1 TO WS-ANZAHL-STEUER
031200     MOVE 'N' TO WS-GEFUNDEN-KZ
031300     PERFORM 1410-ABNEHMER-MARKIEREN THRU 1410-EXIT
031400         VARYING WS-AB-IX FROM 1 BY 1
031500         UNTIL WS-GEFUNDEN
031600            OR WS-AB-IX > WS-ANZAHL-ABNEHMER
031700     IF WS-GEFUNDEN
031800         GO TO 1400-WEITER
031900     END-IF
032000     IF STEU-LIEFER-DD = SPACES
032100         DISPLAY 'CBK964: ABNEHMER ' STEU-SYSTEM ' NICHT IM'
032200                 ' VERZEICHNIS UND KEINE LIEFERDATEI ANGEGEBEN'
032300                 ' - LAUF ABGEBROCHEN'
032400         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
032500     END-IF
032600     IF WS-ANZAHL-ABNEHMER = 50
032700         DISPLAY 'CBK964: MEHR ALS 50 ABNEHMER - LAUF'
032800                 ' ABGEBROCHEN'
032900         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
033000     END-IF
033100     ADD 1 TO WS-ANZAHL-ABNEHMER
033200     ADD 1 TO WS-ANZAHL-NEU
033300     SET WS-AB-IX TO WS-ANZAHL-ABNEHMER
033400     MOVE STEU-SYSTEM      TO WS-AB-SYSTEM (WS-AB-IX)
033500     MOVE ZERO             TO WS-AB-LETZTE-LFDNR (WS-AB-IX)
033600     MOVE STEU-LIEFER-DD   TO WS-AB-LIEFER-DD (WS-AB-IX)
033700     MOVE 'J'              TO WS-AB-STAND-KZ (WS-AB-IX)
033800     MOVE 'J'              TO WS-AB-NEU-KZ (WS-AB-IX).
033900 1400-WEITER.
034000     PERFORM 1300-STEUERKARTE-LESEN THRU 1300-EXIT.
034100 1400-EXIT.
034200     EXIT.
034300*--------------------------------------------------------------*
034400* 1410-ABNEHMER-MARKIEREN                                      *
034500*--------------------------------------------------------------*
034600 1410-ABNEHMER-MARKIEREN.
034700     IF WS-AB-SYSTEM (WS-AB-IX) = STEU-SYSTEM
034800         SET WS-GEFUNDEN TO TRUE
034900         MOVE 'J' TO WS-AB-STAND-KZ (WS-AB-IX)
035000     END-IF.
035100 1410-EXIT.
035200     EXIT.
035300*--------------------------------------------------------------*
035400* 1500-STAND-ERMITTELN - DAS DELTA-ARCHIV BIS ZUM ENDE LESEN;  *
035500* DIE LETZTE LAUFENDE NUMMER IST DER STAND DER LIEFERUNG       *
035600* (LEERES ARCHIV: STAND NULL, WIE CBK960)                      *
035700*--------------------------------------------------------------*
035800 1500-STAND-ERMITTELN.
035900     PERFORM 1510-ARCHIV-LESEN THRU 1510-EXIT
036000         UNTIL WS-ARCHIV-EOF.
036100 1500-EXIT.
036200     EXIT.
036300*--------------------------------------------------------------*
036400* 1510-ARCHIV-LESEN                                            *
036500*--------------------------------------------------------------*
036600 1510-ARCHIV-LESEN.
036700     READ ARCHIV-DATEI INTO DELTA-SATZ
036800         AT END
036900             SET WS-ARCHIV-EOF TO TRUE
037000         NOT AT END
037100             ADD 1 TO WS-ANZAHL-ARCHIV
037200             MOVE DELTA-LFDNR TO WS-STAND-LFDNR
037300     END-READ.
037400 1510-EXIT.
037500     EXIT.
037600*--------------------------------------------------------------*
037700* 2100-BERICHTSKOPF-SCHREIBEN                                  *
037800*--------------------------------------------------------------*
037900 2100-BERICHTSKOPF-SCHREIBEN.
038000     MOVE SPACES TO BERICHT-ZEILE
038100     STRING 'STANDLIEFERUNG AN DELTA-ABNEHMER VOM 20' WS-DATUM-JJ
038200            '-' WS-DATUM-MM '-' WS-DATUM-TT DELIMITED BY SIZE
038300       INTO BERICHT-ZEILE
038400     WRITE BERICHT-ZEILE
038500     MOVE SPACES TO BERICHT-ZEILE
038600     WRITE BERICHT-ZEILE.
038700 2100-EXIT.
038800     EXIT.
038900*--------------------------------------------------------------*
039000* 2200-BESTAND-LESEN - NAECHSTE ZEILE AUS DEM CURSOR HOLEN     *
039100*--------------------------------------------------------------*
039200 2200-BESTAND-LESEN.
039300     EXEC SQL
039400         FETCH STAND-CURSOR
039500         INTO :BS-SATZART, :BS-NAME, :BS-BLZ, :BS-FILIALNR,
039600              :BS-PLZ, :BS-LAENDERCODE, :BS-NAT-SORTCODE,
039700              :BS-ORT, :BS-BIC, :BS-PZ-METHODE,
039800              :BS-GUELTIG-VON, :BS-GUELTIG-BIS,
039900              :BS-NACHFOLGE-BLZ, :BS-IBAN-REGEL
040000     END-EXEC
040100     MOVE SQLCODE TO WS-SQLCODE
040200     EVALUATE TRUE
040300         WHEN WS-SQLCODE = ZERO
040400             CONTINUE
040500         WHEN WS-SQLCODE = 100
040600             SET WS-BESTAND-EOF TO TRUE
040700         WHEN OTHER
040800             DISPLAY 'CBK964: FEHLER FETCH STAND-CURSOR SQLCODE '
040900                     WS-SQLCODE
041000             PERFORM 9000-ABBRUCH THRU 9000-EXIT
041100     END-EVALUATE.
041200 2200-EXIT.
041300     EXIT.
041400*--------------------------------------------------------------*
041500* 3000-BESTAND-AUSGEBEN - EINE TABELLENZEILE ALS DELTASATZ MIT *
041600* DEM STAND ALS LAUFENDER NUMMER AUSGEBEN UND IN ANZAHL UND    *
041700* PRUEFSUMME EINRECHNEN                                        *
041800*--------------------------------------------------------------*
041900 3000-BESTAND-AUSGEBEN.
042000     MOVE WS-STAND-LFDNR          TO DELTA-LFDNR
042100     SET DELTA-HINZUGEFUEGT       TO TRUE
042200     MOVE WS-TAGESDATUM           TO DELTA-DATUM
042300     SET DELTA-AUS-BATCH          TO TRUE
042400     MOVE BS-SATZART              TO DELTA-SATZART
042500     MOVE BS-NAME                 TO DELTA-NAME
042600     MOVE BS-BLZ                  TO DELTA-BLZ
042700     MOVE BS-FILIALNR             TO DELTA-FILIALNR
042800     MOVE BS-PLZ                  TO DELTA-PLZ
042900     MOVE BS-LAENDERCODE          TO DELTA-LAENDERCODE
043000     MOVE BS-NAT-SORTCODE         TO DELTA-NAT-SORTCODE
043100     MOVE BS-ORT                  TO DELTA-ORT
043200     MOVE BS-BIC                  TO DELTA-BIC
043300     MOVE BS-PZ-METHODE           TO DELTA-PZ-METHODE
043400     MOVE BS-GUELTIG-VON          TO DELTA-GUELTIG-VON
043500     MOVE BS-GUELTIG-BIS          TO DELTA-GUELTIG-BIS
043600     MOVE BS-NACHFOLGE-BLZ        TO DELTA-NACHFOLGE-BLZ
043700     MOVE BS-IBAN-REGEL           TO DELTA-IBAN-REGEL
043800     WRITE STAND-SATZ FROM DELTA-SATZ
043900     ADD 1 TO WS-ANZAHL-SAETZE
044000     IF BS-INLAND
044100         ADD 1 TO WS-ANZAHL-INLAND
044200     ELSE
044300         ADD 1 TO WS-ANZAHL-AUSLAND
044400     END-IF
044500     PERFORM 6400-BEITRAG-ERMITTELN THRU 6400-EXIT
044600     ADD WS-PRUEF-BEITRAG TO WS-PRUEFSUMME
044700     PERFORM 6200-SUMME-KUERZEN THRU 6200-EXIT
044800         UNTIL WS-PRUEFSUMME < WS-MODULO
044900     PERFORM 2200-BESTAND-LESEN THRU 2200-EXIT.
045000 3000-EXIT.
045100     EXIT.
045200*--------------------------------------------------------------*
045300* 6200-SUMME-KUERZEN                                           *
045400*--------------------------------------------------------------*
045500 6200-SUMME-KUERZEN.
045600     SUBTRACT WS-MODULO FROM WS-PRUEFSUMME.
045700 6200-EXIT.
045800     EXIT.
045900*--------------------------------------------------------------*
046000* 6400-BEITRAG-ERMITTELN - SCHLUESSELBEITRAG EINER             *
046100* TABELLENZEILE, BEREITS AUF MODULO GEKUERZT (BILDUNG WIE IN   *
046200* KONTSATZ, VERFAHREN WIE CBK990)                              *
046300*--------------------------------------------------------------*
046400 6400-BEITRAG-ERMITTELN.
046500     MOVE ZERO TO WS-PRUEF-BEITRAG
046600     IF BS-INLAND
046700         IF BS-BLZ NUMERIC
046800             MOVE BS-BLZ          TO WS-BLZ-ZAHL
046900         ELSE
047000             MOVE ZERO            TO WS-BLZ-ZAHL
047100         END-IF
047200         IF BS-FILIALNR NUMERIC
047300             MOVE BS-FILIALNR     TO WS-FILIALNR-ZAHL
047400         ELSE
047500             MOVE ZERO            TO WS-FILIALNR-ZAHL
047600         END-IF
047700         COMPUTE WS-PRUEF-BEITRAG =
047800                 WS-BLZ-ZAHL * 1000 + WS-FILIALNR-ZAHL
047900     ELSE
048000         MOVE BS-BIC              TO WS-BIC-ARBEIT
048100         PERFORM 6500-BIC-STELLE-BEWERTEN THRU 6500-EXIT
048200             VARYING WS-BIC-IX FROM 1 BY 1 UNTIL WS-BIC-IX > 11
048300     END-IF
048400     PERFORM 6700-BEITRAG-KUERZEN THRU 6700-EXIT
048500         UNTIL WS-PRUEF-BEITRAG < WS-MODULO.
048600 6400-EXIT.
048700     EXIT.
048800*--------------------------------------------------------------*
048900* 6500-BIC-STELLE-BEWERTEN - WERT EINER BIC-STELLE BESTIMMEN   *
049000* UND GEWICHTET MIT DER STELLENNUMMER IN DEN BEITRAG ADDIEREN  *
049100*--------------------------------------------------------------*
049200 6500-BIC-STELLE-BEWERTEN.
049300     MOVE ZERO TO WS-ZEICHEN-WERT
049400     IF WS-BIC-ZEICHEN (WS-BIC-IX) = SPACE
049500         GO TO 6500-EXIT
049600     END-IF
049700     PERFORM 6600-ZEICHEN-SUCHEN THRU 6600-EXIT
049800         VARYING WS-ALPHA-IX FROM 1 BY 1
049900         UNTIL WS-ALPHA-IX > 36 OR WS-ZEICHEN-WERT > ZERO
050000     COMPUTE WS-PRUEF-BEITRAG =
050100             WS-PRUEF-BEITRAG + WS-ZEICHEN-WERT * WS-BIC-IX.
050200 6500-EXIT.
050300     EXIT.
050400*--------------------------------------------------------------*
050500* 6600-ZEICHEN-SUCHEN - POSITION DES ZEICHENS IM ALPHABET      *
050600* '0'-'9','A'-'Z' (1-36) BESTIMMEN                             *
050700*--------------------------------------------------------------*
050800 6600-ZEICHEN-SUCHEN.
050900     IF WS-ALPHABET-ZEICHEN (WS-ALPHA-IX)
051000        = WS-BIC-ZEICHEN (WS-BIC-IX)
051100         MOVE WS-ALPHA-IX TO WS-ZEICHEN-WERT
051200     END-IF.
051300 6600-EXIT.
051400     EXIT.
051500*--------------------------------------------------------------*
051600* 6700-BEITRAG-KUERZEN                                         *
051700*--------------------------------------------------------------*
051800 6700-BEITRAG-KUERZEN.
051900     SUBTRACT WS-MODULO FROM WS-PRUEF-BEITRAG.
052000 6700-EXIT.
052100     EXIT.
052200*--------------------------------------------------------------*
052300* 8000-ABSCHLUSS - NACHLAUFSATZ SCHREIBEN, VERZEICHNIS MIT DEN *
052400* NEUEN ZEIGERN FORTSCHREIBEN, BERICHT UND DATEIABSCHLUSS      *
052500*--------------------------------------------------------------*
052600 8000-ABSCHLUSS.
052700     EXEC SQL
052800         CLOSE STAND-CURSOR
052900     END-EXEC
053000     MOVE SPACES                  TO KONT-SATZ
053100     SET KONT-NACHLAUF            TO TRUE
053200     MOVE WS-ANZAHL-SAETZE        TO KONT-ANZAHL
053300     MOVE WS-PRUEFSUMME           TO KONT-PRUEFSUMME
053400     MOVE WS-STAND-LFDNR          TO KONT-STAND-LFDNR
053500     MOVE SPACES                  TO STAND-SATZ
053600     MOVE KONT-SATZ               TO STAND-SATZ
053700     WRITE STAND-SATZ
053800     PERFORM 8200-VERZEICHNIS-SCHREIBEN THRU 8200-EXIT
053900         VARYING WS-AB-IX FROM 1 BY 1
054000         UNTIL WS-AB-IX > WS-ANZAHL-ABNEHMER
054100     PERFORM 8300-ABNEHMERZEILE-SCHREIBEN THRU 8300-EXIT
054200         VARYING WS-AB-IX FROM 1 BY 1
054300         UNTIL WS-AB-IX > WS-ANZAHL-ABNEHMER
054400     MOVE SPACES TO BERICHT-ZEILE
054500     WRITE BERICHT-ZEILE
054600     MOVE 'STAND (LETZTE LFDNR DELTA-ARCHIV):' TO WS-ZZ-TEXT
054700     MOVE WS-STAND-LFDNR TO WS-ZZ-ANZAHL
054800     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
054900     MOVE 'ARCHIVSAETZE GELESEN:' TO WS-ZZ-TEXT
055000     MOVE WS-ANZAHL-ARCHIV TO WS-ZZ-ANZAHL
055100     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
055200     MOVE 'BESTANDSSAETZE INLAND (D):' TO WS-ZZ-TEXT
055300     MOVE WS-ANZAHL-INLAND TO WS-ZZ-ANZAHL
055400     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
055500     MOVE 'BESTANDSSAETZE AUSLAND (A):' TO WS-ZZ-TEXT
055600     MOVE WS-ANZAHL-AUSLAND TO WS-ZZ-ANZAHL
055700     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
055800     MOVE 'DATENSAETZE STANDOUT (NACHLAUF):' TO WS-ZZ-TEXT
055900     MOVE WS-ANZAHL-SAETZE TO WS-ZZ-ANZAHL
056000     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
056100     MOVE 'PRUEFSUMME (NACHLAUF):' TO WS-ZZ-TEXT
056200     MOVE WS-PRUEFSUMME TO WS-ZZ-ANZAHL
056300     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
056400     MOVE 'STEUERKARTEN VERARBEITET:' TO WS-ZZ-TEXT
056500     MOVE WS-ANZAHL-STEUER TO WS-ZZ-ANZAHL
056600     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
056700     MOVE 'ABNEHMER NEU AUFGENOMMEN:' TO WS-ZZ-TEXT
056800     MOVE WS-ANZAHL-NEU TO WS-ZZ-ANZAHL
056900     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
057000     CLOSE STEUER-DATEI ABNEHMER-DATEI ARCHIV-DATEI
057100           STAND-DATEI AUSGABE-DATEI BERICHT-DATEI.
057200 8000-EXIT.
057300     EXIT.
057400*--------------------------------------------------------------*
057500* 8100-SUMMENZEILE-SCHREIBEN                                   *
057600*--------------------------------------------------------------*
057700 8100-SUMMENZEILE-SCHREIBEN.
057800     MOVE SPACES TO BERICHT-ZEILE
057900     MOVE WS-ZAEHLERZEILE TO BERICHT-ZEILE
058000     WRITE BERICHT-ZEILE.
058100 8100-EXIT.
058200     EXIT.
058300*--------------------------------------------------------------*
058400* 8200-VERZEICHNIS-SCHREIBEN - EINEN VERZEICHNISSATZ NACH      *
058500* ABNEHOUT AUSGEBEN; FUER DIE ANGEFORDERTEN ABNEHMER MIT DEM   *
058600* STAND ALS ZEIGER                                             *
058700*--------------------------------------------------------------*
058800 8200-VERZEICHNIS-SCHREIBEN.
058900     MOVE SPACES                       TO ABN-SATZ
059000     MOVE WS-AB-SYSTEM (WS-AB-IX)      TO ABN-SYSTEM
059100     IF WS-AB-STAND-ANGEFORDERT (WS-AB-IX)
059200         MOVE WS-STAND-LFDNR           TO ABN-LETZTE-LFDNR
059300     ELSE
059400         MOVE WS-AB-LETZTE-LFDNR (WS-AB-IX) TO ABN-LETZTE-LFDNR
059500     END-IF
059600     MOVE WS-AB-LIEFER-DD (WS-AB-IX)   TO ABN-LIEFER-DD
059700     WRITE AUSGABE-SATZ FROM ABN-SATZ.
059800 8200-EXIT.
059900     EXIT.
060000*--------------------------------------------------------------*
060100* 8300-ABNEHMERZEILE-SCHREIBEN - JE ABNEHMER DEN ZEIGER NACH   *
060200* DEM LAUF; ANGEFORDERTE ABNEHMER WERDEN GEKENNZEICHNET        *
060300*--------------------------------------------------------------*
060400 8300-ABNEHMERZEILE-SCHREIBEN.
060500     MOVE WS-AB-SYSTEM (WS-AB-IX) TO WS-AZ-SYSTEM
060600     EVALUATE TRUE
060700         WHEN WS-AB-NEU (WS-AB-IX)
060800             MOVE 'NEU AUFGENOMMEN, ZEIGER:' TO WS-AZ-TEXT
060900             MOVE WS-STAND-LFDNR TO WS-AZ-LFDNR
061000         WHEN WS-AB-STAND-ANGEFORDERT (WS-AB-IX)
061100             MOVE 'STANDLIEFERUNG, ZEIGER:' TO WS-AZ-TEXT
061200             MOVE WS-STAND-LFDNR TO WS-AZ-LFDNR
061300         WHEN OTHER
061400             MOVE 'UNVERAENDERT, ZEIGER:' TO WS-AZ-TEXT
061500             MOVE WS-AB-LETZTE-LFDNR (WS-AB-IX) TO WS-AZ-LFDNR
061600     END-EVALUATE
061700     MOVE SPACES TO BERICHT-ZEILE
061800     MOVE WS-ABNEHMERZEILE TO BERICHT-ZEILE
061900     WRITE BERICHT-ZEILE.
062000 8300-EXIT.
062100     EXIT.
062200*--------------------------------------------------------------*
062300* 9000-ABBRUCH - LAUF MIT FEHLER-RETURN-CODE BEENDEN. DAS      *
062400* VERZEICHNIS WIRD UNVERAENDERT FORTGESCHRIEBEN, DAMIT CBK963  *
062450* NORMAL WEITERLIEFERT: NACH DEM EINLESEN AUS DER TABELLE      *
062500* (OHNE NEU AUFGENOMMENE ABNEHMER UND OHNE NEUE ZEIGER), BEI   *
062550* EINEM ABBRUCH WAEHREND DES EINLESENS ALS KOPIE VON ABNEHMIN  *
062600* (9200). DIE ANGEFANGENE STANDLIEFERUNG IST UNBRAUCHBAR       *
062700* (KEIN NACHLAUFSATZ).                                         *
062800*--------------------------------------------------------------*
062900 9000-ABBRUCH.
063000     IF WS-CURSOR-OFFEN
063100         EXEC SQL
063200             CLOSE STAND-CURSOR
063300         END-EXEC
063400     END-IF
063500     IF WS-VERZEICHNIS-GELADEN
063540         PERFORM 9100-VERZEICHNIS-UNVERAENDERT THRU 9100-EXIT
063580             VARYING WS-AB-IX FROM 1 BY 1
063620             UNTIL WS-AB-IX > WS-ANZAHL-ALT
063660     ELSE
063700         PERFORM 9200-VERZEICHNIS-KOPIEREN THRU 9200-EXIT
063740     END-IF
063800     CLOSE STEUER-DATEI ABNEHMER-DATEI ARCHIV-DATEI
063900           STAND-DATEI AUSGABE-DATEI BERICHT-DATEI
064000     MOVE 16 TO RETURN-CODE
064100     STOP RUN.
064200 9000-EXIT.
064300     EXIT.
064400*--------------------------------------------------------------*
064500* 9100-VERZEICHNIS-UNVERAENDERT                                *
064600*--------------------------------------------------------------*
064700 9100-VERZEICHNIS-UNVERAENDERT.
064800     MOVE SPACES                       TO ABN-SATZ
064900     MOVE WS-AB-SYSTEM (WS-AB-IX)      TO ABN-SYSTEM
065000     MOVE WS-AB-LETZTE-LFDNR (WS-AB-IX) TO ABN-LETZTE-LFDNR
065100     MOVE WS-AB-LIEFER-DD (WS-AB-IX)   TO ABN-LIEFER-DD
065200     WRITE AUSGABE-SATZ FROM ABN-SATZ.
065300 9100-EXIT.
065400     EXIT.
065500*--------------------------------------------------------------*
065600* 9200-VERZEICHNIS-KOPIEREN - ABBRUCH WAEHREND DES EINLESENS   *
065700* DES VERZEICHNISSES: ABNEHMIN VON VORN LESEN UND SATZ FUER    *
065800* SATZ UNVERAENDERT NACH ABNEHOUT KOPIEREN                     *
065900*--------------------------------------------------------------*
066000 9200-VERZEICHNIS-KOPIEREN.
066100     CLOSE ABNEHMER-DATEI
066200     OPEN INPUT ABNEHMER-DATEI
066300     MOVE 'N'                    TO WS-ABNEHMER-EOF-KZ
066400     PERFORM 1100-ABNEHMER-LESEN THRU 1100-EXIT
066500     PERFORM 9210-SATZ-KOPIEREN  THRU 9210-EXIT
066600         UNTIL WS-ABNEHMER-EOF.
066700 9200-EXIT.
066800     EXIT.
066900*--------------------------------------------------------------*
067000* 9210-SATZ-KOPIEREN                                           *
067100*--------------------------------------------------------------*
067200 9210-SATZ-KOPIEREN.
067300     WRITE AUSGABE-SATZ FROM ABN-SATZ
067400     PERFORM 1100-ABNEHMER-LESEN THRU 1100-EXIT.
067500 9210-EXIT.
067600     EXIT.
