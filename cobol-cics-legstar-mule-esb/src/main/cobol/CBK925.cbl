000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBK925.
000300 AUTHOR.        H-J WILMS.
000400 INSTALLATION.  BANKLEITZAHLEN-AUSKUNFT.
000500 DATE-WRITTEN.  15.10.2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* AENDERUNGSHISTORIE                                           *
000900*--------------------------------------------------------------*
001000* DATUM      NAME  BESCHREIBUNG                                 *
001100* ---------- ----- ------------------------------------------- *
001200* 15.10.2026 HJW   ERSTERSTELLUNG - WOECHENTLICHE QUALITAETS-   *
001300*                  PRUEFUNG DES BANKENSTAMMES GEGEN SICH SELBST *
001400*                  UND DIE REFERENZTABELLEN (SEPASCL, CBK025,   *
001500*                  CBK026) MIT FORTGESCHRIEBENER BEFUNDDATEI    *
001600*--------------------------------------------------------------*
001700* ZWECK:                                                       *
001800*   PRUEFT DIE TABELLE BANKLEITZAHLEN AUF INNERE STIMMIGKEIT   *
001900*   UND GEGEN DIE UMLIEGENDEN REFERENZTABELLEN. JE PRUEFART    *
002000*   (SIEHE QUALSATZ) WIRD EIN CURSOR IN SCHLUESSELFOLGE        *
002100*   GELESEN:                                                   *
002200*     01 INLAENDISCHE BIC, DIE IN SEPASCL FEHLEN               *
002300*     02 BIC, DIE BEI MEHREREN HAUPTSTELLEN OHNE GEMEINSAMEN   *
002400*        NACHFOLGER (FREMDE BLZ) GEFUEHRT WERDEN               *
002500*     03 NACHFOLGE-BLZ, DIE FEHLT, SELBST ABGELAUFEN IST, EINE *
002600*        KETTE BILDET ODER AUF DIE EIGENE BLZ ZURUECKFUEHRT    *
002700*     04 ZWEIGSTELLEN OHNE HAUPTSTELLE (FILIALNR '000')        *
002800*     05 PZ-METHODEN, DIE CBK025 MIT 'U' BEANTWORTET, MIT DER  *
002900*        ANZAHL DER BANKEN JE METHODE                          *
003000*     06 AUSLAENDISCHE INSTITUTE, DEREN LAENDERCODE NICHT IN   *
003100*        DER REGELTABELLE VON CBK026 STEHT                     *
003200*   JEDER BEFUND TRAEGT EINE SCHWERE (H/M/N) UND WIRD MIT DER  *
003300*   BEFUNDDATEI DES VORLAUFS (QUALALT) ABGEGLICHEN. DIE NEUE   *
003400*   BEFUNDDATEI (QUALNEU) ENTHAELT ALLE AKTUELLEN BEFUNDE MIT  *
003500*   STATUS NEU/GEAENDERT/BEKANNT; DER BERICHT (QUALRPT) LISTET *
003600*   NUR NEUE BEFUNDE UND SOLCHE MIT GEAENDERTER SCHWERE.       *
003700*   BEFUNDE DES VORLAUFS OHNE ENTSPRECHUNG GELTEN ALS ERLEDIGT *
003800*   UND WERDEN NUR GEZAEHLT. EIN LEERES QUALALT GILT ALS       *
003900*   ERSTLAUF. DER LAUF AENDERT DEN BESTAND NICHT; EIN HARTER   *
004000*   DATENBANKFEHLER BRICHT IHN MIT RC 16 AB.                   *
004100*--------------------------------------------------------------*
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SPECIAL-NAMES.
004500     DECIMAL-POINT IS COMMA.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT ALT-DATEI      ASSIGN TO QUALALT
004900            ORGANIZATION IS SEQUENTIAL.
005000     SELECT NEU-DATEI      ASSIGN TO QUALNEU
005100            ORGANIZATION IS SEQUENTIAL.
005200     SELECT BERICHT-DATEI  ASSIGN TO QUALRPT
005300            ORGANIZATION IS SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  ALT-DATEI
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 01  ALT-SATZ                  PIC X(150).
006000 FD  NEU-DATEI
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300     COPY QUALSATZ.
006400 FD  BERICHT-DATEI
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 01  BERICHT-ZEILE             PIC X(111).
006800 WORKING-STORAGE SECTION.
006900*--------------------------------------------------------------*
007000* SCHALTER UND ZAEHLER                                         *
007100*--------------------------------------------------------------*
007200 77  WS-SQLCODE                PIC S9(05) COMP VALUE ZERO.
007300 77  WS-PA-NR                  PIC 9(02) VALUE ZERO.
007400 77  WS-GX                     PIC 9(03) COMP VALUE ZERO.
007500 77  WS-STUFE                  PIC 9(03) COMP VALUE ZERO.
007600 77  WS-MAX-STUFEN             PIC 9(03) COMP VALUE 10.
007700 77  WS-PZ-GRENZE              PIC 9(07) COMP VALUE 50.
007800 77  WS-ANZAHL-PZ              PIC 9(03) COMP VALUE ZERO.
007900 01  WS-SCHALTER.
008000     05 WS-ALT-EOF-KZ          PIC X(01) VALUE 'N'.
008100         88 WS-ALT-EOF                  VALUE 'J'.
008200     05 WS-CURSOR-EOF-KZ       PIC X(01) VALUE 'N'.
008300         88 WS-CURSOR-EOF               VALUE 'J'.
008400     05 WS-FREMD-KZ            PIC X(01) VALUE 'N'.
008500         88 WS-FREMD                    VALUE 'J'.
008600     05 WS-KETTE-KZ            PIC X(01) VALUE SPACE.
008700         88 WS-KETTE-OFFEN              VALUE SPACE.
008800         88 WS-KETTE-OK                 VALUE 'O'.
008900         88 WS-KETTE-FEHLT              VALUE 'F'.
009000         88 WS-KETTE-ABGELAUFEN         VALUE 'A'.
009100         88 WS-KETTE-ZURUECK            VALUE 'Z'.
009200         88 WS-KETTE-ZIRKEL             VALUE 'S'.
009300 01  WS-ZAEHLER.
009400     05 WS-ANZAHL-BEFUNDE      PIC 9(07) COMP VALUE ZERO.
009500     05 WS-ANZAHL-HOCH         PIC 9(07) COMP VALUE ZERO.
009600     05 WS-ANZAHL-MITTEL       PIC 9(07) COMP VALUE ZERO.
009700     05 WS-ANZAHL-NIEDRIG      PIC 9(07) COMP VALUE ZERO.
009800     05 WS-ANZAHL-GEMELDET     PIC 9(07) COMP VALUE ZERO.
009900 01  WS-DATUM.
010000     05 WS-DATUM-JJ            PIC 9(02).
010100     05 WS-DATUM-MM            PIC 9(02).
010200     05 WS-DATUM-TT            PIC 9(02).
010300 01  WS-TAGESDATUM             PIC X(08) VALUE SPACES.
010400 01  WS-LETZTER-SCHLUESSEL     PIC X(24) VALUE LOW-VALUES.
010500*--------------------------------------------------------------*
010600* BEFUNDSATZ DES VORLAUFS (AUFBAU QUALSATZ) MIT SICHT AUF      *
010700* SCHLUESSEL, SCHWERE UND ERSTMALS-DATUM                       *
010800*--------------------------------------------------------------*
010900 01  WS-ALT-SATZ.
011000     05 WS-ALT-SCHLUESSEL.
011100         10 WS-ALT-PRUEFART    PIC X(02).
011200         10 FILLER             PIC X(22).
011300     05 WS-ALT-SCHWERE         PIC X(01).
011400     05 FILLER                 PIC X(02).
011500     05 WS-ALT-ERSTMALS        PIC X(08).
011600     05 FILLER                 PIC X(115).
011700*--------------------------------------------------------------*
011800* BEZEICHNUNG UND ZAEHLER JE PRUEFART                          *
011900*--------------------------------------------------------------*
012000 01  WS-PA-WERTE.
012100     05 FILLER                 PIC X(40)
012200        VALUE 'INLAENDISCHER BIC NICHT IN SEPASCL'.
012300     05 FILLER                 PIC X(40)
012400        VALUE 'BIC BEI MEHREREN FREMDEN BLZ'.
012500     05 FILLER                 PIC X(40)
012600        VALUE 'NACHFOLGE-BLZ FEHLERHAFT'.
012700     05 FILLER                 PIC X(40)
012800        VALUE 'ZWEIGSTELLE OHNE HAUPTSTELLE'.
012900     05 FILLER                 PIC X(40)
013000        VALUE 'PZ-METHODE VON CBK025 UNGEPRUEFT'.
013100     05 FILLER                 PIC X(40)
013200        VALUE 'LAENDERCODE NICHT IN CBK026-TABELLE'.
013300 01  WS-PA-TAB REDEFINES WS-PA-WERTE.
013400     05 WS-PA-TEXT             PIC X(40) OCCURS 6 TIMES.
013500 01  WS-PA-ZAEHLER.
013600     05 WS-PA-EINTRAG          OCCURS 6 TIMES
013700                               INDEXED BY WS-PA-IX.
013800         10 WS-PA-GEFUNDEN     PIC 9(07) COMP.
013900         10 WS-PA-NEU          PIC 9(07) COMP.
014000         10 WS-PA-GEAENDERT    PIC 9(07) COMP.
014100         10 WS-PA-ERLEDIGT     PIC 9(07) COMP.
014200*--------------------------------------------------------------*
014300* HAUPTSTELLEN EINES MEHRFACH VERGEBENEN BIC (PRUEFART 02).    *
014400* ALS WURZEL GILT DIE NACHFOLGE-BLZ, SONST DIE BLZ SELBST -    *
014500* HAUPTSTELLEN MIT GLEICHER WURZEL GEHOEREN ZUSAMMEN.          *
014600*--------------------------------------------------------------*
014700 01  WS-GRUPPEN-BIC            PIC X(11) VALUE SPACES.
014800 01  WS-GR-ANZAHL              PIC 9(03) COMP VALUE ZERO.
014900 01  WS-GR-GESAMT              PIC 9(07) COMP VALUE ZERO.
015000 01  WS-GRUPPE.
015100     05 WS-GR-EINTRAG          OCCURS 50 TIMES.
015200         10 WS-GR-BLZ          PIC X(08).
015300         10 WS-GR-WURZEL       PIC X(08).
015400*--------------------------------------------------------------*
015500* NACHFOLGEKETTE (PRUEFART 03) - HOST-VARIABLEN DES JEWEILS    *
015600* GELESENEN KETTENGLIEDS                                       *
015700*--------------------------------------------------------------*
015800 01  WS-KETTE-BLZ              PIC X(08) VALUE SPACES.
015900 01  WS-KETTE-GUELTIG-BIS      PIC X(08) VALUE SPACES.
016000 01  WS-KETTE-NACHFOLGE        PIC X(08) VALUE SPACES.
016100*--------------------------------------------------------------*
016200* UNGEPRUEFTE PZ-METHODEN (PRUEFART 05) FUER DIE UEBERSICHT    *
016300*--------------------------------------------------------------*
016400 01  WS-PZ-BANKEN              PIC S9(09) COMP VALUE ZERO.
016500 01  WS-PZ-TABELLE.
016600     05 WS-PZ-EINTRAG          OCCURS 100 TIMES
016700                               INDEXED BY WS-PZ-IX.
016800         10 WS-PZ-METHODE      PIC X(02).
016900         10 WS-PZ-ANZAHL       PIC 9(07) COMP.
017000*--------------------------------------------------------------*
017100* AUFBAU DER BERICHTSZEILEN                                    *
017200*--------------------------------------------------------------*
017300 01  WS-BEFUNDZEILE.
017400     05 WS-BZ-PRUEFART         PIC X(02).
017500     05 FILLER                 PIC X(01) VALUE SPACES.
017600     05 WS-BZ-SCHWERE          PIC X(01).
017700     05 FILLER                 PIC X(01) VALUE SPACES.
017800     05 WS-BZ-VORHER           PIC X(01).
017900     05 FILLER                 PIC X(01) VALUE SPACES.
018000     05 WS-BZ-STATUS           PIC X(04).
018100     05 FILLER                 PIC X(01) VALUE SPACES.
018200     05 WS-BZ-BLZ              PIC X(08).
018300     05 FILLER                 PIC X(01) VALUE SPACES.
018400     05 WS-BZ-FILIALNR         PIC X(03).
018500     05 FILLER                 PIC X(01) VALUE SPACES.
018600     05 WS-BZ-BIC              PIC X(11).
018700     05 FILLER                 PIC X(01) VALUE SPACES.
018800     05 WS-BZ-ZUSATZ           PIC X(08).
018900     05 FILLER                 PIC X(01) VALUE SPACES.
019000     05 WS-BZ-ANZAHL           PIC ZZZZZZ9.
019100     05 FILLER                 PIC X(01) VALUE SPACES.
019200     05 WS-BZ-TEXT             PIC X(55).
019300     05 FILLER                 PIC X(02) VALUE SPACES.
019400 01  WS-PRUEFARTZEILE.
019500     05 WS-PAZ-NR              PIC X(02).
019600     05 FILLER                 PIC X(01) VALUE SPACES.
019700     05 WS-PAZ-TEXT            PIC X(40).
019800     05 WS-PAZ-GEFUNDEN        PIC ZZZZZZ9.
019900     05 FILLER                 PIC X(02) VALUE SPACES.
020000     05 WS-PAZ-NEU             PIC ZZZZZZ9.
020100     05 FILLER                 PIC X(02) VALUE SPACES.
020200     05 WS-PAZ-GEAENDERT       PIC ZZZZZZ9.
020300     05 FILLER                 PIC X(02) VALUE SPACES.
020400     05 WS-PAZ-ERLEDIGT        PIC ZZZZZZ9.
020500     05 FILLER                 PIC X(34) VALUE SPACES.
020600 01  WS-ZAEHLERZEILE.
020700     05 WS-ZZ-TEXT             PIC X(52).
020800     05 WS-ZZ-ANZAHL           PIC ZZZZZZ9.
020900     05 FILLER                 PIC X(52) VALUE SPACES.
021000*--------------------------------------------------------------*
021100* DB2 KOMMUNIKATIONSBEREICH UND HOST-VARIABLEN                 *
021200*--------------------------------------------------------------*
021300     EXEC SQL INCLUDE SQLCA END-EXEC.
021400     COPY BANKSATZ.
021500*--------------------------------------------------------------*
021600* UEBERGABEBEREICHE DER PRUEFMODULE CBK025 UND CBK026          *
021700*--------------------------------------------------------------*
021800     COPY PZMSATZ.
021900     COPY IPMSATZ.
022000 PROCEDURE DIVISION.
022100*--------------------------------------------------------------*
022200* 0000-MAINLINE                                                *
022300*--------------------------------------------------------------*
022400 0000-MAINLINE.
022500     PERFORM 1000-INITIALISIEREN  THRU 1000-EXIT
022600     PERFORM 3100-SCL-PRUEFEN     THRU 3100-EXIT
022700     PERFORM 3200-BIC-PRUEFEN     THRU 3200-EXIT
022800     PERFORM 3300-NACHFOLGER-PRUEFEN THRU 3300-EXIT
022900     PERFORM 3400-HAUPTSTELLE-PRUEFEN THRU 3400-EXIT
023000     PERFORM 3500-PZ-METHODE-PRUEFEN THRU 3500-EXIT
023100     PERFORM 3600-LAENDERCODE-PRUEFEN THRU 3600-EXIT
023200     PERFORM 8000-ABSCHLUSS       THRU 8000-EXIT
023300     STOP RUN.
023400*--------------------------------------------------------------*
023500* 1000-INITIALISIEREN                                          *
023600*--------------------------------------------------------------*
023700 1000-INITIALISIEREN.
023800     OPEN INPUT  ALT-DATEI
023900     OPEN OUTPUT NEU-DATEI
024000     OPEN OUTPUT BERICHT-DATEI
024100     ACCEPT WS-DATUM FROM DATE
024200     STRING '20' WS-DATUM-JJ WS-DATUM-MM WS-DATUM-TT
024300            DELIMITED BY SIZE INTO WS-TAGESDATUM
024400     PERFORM 1100-ZAEHLER-LOESCHEN THRU 1100-EXIT
024500         VARYING WS-PA-IX FROM 1 BY 1 UNTIL WS-PA-IX > 6
024600     PERFORM 2100-BERICHTSKOPF-SCHREIBEN THRU 2100-EXIT
024700     PERFORM 2200-ALT-LESEN       THRU 2200-EXIT.
024800 1000-EXIT.
024900     EXIT.
025000*--------------------------------------------------------------*
025100* 1100-ZAEHLER-LOESCHEN                                        *
025200*--------------------------------------------------------------*
025300 1100-ZAEHLER-LOESCHEN.
025400     MOVE ZERO TO WS-PA-GEFUNDEN (WS-PA-IX)
025500     MOVE ZERO TO WS-PA-NEU (WS-PA-IX)
025600     MOVE ZERO TO WS-PA-GEAENDERT (WS-PA-IX)
025700     MOVE ZERO TO WS-PA-ERLEDIGT (WS-PA-IX).
025800 1100-EXIT.
025900     EXIT.
026000*--------------------------------------------------------------*
026100* 2100-BERICHTSKOPF-SCHREIBEN                                  *
026200*--------------------------------------------------------------*
026300 2100-BERICHTSKOPF-SCHREIBEN.
026400     MOVE SPACES TO BERICHT-ZEILE
026500     STRING 'QUALITAETSPRUEFUNG BANKENSTAMM VOM 20' WS-DATUM-JJ
026600            '-' WS-DATUM-MM '-' WS-DATUM-TT DELIMITED BY SIZE
026700       INTO BERICHT-ZEILE
026800     WRITE BERICHT-ZEILE
026900     MOVE SPACES TO BERICHT-ZEILE
027000     WRITE BERICHT-ZEILE
027100     MOVE 'NEUE BEFUNDE UND BEFUNDE MIT GEAENDERTER SCHWERE'
027200       TO BERICHT-ZEILE
027300     WRITE BERICHT-ZEILE
027400     MOVE SPACES TO BERICHT-ZEILE
027500     WRITE BERICHT-ZEILE
027600     MOVE 'PA S V STAT BLZ      FIL BIC         BEZUG'
027700       TO BERICHT-ZEILE
027800     MOVE 'ANZAHL BEFUND'         TO BERICHT-ZEILE (53:13)
027900     WRITE BERICHT-ZEILE
028000     MOVE SPACES TO BERICHT-ZEILE
028100     WRITE BERICHT-ZEILE.
028200 2100-EXIT.
028300     EXIT.
028400*--------------------------------------------------------------*
028500* 2200-ALT-LESEN - NAECHSTEN BEFUND DES VORLAUFS LESEN; AM     *
028600* DATEIENDE STEHT DER SCHLUESSEL AUF HIGH-VALUES               *
028700*--------------------------------------------------------------*
028800 2200-ALT-LESEN.
028900     READ ALT-DATEI INTO WS-ALT-SATZ
029000         AT END
029100             SET WS-ALT-EOF TO TRUE
029200             MOVE HIGH-VALUES TO WS-ALT-SCHLUESSEL
029300     END-READ.
029400 2200-EXIT.
029500     EXIT.
029600*--------------------------------------------------------------*
029700* 3100-SCL-PRUEFEN - INLAENDISCHE BIC OHNE EINTRAG IN SEPASCL  *
029800*--------------------------------------------------------------*
029900 3100-SCL-PRUEFEN.
030000     EXEC SQL
030100         DECLARE SCL-CURSOR CURSOR FOR
030200         SELECT B.BLZ, B.FILIALNR, B.BIC
030300           FROM BANKLEITZAHLEN B
030400          WHERE B.SATZART = 'D'
030500            AND B.BIC <> ' '
030600            AND NOT EXISTS
030700                (SELECT 1
030800                   FROM SEPASCL S
030900                  WHERE S.BIC = B.BIC)
031000          ORDER BY B.BLZ, B.FILIALNR
031100     END-EXEC
031200     EXEC SQL
031300         OPEN SCL-CURSOR
031400     END-EXEC
031500     MOVE SQLCODE                 TO WS-SQLCODE
031600     IF WS-SQLCODE NOT = ZERO
031700         DISPLAY 'CBK925: FEHLER BEIM OEFFNEN SCL-CURSOR SQLCODE '
031800                 WS-SQLCODE
031900         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
032000     END-IF
032100     MOVE 'N'                     TO WS-CURSOR-EOF-KZ
032200     PERFORM 3110-SCL-LESEN       THRU 3110-EXIT
032300     PERFORM 3120-SCL-BEFUND      THRU 3120-EXIT
032400         UNTIL WS-CURSOR-EOF
032500     EXEC SQL
032600         CLOSE SCL-CURSOR
032700     END-EXEC.
032800 3100-EXIT.
032900     EXIT.
033000*--------------------------------------------------------------*
033100* 3110-SCL-LESEN                                               *
033200*--------------------------------------------------------------*
033300 3110-SCL-LESEN.
033400     EXEC SQL
033500         FETCH SCL-CURSOR
033600         INTO :BS-BLZ, :BS-FILIALNR, :BS-BIC
033700     END-EXEC
033800     PERFORM 4900-FETCH-PRUEFEN   THRU 4900-EXIT.
033900 3110-EXIT.
034000     EXIT.
034100*--------------------------------------------------------------*
034200* 3120-SCL-BEFUND - HAUPTSTELLEN MIT SCHWERE M, ZWEIGSTELLEN   *
034300* MIT SCHWERE N                                                *
034400*--------------------------------------------------------------*
034500 3120-SCL-BEFUND.
034600     PERFORM 4800-BEFUND-VORBEREITEN THRU 4800-EXIT
034700     MOVE '01'                    TO QUAL-PRUEFART
034800     MOVE BS-BLZ                  TO QUAL-OBJEKT (1:8)
034900     MOVE BS-FILIALNR             TO QUAL-OBJEKT (9:3)
035000     MOVE 'D'                     TO QUAL-SATZART
035100     MOVE BS-BLZ                  TO QUAL-BLZ
035200     MOVE BS-FILIALNR             TO QUAL-FILIALNR
035300     MOVE BS-BIC                  TO QUAL-BIC
035400     IF BS-HAUPTSTELLE
035500         SET QUAL-MITTEL          TO TRUE
035600     ELSE
035700         SET QUAL-NIEDRIG         TO TRUE
035800     END-IF
035900     MOVE 'BIC NICHT IM SCL-VERZEICHNIS (TABELLE SEPASCL)'
036000                                  TO QUAL-TEXT
036100     PERFORM 5000-BEFUND-ABGLEICHEN THRU 5000-EXIT
036200     PERFORM 3110-SCL-LESEN       THRU 3110-EXIT.
036300 3120-EXIT.
036400     EXIT.
036500*--------------------------------------------------------------*
036600* 3200-BIC-PRUEFEN - BIC, DIE BEI MEHREREN HAUPTSTELLEN GEFUEHRT *
036700* WERDEN. DER CURSOR LIEFERT NUR MEHRFACH VERGEBENE BIC, NACH  *
036800* BIC UND BLZ SORTIERT; JE BIC WIRD DIE GRUPPE GESAMMELT UND   *
036900* BEWERTET.                                                    *
037000*--------------------------------------------------------------*
037100 3200-BIC-PRUEFEN.
037200     EXEC SQL
037300         DECLARE BIC-CURSOR CURSOR FOR
037400         SELECT BIC, BLZ, NACHFOLGE_BLZ
037500           FROM BANKLEITZAHLEN
037600          WHERE SATZART = 'D'
037700            AND FILIALNR = '000'
037800            AND BIC <> ' '
037900            AND BIC IN
038000                (SELECT BIC
038100                   FROM BANKLEITZAHLEN
038200                  WHERE SATZART = 'D'
038300                    AND FILIALNR = '000'
038400                    AND BIC <> ' '
038500                  GROUP BY BIC
038600                 HAVING COUNT(*) > 1)
038700          ORDER BY BIC, BLZ
038800     END-EXEC
038900     EXEC SQL
039000         OPEN BIC-CURSOR
039100     END-EXEC
039200     MOVE SQLCODE                 TO WS-SQLCODE
039300     IF WS-SQLCODE NOT = ZERO
039400         DISPLAY 'CBK925: FEHLER BEIM OEFFNEN BIC-CURSOR SQLCODE '
039500                 WS-SQLCODE
039600         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
039700     END-IF
039800     MOVE 'N'                     TO WS-CURSOR-EOF-KZ
039900     PERFORM 3210-BIC-LESEN       THRU 3210-EXIT
040000     PERFORM 3220-BIC-GRUPPE      THRU 3220-EXIT
040100         UNTIL WS-CURSOR-EOF
040200     EXEC SQL
040300         CLOSE BIC-CURSOR
040400     END-EXEC.
040500 3200-EXIT.
040600     EXIT.
040700*--------------------------------------------------------------*
040800* 3210-BIC-LESEN                                               *
040900*--------------------------------------------------------------*
041000 3210-BIC-LESEN.
041100     EXEC SQL
041200         FETCH BIC-CURSOR
041300         INTO :BS-BIC, :BS-BLZ, :BS-NACHFOLGE-BLZ
041400     END-EXEC
041500     PERFORM 4900-FETCH-PRUEFEN   THRU 4900-EXIT.
041600 3210-EXIT.
041700     EXIT.
041800*--------------------------------------------------------------*
041900* 3220-BIC-GRUPPE - ALLE HAUPTSTELLEN EINES BIC SAMMELN UND DIE *
042000* GRUPPE BEWERTEN                                              *
042100*--------------------------------------------------------------*
042200 3220-BIC-GRUPPE.
042300     MOVE BS-BIC                  TO WS-GRUPPEN-BIC
042400     MOVE ZERO                    TO WS-GR-ANZAHL
042500     MOVE ZERO                    TO WS-GR-GESAMT
042600     PERFORM 3230-GRUPPE-SAMMELN  THRU 3230-EXIT
042700         UNTIL WS-CURSOR-EOF
042800            OR BS-BIC NOT = WS-GRUPPEN-BIC
042900     PERFORM 3240-GRUPPE-BEWERTEN THRU 3240-EXIT.
043000 3220-EXIT.
043100     EXIT.
043200*--------------------------------------------------------------*
043300* 3230-GRUPPE-SAMMELN - EINE HAUPTSTELLE MIT IHRER WURZEL IN   *
043400* DIE GRUPPE STELLEN (HOECHSTENS 50, DARUEBER NUR ZAEHLEN)     *
043500*--------------------------------------------------------------*
043600 3230-GRUPPE-SAMMELN.
043700     ADD 1 TO WS-GR-GESAMT
043800     IF WS-GR-ANZAHL < 50
043900         ADD 1 TO WS-GR-ANZAHL
044000         MOVE BS-BLZ              TO WS-GR-BLZ (WS-GR-ANZAHL)
044100         IF BS-NACHFOLGE-BLZ = SPACES
044200             MOVE BS-BLZ          TO WS-GR-WURZEL (WS-GR-ANZAHL)
044300         ELSE
044400             MOVE BS-NACHFOLGE-BLZ TO WS-GR-WURZEL (WS-GR-ANZAHL)
044500         END-IF
044600     END-IF
044700     PERFORM 3210-BIC-LESEN       THRU 3210-EXIT.
044800 3230-EXIT.
044900     EXIT.
045000*--------------------------------------------------------------*
045100* 3240-GRUPPE-BEWERTEN - HABEN ALLE HAUPTSTELLEN DIESELBE      *
045200* WURZEL (FUSION MIT GEMEINSAMEM NACHFOLGER), IST DER BIC      *
045300* ZULAESSIG. SONST WIRD JEDE HAUPTSTELLE DER GRUPPE GEMELDET.  *
045400*--------------------------------------------------------------*
045500 3240-GRUPPE-BEWERTEN.
045600     MOVE 'N'                     TO WS-FREMD-KZ
045700     PERFORM 3250-WURZEL-VERGLEICHEN THRU 3250-EXIT
045800         VARYING WS-GX FROM 2 BY 1
045900         UNTIL WS-GX > WS-GR-ANZAHL
046000            OR WS-FREMD
046100     IF WS-FREMD
046200         PERFORM 3260-GRUPPE-MELDEN THRU 3260-EXIT
046300             VARYING WS-GX FROM 1 BY 1
046400             UNTIL WS-GX > WS-GR-ANZAHL
046500     END-IF.
046600 3240-EXIT.
046700     EXIT.
046800*--------------------------------------------------------------*
046900* 3250-WURZEL-VERGLEICHEN                                      *
047000*--------------------------------------------------------------*
047100 3250-WURZEL-VERGLEICHEN.
047200     IF WS-GR-WURZEL (WS-GX) NOT = WS-GR-WURZEL (1)
047300         SET WS-FREMD             TO TRUE
047400     END-IF.
047500 3250-EXIT.
047600     EXIT.
047700*--------------------------------------------------------------*
047800* 3260-GRUPPE-MELDEN - BEFUND FUER EINE HAUPTSTELLE DER GRUPPE; *
047900* ALS BEZUG WIRD EINE ANDERE BLZ DERSELBEN GRUPPE AUSGEWIESEN  *
048000*--------------------------------------------------------------*
048100 3260-GRUPPE-MELDEN.
048200     PERFORM 4800-BEFUND-VORBEREITEN THRU 4800-EXIT
048300     MOVE '02'                    TO QUAL-PRUEFART
048400     MOVE WS-GRUPPEN-BIC          TO QUAL-OBJEKT (1:11)
048500     MOVE WS-GR-BLZ (WS-GX)       TO QUAL-OBJEKT (12:8)
048600     MOVE 'D'                     TO QUAL-SATZART
048700     MOVE WS-GR-BLZ (WS-GX)       TO QUAL-BLZ
048800     MOVE '000'                   TO QUAL-FILIALNR
048900     MOVE WS-GRUPPEN-BIC          TO QUAL-BIC
049000     IF WS-GX = 1
049100         MOVE WS-GR-BLZ (2)       TO QUAL-BEZUG-BLZ
049200     ELSE
049300         MOVE WS-GR-BLZ (1)       TO QUAL-BEZUG-BLZ
049400     END-IF
049500     MOVE WS-GR-GESAMT            TO QUAL-ANZAHL
049600     SET QUAL-MITTEL              TO TRUE
049700     MOVE 'BIC AUCH BEI ANDEREN BLZ OHNE NACHFOLGEBEZUG'
049800                                  TO QUAL-TEXT
049900     PERFORM 5000-BEFUND-ABGLEICHEN THRU 5000-EXIT.
050000 3260-EXIT.
050100     EXIT.
050200*--------------------------------------------------------------*
050300* 3300-NACHFOLGER-PRUEFEN - JE HAUPTSTELLE MIT NACHFOLGE-BLZ   *
050400* DIE NACHFOLGEKETTE BIS ZU IHREM ENDE VERFOLGEN               *
050500*--------------------------------------------------------------*
050600 3300-NACHFOLGER-PRUEFEN.
050700     EXEC SQL
050800         DECLARE NF-CURSOR CURSOR FOR
050900         SELECT BLZ, NACHFOLGE_BLZ
051000           FROM BANKLEITZAHLEN
051100          WHERE SATZART = 'D'
051200            AND FILIALNR = '000'
051300            AND NACHFOLGE_BLZ <> ' '
051400          ORDER BY BLZ
051500     END-EXEC
051600     EXEC SQL
051700         OPEN NF-CURSOR
051800     END-EXEC
051900     MOVE SQLCODE                 TO WS-SQLCODE
052000     IF WS-SQLCODE NOT = ZERO
052100         DISPLAY 'CBK925: FEHLER BEIM OEFFNEN NF-CURSOR SQLCODE '
052200                 WS-SQLCODE
052300         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
052400     END-IF
052500     MOVE 'N'                     TO WS-CURSOR-EOF-KZ
052600     PERFORM 3310-NF-LESEN        THRU 3310-EXIT
052700     PERFORM 3320-KETTE-VERFOLGEN THRU 3320-EXIT
052800         UNTIL WS-CURSOR-EOF
052900     EXEC SQL
053000         CLOSE NF-CURSOR
053100     END-EXEC.
053200 3300-EXIT.
053300     EXIT.
053400*--------------------------------------------------------------*
053500* 3310-NF-LESEN                                                *
053600*--------------------------------------------------------------*
053700 3310-NF-LESEN.
053800     EXEC SQL
053900         FETCH NF-CURSOR
054000         INTO :BS-BLZ, :BS-NACHFOLGE-BLZ
054100     END-EXEC
054200     PERFORM 4900-FETCH-PRUEFEN   THRU 4900-EXIT.
054300 3310-EXIT.
054400     EXIT.
054500*--------------------------------------------------------------*
054600* 3320-KETTE-VERFOLGEN - KETTENGLIEDER LESEN, BIS DIE KETTE    *
054700* REGULAER ENDET ODER EIN FEHLER FESTSTEHT, UND DAS ERGEBNIS   *
054800* ALS BEFUND MELDEN. EINE EINSTUFIGE, REGULAER ENDENDE KETTE   *
054900* IST IN ORDNUNG.                                              *
055000*--------------------------------------------------------------*
055100 3320-KETTE-VERFOLGEN.
055200     MOVE SPACE                   TO WS-KETTE-KZ
055300     MOVE ZERO                    TO WS-STUFE
055400     MOVE BS-NACHFOLGE-BLZ        TO WS-KETTE-BLZ
055500     PERFORM 3330-KETTENGLIED-LESEN THRU 3330-EXIT
055600         UNTIL NOT WS-KETTE-OFFEN
055700     IF NOT WS-KETTE-OK OR WS-STUFE > 1
055800         PERFORM 3340-KETTE-MELDEN THRU 3340-EXIT
055900     END-IF
056000     PERFORM 3310-NF-LESEN        THRU 3310-EXIT.
056100 3320-EXIT.
056200     EXIT.
056300*--------------------------------------------------------------*
056400* 3330-KETTENGLIED-LESEN - DIE HAUPTSTELLE DES AKTUELLEN       *
056500* KETTENGLIEDS LESEN. HAT SIE SELBST EINE NACHFOLGE-BLZ, GEHT  *
056600* DIE KETTE WEITER; SONST ENDET SIE HIER (REGULAER ODER AN     *
056700* EINER ABGELAUFENEN BLZ).                                     *
056800*--------------------------------------------------------------*
056900 3330-KETTENGLIED-LESEN.
057000     ADD 1 TO WS-STUFE
057100     IF WS-KETTE-BLZ = BS-BLZ
057200         SET WS-KETTE-ZURUECK     TO TRUE
057300         GO TO 3330-EXIT
057400     END-IF
057500     IF WS-STUFE > WS-MAX-STUFEN
057600         SET WS-KETTE-ZIRKEL      TO TRUE
057700         GO TO 3330-EXIT
057800     END-IF
057900     EXEC SQL
058000         SELECT GUELTIG_BIS, NACHFOLGE_BLZ
058100           INTO :WS-KETTE-GUELTIG-BIS, :WS-KETTE-NACHFOLGE
058200           FROM BANKLEITZAHLEN
058300          WHERE BLZ = :WS-KETTE-BLZ
058400            AND FILIALNR = '000'
058500            AND SATZART = 'D'
058600     END-EXEC
058700     MOVE SQLCODE                 TO WS-SQLCODE
058800     EVALUATE TRUE
058900         WHEN WS-SQLCODE = ZERO
059000             CONTINUE
059100         WHEN WS-SQLCODE = 100
059200             SET WS-KETTE-FEHLT   TO TRUE
059300             GO TO 3330-EXIT
059400         WHEN OTHER
059500             DISPLAY 'CBK925: FEHLER BEIM LESEN NACHFOLGE-BLZ '
059600                     WS-KETTE-BLZ ' SQLCODE ' WS-SQLCODE
059700             PERFORM 9000-ABBRUCH THRU 9000-EXIT
059800     END-EVALUATE
059900     IF WS-KETTE-NACHFOLGE NOT = SPACES
060000         MOVE WS-KETTE-NACHFOLGE  TO WS-KETTE-BLZ
060100         GO TO 3330-EXIT
060200     END-IF
060300     IF WS-KETTE-GUELTIG-BIS NOT = SPACES
060400        AND WS-KETTE-GUELTIG-BIS < WS-TAGESDATUM
060500         SET WS-KETTE-ABGELAUFEN  TO TRUE
060600     ELSE
060700         SET WS-KETTE-OK          TO TRUE
060800     END-IF.
060900 3330-EXIT.
061000     EXIT.
061100*--------------------------------------------------------------*
061200* 3340-KETTE-MELDEN - ERGEBNIS DER KETTENVERFOLGUNG ALS BEFUND *
061300* SCHREIBEN (FEHLER SCHWERE H, REGULAERE KETTE SCHWERE M)      *
061400*--------------------------------------------------------------*
061500 3340-KETTE-MELDEN.
061600     PERFORM 4800-BEFUND-VORBEREITEN THRU 4800-EXIT
061700     MOVE '03'                    TO QUAL-PRUEFART
061800     MOVE BS-BLZ                  TO QUAL-OBJEKT (1:8)
061900     MOVE 'D'                     TO QUAL-SATZART
062000     MOVE BS-BLZ                  TO QUAL-BLZ
062100     MOVE '000'                   TO QUAL-FILIALNR
062200     MOVE WS-KETTE-BLZ            TO QUAL-BEZUG-BLZ
062300     MOVE WS-STUFE                TO QUAL-ANZAHL
062400     SET QUAL-HOCH                TO TRUE
062500     EVALUATE TRUE
062600         WHEN WS-KETTE-FEHLT AND WS-STUFE = 1
062700             MOVE 'NACHFOLGE-BLZ NICHT IM BANKENSTAMM'
062800                                  TO QUAL-TEXT
062900         WHEN WS-KETTE-FEHLT
063000             MOVE 'NACHFOLGEKETTE ENDET AN NICHT VORHANDENER BLZ'
063100                                  TO QUAL-TEXT
063200         WHEN WS-KETTE-ABGELAUFEN AND WS-STUFE = 1
063300             MOVE 'NACHFOLGE-BLZ IST SELBST ABGELAUFEN'
063400                                  TO QUAL-TEXT
063500         WHEN WS-KETTE-ABGELAUFEN
063600             MOVE 'NACHFOLGEKETTE ENDET AN ABGELAUFENER BLZ'
063700                                  TO QUAL-TEXT
063800         WHEN WS-KETTE-ZURUECK AND WS-STUFE = 1
063900             MOVE 'NACHFOLGE-BLZ VERWEIST AUF DIE EIGENE BLZ'
064000                                  TO QUAL-TEXT
064100         WHEN WS-KETTE-ZURUECK
064200             MOVE BS-NACHFOLGE-BLZ TO QUAL-BEZUG-BLZ
064300             MOVE 'NACHFOLGEKETTE FUEHRT ZUR EIGENEN BLZ ZURUECK'
064400                                  TO QUAL-TEXT
064500         WHEN WS-KETTE-ZIRKEL
064600             MOVE
064700             'ZIRKEL IN DER NACHFOLGEKETTE (MEHR ALS 10 STUFEN)'
064800                                  TO QUAL-TEXT
064900         WHEN OTHER
065000             SET QUAL-MITTEL      TO TRUE
065100             MOVE
065200             'NACHFOLGE-BLZ HAT SELBST EINEN NACHFOLGER (KETTE)'
065300                                  TO QUAL-TEXT
065400     END-EVALUATE
065500     PERFORM 5000-BEFUND-ABGLEICHEN THRU 5000-EXIT.
065600 3340-EXIT.
065700     EXIT.
065800*--------------------------------------------------------------*
065900* 3400-HAUPTSTELLE-PRUEFEN - ZWEIGSTELLEN, ZU DEREN BLZ KEINE  *
066000* HAUPTSTELLE (FILIALNR '000') GEFUEHRT WIRD                   *
066100*--------------------------------------------------------------*
066200 3400-HAUPTSTELLE-PRUEFEN.
066300     EXEC SQL
066400         DECLARE FIL-CURSOR CURSOR FOR
066500         SELECT Z.BLZ, Z.FILIALNR, Z.BIC
066600           FROM BANKLEITZAHLEN Z
066700          WHERE Z.SATZART = 'D'
066800            AND Z.FILIALNR <> '000'
066900            AND NOT EXISTS
067000                (SELECT 1
067100                   FROM BANKLEITZAHLEN H
067200                  WHERE H.BLZ = Z.BLZ
067300                    AND H.FILIALNR = '000'
067400                    AND H.SATZART = 'D')
067500          ORDER BY Z.BLZ, Z.FILIALNR
067600     END-EXEC
067700     EXEC SQL
067800         OPEN FIL-CURSOR
067900     END-EXEC
068000     MOVE SQLCODE                 TO WS-SQLCODE
068100     IF WS-SQLCODE NOT = ZERO
068200         DISPLAY 'CBK925: FEHLER BEIM OEFFNEN FIL-CURSOR SQLCODE '
068300                 WS-SQLCODE
068400         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
068500     END-IF
068600     MOVE 'N'                     TO WS-CURSOR-EOF-KZ
068700     PERFORM 3410-FIL-LESEN       THRU 3410-EXIT
068800     PERFORM 3420-FIL-BEFUND      THRU 3420-EXIT
068900         UNTIL WS-CURSOR-EOF
069000     EXEC SQL
069100         CLOSE FIL-CURSOR
069200     END-EXEC.
069300 3400-EXIT.
069400     EXIT.
069500*--------------------------------------------------------------*
069600* 3410-FIL-LESEN                                               *
069700*--------------------------------------------------------------*
069800 3410-FIL-LESEN.
069900     EXEC SQL
070000         FETCH FIL-CURSOR
070100         INTO :BS-BLZ, :BS-FILIALNR, :BS-BIC
070200     END-EXEC
070300     PERFORM 4900-FETCH-PRUEFEN   THRU 4900-EXIT.
070400 3410-EXIT.
070500     EXIT.
070600*--------------------------------------------------------------*
070700* 3420-FIL-BEFUND                                              *
070800*--------------------------------------------------------------*
070900 3420-FIL-BEFUND.
071000     PERFORM 4800-BEFUND-VORBEREITEN THRU 4800-EXIT
071100     MOVE '04'                    TO QUAL-PRUEFART
071200     MOVE BS-BLZ                  TO QUAL-OBJEKT (1:8)
071300     MOVE BS-FILIALNR             TO QUAL-OBJEKT (9:3)
071400     MOVE 'D'                     TO QUAL-SATZART
071500     MOVE BS-BLZ                  TO QUAL-BLZ
071600     MOVE BS-FILIALNR             TO QUAL-FILIALNR
071700     MOVE BS-BIC                  TO QUAL-BIC
071800     SET QUAL-HOCH                TO TRUE
071900     MOVE 'ZWEIGSTELLE OHNE HAUPTSTELLE (FILIALNR 000)'
072000                                  TO QUAL-TEXT
072100     PERFORM 5000-BEFUND-ABGLEICHEN THRU 5000-EXIT
072200     PERFORM 3410-FIL-LESEN       THRU 3410-EXIT.
072300 3420-EXIT.
072400     EXIT.
072500*--------------------------------------------------------------*
072600* 3500-PZ-METHODE-PRUEFEN - JE PZ-METHODE DER HAUPTSTELLEN DIE *
072700* ANZAHL DER BANKEN ERMITTELN UND CBK025 MIT EINER PRUEFBAREN  *
072800* KONTONUMMER BEFRAGEN. ANTWORTET CBK025 MIT 'U', WIRD DIE     *
072900* METHODE GEMELDET - AB WS-PZ-GRENZE BANKEN MIT SCHWERE M.     *
073000*--------------------------------------------------------------*
073100 3500-PZ-METHODE-PRUEFEN.
073200     EXEC SQL
073300         DECLARE PZ-CURSOR CURSOR FOR
073400         SELECT PZ_METHODE, COUNT(*)
073500           FROM BANKLEITZAHLEN
073600          WHERE SATZART = 'D'
073700            AND FILIALNR = '000'
073800          GROUP BY PZ_METHODE
073900          ORDER BY PZ_METHODE
074000     END-EXEC
074100     EXEC SQL
074200         OPEN PZ-CURSOR
074300     END-EXEC
074400     MOVE SQLCODE                 TO WS-SQLCODE
074500     IF WS-SQLCODE NOT = ZERO
074600         DISPLAY 'CBK925: FEHLER BEIM OEFFNEN PZ-CURSOR SQLCODE '
074700                 WS-SQLCODE
074800         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
074900     END-IF
075000     MOVE 'N'                     TO WS-CURSOR-EOF-KZ
075100     PERFORM 3510-PZ-LESEN        THRU 3510-EXIT
075200     PERFORM 3520-PZ-BEFUND       THRU 3520-EXIT
075300         UNTIL WS-CURSOR-EOF
075400     EXEC SQL
075500         CLOSE PZ-CURSOR
075600     END-EXEC.
075700 3500-EXIT.
075800     EXIT.
075900*--------------------------------------------------------------*
076000* 3510-PZ-LESEN                                                *
076100*--------------------------------------------------------------*
076200 3510-PZ-LESEN.
076300     EXEC SQL
076400         FETCH PZ-CURSOR
076500         INTO :BS-PZ-METHODE, :WS-PZ-BANKEN
076600     END-EXEC
076700     PERFORM 4900-FETCH-PRUEFEN   THRU 4900-EXIT.
076800 3510-EXIT.
076900     EXIT.
077000*--------------------------------------------------------------*
077100* 3520-PZ-BEFUND                                               *
077200*--------------------------------------------------------------*
077300 3520-PZ-BEFUND.
077400     MOVE BS-PZ-METHODE           TO PZM-METHODE
077500     MOVE '0000000000'            TO PZM-KONTONR
077600     CALL 'CBK025' USING PZM-BEREICH
077700     IF PZM-UNGEPRUEFT
077800         PERFORM 3530-PZ-MELDEN   THRU 3530-EXIT
077900     END-IF
078000     PERFORM 3510-PZ-LESEN        THRU 3510-EXIT.
078100 3520-EXIT.
078200     EXIT.
078300*--------------------------------------------------------------*
078400* 3530-PZ-MELDEN - UNGEPRUEFTE METHODE FUER DIE UEBERSICHT     *
078500* MERKEN UND ALS BEFUND SCHREIBEN                              *
078600*--------------------------------------------------------------*
078700 3530-PZ-MELDEN.
078800     IF WS-ANZAHL-PZ < 100
078900         ADD 1 TO WS-ANZAHL-PZ
079000         SET WS-PZ-IX             TO WS-ANZAHL-PZ
079100         MOVE BS-PZ-METHODE       TO WS-PZ-METHODE (WS-PZ-IX)
079200         MOVE WS-PZ-BANKEN        TO WS-PZ-ANZAHL (WS-PZ-IX)
079300     END-IF
079400     PERFORM 4800-BEFUND-VORBEREITEN THRU 4800-EXIT
079500     MOVE '05'                    TO QUAL-PRUEFART
079600     MOVE BS-PZ-METHODE           TO QUAL-OBJEKT (1:2)
079700     MOVE 'D'                     TO QUAL-SATZART
079800     MOVE BS-PZ-METHODE           TO QUAL-PZ-METHODE
079900     MOVE WS-PZ-BANKEN            TO QUAL-ANZAHL
080000     IF WS-PZ-BANKEN < WS-PZ-GRENZE
080100         SET QUAL-NIEDRIG         TO TRUE
080200     ELSE
080300         SET QUAL-MITTEL          TO TRUE
080400     END-IF
080500     IF BS-PZ-METHODE = SPACES
080600         MOVE 'KEINE PZ-METHODE HINTERLEGT - KONTEN UNGEPRUEFT'
080700                                  TO QUAL-TEXT
080800     ELSE
080900         MOVE 'PZ-METHODE NICHT UMGESETZT - KONTEN UNGEPRUEFT'
081000                                  TO QUAL-TEXT
081100     END-IF
081200     PERFORM 5000-BEFUND-ABGLEICHEN THRU 5000-EXIT.
081300 3530-EXIT.
081400     EXIT.
081500*--------------------------------------------------------------*
081600* 3600-LAENDERCODE-PRUEFEN - AUSLAENDISCHE INSTITUTE, DEREN    *
081700* LAENDERCODE CBK026 NICHT KENNT (ERGEBNIS 'U')                *
081800*--------------------------------------------------------------*
081900 3600-LAENDERCODE-PRUEFEN.
082000     EXEC SQL
082100         DECLARE LAND-CURSOR CURSOR FOR
082200         SELECT BIC, NAT-SORTCODE, LAENDERCODE
082300           FROM BANKLEITZAHLEN
082400          WHERE SATZART = 'A'
082500          ORDER BY BIC, NAT-SORTCODE
082600     END-EXEC
082700     EXEC SQL
082800         OPEN LAND-CURSOR
082900     END-EXEC
083000     MOVE SQLCODE                 TO WS-SQLCODE
083100     IF WS-SQLCODE NOT = ZERO
083200         DISPLAY 'CBK925: FEHLER BEIM OEFFNEN LAND-CURSOR '
083300                 'SQLCODE ' WS-SQLCODE
083400         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
083500     END-IF
083600     MOVE 'N'                     TO WS-CURSOR-EOF-KZ
083700     PERFORM 3610-LAND-LESEN      THRU 3610-EXIT
083800     PERFORM 3620-LAND-BEFUND     THRU 3620-EXIT
083900         UNTIL WS-CURSOR-EOF
084000     EXEC SQL
084100         CLOSE LAND-CURSOR
084200     END-EXEC.
084300 3600-EXIT.
084400     EXIT.
084500*--------------------------------------------------------------*
084600* 3610-LAND-LESEN                                              *
084700*--------------------------------------------------------------*
084800 3610-LAND-LESEN.
084900     EXEC SQL
085000         FETCH LAND-CURSOR
085100         INTO :BS-BIC, :BS-NAT-SORTCODE, :BS-LAENDERCODE
085200     END-EXEC
085300     PERFORM 4900-FETCH-PRUEFEN   THRU 4900-EXIT.
085400 3610-EXIT.
085500     EXIT.
085600*--------------------------------------------------------------*
085700* 3620-LAND-BEFUND - CBK026 ERHAELT NUR DEN LAENDERCODE; DIE   *
085800* REGELTABELLE WIRD VOR JEDER WEITEREN PRUEFUNG DURCHSUCHT     *
085900*--------------------------------------------------------------*
086000 3620-LAND-BEFUND.
086100     MOVE SPACES                  TO IPM-IBAN
086200     MOVE BS-LAENDERCODE          TO IPM-IBAN (1:2)
086300     CALL 'CBK026' USING IPM-BEREICH
086400     IF IPM-LAND-UNBEKANNT
086500         PERFORM 3630-LAND-MELDEN THRU 3630-EXIT
086600     END-IF
086700     PERFORM 3610-LAND-LESEN      THRU 3610-EXIT.
086800 3620-EXIT.
086900     EXIT.
087000*--------------------------------------------------------------*
087100* 3630-LAND-MELDEN - FEHLENDER LAENDERCODE SCHWERE M, UNBE-    *
087200* KANNTER LAENDERCODE SCHWERE N                                *
087300*--------------------------------------------------------------*
087400 3630-LAND-MELDEN.
087500     PERFORM 4800-BEFUND-VORBEREITEN THRU 4800-EXIT
087600     MOVE '06'                    TO QUAL-PRUEFART
087700     MOVE BS-BIC                  TO QUAL-OBJEKT (1:11)
087800     MOVE BS-NAT-SORTCODE         TO QUAL-OBJEKT (12:11)
087900     MOVE 'A'                     TO QUAL-SATZART
088000     MOVE BS-BIC                  TO QUAL-BIC
088100     MOVE BS-LAENDERCODE          TO QUAL-LAENDERCODE
088200     IF BS-LAENDERCODE = SPACES
088300         SET QUAL-MITTEL          TO TRUE
088400         MOVE 'LAENDERCODE FEHLT - IBAN NICHT PRUEFBAR'
088500                                  TO QUAL-TEXT
088600     ELSE
088700         SET QUAL-NIEDRIG         TO TRUE
088800         MOVE
088900             'LAENDERCODE NICHT IN DER IBAN-REGELTABELLE (CBK026)'
089000                                  TO QUAL-TEXT
089100     END-IF
089200     PERFORM 5000-BEFUND-ABGLEICHEN THRU 5000-EXIT.
089300 3630-EXIT.
089400     EXIT.
089500*--------------------------------------------------------------*
089600* 4800-BEFUND-VORBEREITEN - BEFUNDSATZ LEEREN                  *
089700*--------------------------------------------------------------*
089800 4800-BEFUND-VORBEREITEN.
089900     MOVE SPACES                  TO QUAL-SATZ
090000     MOVE ZERO                    TO QUAL-ANZAHL.
090100 4800-EXIT.
090200     EXIT.
090300*--------------------------------------------------------------*
090400* 4900-FETCH-PRUEFEN - ERGEBNIS EINES FETCH AUSWERTEN: ENDE DES *
090500* CURSORS MERKEN, HARTEN DATENBANKFEHLER ABBRECHEN             *
090600*--------------------------------------------------------------*
090700 4900-FETCH-PRUEFEN.
090800     MOVE SQLCODE                 TO WS-SQLCODE
090900     EVALUATE TRUE
091000         WHEN WS-SQLCODE = ZERO
091100             CONTINUE
091200         WHEN WS-SQLCODE = 100
091300             SET WS-CURSOR-EOF    TO TRUE
091400         WHEN OTHER
091500             DISPLAY 'CBK925: FEHLER BEIM LESEN DES BESTANDES '
091600                     'SQLCODE ' WS-SQLCODE
091700             PERFORM 9000-ABBRUCH THRU 9000-EXIT
091800     END-EVALUATE.
091900 4900-EXIT.
092000     EXIT.
092100*--------------------------------------------------------------*
092200* 5000-BEFUND-ABGLEICHEN - DEN BEFUND MIT DER BEFUNDDATEI DES  *
092300* VORLAUFS ABGLEICHEN (BEIDE NACH PRUEFART/OBJEKT SORTIERT),   *
092400* STATUS SETZEN, NACH QUALNEU SCHREIBEN UND NEUE ODER IN DER   *
092500* SCHWERE GEAENDERTE BEFUNDE IM BERICHT AUSWEISEN              *
092600*--------------------------------------------------------------*
092700 5000-BEFUND-ABGLEICHEN.
092800     IF QUAL-SCHLUESSEL NOT > WS-LETZTER-SCHLUESSEL
092900         DISPLAY 'CBK925: BEFUNDE NICHT IN SCHLUESSELFOLGE - '
093000                 QUAL-SCHLUESSEL
093100         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
093200     END-IF
093300     MOVE QUAL-SCHLUESSEL         TO WS-LETZTER-SCHLUESSEL
093400     PERFORM 5100-ALT-ERLEDIGT    THRU 5100-EXIT
093500         UNTIL WS-ALT-SCHLUESSEL NOT < QUAL-SCHLUESSEL
093600     MOVE WS-TAGESDATUM           TO QUAL-LAUFDATUM
093700     IF WS-ALT-SCHLUESSEL = QUAL-SCHLUESSEL
093800         MOVE WS-ALT-ERSTMALS     TO QUAL-ERSTMALS
093900         MOVE WS-ALT-SCHWERE      TO QUAL-VORHER-SCHWERE
094000         IF WS-ALT-SCHWERE = QUAL-SCHWERE
094100             SET QUAL-BEKANNT     TO TRUE
094200         ELSE
094300             SET QUAL-GEAENDERT   TO TRUE
094400         END-IF
094500         PERFORM 2200-ALT-LESEN   THRU 2200-EXIT
094600     ELSE
094700         MOVE WS-TAGESDATUM       TO QUAL-ERSTMALS
094800         MOVE SPACE               TO QUAL-VORHER-SCHWERE
094900         SET QUAL-NEU             TO TRUE
095000     END-IF
095100     WRITE QUAL-SATZ
095200     MOVE QUAL-PRUEFART           TO WS-PA-NR
095300     SET WS-PA-IX                 TO WS-PA-NR
095400     ADD 1 TO WS-ANZAHL-BEFUNDE
095500     ADD 1 TO WS-PA-GEFUNDEN (WS-PA-IX)
095600     EVALUATE TRUE
095700         WHEN QUAL-HOCH
095800             ADD 1 TO WS-ANZAHL-HOCH
095900         WHEN QUAL-MITTEL
096000             ADD 1 TO WS-ANZAHL-MITTEL
096100         WHEN OTHER
096200             ADD 1 TO WS-ANZAHL-NIEDRIG
096300     END-EVALUATE
096400     EVALUATE TRUE
096500         WHEN QUAL-NEU
096600             ADD 1 TO WS-PA-NEU (WS-PA-IX)
096700             PERFORM 5200-BEFUNDZEILE-SCHREIBEN THRU 5200-EXIT
096800         WHEN QUAL-GEAENDERT
096900             ADD 1 TO WS-PA-GEAENDERT (WS-PA-IX)
097000             PERFORM 5200-BEFUNDZEILE-SCHREIBEN THRU 5200-EXIT
097100         WHEN OTHER
097200             CONTINUE
097300     END-EVALUATE.
097400 5000-EXIT.
097500     EXIT.
097600*--------------------------------------------------------------*
097700* 5100-ALT-ERLEDIGT - BEFUND DES VORLAUFS OHNE ENTSPRECHUNG IM *
097800* AKTUELLEN LAUF ALS ERLEDIGT ZAEHLEN                          *
097900*--------------------------------------------------------------*
098000 5100-ALT-ERLEDIGT.
098100     IF WS-ALT-PRUEFART NUMERIC
098200         MOVE WS-ALT-PRUEFART     TO WS-PA-NR
098300         IF WS-PA-NR > ZERO AND WS-PA-NR NOT > 6
098400             SET WS-PA-IX         TO WS-PA-NR
098500             ADD 1 TO WS-PA-ERLEDIGT (WS-PA-IX)
098600         END-IF
098700     END-IF
098800     PERFORM 2200-ALT-LESEN       THRU 2200-EXIT.
098900 5100-EXIT.
099000     EXIT.
099100*--------------------------------------------------------------*
099200* 5200-BEFUNDZEILE-SCHREIBEN - EINE ZEILE JE NEUEM ODER IN DER *
099300* SCHWERE GEAENDERTEM BEFUND; ALS BEZUG ERSCHEINT JE PRUEFART  *
099400* DIE BEZUGS-BLZ, DIE PZ-METHODE ODER DER LAENDERCODE          *
099500*--------------------------------------------------------------*
099600 5200-BEFUNDZEILE-SCHREIBEN.
099700     MOVE QUAL-PRUEFART           TO WS-BZ-PRUEFART
099800     MOVE QUAL-SCHWERE            TO WS-BZ-SCHWERE
099900     MOVE QUAL-VORHER-SCHWERE     TO WS-BZ-VORHER
100000     IF QUAL-NEU
100100         MOVE 'NEU'               TO WS-BZ-STATUS
100200     ELSE
100300         MOVE 'AEND'              TO WS-BZ-STATUS
100400     END-IF
100500     MOVE QUAL-BLZ                TO WS-BZ-BLZ
100600     MOVE QUAL-FILIALNR           TO WS-BZ-FILIALNR
100700     MOVE QUAL-BIC                TO WS-BZ-BIC
100800     EVALUATE TRUE
100900         WHEN QUAL-PZ-UNGEPRUEFT
101000             MOVE QUAL-PZ-METHODE TO WS-BZ-ZUSATZ
101100         WHEN QUAL-LAND-UNBEKANNT
101200             MOVE QUAL-LAENDERCODE TO WS-BZ-ZUSATZ
101300         WHEN OTHER
101400             MOVE QUAL-BEZUG-BLZ  TO WS-BZ-ZUSATZ
101500     END-EVALUATE
101600     MOVE QUAL-ANZAHL             TO WS-BZ-ANZAHL
101700     MOVE QUAL-TEXT               TO WS-BZ-TEXT
101800     MOVE SPACES                  TO BERICHT-ZEILE
101900     MOVE WS-BEFUNDZEILE          TO BERICHT-ZEILE
102000     WRITE BERICHT-ZEILE
102100     ADD 1 TO WS-ANZAHL-GEMELDET.
102200 5200-EXIT.
102300     EXIT.
102400*--------------------------------------------------------------*
102500* 8000-ABSCHLUSS - RESTLICHE BEFUNDE DES VORLAUFS ALS ERLEDIGT *
102600* ZAEHLEN, UEBERSICHT JE PRUEFART, SUMMEN JE SCHWERE, LISTE DER *
102700* UNGEPRUEFTEN PZ-METHODEN UND DATEIABSCHLUSS                  *
102800*--------------------------------------------------------------*
102900 8000-ABSCHLUSS.
103000     PERFORM 5100-ALT-ERLEDIGT    THRU 5100-EXIT
103100         UNTIL WS-ALT-EOF
103200     IF WS-ANZAHL-GEMELDET = ZERO
103300         MOVE 'KEINE NEUEN ODER GEAENDERTEN BEFUNDE'
103400           TO BERICHT-ZEILE
103500         WRITE BERICHT-ZEILE
103600     END-IF
103700     MOVE SPACES TO BERICHT-ZEILE
103800     WRITE BERICHT-ZEILE
103900     MOVE 'PA PRUEFART                                 GESAMT'
104000       TO BERICHT-ZEILE
104100     MOVE 'NEU     AEND  ERLEDIGT' TO BERICHT-ZEILE (57:22)
104200     WRITE BERICHT-ZEILE
104300     PERFORM 8200-PRUEFARTZEILE-SCHREIBEN THRU 8200-EXIT
104400         VARYING WS-PA-IX FROM 1 BY 1 UNTIL WS-PA-IX > 6
104500     MOVE SPACES TO BERICHT-ZEILE
104600     WRITE BERICHT-ZEILE
104700     MOVE 'BEFUNDE INSGESAMT:' TO WS-ZZ-TEXT
104800     MOVE WS-ANZAHL-BEFUNDE TO WS-ZZ-ANZAHL
104900     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
105000     MOVE '  DAVON SCHWERE H (HOCH):' TO WS-ZZ-TEXT
105100     MOVE WS-ANZAHL-HOCH TO WS-ZZ-ANZAHL
105200     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
105300     MOVE '  DAVON SCHWERE M (MITTEL):' TO WS-ZZ-TEXT
105400     MOVE WS-ANZAHL-MITTEL TO WS-ZZ-ANZAHL
105500     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
105600     MOVE '  DAVON SCHWERE N (NIEDRIG):' TO WS-ZZ-TEXT
105700     MOVE WS-ANZAHL-NIEDRIG TO WS-ZZ-ANZAHL
105800     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
105900     MOVE 'IM BERICHT AUSGEWIESEN (NEU/GEAENDERT):' TO WS-ZZ-TEXT
106000     MOVE WS-ANZAHL-GEMELDET TO WS-ZZ-ANZAHL
106100     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
106200     MOVE SPACES TO BERICHT-ZEILE
106300     WRITE BERICHT-ZEILE
106400     MOVE 'UNGEPRUEFTE PZ-METHODEN (ANZAHL HAUPTSTELLEN):'
106500       TO BERICHT-ZEILE
106600     WRITE BERICHT-ZEILE
106700     PERFORM 8300-PZ-ZEILE-SCHREIBEN THRU 8300-EXIT
106800         VARYING WS-PZ-IX FROM 1 BY 1
106900         UNTIL WS-PZ-IX > WS-ANZAHL-PZ
107000     CLOSE ALT-DATEI NEU-DATEI BERICHT-DATEI.
107100 8000-EXIT.
107200     EXIT.
107300*--------------------------------------------------------------*
107400* 8100-SUMMENZEILE-SCHREIBEN                                   *
107500*--------------------------------------------------------------*
107600 8100-SUMMENZEILE-SCHREIBEN.
107700     MOVE SPACES TO BERICHT-ZEILE
107800     MOVE WS-ZAEHLERZEILE TO BERICHT-ZEILE
107900     WRITE BERICHT-ZEILE.
108000 8100-EXIT.
108100     EXIT.
108200*--------------------------------------------------------------*
108300* 8200-PRUEFARTZEILE-SCHREIBEN - GESAMT, NEU, GEAENDERT UND    *
108400* ERLEDIGT JE PRUEFART                                         *
108500*--------------------------------------------------------------*
108600 8200-PRUEFARTZEILE-SCHREIBEN.
108700     SET WS-PA-NR                 TO WS-PA-IX
108800     MOVE WS-PA-NR                TO WS-PAZ-NR
108900     MOVE WS-PA-TEXT (WS-PA-IX)   TO WS-PAZ-TEXT
109000     MOVE WS-PA-GEFUNDEN (WS-PA-IX) TO WS-PAZ-GEFUNDEN
109100     MOVE WS-PA-NEU (WS-PA-IX)    TO WS-PAZ-NEU
109200     MOVE WS-PA-GEAENDERT (WS-PA-IX) TO WS-PAZ-GEAENDERT
109300     MOVE WS-PA-ERLEDIGT (WS-PA-IX) TO WS-PAZ-ERLEDIGT
109400     MOVE SPACES TO BERICHT-ZEILE
109500     MOVE WS-PRUEFARTZEILE TO BERICHT-ZEILE
109600     WRITE BERICHT-ZEILE.
109700 8200-EXIT.
109800     EXIT.
109900*--------------------------------------------------------------*
110000* 8300-PZ-ZEILE-SCHREIBEN - EINE UNGEPRUEFTE PZ-METHODE MIT DER *
110100* ANZAHL IHRER HAUPTSTELLEN                                    *
110200*--------------------------------------------------------------*
110300 8300-PZ-ZEILE-SCHREIBEN.
110400     MOVE SPACES TO WS-ZZ-TEXT
110500     STRING '  PZ-METHODE ' DELIMITED BY SIZE
110600            WS-PZ-METHODE (WS-PZ-IX) DELIMITED BY SIZE
110700            ':' DELIMITED BY SIZE
110800       INTO WS-ZZ-TEXT
110900     MOVE WS-PZ-ANZAHL (WS-PZ-IX) TO WS-ZZ-ANZAHL
111000     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT.
111100 8300-EXIT.
111200     EXIT.
111300*--------------------------------------------------------------*
111400* 9000-ABBRUCH - LAUF NACH HARTEM DATENBANKFEHLER MIT FEHLER-  *
111500* RETURN-CODE BEENDEN; DIE NEUE BEFUNDDATEI IST UNVOLLSTAENDIG *
111600* UND DARF NICHT ALS VORLAUF DIENEN                            *
111700*--------------------------------------------------------------*
111800 9000-ABBRUCH.
111900     CLOSE ALT-DATEI NEU-DATEI BERICHT-DATEI
112000     MOVE 16 TO RETURN-CODE
112100     STOP RUN.
112200 9000-EXIT.
112300     EXIT.
