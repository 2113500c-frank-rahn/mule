000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBK995.
000300 AUTHOR.        H-J WILMS.
000400 INSTALLATION.  BANKLEITZAHLEN-AUSKUNFT.
000500 DATE-WRITTEN.  15.10.2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* AENDERUNGSHISTORIE                                           *
000900*--------------------------------------------------------------*
001000* DATUM      NAME  BESCHREIBUNG                                 *
001100* ---------- ----- ------------------------------------------- *
001200* 15.10.2026 HJW   ERSTERSTELLUNG - MORGENBERICHT UEBER DIE     *
001300*                  NAECHTLICHE JOBKETTE AUS DEM LAUFBUCH        *
001400*                  (LAUFSATZ) MIT AKTUALITAETSSPERRE            *
001500*--------------------------------------------------------------*
001600* ZWECK:                                                       *
001700*   LIEST DIE LAUFBUECHER DER NAECHTLICHEN JOBKETTE (LAUFEIN,  *
001800*   ALLE PROGRAMME VERKETTET, AUFBAU LAUFSATZ) UND STELLT DIE  *
001900*   KETTE AUF EINER SEITE DAR (MORGRPT): JE PROGRAMM DER       *
002000*   LETZTE LAUF MIT RETURN-CODE, WIEDERANLAUF-KENNZEICHEN UND  *
002100*   KENNZAHLEN, DER SCHNITT DER HAUPTKENNZAHL UEBER BIS ZU     *
002200*   FUENF VORNAECHTE, DIE ABWEICHUNG IN PROZENT, DAS           *
002300*   LIEFERDATUM UND EIN STATUS.                                *
002400*   JE PROGRAMM WIRD GEPRUEFT:                                 *
002500*   - KEIN LAUF - DAS PROGRAMM STEHT NICHT IM LAUFBUCH         *
002600*   - FEHLER - DER LETZTE LAUF ENDETE MIT RC GROESSER 4        *
002700*   - VERALTET - DER LETZTE ERFOLGREICHE LAUF (RC HOECHSTENS   *
002800*     4) IST AELTER ALS DIE ERLAUBTE ZAHL VON STUNDEN          *
002900*   - LIEFERUNG ALT - DIE ZULETZT ERFOLGREICH VERARBEITETE     *
003000*     LIEFERUNG (VORLAUFSATZ NACH KONTSATZ) IST AELTER ALS DIE *
003100*     ERLAUBTE ZAHL VON TAGEN                                  *
003200*   - SCHWANKUNG - DIE HAUPTKENNZAHL DES LETZTEN LAUFS WEICHT  *
003300*     UM MEHR ALS DEN ERLAUBTEN PROZENTSATZ VOM SCHNITT DER    *
003400*     VORNAECHTE AB. WIEDERANLAEUFE ZAEHLEN NUR DEN REST DES   *
003500*     LAUFS UND GEHEN NICHT IN DEN VERGLEICH EIN.              *
003600*   JEDER BEFUND ERSCHEINT IM MELDUNGSTEIL. BEI EINEM ALS      *
003700*   KRITISCH GEKENNZEICHNETEN BESTAND SIND KEIN LAUF, FEHLER,  *
003800*   VERALTET UND LIEFERUNG ALT EINE SPERRE: DER LAUF SCHREIBT  *
003900*   DANN WIE CBK990 DAS SPERRKENNZEICHEN 'G' MIT DEM ERSTEN    *
004000*   GRUND (AKTSPRR, AUFBAU SPRRSATZ) UND ENDET MIT RC 16;      *
004100*   CBK991 PRUEFT DAS KENNZEICHEN IN DER MORGENKETTE. OHNE     *
004200*   SPERRE WIRD 'F' GESCHRIEBEN; WARNUNGEN ERGEBEN RC 4. KANN  *
004300*   DER BERICHT NICHT ERSTELLT WERDEN, WIRD EBENFALLS          *
004400*   GESPERRT.                                                  *
004500*   STEUERKARTEN (STEUERIN), EINE JE PROGRAMM IN               *
004600*   BERICHTSFOLGE:                                             *
004700*     STELLEN 1-8 PROGRAMM                                     *
004800*     STELLEN 9-12 ERLAUBTES ALTER DES LETZTEN ERFOLGREICHEN   *
004900*                  LAUFS IN STUNDEN (0000 = KEINE PRUEFUNG)    *
005000*     STELLEN 13-15 ERLAUBTES ALTER DER LIEFERUNG IN TAGEN     *
005100*                  (000 = KEINE PRUEFUNG)                      *
005200*     STELLE 16 'J' = KRITISCHER BESTAND                       *
005300*     STELLEN 17-19 ERLAUBTE SCHWANKUNG IN PROZENT (000 = KEIN *
005400*                  VERGLEICH)                                  *
005500*     STELLEN 20-49 NAME DES BESTANDS ODER DER LIEFERUNG       *
005600*--------------------------------------------------------------*
005700 ENVIRONMENT DIVISION.
005800 CONFIGURATION SECTION.
005900 SPECIAL-NAMES.
006000     DECIMAL-POINT IS COMMA.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT STEUER-DATEI   ASSIGN TO STEUERIN
006400            ORGANIZATION IS SEQUENTIAL.
006500     SELECT LAUF-DATEI     ASSIGN TO LAUFEIN
006600            ORGANIZATION IS SEQUENTIAL.
006700     SELECT SPERR-DATEI    ASSIGN TO AKTSPRR
006800            ORGANIZATION IS SEQUENTIAL.
006900     SELECT BERICHT-DATEI  ASSIGN TO MORGRPT
007000            ORGANIZATION IS SEQUENTIAL.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  STEUER-DATEI
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  STEUER-SATZ.
007700     05 STEU-PROGRAMM          PIC X(08).
007800     05 STEU-MAX-STUNDEN       PIC 9(04).
007900     05 STEU-MAX-LIEFER-TAGE   PIC 9(03).
008000     05 STEU-KRITISCH-KZ       PIC X(01).
008100     05 STEU-MAX-SCHWANKUNG    PIC 9(03).
008200     05 STEU-BESTAND           PIC X(30).
008300     05 FILLER                 PIC X(31).
008400 FD  LAUF-DATEI
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  LAUF-EINGABE-SATZ         PIC X(120).
008800 FD  SPERR-DATEI
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100 01  SPERR-AUSGABE-SATZ        PIC X(80).
009200 FD  BERICHT-DATEI
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 01  BERICHT-ZEILE             PIC X(101).
009600 WORKING-STORAGE SECTION.
009700*--------------------------------------------------------------*
009800* SCHALTER UND ZAEHLER                                         *
009900*--------------------------------------------------------------*
010000 77  WS-PX                     PIC 9(02) COMP VALUE ZERO.
010100 77  WS-PT-ANZAHL              PIC 9(02) COMP VALUE ZERO.
010200 77  WS-PT-MAX                 PIC 9(02) COMP VALUE 20.
010300 77  WS-HX                     PIC 9(02) COMP VALUE ZERO.
010400 77  WS-HY                     PIC 9(02) COMP VALUE ZERO.
010500 77  WS-H-MAX                  PIC 9(02) COMP VALUE 6.
010600 77  WS-QUOTIENT               PIC 9(04) COMP VALUE ZERO.
010700 77  WS-REST                   PIC 9(04) COMP VALUE ZERO.
010800 01  WS-SCHALTER.
010900     05 WS-STEUER-EOF-KZ       PIC X(01) VALUE 'N'.
011000         88 WS-STEUER-EOF             VALUE 'J'.
011100     05 WS-LAUF-EOF-KZ         PIC X(01) VALUE 'N'.
011200         88 WS-LAUF-EOF               VALUE 'J'.
011300     05 WS-GEFUNDEN-KZ         PIC X(01) VALUE 'N'.
011400         88 WS-GEFUNDEN               VALUE 'J'.
011500 01  WS-ZAEHLER.
011600     05 WS-ANZAHL-GELESEN      PIC 9(07) COMP VALUE ZERO.
011700     05 WS-ANZAHL-FREMD        PIC 9(07) COMP VALUE ZERO.
011800     05 WS-ANZAHL-UNLESBAR     PIC 9(07) COMP VALUE ZERO.
011900     05 WS-ANZAHL-SPERREN      PIC 9(03) COMP VALUE ZERO.
012000     05 WS-ANZAHL-WARNUNGEN    PIC 9(03) COMP VALUE ZERO.
012100 01  WS-DATUM.
012200     05 WS-DATUM-JJ            PIC 9(02).
012300     05 WS-DATUM-MM            PIC 9(02).
012400     05 WS-DATUM-TT            PIC 9(02).
012500 01  WS-TAGESDATUM.
012600     05 FILLER                 PIC X(02) VALUE '20'.
012700     05 WS-TAGESDATUM-JJMMTT   PIC 9(06).
012800 01  WS-UHRZEIT.
012900     05 WS-UHRZEIT-HH          PIC 9(02).
013000     05 WS-UHRZEIT-MI          PIC 9(02).
013100     05 FILLER                 PIC 9(04).
013200*--------------------------------------------------------------*
013300* TAGE BIS MONATSENDE IM GEMEINJAHR UND TAGESNUMMER EINES      *
013400* DATUMS JJJJMMTT (TAGE SEIT DEM 31.12.1900, WIE CBK971)       *
013500*--------------------------------------------------------------*
013600 01  WS-MONATSENDE-KONSTANTE.
013700     05 FILLER                 PIC X(36) VALUE
013800     '031059090120151181212243273304334365'.
013900 01  WS-MONATSENDE-TABELLE REDEFINES WS-MONATSENDE-KONSTANTE.
014000     05 WS-MONATSENDE          PIC 9(03) OCCURS 12 TIMES.
014100 01  WS-TN-DATUM.
014200     05 WS-TN-JJJJ             PIC 9(04).
014300     05 WS-TN-MM               PIC 9(02).
014400     05 WS-TN-TT               PIC 9(02).
014500 01  WS-TN-DATUM-X REDEFINES WS-TN-DATUM PIC X(08).
014600 77  WS-TN-ERGEBNIS            PIC S9(07) COMP VALUE ZERO.
014700 77  WS-TN-HEUTE               PIC S9(07) COMP VALUE ZERO.
014800*--------------------------------------------------------------*
014900* ALTERSBERECHNUNG IN STUNDEN (TAGESNUMMER * 24 + STUNDE),     *
015000* DAMIT EIN UEBER MITTERNACHT LAUFENDER NACHTLAUF NICHT ALS    *
015100* VORTAGSLAUF GILT                                             *
015200*--------------------------------------------------------------*
015300 77  WS-JETZT-STUNDEN          PIC S9(09) COMP VALUE ZERO.
015400 77  WS-LAUF-STUNDEN           PIC S9(09) COMP VALUE ZERO.
015500 77  WS-STUNDE                 PIC 9(02) VALUE ZERO.
015600*--------------------------------------------------------------*
015700* SCHWANKUNGSVERGLEICH DER HAUPTKENNZAHL                       *
015800*--------------------------------------------------------------*
015900 77  WS-SUMME                  PIC 9(11) COMP VALUE ZERO.
016000 77  WS-AKTUELL                PIC 9(09) COMP VALUE ZERO.
016100 77  WS-DIFFERENZ              PIC 9(09) COMP VALUE ZERO.
016200*--------------------------------------------------------------*
016300* PROGRAMME AUS DEN STEUERKARTEN IN BERICHTSFOLGE. JE PROGRAMM *
016400* DER LETZTE LAUFSATZ, DATUM, UHRZEIT UND LIEFERDATUM DES      *
016500* LETZTEN ERFOLGREICHEN LAUFS, DIE HAUPTKENNZAHLEN DER LETZTEN *
016600* SECHS ERFOLGREICHEN NORMALLAEUFE (AELTESTE ZUERST) UND DIE   *
016700* ERGEBNISSE DER PRUEFUNGEN                                    *
016800*--------------------------------------------------------------*
016900 01  WS-PROGRAMM-TABELLE.
017000     05 WS-PT-EINTRAG          OCCURS 20 TIMES.
017100         10 WS-PT-PROGRAMM     PIC X(08).
017200         10 WS-PT-MAX-STUNDEN  PIC 9(04).
017300         10 WS-PT-MAX-LIEFER-TAGE PIC 9(03).
017400         10 WS-PT-KRITISCH-KZ  PIC X(01).
017500             88 WS-PT-KRITISCH         VALUE 'J'.
017600         10 WS-PT-MAX-SCHWANKUNG PIC 9(03).
017700         10 WS-PT-BESTAND      PIC X(30).
017800         10 WS-PT-LAEUFE       PIC 9(07) COMP.
017900         10 WS-PT-LETZTER-SATZ PIC X(120).
018000         10 WS-PT-E-DATUM      PIC X(08).
018100         10 WS-PT-E-UHRZEIT    PIC X(06).
018200         10 WS-PT-E-LIEFER-DATUM PIC X(08).
018300         10 WS-PT-H-ANZAHL     PIC 9(02) COMP.
018400         10 WS-PT-H-WERT       PIC 9(09) COMP OCCURS 6 TIMES.
018500         10 WS-PT-ALTER-STUNDEN PIC S9(09) COMP.
018600         10 WS-PT-LIEFER-TAGE  PIC S9(07) COMP.
018700         10 WS-PT-SCHNITT      PIC 9(09) COMP.
018800         10 WS-PT-ABWEICHUNG   PIC 9(07) COMP.
018900         10 WS-PT-STATUS       PIC X(13).
019000         10 WS-PT-BEFUNDE.
019100             15 WS-PT-KEIN-LAUF-KZ PIC X(01).
019200                 88 WS-PT-KEIN-LAUF    VALUE 'J'.
019300             15 WS-PT-FEHLER-KZ PIC X(01).
019400                 88 WS-PT-FEHLER       VALUE 'J'.
019500             15 WS-PT-VERALTET-KZ PIC X(01).
019600                 88 WS-PT-VERALTET     VALUE 'J'.
019700             15 WS-PT-LIEFER-ALT-KZ PIC X(01).
019800                 88 WS-PT-LIEFER-ALT   VALUE 'J'.
019900             15 WS-PT-SCHWANKUNG-KZ PIC X(01).
020000                 88 WS-PT-SCHWANKUNG   VALUE 'J'.
020100*--------------------------------------------------------------*
020200* SATZ DES LAUFBUCHS UND SPERRKENNZEICHEN                      *
020300*--------------------------------------------------------------*
020400     COPY LAUFSATZ.
020500     COPY SPRRSATZ.
020600*--------------------------------------------------------------*
020700* AUFBAU DER BERICHTSZEILEN                                    *
020800*--------------------------------------------------------------*
020900 01  WS-SPALTENZEILE.
021000     05 FILLER                 PIC X(43) VALUE
021100        'PROGRAMM BESTAND      LETZTER LAUF    RC W '.
021200     05 FILLER                 PIC X(58) VALUE
021300        'HAUPTZAHL     ANZAHL   SCHNITT ABW% LIEFERT  STATUS'.
021400 01  WS-PROGRAMMZEILE.
021500     05 WS-PZ-PROGRAMM         PIC X(08).
021600     05 FILLER                 PIC X(01) VALUE SPACES.
021700     05 WS-PZ-BESTAND          PIC X(12).
021800     05 FILLER                 PIC X(01) VALUE SPACES.
021900     05 WS-PZ-DATUM            PIC X(08).
022000     05 FILLER                 PIC X(01) VALUE SPACES.
022100     05 WS-PZ-UHRZEIT          PIC X(04).
022200     05 FILLER                 PIC X(01) VALUE SPACES.
022300     05 WS-PZ-RC               PIC ZZZ9.
022400     05 WS-PZ-RC-X REDEFINES WS-PZ-RC
022500                               PIC X(04).
022600     05 FILLER                 PIC X(01) VALUE SPACES.
022700     05 WS-PZ-WIEDERANLAUF     PIC X(01).
022800     05 FILLER                 PIC X(01) VALUE SPACES.
022900     05 WS-PZ-TEXT             PIC X(10).
023000     05 FILLER                 PIC X(01) VALUE SPACES.
023100     05 WS-PZ-ANZAHL           PIC ZZZZZZZZ9.
023200     05 WS-PZ-ANZAHL-X REDEFINES WS-PZ-ANZAHL
023300                               PIC X(09).
023400     05 FILLER                 PIC X(01) VALUE SPACES.
023500     05 WS-PZ-SCHNITT          PIC ZZZZZZZZ9.
023600     05 WS-PZ-SCHNITT-X REDEFINES WS-PZ-SCHNITT
023700                               PIC X(09).
023800     05 FILLER                 PIC X(01) VALUE SPACES.
023900     05 WS-PZ-ABWEICHUNG       PIC ZZZ9.
024000     05 WS-PZ-ABWEICHUNG-X REDEFINES WS-PZ-ABWEICHUNG
024100                               PIC X(04).
024200     05 FILLER                 PIC X(01) VALUE SPACES.
024300     05 WS-PZ-LIEFER-DATUM     PIC X(08).
024400     05 FILLER                 PIC X(01) VALUE SPACES.
024500     05 WS-PZ-STATUS           PIC X(13).
024600 01  WS-ZUSATZZEILE.
024700     05 FILLER                 PIC X(38) VALUE SPACES.
024800     05 WS-XZ-EINTRAG          OCCURS 3 TIMES.
024900         10 WS-XZ-TEXT         PIC X(10).
025000         10 FILLER             PIC X(01).
025100         10 WS-XZ-ANZAHL       PIC ZZZZZZZZ9.
025200         10 FILLER             PIC X(01).
025300 01  WS-MELDUNGSZEILE.
025400     05 WS-MZ-ART              PIC X(07).
025500     05 FILLER                 PIC X(01) VALUE SPACES.
025600     05 WS-MZ-PROGRAMM         PIC X(08).
025700     05 FILLER                 PIC X(01) VALUE SPACES.
025800     05 WS-MZ-TEXT             PIC X(84).
025900 01  WS-ZAEHLERZEILE.
026000     05 WS-ZZ-TEXT             PIC X(42).
026100     05 WS-ZZ-ANZAHL           PIC ZZZZZZ9.
026200     05 FILLER                 PIC X(52) VALUE SPACES.
026300*--------------------------------------------------------------*
026400* ZAHLEN FUER DIE MELDUNGSTEXTE UND DER GRUND DER ERSTEN       *
026500* SPERRE                                                       *
026600*--------------------------------------------------------------*
026700 01  WS-MELDUNGSWERTE.
026800     05 WS-MW-RC               PIC 9(04).
026900     05 WS-MW-STUNDEN          PIC 9(04).
027000     05 WS-MW-MAX-STUNDEN      PIC 9(04).
027100     05 WS-MW-TAGE             PIC 9(04).
027200     05 WS-MW-MAX-TAGE         PIC 9(03).
027300     05 WS-MW-ANZAHL           PIC 9(09).
027400     05 WS-MW-SCHNITT          PIC 9(09).
027500     05 WS-MW-PROZENT          PIC 9(04).
027600     05 WS-MW-MAX-PROZENT      PIC 9(03).
027700 01  WS-SPERR-GRUND            PIC X(60) VALUE SPACES.
027800 PROCEDURE DIVISION.
027900*--------------------------------------------------------------*
028000* 0000-MAINLINE                                                *
028100*--------------------------------------------------------------*
028200 0000-MAINLINE.
028300     PERFORM 1000-INITIALISIEREN  THRU 1000-EXIT
028400     PERFORM 2000-LAUFSATZ-VERARBEITEN THRU 2000-EXIT
028500         UNTIL WS-LAUF-EOF
028600     PERFORM 3000-PROGRAMM-BEWERTEN THRU 3000-EXIT
028700         VARYING WS-PX FROM 1 BY 1
028800         UNTIL WS-PX > WS-PT-ANZAHL
028900     PERFORM 4000-BERICHT-SCHREIBEN THRU 4000-EXIT
029000     PERFORM 8000-ABSCHLUSS       THRU 8000-EXIT
029100     STOP RUN.
029200*--------------------------------------------------------------*
029300* 1000-INITIALISIEREN - LAUFZEITPUNKT ERMITTELN, STEUERKARTEN  *
029400* LADEN UND DEN ERSTEN LAUFSATZ LESEN                          *
029500*--------------------------------------------------------------*
029600 1000-INITIALISIEREN.
029700     OPEN INPUT  STEUER-DATEI
029800                 LAUF-DATEI
029900     OPEN OUTPUT BERICHT-DATEI
030000     ACCEPT WS-DATUM FROM DATE
030100     ACCEPT WS-UHRZEIT FROM TIME
030200     MOVE WS-DATUM               TO WS-TAGESDATUM-JJMMTT
030300     MOVE WS-TAGESDATUM          TO WS-TN-DATUM-X
030400     PERFORM 5000-TAGESNUMMER-ERMITTELN THRU 5000-EXIT
030500     MOVE WS-TN-ERGEBNIS         TO WS-TN-HEUTE
030600     COMPUTE WS-JETZT-STUNDEN = WS-TN-HEUTE * 24 + WS-UHRZEIT-HH
030700     PERFORM 1100-KARTE-LESEN     THRU 1100-EXIT
030800     PERFORM 1200-KARTE-UEBERNEHMEN THRU 1200-EXIT
030900         UNTIL WS-STEUER-EOF
031000     IF WS-PT-ANZAHL = ZERO
031100         MOVE 'MORGENBERICHT OHNE STEUERKARTEN'
031200                                 TO WS-SPERR-GRUND
031300         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
031400     END-IF
031500     CLOSE STEUER-DATEI
031600     PERFORM 2900-LAUFSATZ-LESEN  THRU 2900-EXIT.
031700 1000-EXIT.
031800     EXIT.
031900*--------------------------------------------------------------*
032000* 1100-KARTE-LESEN                                             *
032100*--------------------------------------------------------------*
032200 1100-KARTE-LESEN.
032300     READ STEUER-DATEI
032400         AT END
032500             SET WS-STEUER-EOF TO TRUE
032600     END-READ.
032700 1100-EXIT.
032800     EXIT.
032900*--------------------------------------------------------------*
033000* 1200-KARTE-UEBERNEHMEN - EINE STEUERKARTE PRUEFEN UND DAS    *
033100* PROGRAMM MIT LEEREN ERGEBNISFELDERN IN DIE TABELLE STELLEN   *
033200*--------------------------------------------------------------*
033300 1200-KARTE-UEBERNEHMEN.
033400     IF STEU-PROGRAMM = SPACES
033500        OR STEU-MAX-STUNDEN NOT NUMERIC
033600        OR STEU-MAX-LIEFER-TAGE NOT NUMERIC
033700        OR STEU-MAX-SCHWANKUNG NOT NUMERIC
033800        OR (STEU-KRITISCH-KZ NOT = 'J'
033900            AND STEU-KRITISCH-KZ NOT = 'N')
034000         MOVE SPACES              TO WS-SPERR-GRUND
034100         STRING 'STEUERKARTE UNGUELTIG: ' STEUER-SATZ
034200                DELIMITED BY SIZE
034300           INTO WS-SPERR-GRUND
034400         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
034500     END-IF
034600     IF WS-PT-ANZAHL >= WS-PT-MAX
034700         MOVE 'MEHR ALS 20 STEUERKARTEN - TABELLE ERWEITERN'
034800                                 TO WS-SPERR-GRUND
034900         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
035000     END-IF
035100     ADD 1 TO WS-PT-ANZAHL
035200     MOVE WS-PT-ANZAHL           TO WS-PX
035300     MOVE STEU-PROGRAMM          TO WS-PT-PROGRAMM (WS-PX)
035400     MOVE STEU-MAX-STUNDEN       TO WS-PT-MAX-STUNDEN (WS-PX)
035500     MOVE STEU-MAX-LIEFER-TAGE   TO WS-PT-MAX-LIEFER-TAGE (WS-PX)
035600     MOVE STEU-KRITISCH-KZ       TO WS-PT-KRITISCH-KZ (WS-PX)
035700     MOVE STEU-MAX-SCHWANKUNG    TO WS-PT-MAX-SCHWANKUNG (WS-PX)
035800     MOVE STEU-BESTAND           TO WS-PT-BESTAND (WS-PX)
035900     MOVE ZERO                   TO WS-PT-LAEUFE (WS-PX)
036000     MOVE SPACES                 TO WS-PT-LETZTER-SATZ (WS-PX)
036100     MOVE SPACES                 TO WS-PT-E-DATUM (WS-PX)
036200     MOVE SPACES                 TO WS-PT-E-UHRZEIT (WS-PX)
036300     MOVE SPACES                 TO WS-PT-E-LIEFER-DATUM (WS-PX)
036400     MOVE ZERO                   TO WS-PT-H-ANZAHL (WS-PX)
036500     MOVE ZERO                   TO WS-PT-ALTER-STUNDEN (WS-PX)
036600     MOVE ZERO                   TO WS-PT-LIEFER-TAGE (WS-PX)
036700     MOVE ZERO                   TO WS-PT-SCHNITT (WS-PX)
036800     MOVE ZERO                   TO WS-PT-ABWEICHUNG (WS-PX)
036900     MOVE SPACES                 TO WS-PT-STATUS (WS-PX)
037000     MOVE 'NNNNN'                TO WS-PT-BEFUNDE (WS-PX)
037100     PERFORM 1100-KARTE-LESEN     THRU 1100-EXIT.
037200 1200-EXIT.
037300     EXIT.
037400*--------------------------------------------------------------*
037500* 2000-LAUFSATZ-VERARBEITEN - EINEN SATZ DES LAUFBUCHS DEM     *
037600* PROGRAMM ZUORDNEN. DIE LAUFBUECHER WERDEN FORTLAUFEND        *
037700* ANGEHAENGT, JE PROGRAMM IST DER ZULETZT GELESENE SATZ DER    *
037800* JUENGSTE.                                                    *
037900*--------------------------------------------------------------*
038000 2000-LAUFSATZ-VERARBEITEN.
038100     ADD 1 TO WS-ANZAHL-GELESEN
038200     IF LAUF-DATUM NOT NUMERIC
038300        OR LAUF-UHRZEIT NOT NUMERIC
038400        OR LAUF-RC NOT NUMERIC
038500        OR LAUF-ZAEHLER-FELDER = SPACES
038600         ADD 1 TO WS-ANZAHL-UNLESBAR
038700         GO TO 2000-WEITER
038800     END-IF
038900     PERFORM 2100-PROGRAMM-SUCHEN THRU 2100-EXIT
039000     IF NOT WS-GEFUNDEN
039100         ADD 1 TO WS-ANZAHL-FREMD
039200         GO TO 2000-WEITER
039300     END-IF
039400     ADD 1 TO WS-PT-LAEUFE (WS-PX)
039500     MOVE LAUF-SATZ              TO WS-PT-LETZTER-SATZ (WS-PX)
039600     IF LAUF-RC NOT > 4
039700         MOVE LAUF-DATUM         TO WS-PT-E-DATUM (WS-PX)
039800         MOVE LAUF-UHRZEIT       TO WS-PT-E-UHRZEIT (WS-PX)
039900         MOVE LAUF-LIEFER-DATUM  TO WS-PT-E-LIEFER-DATUM (WS-PX)
040000         IF NOT LAUF-WIEDERANLAUF
040100             PERFORM 2200-HISTORIE-FORTSCHREIBEN THRU 2200-EXIT
040200         END-IF
040300     END-IF.
040400 2000-WEITER.
040500     PERFORM 2900-LAUFSATZ-LESEN  THRU 2900-EXIT.
040600 2000-EXIT.
040700     EXIT.
040800*--------------------------------------------------------------*
040900* 2100-PROGRAMM-SUCHEN - PROGRAMM DES LAUFSATZES IN DER        *
041000* TABELLE SUCHEN; WS-PX ZEIGT BEI ERFOLG AUF DEN EINTRAG       *
041100*--------------------------------------------------------------*
041200 2100-PROGRAMM-SUCHEN.
041300     MOVE 'N'                    TO WS-GEFUNDEN-KZ
041400     PERFORM 2110-EINTRAG-VERGLEICHEN THRU 2110-EXIT
041500         VARYING WS-PX FROM 1 BY 1
041600         UNTIL WS-PX > WS-PT-ANZAHL
041700            OR WS-GEFUNDEN.
041800 2100-EXIT.
041900     EXIT.
042000*--------------------------------------------------------------*
042100* 2110-EINTRAG-VERGLEICHEN                                     *
042200*--------------------------------------------------------------*
042300 2110-EINTRAG-VERGLEICHEN.
042400     IF WS-PT-PROGRAMM (WS-PX) = LAUF-PROGRAMM
042500         SET WS-GEFUNDEN TO TRUE
042600         SUBTRACT 1 FROM WS-PX
042700     END-IF.
042800 2110-EXIT.
042900     EXIT.
043000*--------------------------------------------------------------*
043100* 2200-HISTORIE-FORTSCHREIBEN - HAUPTKENNZAHL EINES            *
043200* ERFOLGREICHEN NORMALLAUFS ANHAENGEN; IST DIE HISTORIE VOLL,  *
043300* RUECKT SIE UM EINE STELLE AUF UND DER AELTESTE WERT          *
043400* ENTFAELLT                                                    *
043500*--------------------------------------------------------------*
043600 2200-HISTORIE-FORTSCHREIBEN.
043700     IF WS-PT-H-ANZAHL (WS-PX) < WS-H-MAX
043800         ADD 1 TO WS-PT-H-ANZAHL (WS-PX)
043900     ELSE
044000         PERFORM 2210-HISTORIE-AUFRUECKEN THRU 2210-EXIT
044100             VARYING WS-HX FROM 1 BY 1
044200             UNTIL WS-HX >= WS-H-MAX
044300     END-IF
044400     MOVE WS-PT-H-ANZAHL (WS-PX) TO WS-HX
044500     MOVE LAUF-ANZAHL-1          TO WS-PT-H-WERT (WS-PX WS-HX).
044600 2200-EXIT.
044700     EXIT.
044800*--------------------------------------------------------------*
044900* 2210-HISTORIE-AUFRUECKEN                                     *
045000*--------------------------------------------------------------*
045100 2210-HISTORIE-AUFRUECKEN.
045200     COMPUTE WS-HY = WS-HX + 1
045300     MOVE WS-PT-H-WERT (WS-PX WS-HY)
045400                                 TO WS-PT-H-WERT (WS-PX WS-HX).
045500 2210-EXIT.
045600     EXIT.
045700*--------------------------------------------------------------*
045800* 2900-LAUFSATZ-LESEN                                          *
045900*--------------------------------------------------------------*
046000 2900-LAUFSATZ-LESEN.
046100     READ LAUF-DATEI INTO LAUF-SATZ
046200         AT END
046300             SET WS-LAUF-EOF TO TRUE
046400     END-READ.
046500 2900-EXIT.
046600     EXIT.
046700*--------------------------------------------------------------*
046800* 3000-PROGRAMM-BEWERTEN - DIE PRUEFUNGEN FUER EIN PROGRAMM    *
046900* AUSFUEHREN UND DEN STATUS NACH DEM SCHWERSTEN BEFUND SETZEN  *
047000*--------------------------------------------------------------*
047100 3000-PROGRAMM-BEWERTEN.
047200     PERFORM 3100-BEFUNDE-ERMITTELN THRU 3100-EXIT
047300     EVALUATE TRUE
047400         WHEN WS-PT-KEIN-LAUF (WS-PX)
047500             MOVE 'KEIN LAUF'    TO WS-PT-STATUS (WS-PX)
047600         WHEN WS-PT-FEHLER (WS-PX)
047700             MOVE 'FEHLER'       TO WS-PT-STATUS (WS-PX)
047800         WHEN WS-PT-VERALTET (WS-PX)
047900             MOVE 'VERALTET'     TO WS-PT-STATUS (WS-PX)
048000         WHEN WS-PT-LIEFER-ALT (WS-PX)
048100             MOVE 'LIEFERUNG ALT' TO WS-PT-STATUS (WS-PX)
048200         WHEN WS-PT-SCHWANKUNG (WS-PX)
048300             MOVE 'SCHWANKUNG'   TO WS-PT-STATUS (WS-PX)
048400         WHEN OTHER
048500             MOVE 'OK'           TO WS-PT-STATUS (WS-PX)
048600     END-EVALUATE.
048700 3000-EXIT.
048800     EXIT.
048900*--------------------------------------------------------------*
049000* 3100-BEFUNDE-ERMITTELN - LETZTEN LAUF, ALTER DES LETZTEN     *
049100* ERFOLGREICHEN LAUFS, ALTER DER LIEFERUNG UND SCHWANKUNG DER  *
049200* HAUPTKENNZAHL PRUEFEN                                        *
049300*--------------------------------------------------------------*
049400 3100-BEFUNDE-ERMITTELN.
049500     IF WS-PT-LAEUFE (WS-PX) = ZERO
049600         MOVE 'J'                TO WS-PT-KEIN-LAUF-KZ (WS-PX)
049700         GO TO 3100-EXIT
049800     END-IF
049900     MOVE WS-PT-LETZTER-SATZ (WS-PX) TO LAUF-SATZ
050000     IF LAUF-RC > 4
050100         MOVE 'J'                TO WS-PT-FEHLER-KZ (WS-PX)
050200     END-IF
050300     IF WS-PT-E-DATUM (WS-PX) = SPACES
050400         MOVE 'J'                TO WS-PT-VERALTET-KZ (WS-PX)
050500         GO TO 3100-EXIT
050600     END-IF
050700     MOVE WS-PT-E-DATUM (WS-PX)  TO WS-TN-DATUM-X
050800     PERFORM 5000-TAGESNUMMER-ERMITTELN THRU 5000-EXIT
050900     MOVE WS-PT-E-UHRZEIT (WS-PX) (1:2) TO WS-STUNDE
051000     COMPUTE WS-LAUF-STUNDEN = WS-TN-ERGEBNIS * 24 + WS-STUNDE
051100     COMPUTE WS-PT-ALTER-STUNDEN (WS-PX) =
051200             WS-JETZT-STUNDEN - WS-LAUF-STUNDEN
051300     IF WS-PT-MAX-STUNDEN (WS-PX) > ZERO
051400        AND WS-PT-ALTER-STUNDEN (WS-PX) >
051500            WS-PT-MAX-STUNDEN (WS-PX)
051600         MOVE 'J'                TO WS-PT-VERALTET-KZ (WS-PX)
051700     END-IF
051800     IF WS-PT-MAX-LIEFER-TAGE (WS-PX) > ZERO
051900        AND WS-PT-E-LIEFER-DATUM (WS-PX) NOT = SPACES
052000         MOVE WS-PT-E-LIEFER-DATUM (WS-PX) TO WS-TN-DATUM-X
052100         PERFORM 5000-TAGESNUMMER-ERMITTELN THRU 5000-EXIT
052200         COMPUTE WS-PT-LIEFER-TAGE (WS-PX) =
052300                 WS-TN-HEUTE - WS-TN-ERGEBNIS
052400         IF WS-PT-LIEFER-TAGE (WS-PX) >
052500            WS-PT-MAX-LIEFER-TAGE (WS-PX)
052600             MOVE 'J'            TO WS-PT-LIEFER-ALT-KZ (WS-PX)
052700         END-IF
052800     END-IF
052900     IF LAUF-RC NOT > 4
053000        AND LAUF-NORMALLAUF
053100        AND WS-PT-H-ANZAHL (WS-PX) > 1
053200         PERFORM 3200-SCHWANKUNG-PRUEFEN THRU 3200-EXIT
053300     END-IF.
053400 3100-EXIT.
053500     EXIT.
053600*--------------------------------------------------------------*
053700* 3200-SCHWANKUNG-PRUEFEN - DER LETZTE WERT DER HISTORIE IST   *
053800* DER DES LETZTEN LAUFS; DIE WERTE DAVOR BILDEN DEN SCHNITT    *
053900* DER VORNAECHTE. BEI EINEM SCHNITT VON NULL WIRD NICHT        *
054000* VERGLICHEN.                                                  *
054100*--------------------------------------------------------------*
054200 3200-SCHWANKUNG-PRUEFEN.
054300     MOVE ZERO                   TO WS-SUMME
054400     PERFORM 3210-WERT-ADDIEREN   THRU 3210-EXIT
054500         VARYING WS-HX FROM 1 BY 1
054600         UNTIL WS-HX >= WS-PT-H-ANZAHL (WS-PX)
054700     COMPUTE WS-PT-SCHNITT (WS-PX) =
054800             WS-SUMME / (WS-PT-H-ANZAHL (WS-PX) - 1)
054900     MOVE WS-PT-H-ANZAHL (WS-PX) TO WS-HX
055000     MOVE WS-PT-H-WERT (WS-PX WS-HX) TO WS-AKTUELL
055100     IF WS-PT-SCHNITT (WS-PX) = ZERO
055200         GO TO 3200-EXIT
055300     END-IF
055400     IF WS-AKTUELL > WS-PT-SCHNITT (WS-PX)
055500         COMPUTE WS-DIFFERENZ = WS-AKTUELL - WS-PT-SCHNITT (WS-PX)
055600     ELSE
055700         COMPUTE WS-DIFFERENZ = WS-PT-SCHNITT (WS-PX) - WS-AKTUELL
055800     END-IF
055900     COMPUTE WS-PT-ABWEICHUNG (WS-PX) =
056000             WS-DIFFERENZ * 100 / WS-PT-SCHNITT (WS-PX)
056100     IF WS-PT-ABWEICHUNG (WS-PX) > 9999
056200         MOVE 9999               TO WS-PT-ABWEICHUNG (WS-PX)
056300     END-IF
056400     IF WS-PT-MAX-SCHWANKUNG (WS-PX) > ZERO
056500        AND WS-PT-ABWEICHUNG (WS-PX) >
056600            WS-PT-MAX-SCHWANKUNG (WS-PX)
056700         MOVE 'J'                TO WS-PT-SCHWANKUNG-KZ (WS-PX)
056800     END-IF.
056900 3200-EXIT.
057000     EXIT.
057100*--------------------------------------------------------------*
057200* 3210-WERT-ADDIEREN                                           *
057300*--------------------------------------------------------------*
057400 3210-WERT-ADDIEREN.
057500     ADD WS-PT-H-WERT (WS-PX WS-HX) TO WS-SUMME.
057600 3210-EXIT.
057700     EXIT.
057800*--------------------------------------------------------------*
057900* 4000-BERICHT-SCHREIBEN - KOPF, EINE ZEILE JE PROGRAMM (BEI   *
058000* WEITEREN KENNZAHLEN EINE ZUSATZZEILE), MELDUNGSTEIL UND      *
058100* ERGEBNIS AUF EINER SEITE                                     *
058200*--------------------------------------------------------------*
058300 4000-BERICHT-SCHREIBEN.
058400     MOVE SPACES TO BERICHT-ZEILE
058500     STRING 'MORGENBERICHT NACHTKETTE VOM 20' WS-DATUM-JJ '-'
058600            WS-DATUM-MM '-' WS-DATUM-TT ' UM ' WS-UHRZEIT-HH ':'
058700            WS-UHRZEIT-MI DELIMITED BY SIZE
058800       INTO BERICHT-ZEILE
058900     WRITE BERICHT-ZEILE
059000     MOVE SPACES TO BERICHT-ZEILE
059100     WRITE BERICHT-ZEILE
059200     MOVE WS-SPALTENZEILE TO BERICHT-ZEILE
059300     WRITE BERICHT-ZEILE
059400     MOVE ALL '-' TO BERICHT-ZEILE
059500     WRITE BERICHT-ZEILE
059600     PERFORM 4100-PROGRAMMZEILE-SCHREIBEN THRU 4100-EXIT
059700         VARYING WS-PX FROM 1 BY 1
059800         UNTIL WS-PX > WS-PT-ANZAHL
059900     MOVE SPACES TO BERICHT-ZEILE
060000     WRITE BERICHT-ZEILE
060100     MOVE 'MELDUNGEN:' TO BERICHT-ZEILE
060200     WRITE BERICHT-ZEILE
060300     PERFORM 4200-MELDUNGEN-SCHREIBEN THRU 4200-EXIT
060400         VARYING WS-PX FROM 1 BY 1
060500         UNTIL WS-PX > WS-PT-ANZAHL
060600     IF WS-ANZAHL-SPERREN = ZERO AND WS-ANZAHL-WARNUNGEN = ZERO
060700         MOVE '        KEINE' TO BERICHT-ZEILE
060800         WRITE BERICHT-ZEILE
060900     END-IF
061000     MOVE SPACES TO BERICHT-ZEILE
061100     WRITE BERICHT-ZEILE
061200     MOVE 'LAUFSAETZE GELESEN:' TO WS-ZZ-TEXT
061300     MOVE WS-ANZAHL-GELESEN TO WS-ZZ-ANZAHL
061400     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
061500     IF WS-ANZAHL-FREMD > ZERO
061600         MOVE 'DAVON PROGRAMM OHNE STEUERKARTE:' TO WS-ZZ-TEXT
061700         MOVE WS-ANZAHL-FREMD TO WS-ZZ-ANZAHL
061800         PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
061900     END-IF
062000     IF WS-ANZAHL-UNLESBAR > ZERO
062100         MOVE 'DAVON UNLESBAR:' TO WS-ZZ-TEXT
062200         MOVE WS-ANZAHL-UNLESBAR TO WS-ZZ-ANZAHL
062300         PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
062400     END-IF
062500     MOVE SPACES TO BERICHT-ZEILE
062600     IF WS-ANZAHL-SPERREN > ZERO
062700         STRING 'ERGEBNIS: AUSKUNFT GESPERRT - ' WS-SPERR-GRUND
062800                DELIMITED BY SIZE
062900           INTO BERICHT-ZEILE
063000     ELSE
063100         MOVE 'ERGEBNIS: ALLE KRITISCHEN BESTAENDE AKTUELL'
063200                                 TO BERICHT-ZEILE
063300     END-IF
063400     WRITE BERICHT-ZEILE.
063500 4000-EXIT.
063600     EXIT.
063700*--------------------------------------------------------------*
063800* 4100-PROGRAMMZEILE-SCHREIBEN - LETZTER LAUF DES PROGRAMMS    *
063900* MIT HAUPTKENNZAHL, SCHNITT, ABWEICHUNG UND STATUS            *
064000*--------------------------------------------------------------*
064100 4100-PROGRAMMZEILE-SCHREIBEN.
064200     MOVE WS-PT-LETZTER-SATZ (WS-PX) TO LAUF-SATZ
064300     MOVE WS-PT-PROGRAMM (WS-PX) TO WS-PZ-PROGRAMM
064400     MOVE WS-PT-BESTAND (WS-PX)  TO WS-PZ-BESTAND
064500     MOVE WS-PT-E-LIEFER-DATUM (WS-PX) TO WS-PZ-LIEFER-DATUM
064600     MOVE WS-PT-STATUS (WS-PX)   TO WS-PZ-STATUS
064700     IF WS-PT-SCHNITT (WS-PX) = ZERO
064800         MOVE SPACES             TO WS-PZ-SCHNITT-X
064900                                    WS-PZ-ABWEICHUNG-X
065000     ELSE
065100         MOVE WS-PT-SCHNITT (WS-PX) TO WS-PZ-SCHNITT
065200         MOVE WS-PT-ABWEICHUNG (WS-PX) TO WS-PZ-ABWEICHUNG
065300     END-IF
065400     IF WS-PT-KEIN-LAUF (WS-PX)
065500         MOVE SPACES             TO WS-PZ-DATUM WS-PZ-UHRZEIT
065600                                    WS-PZ-WIEDERANLAUF WS-PZ-TEXT
065700                                    WS-PZ-RC-X WS-PZ-ANZAHL-X
065800     ELSE
065900         MOVE LAUF-DATUM         TO WS-PZ-DATUM
066000         MOVE LAUF-UHRZEIT (1:4) TO WS-PZ-UHRZEIT
066100         MOVE LAUF-RC            TO WS-PZ-RC
066200         MOVE SPACES             TO WS-PZ-WIEDERANLAUF
066300         IF LAUF-WIEDERANLAUF
066400             MOVE 'W'            TO WS-PZ-WIEDERANLAUF
066500         END-IF
066600         MOVE LAUF-TEXT-1        TO WS-PZ-TEXT
066700         MOVE LAUF-ANZAHL-1      TO WS-PZ-ANZAHL
066800     END-IF
066900     MOVE WS-PROGRAMMZEILE TO BERICHT-ZEILE
067000     WRITE BERICHT-ZEILE
067100     IF WS-PT-KEIN-LAUF (WS-PX)
067200        OR (LAUF-TEXT-2 = SPACES AND LAUF-TEXT-3 = SPACES
067300            AND LAUF-TEXT-4 = SPACES)
067400         GO TO 4100-EXIT
067500     END-IF
067600     PERFORM 4110-ZUSATZWERT-UEBERNEHMEN THRU 4110-EXIT
067700         VARYING WS-HX FROM 2 BY 1
067800         UNTIL WS-HX > 4
067900     MOVE WS-ZUSATZZEILE TO BERICHT-ZEILE
068000     WRITE BERICHT-ZEILE.
068100 4100-EXIT.
068200     EXIT.
068300*--------------------------------------------------------------*
068400* 4110-ZUSATZWERT-UEBERNEHMEN - ZAEHLER 2 BIS 4 DES LAUFSATZES *
068500* IN DIE ZUSATZZEILE STELLEN; UNBENUTZTE ZAEHLER BLEIBEN LEER  *
068600*--------------------------------------------------------------*
068700 4110-ZUSATZWERT-UEBERNEHMEN.
068800     COMPUTE WS-HY = WS-HX - 1
068900     MOVE SPACES                 TO WS-XZ-EINTRAG (WS-HY)
069000     IF LAUF-Z-TEXT (WS-HX) NOT = SPACES
069100         MOVE LAUF-Z-TEXT (WS-HX)  TO WS-XZ-TEXT (WS-HY)
069200         MOVE LAUF-Z-ANZAHL (WS-HX) TO WS-XZ-ANZAHL (WS-HY)
069300     END-IF.
069400 4110-EXIT.
069500     EXIT.
069600*--------------------------------------------------------------*
069700* 4200-MELDUNGEN-SCHREIBEN - JE BEFUND EINE MELDUNGSZEILE.     *
069800* KEIN LAUF, FEHLER, VERALTET UND LIEFERUNG ALT SIND BEI       *
069900* KRITISCHEN BESTAENDEN EINE SPERRE, SONST WIE JEDE SCHWANKUNG *
070000* EINE WARNUNG.                                                *
070100*--------------------------------------------------------------*
070200 4200-MELDUNGEN-SCHREIBEN.
070300     MOVE WS-PT-LETZTER-SATZ (WS-PX) TO LAUF-SATZ
070400     MOVE WS-PT-PROGRAMM (WS-PX) TO WS-MZ-PROGRAMM
070500     IF WS-PT-KEIN-LAUF (WS-PX)
070600         MOVE SPACES             TO WS-MZ-TEXT
070700         STRING WS-PT-BESTAND (WS-PX) DELIMITED BY '  '
070800                ' - KEIN LAUFSATZ IM LAUFBUCH' DELIMITED BY SIZE
070900           INTO WS-MZ-TEXT
071000         PERFORM 4300-STANDMELDUNG-AUSGEBEN THRU 4300-EXIT
071100     END-IF
071200     IF WS-PT-FEHLER (WS-PX)
071300         MOVE LAUF-RC            TO WS-MW-RC
071400         MOVE SPACES             TO WS-MZ-TEXT
071500         STRING WS-PT-BESTAND (WS-PX) DELIMITED BY '  '
071600                ' - LETZTER LAUF ' LAUF-DATUM ' '
071700                LAUF-UHRZEIT (1:4) ' MIT RC ' WS-MW-RC
071800                DELIMITED BY SIZE
071900           INTO WS-MZ-TEXT
072000         PERFORM 4300-STANDMELDUNG-AUSGEBEN THRU 4300-EXIT
072100     END-IF
072200     IF WS-PT-VERALTET (WS-PX)
072300         MOVE SPACES             TO WS-MZ-TEXT
072400         IF WS-PT-E-DATUM (WS-PX) = SPACES
072500             STRING WS-PT-BESTAND (WS-PX) DELIMITED BY '  '
072600                    ' - KEIN ERFOLGREICHER LAUF IM LAUFBUCH'
072700                    DELIMITED BY SIZE
072800               INTO WS-MZ-TEXT
072900         ELSE
073000             MOVE WS-PT-ALTER-STUNDEN (WS-PX) TO WS-MW-STUNDEN
073100             MOVE WS-PT-MAX-STUNDEN (WS-PX) TO WS-MW-MAX-STUNDEN
073200             STRING WS-PT-BESTAND (WS-PX) DELIMITED BY '  '
073300                    ' - ERFOLG VOR ' WS-MW-STUNDEN
073400                    ' STD, ERLAUBT ' WS-MW-MAX-STUNDEN
073500                    DELIMITED BY SIZE
073600               INTO WS-MZ-TEXT
073700         END-IF
073800         PERFORM 4300-STANDMELDUNG-AUSGEBEN THRU 4300-EXIT
073900     END-IF
074000     IF WS-PT-LIEFER-ALT (WS-PX)
074100         MOVE WS-PT-LIEFER-TAGE (WS-PX) TO WS-MW-TAGE
074200         MOVE WS-PT-MAX-LIEFER-TAGE (WS-PX) TO WS-MW-MAX-TAGE
074300         MOVE SPACES             TO WS-MZ-TEXT
074400         STRING WS-PT-BESTAND (WS-PX) DELIMITED BY '  '
074500                ' - LIEFERUNG ' WS-MW-TAGE ' TAGE ALT, ERLAUBT '
074600                WS-MW-MAX-TAGE DELIMITED BY SIZE
074700           INTO WS-MZ-TEXT
074800         PERFORM 4300-STANDMELDUNG-AUSGEBEN THRU 4300-EXIT
074900     END-IF
075000     IF WS-PT-SCHWANKUNG (WS-PX)
075100         MOVE WS-PT-H-ANZAHL (WS-PX) TO WS-HX
075200         MOVE WS-PT-H-WERT (WS-PX WS-HX) TO WS-MW-ANZAHL
075300         MOVE WS-PT-SCHNITT (WS-PX) TO WS-MW-SCHNITT
075400         MOVE WS-PT-ABWEICHUNG (WS-PX) TO WS-MW-PROZENT
075500         MOVE WS-PT-MAX-SCHWANKUNG (WS-PX) TO WS-MW-MAX-PROZENT
075600         MOVE SPACES             TO WS-MZ-TEXT
075700         STRING LAUF-TEXT-1 DELIMITED BY ' '
075800                ' ' WS-MW-ANZAHL ' WEICHT ' WS-MW-PROZENT
075900                ' % VOM SCHNITT ' WS-MW-SCHNITT ' AB, ERLAUBT '
076000                WS-MW-MAX-PROZENT ' %' DELIMITED BY SIZE
076100           INTO WS-MZ-TEXT
076200         MOVE 'WARNUNG'          TO WS-MZ-ART
076300         ADD 1 TO WS-ANZAHL-WARNUNGEN
076400         MOVE WS-MELDUNGSZEILE TO BERICHT-ZEILE
076500         WRITE BERICHT-ZEILE
076600     END-IF.
076700 4200-EXIT.
076800     EXIT.
076900*--------------------------------------------------------------*
077000* 4300-STANDMELDUNG-AUSGEBEN - MELDUNG ZUM STAND EINES         *
077100* BESTANDS ALS SPERRE (KRITISCH) ODER WARNUNG SCHREIBEN; DIE   *
077200* ERSTE SPERRE LIEFERT DEN GRUND FUER DAS SPERRKENNZEICHEN     *
077300*--------------------------------------------------------------*
077400 4300-STANDMELDUNG-AUSGEBEN.
077500     IF WS-PT-KRITISCH (WS-PX)
077600         MOVE 'SPERRE'           TO WS-MZ-ART
077700         IF WS-ANZAHL-SPERREN = ZERO
077800             STRING WS-PT-PROGRAMM (WS-PX) DELIMITED BY ' '
077900                    ': ' WS-MZ-TEXT DELIMITED BY SIZE
078000               INTO WS-SPERR-GRUND
078100         END-IF
078200         ADD 1 TO WS-ANZAHL-SPERREN
078300     ELSE
078400         MOVE 'WARNUNG'          TO WS-MZ-ART
078500         ADD 1 TO WS-ANZAHL-WARNUNGEN
078600     END-IF
078700     MOVE WS-MELDUNGSZEILE TO BERICHT-ZEILE
078800     WRITE BERICHT-ZEILE.
078900 4300-EXIT.
079000     EXIT.
079100*--------------------------------------------------------------*
079200* 5000-TAGESNUMMER-ERMITTELN - TAGESNUMMER ZU WS-TN-DATUM      *
079300* (TAGE SEIT DEM 31.12.1900, SCHALTJAHRE ALLE VIER JAHRE WIE   *
079400* CBK971); EIN NICHT NUMERISCHES DATUM ERGIBT DIE TAGESNUMMER  *
079500* DES LAUFTAGS                                                 *
079600*--------------------------------------------------------------*
079700 5000-TAGESNUMMER-ERMITTELN.
079800     IF WS-TN-DATUM-X NOT NUMERIC
079900        OR WS-TN-MM < 1 OR WS-TN-MM > 12
080000        OR WS-TN-JJJJ < 1901
080100         MOVE WS-TN-HEUTE       TO WS-TN-ERGEBNIS
080200         GO TO 5000-EXIT
080300     END-IF
080400     COMPUTE WS-TN-ERGEBNIS = (WS-TN-JJJJ - 1901) * 365
080500     COMPUTE WS-QUOTIENT = (WS-TN-JJJJ - 1901) / 4
080600     ADD WS-QUOTIENT            TO WS-TN-ERGEBNIS
080700     IF WS-TN-MM > 1
080800         ADD WS-MONATSENDE (WS-TN-MM - 1) TO WS-TN-ERGEBNIS
080900     END-IF
081000     ADD WS-TN-TT               TO WS-TN-ERGEBNIS
081100     DIVIDE WS-TN-JJJJ BY 4
081200         GIVING WS-QUOTIENT REMAINDER WS-REST
081300     IF WS-REST = ZERO AND WS-TN-MM > 2
081400         ADD 1 TO WS-TN-ERGEBNIS
081500     END-IF.
081600 5000-EXIT.
081700     EXIT.
081800*--------------------------------------------------------------*
081900* 8000-ABSCHLUSS - SPERRKENNZEICHEN SCHREIBEN, DATEIEN         *
082000* SCHLIESSEN UND RETURN-CODE SETZEN (16 BEI SPERRE, 4 BEI      *
082100* WARNUNGEN)                                                   *
082200*--------------------------------------------------------------*
082300 8000-ABSCHLUSS.
082400     MOVE SPACES                 TO SPERR-SATZ
082500     MOVE WS-TAGESDATUM          TO SPERR-DATUM
082600     IF WS-ANZAHL-SPERREN > ZERO
082700         SET SPERR-GESPERRT      TO TRUE
082800         MOVE WS-SPERR-GRUND     TO SPERR-GRUND
082900     ELSE
083000         SET SPERR-FREI          TO TRUE
083100         MOVE 'ALLE KRITISCHEN BESTAENDE AKTUELL' TO SPERR-GRUND
083200     END-IF
083300     OPEN OUTPUT SPERR-DATEI
083400     WRITE SPERR-AUSGABE-SATZ FROM SPERR-SATZ
083500     CLOSE SPERR-DATEI
083600     CLOSE LAUF-DATEI BERICHT-DATEI
083700     EVALUATE TRUE
083800         WHEN WS-ANZAHL-SPERREN > ZERO
083900             DISPLAY 'CBK995: AUSKUNFT GESPERRT - ' WS-SPERR-GRUND
084000             MOVE 16 TO RETURN-CODE
084100         WHEN WS-ANZAHL-WARNUNGEN > ZERO
084200             MOVE 4 TO RETURN-CODE
084300         WHEN OTHER
084400             MOVE ZERO TO RETURN-CODE
084500     END-EVALUATE.
084600 8000-EXIT.
084700     EXIT.
084800*--------------------------------------------------------------*
084900* 8100-SUMMENZEILE-SCHREIBEN                                   *
085000*--------------------------------------------------------------*
085100 8100-SUMMENZEILE-SCHREIBEN.
085200     MOVE SPACES TO BERICHT-ZEILE
085300     MOVE WS-ZAEHLERZEILE TO BERICHT-ZEILE
085400     WRITE BERICHT-ZEILE.
085500 8100-EXIT.
085600     EXIT.
085700*--------------------------------------------------------------*
085800* 9000-ABBRUCH - DER BERICHT KANN NICHT ERSTELLT WERDEN:       *
085900* SPERRKENNZEICHEN 'G' MIT DEM GRUND SCHREIBEN, DAMIT DIE      *
086000* MORGENKETTE OHNE GEPRUEFTEN STAND NICHT WEITERLAEUFT, UND    *
086100* MIT RC 16 ENDEN                                              *
086200*--------------------------------------------------------------*
086300 9000-ABBRUCH.
086400     DISPLAY 'CBK995: ABBRUCH - ' WS-SPERR-GRUND
086500     MOVE SPACES TO BERICHT-ZEILE
086600     STRING 'CBK995 ABBRUCH: ' WS-SPERR-GRUND DELIMITED BY SIZE
086700       INTO BERICHT-ZEILE
086800     WRITE BERICHT-ZEILE
086900     MOVE SPACES                 TO SPERR-SATZ
087000     MOVE WS-TAGESDATUM          TO SPERR-DATUM
087100     SET SPERR-GESPERRT          TO TRUE
087200     MOVE WS-SPERR-GRUND         TO SPERR-GRUND
087300     OPEN OUTPUT SPERR-DATEI
087400     WRITE SPERR-AUSGABE-SATZ FROM SPERR-SATZ
087500     CLOSE SPERR-DATEI
087600     CLOSE STEUER-DATEI LAUF-DATEI BERICHT-DATEI
087700     MOVE 16 TO RETURN-CODE
087800     STOP RUN.
087900 9000-EXIT.
088000     EXIT.
