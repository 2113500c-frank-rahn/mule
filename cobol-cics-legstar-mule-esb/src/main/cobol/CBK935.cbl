000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBK935.
000300 AUTHOR.        H-J WILMS.
000400 INSTALLATION.  BANKLEITZAHLEN-AUSKUNFT.
000500 DATE-WRITTEN.  15.10.2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* AENDERUNGSHISTORIE                                           *
000900*--------------------------------------------------------------*
001000* DATUM      NAME  BESCHREIBUNG                                 *
001100* ---------- ----- ------------------------------------------- *
001200* 15.10.2026 HJW   ERSTERSTELLUNG - TAEGLICHER AKTIVIERUNGSLAUF *
001300*                  FUER TERMINIERTE AENDERUNGEN DER BUNDESBANK- *
001400*                  BLZ-DATEI (WIRKSAM-AB), MIT CHECKPUNKT/      *
001500*                  WIEDERANLAUF UND JOURNAL WIE CBK930          *
001510* 15.10.2026 HJW   LAUFSATZ (AUFBAU LAUFSATZ) AM LAUFENDE UND   *
001520*                  VOR JEDEM ABBRUCH AN DAS LAUFBUCH DER        *
001530*                  NACHTKETTE (LAUFPROT) ANGEHAENGT             *
001540* 15.10.2026 HJW   TERMNEU WIRD IN CBK935J VORAB SORTIERT UND   *
001550*                  JE SCHLUESSEL VERDICHTET; FOLGEPRUEFUNG BEIM *
001560*                  LESEN, ABBRUCH BEI FALLENDEM SCHLUESSEL      *
001600*--------------------------------------------------------------*
001700* ZWECK:                                                       *
001800*   FUEHRT DEN TERMINBESTAND DER NOCH NICHT FAELLIGEN AENDE-   *
001900*   RUNGEN (AUFBAU FREISATZ, NACH BLZ/FILIALNR SORTIERT) UND   *
002000*   SPIELT FAELLIGE AENDERUNGEN AM STICHTAG EIN:               *
002100*     1. MISCHT DEN BISHERIGEN TERMINBESTAND (TERMALT) MIT DEN *
002200*        VON CBK930 NEU TERMINIERTEN SAETZEN (TERMNEU). EIN    *
002300*        NEUER SATZ ERSETZT DEN BISHERIGEN SATZ GLEICHER       *
002400*        BLZ/FILIALNR; IST ER INHALTLICH GLEICH (ERNEUTER      *
002500*        VORSCHLAG DERSELBEN LIEFERUNG), BLEIBT DER BISHERIGE  *
002600*        SATZ MIT SEINEM FREIGABE-KENNZEICHEN STEHEN.          *
002610*        TERMNEU KANN NACH EINEM WIEDERANLAUF VON CBK930 ODER  *
002620*        EINER AUSGEFALLENEN CBK935J-NACHT MEHRERE SAETZE JE   *
002630*        BLZ/FILIALNR IN BELIEBIGER FOLGE ENTHALTEN. CBK935J   *
002640*        SORTIERT DIE DATEI DESHALB VORAB NACH BLZ/FILIALNR    *
002650*        UND BEHAELT JE SCHLUESSEL NUR DEN ZULETZT             *
002660*        GESCHRIEBENEN SATZ. CBK935 PRUEFT DIE FOLGE BEIM      *
002670*        LESEN: EIN KLEINERER SCHLUESSEL ALS DER VORIGE FUEHRT *
002680*        ZUM ABBRUCH, EIN GLEICHER WIRD UEBERSPRUNGEN.         *
002900*     2. SPIELT JEDEN FAELLIGEN (WIRKSAM-AB NICHT NACH DEM     *
003000*        STICHTAG) UND FREIGEGEBENEN SATZ WIE CBK930 IN DIE    *
003100*        TABELLE BANKLEITZAHLEN EIN UND SCHREIBT DEN JOURNAL-  *
003200*        SATZ FUER DIE DELTA-LIEFERUNG UND DIE BESTANDSBILANZ  *
003300*        (BANKJRNL).                                           *
003400*     3. SCHREIBT ALLE UEBRIGEN SAETZE - NOCH NICHT FAELLIG    *
003500*        ODER FAELLIG, ABER MIT CBK915 ZURUECKGESTELLT - IN    *
003600*        DEN NEUEN TERMINBESTAND (TERMAKT).                    *
003700*                                                                *
003800*   WIE IM EINSPIELLAUF WIRD NACH JE WS-CP-INTERVALL SAETZEN   *
003900*   EIN COMMIT MIT CHECKPUNKT AUF DIE EIGENE DATEI CBK935CP    *
004000*   GESCHRIEBEN. EIN WIEDERANLAUF BEHAELT DEN STICHTAG DES     *
004100*   ABGEBROCHENEN LAUFS BEI, SPIELT SAETZE BIS ZUM VERMERKTEN   *
004200*   SCHLUESSEL NICHT ERNEUT EIN UND SCHREIBT DEN NEUEN TERMIN- *
004300*   BESTAND VOLLSTAENDIG NEU.                                  *
004310*                                                              *
004320*   AM ENDE JEDES LAUFS - AUCH VOR EINEM ABBRUCH - WIRD EIN    *
004330*   SATZ MIT RETURN-CODE UND DEN KENNZAHLEN DES LAUFS AN DAS   *
004340*   LAUFBUCH LAUFPROT (AUFBAU LAUFSATZ) ANGEHAENGT; DER        *
004350*   MORGENBERICHT CBK995 WERTET DAS LAUFBUCH AUS.              *
004400*--------------------------------------------------------------*
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SPECIAL-NAMES.
004800     DECIMAL-POINT IS COMMA.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT TERMALT-DATEI    ASSIGN TO TERMALT
005200            ORGANIZATION IS SEQUENTIAL.
005300     SELECT TERMNEU-DATEI    ASSIGN TO TERMNEU
005400            ORGANIZATION IS SEQUENTIAL.
005500     SELECT TERMAKT-DATEI    ASSIGN TO TERMAKT
005600            ORGANIZATION IS SEQUENTIAL.
005700     SELECT BERICHT-DATEI    ASSIGN TO AKTIVRPT
005800            ORGANIZATION IS SEQUENTIAL.
005900     SELECT CHECKPUNKT-DATEI ASSIGN TO CBK935CP
006000            ORGANIZATION IS SEQUENTIAL.
006100     SELECT JOURNAL-DATEI    ASSIGN TO BANKJRNL
006200            ORGANIZATION IS SEQUENTIAL.
006210     SELECT LAUF-DATEI       ASSIGN TO LAUFPROT
006220            ORGANIZATION IS SEQUENTIAL.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  TERMALT-DATEI
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 01  TERMALT-SATZ              PIC X(129).
006900 FD  TERMNEU-DATEI
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 01  TERMNEU-SATZ              PIC X(129).
007300 FD  TERMAKT-DATEI
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  TERMAKT-SATZ              PIC X(129).
007700 FD  BERICHT-DATEI
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 01  BERICHT-ZEILE             PIC X(111).
008100 FD  CHECKPUNKT-DATEI
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400     COPY CHKPSATZ.
008500 FD  JOURNAL-DATEI
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800 01  JOURNAL-SATZ              PIC X(152).
008810 FD  LAUF-DATEI
008820     RECORDING MODE IS F
008830     LABEL RECORDS ARE STANDARD.
008840 01  LAUF-AUSGABE-SATZ         PIC X(120).
008900 WORKING-STORAGE SECTION.
009000*--------------------------------------------------------------*
009100* SCHALTER UND ZAEHLER                                         *
009200*--------------------------------------------------------------*
009300 77  WS-SQLCODE                PIC S9(05) COMP VALUE ZERO.
009400 77  WS-CP-INTERVALL           PIC 9(05) COMP VALUE 100.
009500 77  WS-SEIT-CHECKPUNKT        PIC 9(05) COMP VALUE ZERO.
009600 01  WS-SCHALTER.
009700     05 WS-ALT-EOF-KZ          PIC X(01) VALUE 'N'.
009800         88 WS-ALT-EOF                VALUE 'J'.
009900     05 WS-NEU-EOF-KZ          PIC X(01) VALUE 'N'.
010000         88 WS-NEU-EOF                VALUE 'J'.
010100     05 WS-CHECKPUNKT-EOF-KZ   PIC X(01) VALUE 'N'.
010200         88 WS-CHECKPUNKT-EOF         VALUE 'J'.
010300     05 WS-CHECKPUNKT-VORHANDEN-KZ PIC X(01) VALUE 'N'.
010400         88 WS-CHECKPUNKT-VORHANDEN       VALUE 'J'.
010500     05 WS-RESTART-KZ          PIC X(01) VALUE 'N'.
010600         88 WS-IST-RESTART            VALUE 'J'.
010700 01  WS-ZAEHLER.
010800     05 WS-ANZAHL-NEU          PIC 9(05) COMP VALUE ZERO.
010900     05 WS-ANZAHL-GEAENDERT    PIC 9(05) COMP VALUE ZERO.
011000     05 WS-ANZAHL-GELOESCHT    PIC 9(05) COMP VALUE ZERO.
011100     05 WS-ANZAHL-ANGEKUENDIGT PIC 9(05) COMP VALUE ZERO.
011200     05 WS-ANZAHL-ZURUECK      PIC 9(05) COMP VALUE ZERO.
011300     05 WS-ANZAHL-TERMINIERT   PIC 9(05) COMP VALUE ZERO.
011400     05 WS-ANZAHL-UEBERNOMMEN  PIC 9(05) COMP VALUE ZERO.
011500     05 WS-ANZAHL-ERSETZT      PIC 9(05) COMP VALUE ZERO.
011600     05 WS-ANZAHL-DOPPELT      PIC 9(05) COMP VALUE ZERO.
011700*--------------------------------------------------------------*
011800* EINGANGSPUFFER DER BEIDEN TERMINDATEIEN (AUFBAU FREISATZ)    *
011900* MIT SICHT AUF ART, KENNZEICHEN UND MISCHSCHLUESSEL           *
012000*--------------------------------------------------------------*
012100 01  WS-ALT-PUFFER.
012200     05 WS-ALT-ART             PIC X(01).
012300     05 WS-ALT-FREIGABE-KZ     PIC X(01).
012400     05 WS-ALT-INHALT          PIC X(127).
012500 01  WS-ALT-SICHT REDEFINES WS-ALT-PUFFER.
012600     05 FILLER                 PIC X(02).
012700     05 WS-ALT-SCHLUESSEL      PIC X(11).
012800     05 FILLER                 PIC X(116).
012900 01  WS-NEU-PUFFER.
013000     05 WS-NEU-ART             PIC X(01).
013100     05 WS-NEU-FREIGABE-KZ     PIC X(01).
013200     05 WS-NEU-INHALT          PIC X(127).
013300 01  WS-NEU-SICHT REDEFINES WS-NEU-PUFFER.
013400     05 FILLER                 PIC X(02).
013500     05 WS-NEU-SCHLUESSEL      PIC X(11).
013600     05 FILLER                 PIC X(116).
013700 01  WS-NEU-VORIGER-SCHLUESSEL PIC X(11) VALUE LOW-VALUES.
013800*--------------------------------------------------------------*
013900* SCHLUESSEL DES AKTUELLEN SATZES UND DES LETZTEN CHECKPUNKTS  *
014000*--------------------------------------------------------------*
014100 01  WS-AKT-SCHLUESSEL.
014200     05 WS-AKT-S-BLZ           PIC X(08).
014300     05 WS-AKT-S-FILIALNR      PIC X(03).
014400 01  WS-CP-SCHLUESSEL.
014500     05 WS-CP-LETZTE-BLZ       PIC X(08) VALUE SPACES.
014600     05 WS-CP-LETZTE-FILIALNR  PIC X(03) VALUE SPACES.
014700 01  WS-DATUM.
014800     05 WS-DATUM-JJ            PIC 9(02).
014900     05 WS-DATUM-MM            PIC 9(02).
015000     05 WS-DATUM-TT            PIC 9(02).
015100 01  WS-UHRZEIT                PIC 9(08).
015200*--------------------------------------------------------------*
015300* STICHTAG JJJJMMTT - TAGESDATUM, IM WIEDERANLAUF DAS LAUFDATUM *
015400* DES ABGEBROCHENEN LAUFS AUS DEM CHECKPUNKT                    *
015500*--------------------------------------------------------------*
015600 01  WS-STICHTAG.
015700     05 FILLER                 PIC X(02) VALUE '20'.
015800     05 WS-STICHTAG-JJMMTT     PIC 9(06).
015900*--------------------------------------------------------------*
016000* AUFBAU DER DETAILZEILEN IM BERICHT                           *
016100*--------------------------------------------------------------*
016200 01  WS-DETAILZEILE.
016300     05 WS-DZ-ART              PIC X(15).
016400     05 WS-DZ-BLZ              PIC X(08).
016500     05 FILLER                 PIC X(01) VALUE SPACES.
016600     05 WS-DZ-FILIALNR         PIC X(03).
016700     05 FILLER                 PIC X(02) VALUE SPACES.
016800     05 WS-DZ-NAME             PIC X(30).
016900     05 FILLER                 PIC X(02) VALUE SPACES.
017000     05 WS-DZ-PLZ              PIC X(11).
017100     05 FILLER                 PIC X(02) VALUE SPACES.
017200     05 WS-DZ-ORT              PIC X(25).
017300     05 FILLER                 PIC X(01) VALUE SPACES.
017400     05 WS-DZ-BIC              PIC X(11).
017500 01  WS-ZAEHLERZEILE.
017600     05 WS-ZZ-TEXT             PIC X(40).
017700     05 WS-ZZ-ANZAHL           PIC ZZZZ9.
017800     05 FILLER                 PIC X(66) VALUE SPACES.
017900*--------------------------------------------------------------*
018000* AKTUELLER TERMINSATZ                                         *
018100*--------------------------------------------------------------*
018200     COPY FREISATZ.
018300*--------------------------------------------------------------*
018400* DB2 KOMMUNIKATIONSBEREICH UND HOST-VARIABLEN                 *
018500*--------------------------------------------------------------*
018600     EXEC SQL INCLUDE SQLCA END-EXEC.
018700     COPY BANKSATZ.
018800*--------------------------------------------------------------*
018900* JOURNALSATZ FUER DIE TAEGLICHE DELTA-LIEFERUNG (BANKJRNL)     *
019000*--------------------------------------------------------------*
019100     COPY DELTSATZ.
019109*--------------------------------------------------------------*
019118* ZEITPUNKT UND SATZ FUER DAS LAUFBUCH DER NACHTKETTE          *
019127* (LAUFPROT)                                                   *
019136*--------------------------------------------------------------*
019145 01  WS-LAUF-ZEITPUNKT.
019154     05 WS-LAUF-DATUM          PIC 9(06).
019163     05 WS-LAUF-ZEIT.
019172         10 WS-LAUF-HHMMSS     PIC 9(06).
019181         10 FILLER             PIC 9(02).
019190     COPY LAUFSATZ.
019200 PROCEDURE DIVISION.
019300*--------------------------------------------------------------*
019400* 0000-MAINLINE                                                *
019500*--------------------------------------------------------------*
019600 0000-MAINLINE.
019700     PERFORM 1000-INITIALISIEREN  THRU 1000-EXIT
019800     PERFORM 3000-TERMINE-MISCHEN THRU 3000-EXIT
019900         UNTIL WS-ALT-EOF AND WS-NEU-EOF
020000     PERFORM 8000-ABSCHLUSS       THRU 8000-EXIT
020010     PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
020100     STOP RUN.
020200*--------------------------------------------------------------*
020300* 1000-INITIALISIEREN                                          *
020400*--------------------------------------------------------------*
020500 1000-INITIALISIEREN.
020600     OPEN INPUT  TERMALT-DATEI
020700     OPEN INPUT  TERMNEU-DATEI
020800     OPEN OUTPUT TERMAKT-DATEI
020900     OPEN OUTPUT BERICHT-DATEI
021000     ACCEPT WS-DATUM FROM DATE
021100     MOVE WS-DATUM TO WS-STICHTAG-JJMMTT
021200     PERFORM 1100-CHECKPUNKT-ERMITTELN   THRU 1100-EXIT
021300     PERFORM 2100-BERICHTSKOPF-SCHREIBEN THRU 2100-EXIT
021400     OPEN EXTEND CHECKPUNKT-DATEI
021500     OPEN EXTEND JOURNAL-DATEI
021600     IF WS-IST-RESTART
021700         DISPLAY 'CBK935: WIEDERANLAUF AB BLZ ' WS-CP-LETZTE-BLZ
021800                 ' FILIALE ' WS-CP-LETZTE-FILIALNR
021900                 ' STICHTAG ' WS-STICHTAG
022000     END-IF
022100     MOVE LOW-VALUES TO WS-NEU-SCHLUESSEL
022200     PERFORM 2200-ALT-LESEN       THRU 2200-EXIT
022300     PERFORM 2300-NEU-LESEN       THRU 2300-EXIT.
022400 1000-EXIT.
022500     EXIT.
022600*--------------------------------------------------------------*
022700* 1100-CHECKPUNKT-ERMITTELN - LETZTEN CHECKPUNKT DER VORIGEN    *
022800* LAEUFE LESEN UND FESTSTELLEN, OB DIESER LAUF EIN WIEDERANLAUF *
022900* NACH EINEM ABBRUCH IST; DANN GILT DESSEN STICHTAG WEITER      *
023000*--------------------------------------------------------------*
023100 1100-CHECKPUNKT-ERMITTELN.
023200     OPEN INPUT CHECKPUNKT-DATEI
023300     PERFORM 1200-CHECKPUNKT-LESEN THRU 1200-EXIT
023400         UNTIL WS-CHECKPUNKT-EOF
023500     CLOSE CHECKPUNKT-DATEI
023600     IF WS-CHECKPUNKT-VORHANDEN AND CP-UNTERBROCHEN
023700         SET WS-IST-RESTART         TO TRUE
023800         MOVE CP-LAUFDATUM          TO WS-STICHTAG-JJMMTT
023900         MOVE CP-LETZTE-BLZ         TO WS-CP-LETZTE-BLZ
024000         MOVE CP-LETZTE-FILIALNR    TO WS-CP-LETZTE-FILIALNR
024100         MOVE CP-ANZAHL-NEU         TO WS-ANZAHL-NEU
024200         MOVE CP-ANZAHL-GEAENDERT   TO WS-ANZAHL-GEAENDERT
024300         MOVE CP-ANZAHL-GELOESCHT   TO WS-ANZAHL-GELOESCHT
024400         MOVE CP-ANZAHL-ANGEKUENDIGT TO WS-ANZAHL-ANGEKUENDIGT
024500     END-IF.
024600 1100-EXIT.
024700     EXIT.
024800*--------------------------------------------------------------*
024900* 1200-CHECKPUNKT-LESEN - DIE CHECKPUNKT-DATEI BIS ZUM ENDE     *
025000* LESEN; NACH DER SCHLEIFE STEHT DER LETZTE SATZ (FALLS         *
025100* VORHANDEN) IM PUFFER CHECKPUNKT-SATZ                         *
025200*--------------------------------------------------------------*
025300 1200-CHECKPUNKT-LESEN.
025400     READ CHECKPUNKT-DATEI
025500         AT END
025600             SET WS-CHECKPUNKT-EOF TO TRUE
025700         NOT AT END
025800             SET WS-CHECKPUNKT-VORHANDEN TO TRUE
025900     END-READ.
026000 1200-EXIT.
026100     EXIT.
026200*--------------------------------------------------------------*
026300* 2100-BERICHTSKOPF-SCHREIBEN                                  *
026400*--------------------------------------------------------------*
026500 2100-BERICHTSKOPF-SCHREIBEN.
026600     MOVE SPACES TO BERICHT-ZEILE
026700     STRING 'AKTIVIERUNG TERMINIERTER AENDERUNGEN VOM 20'
026800            WS-DATUM-JJ '-' WS-DATUM-MM '-' WS-DATUM-TT
026900            ' - STICHTAG ' WS-STICHTAG DELIMITED BY SIZE
027000       INTO BERICHT-ZEILE
027100     WRITE BERICHT-ZEILE
027200     MOVE SPACES TO BERICHT-ZEILE
027300     WRITE BERICHT-ZEILE
027400     MOVE SPACES TO BERICHT-ZEILE
027500     STRING 'ART            BLZ      FIL  NAME' DELIMITED BY SIZE
027600            '                            WIRKSAM AB   ORT'
027700                DELIMITED BY SIZE
027800       INTO BERICHT-ZEILE
027900     WRITE BERICHT-ZEILE
028000     MOVE SPACES TO BERICHT-ZEILE
028100     WRITE BERICHT-ZEILE.
028200 2100-EXIT.
028300     EXIT.
028400*--------------------------------------------------------------*
028500* 2200-ALT-LESEN - NAECHSTEN SATZ DES BISHERIGEN TERMINBESTANDS *
028600*--------------------------------------------------------------*
028700 2200-ALT-LESEN.
028800     READ TERMALT-DATEI INTO WS-ALT-PUFFER
028900         AT END
029000             SET WS-ALT-EOF TO TRUE
029100             MOVE HIGH-VALUES TO WS-ALT-SCHLUESSEL
029200     END-READ.
029300 2200-EXIT.
029400     EXIT.
029500*--------------------------------------------------------------*
029600* 2300-NEU-LESEN - NAECHSTEN NEU TERMINIERTEN SATZ AUS CBK930   *
029610* LESEN UND DIE SORTIERFOLGE PRUEFEN                           *
029700*--------------------------------------------------------------*
029800 2300-NEU-LESEN.
029900     MOVE WS-NEU-SCHLUESSEL TO WS-NEU-VORIGER-SCHLUESSEL
030000     READ TERMNEU-DATEI INTO WS-NEU-PUFFER
030100         AT END
030200             SET WS-NEU-EOF TO TRUE
030300             MOVE HIGH-VALUES TO WS-NEU-SCHLUESSEL
030400     END-READ
030410     IF NOT WS-NEU-EOF
030420        AND WS-NEU-SCHLUESSEL < WS-NEU-VORIGER-SCHLUESSEL
030430         DISPLAY 'CBK935: TERMNEU NICHT SORTIERT - SCHLUESSEL '
030440                 WS-NEU-SCHLUESSEL ' NACH '
030445                 WS-NEU-VORIGER-SCHLUESSEL
030450         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
030460     END-IF.
030500 2300-EXIT.
030600     EXIT.
030700*--------------------------------------------------------------*
030800* 3000-TERMINE-MISCHEN - DEN NAECHSTEN SATZ AUS BISHERIGEM      *
030900* TERMINBESTAND UND NEUEN TERMINEN BESTIMMEN UND VERARBEITEN    *
031000*--------------------------------------------------------------*
031100 3000-TERMINE-MISCHEN.
031200     EVALUATE TRUE
031300         WHEN NOT WS-NEU-EOF
031400          AND WS-NEU-SCHLUESSEL = WS-NEU-VORIGER-SCHLUESSEL
031500             ADD 1 TO WS-ANZAHL-DOPPELT
031600             PERFORM 2300-NEU-LESEN   THRU 2300-EXIT
031700             GO TO 3000-EXIT
031800         WHEN WS-ALT-SCHLUESSEL < WS-NEU-SCHLUESSEL
031900             MOVE WS-ALT-PUFFER       TO FREI-SATZ
032000             PERFORM 2200-ALT-LESEN   THRU 2200-EXIT
032100         WHEN WS-NEU-SCHLUESSEL < WS-ALT-SCHLUESSEL
032200             MOVE WS-NEU-PUFFER       TO FREI-SATZ
032300             ADD 1 TO WS-ANZAHL-UEBERNOMMEN
032400             PERFORM 2300-NEU-LESEN   THRU 2300-EXIT
032500         WHEN OTHER
032600             PERFORM 3100-TERMIN-ERSETZEN THRU 3100-EXIT
032700             PERFORM 2200-ALT-LESEN   THRU 2200-EXIT
032800             PERFORM 2300-NEU-LESEN   THRU 2300-EXIT
032900     END-EVALUATE
033000     PERFORM 4000-TERMIN-VERARBEITEN THRU 4000-EXIT.
033100 3000-EXIT.
033200     EXIT.
033300*--------------------------------------------------------------*
033400* 3100-TERMIN-ERSETZEN - BISHERIGER UND NEUER SATZ HABEN DIE-   *
033500* SELBE BLZ/FILIALNR. INHALTLICH GLEICH: DER BISHERIGE SATZ     *
033600* BLEIBT MIT SEINEM FREIGABE-KENNZEICHEN STEHEN. SONST GILT DER *
033700* NEUE SATZ UND DIE ERSETZUNG WIRD IM BERICHT AUSGEWIESEN       *
033800*--------------------------------------------------------------*
033900 3100-TERMIN-ERSETZEN.
034000     IF WS-NEU-ART = WS-ALT-ART
034100        AND WS-NEU-INHALT = WS-ALT-INHALT
034200         MOVE WS-ALT-PUFFER        TO FREI-SATZ
034300         GO TO 3100-EXIT
034400     END-IF
034500     MOVE WS-ALT-PUFFER            TO FREI-SATZ
034600     MOVE 'ERSETZT'                TO WS-DZ-ART
034700     PERFORM 4060-ZEILE-AUS-FREISATZ THRU 4060-EXIT
034800     ADD 1 TO WS-ANZAHL-ERSETZT
034900     MOVE WS-NEU-PUFFER            TO FREI-SATZ.
035000 3100-EXIT.
035100     EXIT.
035200*--------------------------------------------------------------*
035300* 4000-TERMIN-VERARBEITEN - FAELLIGEN UND FREIGEGEBENEN SATZ    *
035400* EINSPIELEN, ALLE UEBRIGEN IN DEN NEUEN TERMINBESTAND STELLEN. *
035500* IM WIEDERANLAUF WERDEN SAETZE BIS ZUM CHECKPUNKT-SCHLUESSEL   *
035600* NICHT ERNEUT EINGESPIELT.                                     *
035700*--------------------------------------------------------------*
035800 4000-TERMIN-VERARBEITEN.
035900     MOVE FREI-BLZ              TO WS-AKT-S-BLZ
036000     MOVE FREI-FILIALNR         TO WS-AKT-S-FILIALNR
036100     IF FREI-WIRKSAM-AB > WS-STICHTAG
036200         PERFORM 4900-TERMIN-FORTSCHREIBEN THRU 4900-EXIT
036300         ADD 1 TO WS-ANZAHL-TERMINIERT
036400         GO TO 4000-EXIT
036500     END-IF
036600     IF FREI-ZURUECKGESTELLT
036700         PERFORM 4900-TERMIN-FORTSCHREIBEN THRU 4900-EXIT
036800         MOVE 'FAELLIG/ZURUECK'    TO WS-DZ-ART
036900         PERFORM 4060-ZEILE-AUS-FREISATZ THRU 4060-EXIT
037000         ADD 1 TO WS-ANZAHL-ZURUECK
037100         GO TO 4000-EXIT
037200     END-IF
037300     IF WS-IST-RESTART
037400        AND WS-AKT-SCHLUESSEL NOT > WS-CP-SCHLUESSEL
037500         GO TO 4000-EXIT
037600     END-IF
037700     EVALUATE TRUE
037800         WHEN FREI-HINZUFUEGEN
037900             PERFORM 4100-SATZ-NEU        THRU 4100-EXIT
038000         WHEN FREI-AENDERN
038100             PERFORM 4200-SATZ-AENDERN    THRU 4200-EXIT
038200         WHEN FREI-VORMERKEN
038300             PERFORM 4250-LOESCHUNG-VORMERKEN THRU 4250-EXIT
038400         WHEN FREI-LOESCHEN
038500             PERFORM 4300-SATZ-LOESCHEN   THRU 4300-EXIT
038600         WHEN OTHER
038700             DISPLAY 'CBK935: UNBEKANNTE VORSCHLAGSART '
038800                     FREI-ART ' BLZ ' FREI-BLZ
038900             PERFORM 9000-ABBRUCH        THRU 9000-EXIT
039000     END-EVALUATE
039100     MOVE WS-AKT-SCHLUESSEL     TO WS-CP-SCHLUESSEL
039200     PERFORM 7100-CHECKPUNKT-PRUEFEN THRU 7100-EXIT.
039300 4000-EXIT.
039400     EXIT.
039500*--------------------------------------------------------------*
039600* 4050-FREI-NACH-BANKSATZ - DIE WERTE DES TERMINSATZES IN DIE   *
039700* HOST-VARIABLEN UEBERNEHMEN (GEMEINSAM FUER EINSPIELEN UND     *
039800* JOURNAL)                                                      *
039900*--------------------------------------------------------------*
040000 4050-FREI-NACH-BANKSATZ.
040100     MOVE 'D'                   TO BS-SATZART
040200     MOVE FREI-NAME             TO BS-NAME
040300     MOVE FREI-BLZ              TO BS-BLZ
040400     MOVE FREI-FILIALNR         TO BS-FILIALNR
040500     MOVE FREI-PLZ              TO BS-PLZ
040600     MOVE SPACES                TO BS-LAENDERCODE
040700     MOVE SPACES                TO BS-NAT-SORTCODE
040800     MOVE FREI-ORT              TO BS-ORT
040900     MOVE FREI-BIC              TO BS-BIC
041000     MOVE FREI-PZ-METHODE       TO BS-PZ-METHODE
041100     MOVE FREI-GUELTIG-VON      TO BS-GUELTIG-VON
041200     MOVE FREI-GUELTIG-BIS      TO BS-GUELTIG-BIS
041300     MOVE FREI-NACHFOLGE-BLZ    TO BS-NACHFOLGE-BLZ
041400     MOVE FREI-IBAN-REGEL       TO BS-IBAN-REGEL.
041500 4050-EXIT.
041600     EXIT.
041700*--------------------------------------------------------------*
041800* 4060-ZEILE-AUS-FREISATZ - DETAILZEILE AUS DEM TERMINSATZ      *
041900* AUFBAUEN UND SCHREIBEN (ART SETZT DER AUFRUFER); IN DER       *
042000* SPALTE PLZ STEHT DAS WIRKSAM-AB-DATUM                         *
042100*--------------------------------------------------------------*
042200 4060-ZEILE-AUS-FREISATZ.
042300     MOVE FREI-BLZ              TO WS-DZ-BLZ
042400     MOVE FREI-FILIALNR         TO WS-DZ-FILIALNR
042500     MOVE FREI-NAME             TO WS-DZ-NAME
042600     MOVE FREI-WIRKSAM-AB       TO WS-DZ-PLZ
042700     MOVE FREI-ORT              TO WS-DZ-ORT
042800     MOVE FREI-BIC              TO WS-DZ-BIC
042900     PERFORM 5000-ZEILE-SCHREIBEN THRU 5000-EXIT.
043000 4060-EXIT.
043100     EXIT.
043200*--------------------------------------------------------------*
043300* 4100-SATZ-NEU - FAELLIGEN NEUZUGANG EINFUEGEN; GUELTIG-VON    *
043400* IST DAS WIRKSAM-AB-DATUM DER LIEFERUNG                        *
043500*--------------------------------------------------------------*
043600 4100-SATZ-NEU.
043700     PERFORM 4050-FREI-NACH-BANKSATZ THRU 4050-EXIT
043800     IF FREI-WIRKSAM-AB = SPACES
043900         MOVE WS-STICHTAG       TO BS-GUELTIG-VON
044000     ELSE
044100         MOVE FREI-WIRKSAM-AB   TO BS-GUELTIG-VON
044200     END-IF
044300     EXEC SQL
044400         INSERT INTO BANKLEITZAHLEN
044500             (SATZART, NAME, BLZ, FILIALNR, PLZ, ORT, BIC,
044600              PZ_METHODE, GUELTIG_VON, GUELTIG_BIS,
044700              NACHFOLGE_BLZ, IBAN_REGEL)
044800         VALUES
044900             (:BS-SATZART, :BS-NAME, :BS-BLZ, :BS-FILIALNR,
045000              :BS-PLZ, :BS-ORT,
045100              :BS-BIC, :BS-PZ-METHODE, :BS-GUELTIG-VON,
045200              :BS-GUELTIG-BIS, :BS-NACHFOLGE-BLZ,
045300              :BS-IBAN-REGEL)
045400     END-EXEC
045500     MOVE SQLCODE               TO WS-SQLCODE
045600     IF WS-SQLCODE NOT = ZERO
045700         DISPLAY 'CBK935: FEHLER BEIM EINFUEGEN BLZ ' FREI-BLZ
045800                 ' SQLCODE ' WS-SQLCODE
045900         PERFORM 9000-ABBRUCH   THRU 9000-EXIT
046000     END-IF
046100     MOVE 'HINZUFUEGEN'         TO WS-DZ-ART
046200     PERFORM 4060-ZEILE-AUS-FREISATZ THRU 4060-EXIT
046300     ADD 1 TO WS-ANZAHL-NEU
046400     MOVE 'A'                   TO DELTA-AENDERUNG-KZ
046500     PERFORM 6100-JOURNAL-AUS-BANKSATZ THRU 6100-EXIT.
046600 4100-EXIT.
046700     EXIT.
046800*--------------------------------------------------------------*
046900* 4200-SATZ-AENDERN - FAELLIGE AENDERUNG FORTSCHREIBEN          *
047000*--------------------------------------------------------------*
047100 4200-SATZ-AENDERN.
047200     PERFORM 4050-FREI-NACH-BANKSATZ THRU 4050-EXIT
047300     EXEC SQL
047400         UPDATE BANKLEITZAHLEN
047500            SET NAME = :BS-NAME,
047600                PLZ  = :BS-PLZ,
047700                ORT  = :BS-ORT,
047800                BIC  = :BS-BIC,
047900                PZ_METHODE = :BS-PZ-METHODE,
048000                GUELTIG_BIS = :BS-GUELTIG-BIS,
048100                NACHFOLGE_BLZ = :BS-NACHFOLGE-BLZ,
048200                IBAN_REGEL = :BS-IBAN-REGEL
048300          WHERE BLZ = :BS-BLZ
048400            AND FILIALNR = :BS-FILIALNR
048500            AND SATZART = 'D'
048600     END-EXEC
048700     MOVE SQLCODE               TO WS-SQLCODE
048800     IF WS-SQLCODE NOT = ZERO
048900         DISPLAY 'CBK935: FEHLER BEIM AENDERN BLZ ' FREI-BLZ
049000                 ' SQLCODE ' WS-SQLCODE
049100         PERFORM 9000-ABBRUCH   THRU 9000-EXIT
049200     END-IF
049300     MOVE 'AENDERN'             TO WS-DZ-ART
049400     PERFORM 4060-ZEILE-AUS-FREISATZ THRU 4060-EXIT
049500     ADD 1 TO WS-ANZAHL-GEAENDERT
049600     MOVE 'C'                   TO DELTA-AENDERUNG-KZ
049700     PERFORM 6100-JOURNAL-AUS-BANKSATZ THRU 6100-EXIT.
049800 4200-EXIT.
049900     EXIT.
050000*--------------------------------------------------------------*
050100* 4250-LOESCHUNG-VORMERKEN - FAELLIGE LOESCHANKUENDIGUNG: NUR   *
050200* GUELTIG-BIS UND NACHFOLGE-BLZ FORTSCHREIBEN                   *
050300*--------------------------------------------------------------*
050400 4250-LOESCHUNG-VORMERKEN.
050500     PERFORM 4050-FREI-NACH-BANKSATZ THRU 4050-EXIT
050600     EXEC SQL
050700         UPDATE BANKLEITZAHLEN
050800            SET GUELTIG_BIS = :BS-GUELTIG-BIS,
050900                NACHFOLGE_BLZ = :BS-NACHFOLGE-BLZ
051000          WHERE BLZ = :BS-BLZ
051100            AND FILIALNR = :BS-FILIALNR
051200            AND SATZART = 'D'
051300     END-EXEC
051400     MOVE SQLCODE               TO WS-SQLCODE
051500     IF WS-SQLCODE NOT = ZERO
051600         DISPLAY 'CBK935: FEHLER VORMERKEN BLZ ' FREI-BLZ
051700                 ' SQLCODE ' WS-SQLCODE
051800         PERFORM 9000-ABBRUCH   THRU 9000-EXIT
051900     END-IF
052000     MOVE 'LOESCH-ANKUEND'      TO WS-DZ-ART
052100     PERFORM 4060-ZEILE-AUS-FREISATZ THRU 4060-EXIT
052200     ADD 1 TO WS-ANZAHL-ANGEKUENDIGT
052300     MOVE 'C'                   TO DELTA-AENDERUNG-KZ
052400     PERFORM 6100-JOURNAL-AUS-BANKSATZ THRU 6100-EXIT.
052500 4250-EXIT.
052600     EXIT.
052700*--------------------------------------------------------------*
052800* 4300-SATZ-LOESCHEN - FAELLIGE LOESCHUNG DURCHFUEHREN          *
052900*--------------------------------------------------------------*
053000 4300-SATZ-LOESCHEN.
053100     PERFORM 4050-FREI-NACH-BANKSATZ THRU 4050-EXIT
053200     EXEC SQL
053300         DELETE FROM BANKLEITZAHLEN
053400          WHERE BLZ = :BS-BLZ
053500            AND FILIALNR = :BS-FILIALNR
053600            AND SATZART = 'D'
053700     END-EXEC
053800     MOVE SQLCODE               TO WS-SQLCODE
053900     IF WS-SQLCODE NOT = ZERO
054000         DISPLAY 'CBK935: FEHLER LOESCHEN BLZ ' FREI-BLZ
054100                 ' SQLCODE ' WS-SQLCODE
054200         PERFORM 9000-ABBRUCH   THRU 9000-EXIT
054300     END-IF
054400     MOVE 'LOESCHEN'            TO WS-DZ-ART
054500     PERFORM 4060-ZEILE-AUS-FREISATZ THRU 4060-EXIT
054600     ADD 1 TO WS-ANZAHL-GELOESCHT
054700     MOVE 'D'                   TO DELTA-AENDERUNG-KZ
054800     PERFORM 6100-JOURNAL-AUS-BANKSATZ THRU 6100-EXIT.
054900 4300-EXIT.
055000     EXIT.
055100*--------------------------------------------------------------*
055200* 4900-TERMIN-FORTSCHREIBEN - SATZ UNVERAENDERT IN DEN NEUEN    *
055300* TERMINBESTAND STELLEN                                         *
055400*--------------------------------------------------------------*
055500 4900-TERMIN-FORTSCHREIBEN.
055600     WRITE TERMAKT-SATZ FROM FREI-SATZ.
055700 4900-EXIT.
055800     EXIT.
055900*--------------------------------------------------------------*
056000* 5000-ZEILE-SCHREIBEN                                         *
056100*--------------------------------------------------------------*
056200 5000-ZEILE-SCHREIBEN.
056300     MOVE SPACES         TO BERICHT-ZEILE
056400     MOVE WS-DETAILZEILE TO BERICHT-ZEILE
056500     WRITE BERICHT-ZEILE.
056600 5000-EXIT.
056700     EXIT.
056800*--------------------------------------------------------------*
056900* 6100-JOURNAL-AUS-BANKSATZ - JOURNALSATZ FUER DIE DELTA-       *
057000* LIEFERUNG AUS DEN HOST-VARIABLEN DES SOEBEN EINGESPIELTEN     *
057100* SATZES AUFBAUEN (LAUFENDE NUMMER NULL, VERGABE IN CBK960).    *
057200* CBK990 ZAEHLT DIESE SAETZE WIE DIE DES EINSPIELLAUFS.         *
057300*--------------------------------------------------------------*
057400 6100-JOURNAL-AUS-BANKSATZ.
057500     MOVE ZERO                  TO DELTA-LFDNR
057600     MOVE WS-STICHTAG           TO DELTA-DATUM
057700     SET DELTA-AUS-BATCH        TO TRUE
057800     MOVE BS-SATZART            TO DELTA-SATZART
057900     MOVE BS-NAME               TO DELTA-NAME
058000     MOVE BS-BLZ                TO DELTA-BLZ
058100     MOVE BS-FILIALNR           TO DELTA-FILIALNR
058200     MOVE BS-PLZ                TO DELTA-PLZ
058300     MOVE BS-LAENDERCODE        TO DELTA-LAENDERCODE
058400     MOVE BS-NAT-SORTCODE       TO DELTA-NAT-SORTCODE
058500     MOVE BS-ORT                TO DELTA-ORT
058600     MOVE BS-BIC                TO DELTA-BIC
058700     MOVE BS-PZ-METHODE         TO DELTA-PZ-METHODE
058800     MOVE BS-GUELTIG-VON        TO DELTA-GUELTIG-VON
058900     MOVE BS-GUELTIG-BIS        TO DELTA-GUELTIG-BIS
059000     MOVE BS-NACHFOLGE-BLZ      TO DELTA-NACHFOLGE-BLZ
059100     MOVE BS-IBAN-REGEL         TO DELTA-IBAN-REGEL
059200     WRITE JOURNAL-SATZ FROM DELTA-SATZ.
059300 6100-EXIT.
059400     EXIT.
059500*--------------------------------------------------------------*
059600* 7000-CHECKPUNKT-SCHREIBEN - AKTUELLEN STAND AUF DIE           *
059700* CHECKPUNKT-DATEI SCHREIBEN UND DIE DB2-AENDERUNGEN SEIT DEM   *
059800* LETZTEN CHECKPUNKT MIT COMMIT FESTSCHREIBEN. ALS LAUFDATUM    *
059900* WIRD DER STICHTAG VERMERKT.                                   *
060000*--------------------------------------------------------------*
060100 7000-CHECKPUNKT-SCHREIBEN.
060200     PERFORM 7200-CHECKPUNKT-FUELLEN THRU 7200-EXIT
060300     SET CP-UNTERBROCHEN        TO TRUE
060400     WRITE CHECKPUNKT-SATZ
060500     EXEC SQL
060600         COMMIT
060700     END-EXEC.
060800 7000-EXIT.
060900     EXIT.
061000*--------------------------------------------------------------*
061100* 7100-CHECKPUNKT-PRUEFEN - NACH JE WS-CP-INTERVALL EINGE-      *
061200* SPIELTEN SAETZEN EINEN CHECKPUNKT SCHREIBEN                   *
061300*--------------------------------------------------------------*
061400 7100-CHECKPUNKT-PRUEFEN.
061500     ADD 1 TO WS-SEIT-CHECKPUNKT
061600     IF WS-SEIT-CHECKPUNKT >= WS-CP-INTERVALL
061700         PERFORM 7000-CHECKPUNKT-SCHREIBEN THRU 7000-EXIT
061800         MOVE ZERO TO WS-SEIT-CHECKPUNKT
061900     END-IF.
062000 7100-EXIT.
062100     EXIT.
062200*--------------------------------------------------------------*
062300* 7200-CHECKPUNKT-FUELLEN - CHECKPUNKTSATZ AUS DEM AKTUELLEN    *
062400* STAND AUFBAUEN                                                *
062500*--------------------------------------------------------------*
062600 7200-CHECKPUNKT-FUELLEN.
062700     MOVE WS-STICHTAG-JJMMTT    TO CP-LAUFDATUM
062800     ACCEPT WS-UHRZEIT FROM TIME
062900     MOVE WS-UHRZEIT            TO CP-LAUFZEIT
063000     MOVE WS-CP-LETZTE-BLZ      TO CP-LETZTE-BLZ
063100     MOVE WS-CP-LETZTE-FILIALNR TO CP-LETZTE-FILIALNR
063200     MOVE WS-ANZAHL-NEU         TO CP-ANZAHL-NEU
063300     MOVE WS-ANZAHL-GEAENDERT   TO CP-ANZAHL-GEAENDERT
063400     MOVE WS-ANZAHL-GELOESCHT   TO CP-ANZAHL-GELOESCHT
063500     MOVE ZERO                  TO CP-ANZAHL-AUSLAND
063600     MOVE WS-ANZAHL-ANGEKUENDIGT TO CP-ANZAHL-ANGEKUENDIGT
063700     MOVE ZERO                  TO CP-ANZAHL-NOCHGUELTIG
063800     MOVE WS-ANZAHL-ZURUECK     TO CP-ANZAHL-ZURUECK
063900     MOVE WS-ANZAHL-TERMINIERT  TO CP-ANZAHL-TERMINIERT.
064000 7200-EXIT.
064100     EXIT.
064200*--------------------------------------------------------------*
064300* 8000-ABSCHLUSS - ABSCHLUSS-CHECKPUNKT, SUMMENZEILEN UND       *
064400* DATEIABSCHLUSS                                                *
064500*--------------------------------------------------------------*
064600 8000-ABSCHLUSS.
064700     PERFORM 7200-CHECKPUNKT-FUELLEN THRU 7200-EXIT
064800     SET CP-ABGESCHLOSSEN       TO TRUE
064900     WRITE CHECKPUNKT-SATZ
065000     EXEC SQL
065100         COMMIT
065200     END-EXEC
065300     MOVE SPACES TO BERICHT-ZEILE
065400     WRITE BERICHT-ZEILE
065500     MOVE 'NEU AUFGENOMMEN:' TO WS-ZZ-TEXT
065600     MOVE WS-ANZAHL-NEU TO WS-ZZ-ANZAHL
065700     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
065800     MOVE 'GEAENDERT:' TO WS-ZZ-TEXT
065900     MOVE WS-ANZAHL-GEAENDERT TO WS-ZZ-ANZAHL
066000     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
066100     MOVE 'GELOESCHT:' TO WS-ZZ-TEXT
066200     MOVE WS-ANZAHL-GELOESCHT TO WS-ZZ-ANZAHL
066300     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
066400     MOVE 'LOESCHUNG VORGEMERKT:' TO WS-ZZ-TEXT
066500     MOVE WS-ANZAHL-ANGEKUENDIGT TO WS-ZZ-ANZAHL
066600     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
066700     MOVE 'FAELLIG, ABER ZURUECKGESTELLT:' TO WS-ZZ-TEXT
066800     MOVE WS-ANZAHL-ZURUECK TO WS-ZZ-ANZAHL
066900     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
067000     MOVE 'WEITERHIN TERMINIERT:' TO WS-ZZ-TEXT
067100     MOVE WS-ANZAHL-TERMINIERT TO WS-ZZ-ANZAHL
067200     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
067300     MOVE 'NEU IN DEN TERMINBESTAND UEBERNOMMEN:' TO WS-ZZ-TEXT
067400     MOVE WS-ANZAHL-UEBERNOMMEN TO WS-ZZ-ANZAHL
067500     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
067600     MOVE 'DURCH NEUE LIEFERUNG ERSETZT:' TO WS-ZZ-TEXT
067700     MOVE WS-ANZAHL-ERSETZT TO WS-ZZ-ANZAHL
067800     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
067900     MOVE 'DOPPELT ANGELIEFERT, UEBERSPRUNGEN:' TO WS-ZZ-TEXT
068000     MOVE WS-ANZAHL-DOPPELT TO WS-ZZ-ANZAHL
068100     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
068200     CLOSE TERMALT-DATEI TERMNEU-DATEI TERMAKT-DATEI
068300           BERICHT-DATEI CHECKPUNKT-DATEI JOURNAL-DATEI.
068400 8000-EXIT.
068500     EXIT.
068600*--------------------------------------------------------------*
068700* 8100-SUMMENZEILE-SCHREIBEN                                   *
068800*--------------------------------------------------------------*
068900 8100-SUMMENZEILE-SCHREIBEN.
069000     MOVE SPACES TO BERICHT-ZEILE
069100     MOVE WS-ZAEHLERZEILE TO BERICHT-ZEILE
069200     WRITE BERICHT-ZEILE.
069300 8100-EXIT.
069400     EXIT.
069402*--------------------------------------------------------------*
069404* 8900-LAUFSATZ-SCHREIBEN - LAUFSATZ MIT RETURN-CODE UND       *
069406* KENNZAHLEN DES LAUFS AN DAS LAUFBUCH (LAUFPROT) ANHAENGEN;   *
069408* WIRD AUCH VOR JEDEM ABBRUCH DURCHLAUFEN                      *
069410*--------------------------------------------------------------*
069412 8900-LAUFSATZ-SCHREIBEN.
069414     MOVE SPACES                TO LAUF-SATZ
069416     MOVE ZERO                  TO LAUF-ANZAHL-1 LAUF-ANZAHL-2
069418                                   LAUF-ANZAHL-3 LAUF-ANZAHL-4
069420     ACCEPT WS-LAUF-DATUM FROM DATE
069422     ACCEPT WS-LAUF-ZEIT  FROM TIME
069424     MOVE 'CBK935'              TO LAUF-PROGRAMM
069426     STRING '20' WS-LAUF-DATUM DELIMITED BY SIZE
069428       INTO LAUF-DATUM
069430     MOVE WS-LAUF-HHMMSS        TO LAUF-UHRZEIT
069432     MOVE RETURN-CODE           TO LAUF-RC
069434     SET LAUF-NORMALLAUF        TO TRUE
069436     IF WS-IST-RESTART
069438         SET LAUF-WIEDERANLAUF  TO TRUE
069440     END-IF
069442     MOVE 'EINSPIEL'            TO LAUF-TEXT-1
069444     COMPUTE LAUF-ANZAHL-1 = WS-ANZAHL-NEU + WS-ANZAHL-GEAENDERT
069446             + WS-ANZAHL-GELOESCHT
069448     MOVE 'NEU'                 TO LAUF-TEXT-2
069450     MOVE WS-ANZAHL-NEU         TO LAUF-ANZAHL-2
069452     MOVE 'GEAENDERT'           TO LAUF-TEXT-3
069454     MOVE WS-ANZAHL-GEAENDERT   TO LAUF-ANZAHL-3
069456     MOVE 'GELOESCHT'           TO LAUF-TEXT-4
069458     MOVE WS-ANZAHL-GELOESCHT   TO LAUF-ANZAHL-4
069460     OPEN EXTEND LAUF-DATEI
069462     WRITE LAUF-AUSGABE-SATZ FROM LAUF-SATZ
069464     CLOSE LAUF-DATEI.
069466 8900-EXIT.
069468     EXIT.
069500*--------------------------------------------------------------*
069600* 9000-ABBRUCH - EINEN UNVOLLSTAENDIGEN CHECKPUNKT SCHREIBEN    *
069700* UND DEN LAUF MIT FEHLER-RETURN-CODE BEENDEN, DAMIT DER        *
069800* NAECHSTE LAUF AB DIESER STELLE WIEDERANLAUFEN KANN            *
069900*--------------------------------------------------------------*
070000 9000-ABBRUCH.
070100     PERFORM 7000-CHECKPUNKT-SCHREIBEN THRU 7000-EXIT
070200     CLOSE CHECKPUNKT-DATEI
070300     CLOSE TERMALT-DATEI TERMNEU-DATEI TERMAKT-DATEI
070400           BERICHT-DATEI JOURNAL-DATEI
070500     MOVE 16 TO RETURN-CODE
070510     PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
070600     STOP RUN.
070700 9000-EXIT.
070800     EXIT.
