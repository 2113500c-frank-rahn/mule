001719*                  VERARBEITETEN EINGABESATZ AUF, IBANGUT/      *
001720*                  IBANFEHL WERDEN IM ANFUEGEMODUS FORTGE-      *
001721*                  SCHRIEBEN                                    *
001722* 15.10.2026 HJW   BESTANDSAUSZUG BANKALT UM DIE IBAN-REGEL     *
001723*                  ERWEITERT (SATZ JETZT 133 BYTE)              *
001724* 15.10.2026 HJW   ABGLEICH GEGEN DIE SANKTIONS- UND            *
001725*                  HOCHRISIKO-BEOBACHTUNGSLISTE (BEOBLISTE, BEI *
001726*                  LAUFBEGINN IN EINE TABELLE GELADEN):         *
001727*                  SPERREINTRAG = ABLEHNUNG MIT CODE '17',      *
001728*                  WARNEINTRAG = ANNAHME MIT KENNZEICHEN IN     *
001729*                  IBANGUT (SATZ JETZT 123 BYTE); TREFFER NACH  *
001730*                  BEOBTREF (AUFBAU TREFSATZ)                   *
001732* 15.10.2026 HJW   LAUFSATZ (AUFBAU LAUFSATZ) AM LAUFENDE UND   *
001734*                  VOR JEDEM ABBRUCH AN DAS LAUFBUCH DER        *
001736*                  NACHTKETTE (LAUFPROT) ANGEHAENGT             *
001750*--------------------------------------------------------------*
001800* ZWECK:                                                       *
001900*   LIEST EINE NACH DER EINGEBETTETEN BLZ SORTIERTE SEQUEN-     *
002000*   TIELLE DATEI MIT KUNDENREFERENZ UND IBAN (IBANEIN), PRUEFT  *
002530*   DEN LAUF MIT UNVOLLSTAENDIGEM CHECKPUNKT UND RC 16 AB,      *
002540*   DER NAECHSTE LAUF LAEUFT HINTER DEM LETZTEN VERARBEITETEN   *
002550*   EINGABESATZ WIEDER AN.                                      *
002560*   SAETZE, DIE ALLE PRUEFUNGEN BESTEHEN, WERDEN ZULETZT GEGEN  *
002570*   DIE AM LAUFTAG GUELTIGEN EINTRAEGE DER BEOBACHTUNGSLISTE    *
002580*   (BIC, BLZ, LAND) GEPRUEFT; JEDER TREFFER WIRD FUER DIE      *
002590*   COMPLIANCE NACH BEOBTREF GESCHRIEBEN.                       *
002591*                                                              *
002592*   AM ENDE JEDES LAUFS - AUCH VOR EINEM ABBRUCH - WIRD EIN    *
002593*   SATZ MIT RETURN-CODE UND DEN KENNZAHLEN DES LAUFS AN DAS   *
002594*   LAUFBUCH LAUFPROT (AUFBAU LAUFSATZ) ANGEHAENGT; DER        *
002595*   MORGENBERICHT CBK995 WERTET DAS LAUFBUCH AUS.              *
002600*--------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
003600            ORGANIZATION IS SEQUENTIAL.
003700     SELECT FEHLER-DATEI   ASSIGN TO IBANFEHL
003800            ORGANIZATION IS SEQUENTIAL.
003810     SELECT TREFFER-DATEI  ASSIGN TO BEOBTREF
003820            ORGANIZATION IS SEQUENTIAL.
003900     SELECT BERICHT-DATEI  ASSIGN TO IBANRPT
004000            ORGANIZATION IS SEQUENTIAL.
004010     SELECT LAUF-DATEI     ASSIGN TO LAUFPROT
004020            ORGANIZATION IS SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  EINGABE-DATEI
004868     05 MASTER-GUELTIG-VON     PIC X(08).
004870     05 MASTER-GUELTIG-BIS     PIC X(08).
004872     05 MASTER-NACHFOLGE-BLZ   PIC X(08).
004873     05 MASTER-IBAN-REGEL      PIC X(06).
004874 FD  CHECKPUNKT-DATEI
004876     RECORDING MODE IS F
004878     LABEL RECORDS ARE STANDARD.
005400     05 GUT-IBAN               PIC X(34).
005500     05 GUT-BLZ                PIC X(08).
005600     05 GUT-BANKNAME           PIC X(30).
005610     05 GUT-BEOB-KZ            PIC X(01).
005620     05 GUT-BEOB-GRUND         PIC X(40).
005700 FD  FEHLER-DATEI
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006200     05 FEH-IBAN               PIC X(34).
006300     05 FEH-FEHLERCODE         PIC X(02).
006400     05 FEH-FEHLERTEXT         PIC X(72).
006410 FD  TREFFER-DATEI
006420     RECORDING MODE IS F
006430     LABEL RECORDS ARE STANDARD.
006440     COPY TREFSATZ.
006500 FD  BERICHT-DATEI
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 01  BERICHT-ZEILE             PIC X(101).
006810 FD  LAUF-DATEI
006820     RECORDING MODE IS F
006830     LABEL RECORDS ARE STANDARD.
006840 01  LAUF-AUSGABE-SATZ         PIC X(120).
006900 WORKING-STORAGE SECTION.
007000*--------------------------------------------------------------*
007100* SCHALTER UND ZAEHLER                                         *
007820 77  WS-CP-INTERVALL           PIC 9(07) COMP VALUE 50000.
007830 77  WS-UEBERSPRUNGEN          PIC 9(09) COMP VALUE ZERO.
007840 77  WS-WIEDERANLAUF-AB        PIC 9(09) COMP VALUE ZERO.
007850 77  WS-BT-ANZAHL              PIC 9(05) COMP VALUE ZERO.
007860 77  WS-BT-MAX                 PIC 9(05) COMP VALUE 2000.
007900 01  WS-SCHALTER.
008000     05 WS-EOF-KZ              PIC X(01) VALUE 'N'.
008100         88 WS-EOF                       VALUE 'J'.
008460         88 WS-CHECKPUNKT-VORHANDEN     VALUE 'J'.
008462     05 WS-RESTART-KZ          PIC X(01) VALUE 'N'.
008464         88 WS-IST-RESTART              VALUE 'J'.
008474     05 WS-BEOB-EOF-KZ         PIC X(01) VALUE 'N'.
008484         88 WS-BEOB-EOF                 VALUE 'J'.
008500 01  WS-ZAEHLER.
008600     05 WS-ANZAHL-GELESEN      PIC 9(09) COMP VALUE ZERO.
008700     05 WS-ANZAHL-ANGENOMMEN   PIC 9(09) COMP VALUE ZERO.
009260     05 WS-ANZAHL-CODE-15      PIC 9(07) COMP VALUE ZERO.
009270     05 WS-ANZAHL-AUSLAND-GUT  PIC 9(07) COMP VALUE ZERO.
009280     05 WS-ANZAHL-CODE-16      PIC 9(07) COMP VALUE ZERO.
009286     05 WS-ANZAHL-CODE-17      PIC 9(05) COMP VALUE ZERO.
009292     05 WS-ANZAHL-BEOB-WARN    PIC 9(05) COMP VALUE ZERO.
009300 01  WS-FEHLERCODE             PIC X(02) VALUE SPACES.
009400 01  WS-FEHLERTEXT             PIC X(72) VALUE SPACES.
009500 01  WS-DATUM.
009700     05 WS-DATUM-MM            PIC 9(02).
009800     05 WS-DATUM-TT            PIC 9(02).
009810 01  WS-UHRZEIT                PIC 9(08).
009815 01  WS-HEUTE                  PIC X(08).
009820*--------------------------------------------------------------*
009830* SORTIERFOLGEPRUEFUNG DER EINGABE (BLZ DER DEUTSCHEN IBAN)     *
009840*--------------------------------------------------------------*
009892*--------------------------------------------------------------*
009894 01  WS-LETZTER-SEP-BIC        PIC X(11) VALUE LOW-VALUES.
009896 01  WS-LETZTES-SDD-KZ         PIC X(01) VALUE SPACES.
009897*--------------------------------------------------------------*
009898* AM LAUFTAG GUELTIGE EINTRAEGE DER BEOBACHTUNGSLISTE, NACH    *
009899* ART UND WERT AUFSTEIGEND (BINAERE SUCHE); UNBELEGTE          *
009900* EINTRAEGE STEHEN AUF HIGH-VALUES                             *
009901*--------------------------------------------------------------*
009902 01  WS-BEOB-TABELLE.
009903     05 WS-BT-EINTRAG          OCCURS 2000
009904                               ASCENDING KEY IS WS-BT-SCHLUESSEL
009905                               INDEXED BY WS-BT-IX.
009906         10 WS-BT-SCHLUESSEL.
009907             15 WS-BT-ART      PIC X(01).
009908             15 WS-BT-WERT     PIC X(11).
009909         10 WS-BT-KATEGORIE    PIC X(01).
009910         10 WS-BT-GRUND        PIC X(40).
009911 01  WS-BEOB-SUCHSCHLUESSEL.
009912     05 WS-BEOB-SUCH-ART       PIC X(01).
009913     05 WS-BEOB-SUCH-WERT      PIC X(11).
009914*--------------------------------------------------------------*
009915* ERGEBNIS DES ABGLEICHS FUER DEN AKTUELLEN SATZ (N = KEIN     *
009916* TREFFER, W = WARNUNG, S = SPERRE) MIT DEM MASSGEBLICHEN      *
009917* EINTRAG                                                      *
009918*--------------------------------------------------------------*
009919 01  WS-BEOB-ERGEBNIS.
009920     05 WS-BEOB-KZ             PIC X(01).
009921         88 WS-BEOB-KEIN-TREFFER        VALUE 'N'.
009922         88 WS-BEOB-WARNUNG             VALUE 'W'.
009923         88 WS-BEOB-SPERRE              VALUE 'S'.
009924     05 WS-BEOB-SCHLUESSEL     PIC X(12).
009925     05 WS-BEOB-GRUND          PIC X(40).
009926*--------------------------------------------------------------*
010000* ZERLEGUNG DER EINGELESENEN IBAN (NUR DEUTSCHE IBAN, 22        *
010100* STELLEN: LAENDERCODE(2) PRUEFZIFFERN(2) BLZ(8) KONTONR(10))   *
010200*--------------------------------------------------------------*
012000     05 WS-ZZ-TEXT             PIC X(52).
012100     05 WS-ZZ-ANZAHL           PIC ZZZZZZZZ9.
012200     05 FILLER                 PIC X(40) VALUE SPACES.
012209*--------------------------------------------------------------*
012218* ZEITPUNKT UND SATZ FUER DAS LAUFBUCH DER NACHTKETTE          *
012227* (LAUFPROT)                                                   *
012236*--------------------------------------------------------------*
012245 01  WS-LAUF-ZEITPUNKT.
012254     05 WS-LAUF-DATUM          PIC 9(06).
012263     05 WS-LAUF-ZEIT.
012272         10 WS-LAUF-HHMMSS     PIC 9(06).
012281         10 FILLER             PIC 9(02).
012290     COPY LAUFSATZ.
012300*--------------------------------------------------------------*
012400* DB2 KOMMUNIKATIONSBEREICH UND HOST-VARIABLEN (NUR NOCH FUER   *
012450* DIE AUSLANDS-INSTITUTSSUCHE UND DIE SEPASCL-LESUNG)           *
012770* DISCHE IBAN)                                                  *
012780*--------------------------------------------------------------*
012790     COPY IPMSATZ.
012791*--------------------------------------------------------------*
012792* HOST-VARIABLEN FUER DIE SEPA-ERREICHBARKEIT (TABELLE SEPASCL) *
012793*--------------------------------------------------------------*
012794     COPY SEPASATZ.
012795*--------------------------------------------------------------*
012796* HOST-VARIABLEN FUER DIE BEOBACHTUNGSLISTE (TABELLE           *
012797* BEOBLISTE)                                                   *
012798*--------------------------------------------------------------*
012799     COPY BEOBSATZ.
012800 PROCEDURE DIVISION.
012900*--------------------------------------------------------------*
013000* 0000-MAINLINE                                                *
013400     PERFORM 3000-SATZ-VERARBEITEN THRU 3000-EXIT
013500         UNTIL WS-EOF
013600     PERFORM 8000-ABSCHLUSS       THRU 8000-EXIT
013610     PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
013700     STOP RUN.
013800*--------------------------------------------------------------*
013900* 1000-INITIALISIEREN - CHECKPUNKT AUSWERTEN, DATEIEN OEFFNEN   *
014000*--------------------------------------------------------------*
014100 1000-INITIALISIEREN.
014110     PERFORM 1100-CHECKPUNKT-ERMITTELN THRU 1100-EXIT
014120     ACCEPT WS-DATUM FROM DATE
014130     STRING '20' WS-DATUM-JJ WS-DATUM-MM WS-DATUM-TT
014140            DELIMITED BY SIZE
014150       INTO WS-HEUTE
014160     PERFORM 1400-BEOBLISTE-LADEN THRU 1400-EXIT
014200     OPEN INPUT  EINGABE-DATEI
014210     OPEN INPUT  MASTER-DATEI
014220     OPEN EXTEND CHECKPUNKT-DATEI
014230     IF WS-IST-RESTART
014240         OPEN EXTEND GUT-DATEI
014250         OPEN EXTEND FEHLER-DATEI
014255         OPEN EXTEND TREFFER-DATEI
014260     ELSE
014300         OPEN OUTPUT GUT-DATEI
014400         OPEN OUTPUT FEHLER-DATEI
014405         OPEN OUTPUT TREFFER-DATEI
014410     END-IF
014500     OPEN OUTPUT BERICHT-DATEI
014700     PERFORM 2100-BERICHTSKOPF-SCHREIBEN THRU 2100-EXIT
014710     PERFORM 2300-MASTER-LESEN    THRU 2300-EXIT
014800     PERFORM 2200-EINGABE-LESEN   THRU 2200-EXIT
015020* 1100-CHECKPUNKT-ERMITTELN - LETZTEN CHECKPUNKT DER VORIGEN    *
015030* LAEUFE LESEN UND FESTSTELLEN, OB DIESER LAUF EIN WIEDERANLAUF *
015040* NACH EINEM ABBRUCH IST                                        *
015042* CHECKPUNKTE AELTERER PROGRAMMSTAENDE ENTHALTEN IN DEN         *
015044* ZAEHLERN FUER CODE 17 UND BEOBACHTUNGSLISTE LEERZEICHEN;      *
015046* DIESE ZAEHLER BLEIBEN DANN NULL                               *
015050*--------------------------------------------------------------*
015060 1100-CHECKPUNKT-ERMITTELN.
015070     OPEN INPUT CHECKPUNKT-DATEI
015100         MOVE CPI-ANZAHL-CODE-15     TO WS-ANZAHL-CODE-15
015102         MOVE CPI-ANZAHL-CODE-16     TO WS-ANZAHL-CODE-16
015104         MOVE CPI-ANZAHL-AUSLAND-GUT TO WS-ANZAHL-AUSLAND-GUT
015105         IF CPI-ANZAHL-CODE-17 NUMERIC
015106             MOVE CPI-ANZAHL-CODE-17 TO WS-ANZAHL-CODE-17
015107         END-IF
015108         IF CPI-ANZAHL-BEOB-WARN NUMERIC
015109             MOVE CPI-ANZAHL-BEOB-WARN TO WS-ANZAHL-BEOB-WARN
015110         END-IF
015111     END-IF.
015112 1100-EXIT.
015113     EXIT.
015114*--------------------------------------------------------------*
015115* 1200-CHECKPUNKT-LESEN - DIE CHECKPUNKT-DATEI BIS ZUM ENDE     *
015116* LESEN; NACH DER SCHLEIFE STEHT DER LETZTE SATZ (FALLS         *
015117* VORHANDEN) IM PUFFER CHECKPUNKT-I-SATZ                        *
015118*--------------------------------------------------------------*
015119 1200-CHECKPUNKT-LESEN.
015120     READ CHECKPUNKT-DATEI
015121         AT END
015122             SET WS-CHECKPUNKT-EOF TO TRUE
015123         NOT AT END
015124             SET WS-CHECKPUNKT-VORHANDEN TO TRUE
015125     END-READ.
015126 1200-EXIT.
015127     EXIT.
015140*--------------------------------------------------------------*
015142* 1300-SATZ-UEBERSPRINGEN - BEIM WIEDERANLAUF EINEN BEREITS     *
015144* VERARBEITETEN EINGABESATZ UEBERLESEN                          *
015152     PERFORM 2200-EINGABE-LESEN THRU 2200-EXIT.
015154 1300-EXIT.
015156     EXIT.
015160*--------------------------------------------------------------*
015164* 1400-BEOBLISTE-LADEN - DIE AM LAUFTAG GUELTIGEN EINTRAEGE    *
015168* DER BEOBACHTUNGSLISTE NACH ART UND WERT SORTIERT IN DIE      *
015172* TABELLE WS-BEOB-TABELLE LADEN. EIN DATENBANKFEHLER ODER EIN  *
015176* TABELLENUEBERLAUF BRICHT VOR DEM OEFFNEN DER DATEIEN AB      *
015180* (KEIN CHECKPUNKT, DER WIEDERANLAUFPUNKT EINES VORLAUFS       *
015184* BLEIBT ERHALTEN).                                            *
015188*--------------------------------------------------------------*
015192 1400-BEOBLISTE-LADEN.
015196     MOVE HIGH-VALUES             TO WS-BEOB-TABELLE
015200     EXEC SQL
015204         DECLARE BEOB-CURSOR CURSOR FOR
015208         SELECT ART, WERT, KATEGORIE, GRUND
015212           FROM BEOBLISTE
015216          WHERE GUELTIG_VON <= :WS-HEUTE
015220            AND (GUELTIG_BIS = ' ' OR GUELTIG_BIS >= :WS-HEUTE)
015224          ORDER BY ART, WERT
015228     END-EXEC
015232     EXEC SQL
015236         OPEN BEOB-CURSOR
015240     END-EXEC
015244     MOVE SQLCODE                 TO WS-SQLCODE
015248     IF WS-SQLCODE NOT = ZERO
015252         DISPLAY 'CBK950: FEHLER OPEN BEOB-CURSOR SQLCODE '
015256                 WS-SQLCODE
015260         MOVE 16 TO RETURN-CODE
015262         PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
015264         STOP RUN
015268     END-IF
015272     PERFORM 1410-BEOBLISTE-LESEN THRU 1410-EXIT
015276         UNTIL WS-BEOB-EOF
015280     EXEC SQL
015284         CLOSE BEOB-CURSOR
015288     END-EXEC.
015292 1400-EXIT.
015296     EXIT.
015300*--------------------------------------------------------------*
015304* 1410-BEOBLISTE-LESEN - EINEN EINTRAG IN DIE TABELLE          *
015308* UEBERNEHMEN                                                  *
015312*--------------------------------------------------------------*
015316 1410-BEOBLISTE-LESEN.
015320     EXEC SQL
015324         FETCH BEOB-CURSOR
015328         INTO :BEO-ART, :BEO-WERT, :BEO-KATEGORIE, :BEO-GRUND
015332     END-EXEC
015336     MOVE SQLCODE                 TO WS-SQLCODE
015340     IF WS-SQLCODE = 100
015344         SET WS-BEOB-EOF          TO TRUE
015348         GO TO 1410-EXIT
015352     END-IF
015356     IF WS-SQLCODE NOT = ZERO
015360         DISPLAY 'CBK950: FEHLER FETCH BEOBLISTE SQLCODE '
015364                 WS-SQLCODE
015368         MOVE 16 TO RETURN-CODE
015370         PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
015372         STOP RUN
015376     END-IF
015380     IF WS-BT-ANZAHL >= WS-BT-MAX
015384         DISPLAY 'CBK950: BEOBACHTUNGSLISTE HAT MEHR ALS '
015388                 WS-BT-MAX ' EINTRAEGE - TABELLE ERWEITERN'
015392         MOVE 16 TO RETURN-CODE
015394         PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
015396         STOP RUN
015400     END-IF
015404     ADD 1 TO WS-BT-ANZAHL
015408     SET WS-BT-IX                 TO WS-BT-ANZAHL
015412     MOVE BEO-ART                 TO WS-BT-ART (WS-BT-IX)
015416     MOVE BEO-WERT                TO WS-BT-WERT (WS-BT-IX)
015420     MOVE BEO-KATEGORIE           TO WS-BT-KATEGORIE (WS-BT-IX)
015424     MOVE BEO-GRUND               TO WS-BT-GRUND (WS-BT-IX).
015428 1410-EXIT.
015432     EXIT.
015436*--------------------------------------------------------------*
015440* 2100-BERICHTSKOPF-SCHREIBEN                                  *
015444*--------------------------------------------------------------*
015500 2100-BERICHTSKOPF-SCHREIBEN.
015600     MOVE SPACES TO BERICHT-ZEILE
015700     STRING 'IBAN-MASSENPRUEFUNG VOM 20' WS-DATUM-JJ '-'
018050     MOVE 'N'                     TO WS-AUSLAND-KZ
018100     MOVE SPACES                  TO WS-FEHLERCODE
018200     MOVE SPACES                  TO WS-FEHLERTEXT
018210     MOVE 'N'                     TO WS-BEOB-KZ
018220     MOVE SPACES                  TO WS-BEOB-SCHLUESSEL
018230     MOVE SPACES                  TO WS-BEOB-GRUND
018300     MOVE EIN-IBAN                TO WS-IBAN-TEXT
018400     PERFORM 3100-IBAN-FORMAT-PRUEFEN THRU 3100-EXIT
018450     IF WS-AUSLAND
019070     IF WS-SATZ-OK
019080         PERFORM 3600-SEPA-PRUEFEN THRU 3600-EXIT
019090     END-IF
019092     IF WS-SATZ-OK
019094         PERFORM 3700-BEOBACHTUNG-PRUEFEN THRU 3700-EXIT
019096     END-IF
019100     IF WS-SATZ-OK
019200         PERFORM 4100-GUTSATZ-SCHREIBEN THRU 4100-EXIT
019300     ELSE
022525*    DARF KEINEN WIEDERANLAUFPUNKT HINTERLASSEN: DIE EINGABE
022528*    WIRD VOR DEM NEUSTART NEU SORTIERT, EINE SATZPOSITION
022532*    IN DER ALTEN REIHENFOLGE WAERE DANN FALSCH
022533     IF WS-IBAN-BLZ < WS-VORHERIGE-BLZ
022540         DISPLAY 'CBK950: EINGABE NICHT NACH BLZ SORTIERT - '
022550                 'BLZ ' WS-IBAN-BLZ ' NACH ' WS-VORHERIGE-BLZ
022560         PERFORM 9100-ABBRUCH-OHNE-WIEDERANLAUF THRU 9100-EXIT
028997 3610-EXIT.
028998     EXIT.
028999*--------------------------------------------------------------*
029000* 3700-BEOBACHTUNG-PRUEFEN - BLZ (NUR DEUTSCHE IBAN), BIC (11- *
029001* UND 8-STELLIG) UND LAENDERCODE DES SATZES IN DER             *
029002* BEOBACHTUNGSLISTE SUCHEN. EIN SPERREINTRAG LEHNT DEN SATZ    *
029003* MIT CODE '17' AB, EIN WARNEINTRAG WIRD IN IBANGUT            *
029004* GEKENNZEICHNET; JEDER TREFFER GEHT NACH BEOBTREF.            *
029005*--------------------------------------------------------------*
029006 3700-BEOBACHTUNG-PRUEFEN.
029007     IF WS-BT-ANZAHL = ZERO
029008         GO TO 3700-EXIT
029009     END-IF
029010     IF NOT WS-AUSLAND
029011         MOVE 'Z'                 TO WS-BEOB-SUCH-ART
029012         MOVE WS-IBAN-BLZ         TO WS-BEOB-SUCH-WERT
029013         PERFORM 3710-BEOBLISTE-SUCHEN THRU 3710-EXIT
029014     END-IF
029015     IF BS-BIC NOT = SPACES
029016         MOVE 'B'                 TO WS-BEOB-SUCH-ART
029017         MOVE BS-BIC              TO WS-BEOB-SUCH-WERT
029018         PERFORM 3710-BEOBLISTE-SUCHEN THRU 3710-EXIT
029019         MOVE SPACES              TO WS-BEOB-SUCH-WERT
029020         MOVE BS-BIC (1:8)        TO WS-BEOB-SUCH-WERT
029021         PERFORM 3710-BEOBLISTE-SUCHEN THRU 3710-EXIT
029022     END-IF
029023     MOVE 'L'                     TO WS-BEOB-SUCH-ART
029024     MOVE WS-IBAN-LAND            TO WS-BEOB-SUCH-WERT
029025     PERFORM 3710-BEOBLISTE-SUCHEN THRU 3710-EXIT
029026     EVALUATE TRUE
029027         WHEN WS-BEOB-SPERRE
029028             MOVE '17'            TO WS-FEHLERCODE
029029             MOVE SPACES          TO WS-FEHLERTEXT
029030             STRING 'BEOBACHTUNGSLISTE GESPERRT - '
029031                                  DELIMITED BY SIZE
029032                    WS-BEOB-GRUND DELIMITED BY SIZE
029033               INTO WS-FEHLERTEXT
029034             MOVE 'N'             TO WS-SATZ-OK-KZ
029035             MOVE SPACES          TO TREF-SATZ
029036             SET TREF-ABGELEHNT   TO TRUE
029037             PERFORM 3720-TREFFER-SCHREIBEN THRU 3720-EXIT
029038         WHEN WS-BEOB-WARNUNG
029039             ADD 1 TO WS-ANZAHL-BEOB-WARN
029040             MOVE SPACES          TO TREF-SATZ
029041             SET TREF-MARKIERT    TO TRUE
029042             PERFORM 3720-TREFFER-SCHREIBEN THRU 3720-EXIT
029043     END-EVALUATE.
029044 3700-EXIT.
029045     EXIT.
029046*--------------------------------------------------------------*
029047* 3710-BEOBLISTE-SUCHEN - EINEN SUCHSCHLUESSEL (ART + WERT)    *
029048* BINAER SUCHEN; EIN SPERREINTRAG ERSETZT EINE BEREITS         *
029049* GEFUNDENE WARNUNG, SONST GILT DER ERSTE TREFFER              *
029050*--------------------------------------------------------------*
029051 3710-BEOBLISTE-SUCHEN.
029052     SEARCH ALL WS-BT-EINTRAG
029053         AT END
029054             CONTINUE
029055         WHEN WS-BT-SCHLUESSEL (WS-BT-IX) = WS-BEOB-SUCHSCHLUESSEL
029056             IF WS-BEOB-KEIN-TREFFER
029057                OR (WS-BEOB-WARNUNG
029058                    AND WS-BT-KATEGORIE (WS-BT-IX) = 'S')
029059                 MOVE WS-BT-KATEGORIE (WS-BT-IX) TO WS-BEOB-KZ
029060                 MOVE WS-BT-SCHLUESSEL (WS-BT-IX)
029061                                  TO WS-BEOB-SCHLUESSEL
029062                 MOVE WS-BT-GRUND (WS-BT-IX) TO WS-BEOB-GRUND
029063             END-IF
029064     END-SEARCH.
029065 3710-EXIT.
029066     EXIT.
029067*--------------------------------------------------------------*
029068* 3720-TREFFER-SCHREIBEN - TREFFER FUER DIE COMPLIANCE NACH    *
029069* BEOBTREF SCHREIBEN (AUFBAU TREFSATZ WIE DIE ONLINE-DATEI     *
029070* CBK020T; TASKNR NULL, LFDNR = NUMMER DES EINGABESATZES).     *
029071* SATZ LOESCHEN UND AKTION SETZEN UEBERNIMMT DER AUFRUFER.     *
029072*--------------------------------------------------------------*
029073 3720-TREFFER-SCHREIBEN.
029074     MOVE WS-HEUTE                TO TREF-DATUM
029075     ACCEPT WS-UHRZEIT FROM TIME
029076     MOVE WS-UHRZEIT (1:6)        TO TREF-UHRZEIT
029077     MOVE ZERO                    TO TREF-TASKNR
029078     MOVE WS-ANZAHL-GELESEN       TO TREF-LFDNR
029079     MOVE 'CBK950'                TO TREF-QUELLE
029080     MOVE 'CBK950J'               TO TREF-SYSTEM
029081     MOVE SPACES                  TO TREF-BENUTZER
029082     MOVE EIN-KUNDENREF           TO TREF-REFERENZ
029083     MOVE EIN-IBAN                TO TREF-IBAN
029084     IF WS-AUSLAND
029085         MOVE SPACES              TO TREF-BLZ
029086     ELSE
029087         MOVE WS-IBAN-BLZ         TO TREF-BLZ
029088     END-IF
029089     MOVE BS-BIC                  TO TREF-BIC
029090     MOVE WS-IBAN-LAND            TO TREF-LAND
029091     MOVE WS-BEOB-SCHLUESSEL (1:1)  TO TREF-BEOB-ART
029092     MOVE WS-BEOB-SCHLUESSEL (2:11) TO TREF-BEOB-WERT
029093     MOVE WS-BEOB-KZ              TO TREF-KATEGORIE
029094     MOVE WS-BEOB-GRUND           TO TREF-GRUND
029095     WRITE TREF-SATZ.
029096 3720-EXIT.
029097     EXIT.
029098*--------------------------------------------------------------*
029099* 4100-GUTSATZ-SCHREIBEN                                       *
029100*--------------------------------------------------------------*
029200 4100-GUTSATZ-SCHREIBEN.
029300     MOVE EIN-KUNDENREF           TO GUT-KUNDENREF
029560         MOVE WS-IBAN-BLZ         TO GUT-BLZ
029580     END-IF
029600     MOVE BS-NAME                 TO GUT-BANKNAME
029610     MOVE WS-BEOB-KZ              TO GUT-BEOB-KZ
029620     MOVE WS-BEOB-GRUND           TO GUT-BEOB-GRUND
029700     WRITE GUT-SATZ
029800     ADD 1 TO WS-ANZAHL-ANGENOMMEN.
029900 4100-EXIT.
032020             ADD 1 TO WS-ANZAHL-CODE-14
032030         WHEN '16'
032040             ADD 1 TO WS-ANZAHL-CODE-16
032050         WHEN '17'
032060             ADD 1 TO WS-ANZAHL-CODE-17
032100     END-EVALUATE.
032200 4200-EXIT.
032300     EXIT.
032374     MOVE WS-ANZAHL-CODE-15     TO CPI-ANZAHL-CODE-15
032376     MOVE WS-ANZAHL-CODE-16     TO CPI-ANZAHL-CODE-16
032378     MOVE WS-ANZAHL-AUSLAND-GUT TO CPI-ANZAHL-AUSLAND-GUT
032379     MOVE WS-ANZAHL-CODE-17     TO CPI-ANZAHL-CODE-17
032380     MOVE WS-ANZAHL-BEOB-WARN   TO CPI-ANZAHL-BEOB-WARN
032381     WRITE CHECKPUNKT-I-SATZ.
032382 7000-EXIT.
032384     EXIT.
032386*--------------------------------------------------------------*
035562       TO WS-ZZ-TEXT
035564     MOVE WS-ANZAHL-CODE-16 TO WS-ZZ-ANZAHL
035566     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
035568     MOVE 'CODE 17 - AUF BEOBACHTUNGSLISTE GESPERRT:'
035570       TO WS-ZZ-TEXT
035572     MOVE WS-ANZAHL-CODE-17 TO WS-ZZ-ANZAHL
035574     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
035576     MOVE 'ANGENOMMEN MIT WARNUNG (BEOBACHTUNGSLISTE):'
035578       TO WS-ZZ-TEXT
035580     MOVE WS-ANZAHL-BEOB-WARN TO WS-ZZ-ANZAHL
035582     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
035584     MOVE 'EINTRAEGE BEOBACHTUNGSLISTE GELADEN:'
035586       TO WS-ZZ-TEXT
035588     MOVE WS-BT-ANZAHL TO WS-ZZ-ANZAHL
035590     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
035600     CLOSE EINGABE-DATEI MASTER-DATEI CHECKPUNKT-DATEI
035610           GUT-DATEI FEHLER-DATEI BERICHT-DATEI
035620           TREFFER-DATEI.
035700 8000-EXIT.
035800     EXIT.
035900*--------------------------------------------------------------*
036500     WRITE BERICHT-ZEILE.
036600 8100-EXIT.
036700     EXIT.
036702*--------------------------------------------------------------*
036704* 8900-LAUFSATZ-SCHREIBEN - LAUFSATZ MIT RETURN-CODE UND       *
036706* KENNZAHLEN DES LAUFS AN DAS LAUFBUCH (LAUFPROT) ANHAENGEN;   *
036708* WIRD AUCH VOR JEDEM ABBRUCH DURCHLAUFEN                      *
036710*--------------------------------------------------------------*
036712 8900-LAUFSATZ-SCHREIBEN.
036714     MOVE SPACES                TO LAUF-SATZ
036716     MOVE ZERO                  TO LAUF-ANZAHL-1 LAUF-ANZAHL-2
036718                                   LAUF-ANZAHL-3 LAUF-ANZAHL-4
036720     ACCEPT WS-LAUF-DATUM FROM DATE
036722     ACCEPT WS-LAUF-ZEIT  FROM TIME
036724     MOVE 'CBK950'              TO LAUF-PROGRAMM
036726     STRING '20' WS-LAUF-DATUM DELIMITED BY SIZE
036728       INTO LAUF-DATUM
036730     MOVE WS-LAUF-HHMMSS        TO LAUF-UHRZEIT
036732     MOVE RETURN-CODE           TO LAUF-RC
036734     SET LAUF-NORMALLAUF        TO TRUE
036736     IF WS-IST-RESTART
036738         SET LAUF-WIEDERANLAUF  TO TRUE
036740     END-IF
036742     MOVE 'GELESEN'             TO LAUF-TEXT-1
036744     MOVE WS-ANZAHL-GELESEN     TO LAUF-ANZAHL-1
036746     MOVE 'ANGENOMMEN'          TO LAUF-TEXT-2
036748     MOVE WS-ANZAHL-ANGENOMMEN  TO LAUF-ANZAHL-2
036750     MOVE 'ABGELEHNT'           TO LAUF-TEXT-3
036752     MOVE WS-ANZAHL-ABGELEHNT   TO LAUF-ANZAHL-3
036754     MOVE 'GESPERRT'            TO LAUF-TEXT-4
036756     MOVE WS-ANZAHL-CODE-17     TO LAUF-ANZAHL-4
036758     OPEN EXTEND LAUF-DATEI
036760     WRITE LAUF-AUSGABE-SATZ FROM LAUF-SATZ
036762     CLOSE LAUF-DATEI.
036764 8900-EXIT.
036766     EXIT.
036800*--------------------------------------------------------------*
036900* 9000-ABBRUCH - EINEN UNVOLLSTAENDIGEN CHECKPUNKT SCHREIBEN    *
037000* UND DEN LAUF MIT FEHLER-RETURN-CODE BEENDEN, DAMIT DER        *
037230     PERFORM 7000-CHECKPUNKT-SCHREIBEN THRU 7000-EXIT
037300     CLOSE EINGABE-DATEI MASTER-DATEI CHECKPUNKT-DATEI
037310           GUT-DATEI FEHLER-DATEI BERICHT-DATEI
037320           TREFFER-DATEI
037400     MOVE 16 TO RETURN-CODE
037410     PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
037500     STOP RUN.
037600 9000-EXIT.
037700     EXIT.
037840     PERFORM 7000-CHECKPUNKT-SCHREIBEN THRU 7000-EXIT
037850     CLOSE EINGABE-DATEI MASTER-DATEI CHECKPUNKT-DATEI
037860           GUT-DATEI FEHLER-DATEI BERICHT-DATEI
037865           TREFFER-DATEI
037870     MOVE 16 TO RETURN-CODE
037875     PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
037880     STOP RUN.
037890 9100-EXIT.
037895     EXIT.
