001400*                  IN DIE TABELLE SEPASCL, EIGENE DATEI UND     *
001500*                  EIGENER AUFBAU NEBEN DER SWIFT-KETTE         *
001600*                  CBK921/CBK911/CBK931                         *
001610* 15.10.2026 HJW   LAUFSATZ (AUFBAU LAUFSATZ) AM LAUFENDE UND   *
001620*                  VOR JEDEM ABBRUCH AN DAS LAUFBUCH DER        *
001630*                  NACHTKETTE (LAUFPROT) ANGEHAENGT             *
001700*--------------------------------------------------------------*
001800* ZWECK:                                                       *
001900*   BAUT DIE TABELLE SEPASCL VOLLSTAENDIG NEU AUF: DER ALTE    *
002500*   CBK950 LESEN DIE ERREICHBARKEIT AUS DIESER TABELLE. EINE   *
002600*   VERLETZUNG DER BIC-SORTIERUNG ODER EIN HARTER DATENBANK-   *
002700*   FEHLER BRICHT DEN LAUF MIT RC 16 AB.                       *
002710*                                                              *
002720*   AM ENDE JEDES LAUFS - AUCH VOR EINEM ABBRUCH - WIRD EIN    *
002730*   SATZ MIT RETURN-CODE UND DEN KENNZAHLEN DES LAUFS AN DAS   *
002740*   LAUFBUCH LAUFPROT (AUFBAU LAUFSATZ) ANGEHAENGT; DER        *
002750*   MORGENBERICHT CBK995 WERTET DAS LAUFBUCH AUS.              *
002800*--------------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003600            ORGANIZATION IS SEQUENTIAL.
003700     SELECT BERICHT-DATEI  ASSIGN TO SCLRPT
003800            ORGANIZATION IS SEQUENTIAL.
003810     SELECT LAUF-DATEI     ASSIGN TO LAUFPROT
003820            ORGANIZATION IS SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  SCL-DATEI
004600     RECORDING MODE IS F
004700     LABEL RECORDS ARE STANDARD.
004800 01  BERICHT-ZEILE             PIC X(101).
004810 FD  LAUF-DATEI
004820     RECORDING MODE IS F
004830     LABEL RECORDS ARE STANDARD.
004840 01  LAUF-AUSGABE-SATZ         PIC X(120).
004900 WORKING-STORAGE SECTION.
005000*--------------------------------------------------------------*
005100* SCHALTER UND ZAEHLER                                         *
007400*--------------------------------------------------------------*
007500     EXEC SQL INCLUDE SQLCA END-EXEC.
007600     COPY SEPASATZ.
007609*--------------------------------------------------------------*
007618* ZEITPUNKT UND SATZ FUER DAS LAUFBUCH DER NACHTKETTE          *
007627* (LAUFPROT)                                                   *
007636*--------------------------------------------------------------*
007645 01  WS-LAUF-ZEITPUNKT.
007654     05 WS-LAUF-DATUM          PIC 9(06).
007663     05 WS-LAUF-ZEIT.
007672         10 WS-LAUF-HHMMSS     PIC 9(06).
007681         10 FILLER             PIC 9(02).
007690     COPY LAUFSATZ.
007700 PROCEDURE DIVISION.
007800*--------------------------------------------------------------*
007900* 0000-MAINLINE                                                *
008300     PERFORM 3000-SATZ-VERARBEITEN THRU 3000-EXIT
008400         UNTIL WS-EOF
008500     PERFORM 8000-ABSCHLUSS       THRU 8000-EXIT
008510     PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
008600     STOP RUN.
008700*--------------------------------------------------------------*
008800* 1000-INITIALISIEREN - ALTEN TABELLENINHALT LOESCHEN           *
020800     WRITE BERICHT-ZEILE.
020900 8100-EXIT.
021000     EXIT.
021003*--------------------------------------------------------------*
021006* 8900-LAUFSATZ-SCHREIBEN - LAUFSATZ MIT RETURN-CODE UND       *
021009* KENNZAHLEN DES LAUFS AN DAS LAUFBUCH (LAUFPROT) ANHAENGEN;   *
021012* WIRD AUCH VOR JEDEM ABBRUCH DURCHLAUFEN                      *
021015*--------------------------------------------------------------*
021018 8900-LAUFSATZ-SCHREIBEN.
021021     MOVE SPACES                TO LAUF-SATZ
021024     MOVE ZERO                  TO LAUF-ANZAHL-1 LAUF-ANZAHL-2
021027                                   LAUF-ANZAHL-3 LAUF-ANZAHL-4
021030     ACCEPT WS-LAUF-DATUM FROM DATE
021033     ACCEPT WS-LAUF-ZEIT  FROM TIME
021036     MOVE 'CBK932'              TO LAUF-PROGRAMM
021039     STRING '20' WS-LAUF-DATUM DELIMITED BY SIZE
021042       INTO LAUF-DATUM
021045     MOVE WS-LAUF-HHMMSS        TO LAUF-UHRZEIT
021048     MOVE RETURN-CODE           TO LAUF-RC
021051     SET LAUF-NORMALLAUF        TO TRUE
021054     MOVE 'GELESEN'             TO LAUF-TEXT-1
021057     MOVE WS-ANZAHL-GELESEN     TO LAUF-ANZAHL-1
021060     MOVE 'EINGEFUEGT'          TO LAUF-TEXT-2
021063     MOVE WS-ANZAHL-EINGEFUEGT  TO LAUF-ANZAHL-2
021066     MOVE 'SDD-CORE'            TO LAUF-TEXT-3
021069     MOVE WS-ANZAHL-SDD-CORE    TO LAUF-ANZAHL-3
021072     OPEN EXTEND LAUF-DATEI
021075     WRITE LAUF-AUSGABE-SATZ FROM LAUF-SATZ
021078     CLOSE LAUF-DATEI.
021081 8900-EXIT.
021084     EXIT.
021100*--------------------------------------------------------------*
021200* 9000-ABBRUCH - LAUF MIT FEHLER-RETURN-CODE BEENDEN; DER       *
021300* NAECHSTE LAUF BAUT DIE TABELLE VOLLSTAENDIG NEU AUF           *
021500 9000-ABBRUCH.
021600     CLOSE SCL-DATEI BERICHT-DATEI
021700     MOVE 16 TO RETURN-CODE
021710     PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
021800     STOP RUN.
021900 9000-EXIT.
022000     EXIT.
