001510* 02.09.2026 HJW   FREISATZ UM FILIALNR ERWEITERT (SATZ JETZT   *
001520*                  115 BYTE); EINE STEUERKARTE WIRKT WEITERHIN  *
001530*                  JE BLZ UND TRIFFT DAMIT ALLE STANDORTE       *
001540* 15.10.2026 HJW   FREISATZ UM IBAN-REGEL ERWEITERT (SATZ JETZT *
001550*                  121 BYTE)                                    *
001560* 15.10.2026 HJW   FREISATZ UM WIRKSAM-AB ERWEITERT (SATZ JETZT *
001570*                  129 BYTE); DER LAUF WIRD MIT DENSELBEN       *
001580*                  KARTEN AUCH AUF DEN TERMINBESTAND ANGEWENDET *
001585* 15.10.2026 HJW   LAUFSATZ (AUFBAU LAUFSATZ) AM LAUFENDE UND   *
001590*                  VOR JEDEM ABBRUCH AN DAS LAUFBUCH DER        *
001595*                  NACHTKETTE (LAUFPROT) ANGEHAENGT             *
001600*--------------------------------------------------------------*
001700* ZWECK:                                                       *
001800*   LIEST DIE VON CBK910 ERZEUGTE FREIGABEDATEI (FREIGABE,     *
002100*   IN STELLE 10) UND SCHREIBT DIE DATEI MIT GESETZTEN         *
002200*   FREIGABE-KENNZEICHEN NEU (FREINEU). STEUERKARTEN OHNE      *
002300*   PASSENDEN VORSCHLAG WERDEN IM BERICHT AUSGEWIESEN.         *
002310*   DER TERMINBESTAND (NOCH NICHT FAELLIGE AENDERUNGEN, GLEI-  *
002320*   CHER AUFBAU) WIRD IN EINEM EIGENEN SCHRITT VON CBK915J MIT *
002330*   DIESEM PROGRAMM GEPFLEGT; DAS KENNZEICHEN GILT DORT BIS ZUR*
002340*   AKTIVIERUNG DURCH CBK935.                                  *
002350*                                                              *
002360*   AM ENDE JEDES LAUFS - AUCH VOR EINEM ABBRUCH - WIRD EIN    *
002370*   SATZ MIT RETURN-CODE UND DEN KENNZAHLEN DES LAUFS AN DAS   *
002380*   LAUFBUCH LAUFPROT (AUFBAU LAUFSATZ) ANGEHAENGT; DER        *
002390*   MORGENBERICHT CBK995 WERTET DAS LAUFBUCH AUS.              *
002400*--------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003600            ORGANIZATION IS SEQUENTIAL.
003700     SELECT BERICHT-DATEI  ASSIGN TO FREIRPT
003800            ORGANIZATION IS SEQUENTIAL.
003810     SELECT LAUF-DATEI     ASSIGN TO LAUFPROT
003820            ORGANIZATION IS SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  FREIGABE-DATEI
005300 FD  AUSGABE-DATEI
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600 01  AUSGABE-SATZ              PIC X(129).
005700 FD  BERICHT-DATEI
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 01  BERICHT-ZEILE             PIC X(101).
006010 FD  LAUF-DATEI
006020     RECORDING MODE IS F
006030     LABEL RECORDS ARE STANDARD.
006040 01  LAUF-AUSGABE-SATZ         PIC X(120).
006100 WORKING-STORAGE SECTION.
006200*--------------------------------------------------------------*
006300* SCHALTER UND ZAEHLER                                         *
009200     05 WS-ZZ-TEXT             PIC X(50).
009300     05 WS-ZZ-ANZAHL           PIC ZZZZ9.
009400     05 FILLER                 PIC X(46) VALUE SPACES.
009409*--------------------------------------------------------------*
009418* ZEITPUNKT UND SATZ FUER DAS LAUFBUCH DER NACHTKETTE          *
009427* (LAUFPROT)                                                   *
009436*--------------------------------------------------------------*
009445 01  WS-LAUF-ZEITPUNKT.
009454     05 WS-LAUF-DATUM          PIC 9(06).
009463     05 WS-LAUF-ZEIT.
009472         10 WS-LAUF-HHMMSS     PIC 9(06).
009481         10 FILLER             PIC 9(02).
009490     COPY LAUFSATZ.
009500 PROCEDURE DIVISION.
009600*--------------------------------------------------------------*
009700* 0000-MAINLINE                                                *
010100     PERFORM 3000-SATZ-VERARBEITEN THRU 3000-EXIT
010200         UNTIL WS-FREI-EOF
010300     PERFORM 8000-ABSCHLUSS       THRU 8000-EXIT
010310     PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
010400     STOP RUN.
010500*--------------------------------------------------------------*
010600* 1000-INITIALISIEREN - STEUERKARTEN EINLESEN                   *
011840         CLOSE FREIGABE-DATEI STEUER-DATEI
011850               AUSGABE-DATEI BERICHT-DATEI
011860         MOVE 16 TO RETURN-CODE
011865         PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
011870         STOP RUN
011880     END-IF
011900     PERFORM 2200-FREI-LESEN THRU 2200-EXIT.
025400     END-IF.
025500 8200-EXIT.
025600     EXIT.
025700*--------------------------------------------------------------*
025800* 8900-LAUFSATZ-SCHREIBEN - LAUFSATZ MIT RETURN-CODE UND       *
025900* KENNZAHLEN DES LAUFS AN DAS LAUFBUCH (LAUFPROT) ANHAENGEN;   *
026000* WIRD AUCH VOR JEDEM ABBRUCH DURCHLAUFEN                      *
026100*--------------------------------------------------------------*
026200 8900-LAUFSATZ-SCHREIBEN.
026300     MOVE SPACES                TO LAUF-SATZ
026400     MOVE ZERO                  TO LAUF-ANZAHL-1 LAUF-ANZAHL-2
026500                                   LAUF-ANZAHL-3 LAUF-ANZAHL-4
026600     ACCEPT WS-LAUF-DATUM FROM DATE
026700     ACCEPT WS-LAUF-ZEIT  FROM TIME
026800     MOVE 'CBK915'              TO LAUF-PROGRAMM
026900     STRING '20' WS-LAUF-DATUM DELIMITED BY SIZE
027000       INTO LAUF-DATUM
027100     MOVE WS-LAUF-HHMMSS        TO LAUF-UHRZEIT
027200     MOVE RETURN-CODE           TO LAUF-RC
027300     SET LAUF-NORMALLAUF        TO TRUE
027400     MOVE 'GELESEN'             TO LAUF-TEXT-1
027500     MOVE WS-ANZAHL-GELESEN     TO LAUF-ANZAHL-1
027600     MOVE 'FREIGEGEB'           TO LAUF-TEXT-2
027700     MOVE WS-ANZAHL-FREIGEGEBEN TO LAUF-ANZAHL-2
027800     MOVE 'ZURUECK'             TO LAUF-TEXT-3
027900     MOVE WS-ANZAHL-ZURUECK     TO LAUF-ANZAHL-3
028000     MOVE 'KARTEN'              TO LAUF-TEXT-4
028100     MOVE WS-ANZAHL-KARTEN      TO LAUF-ANZAHL-4
028200     OPEN EXTEND LAUF-DATEI
028300     WRITE LAUF-AUSGABE-SATZ FROM LAUF-SATZ
028400     CLOSE LAUF-DATEI.
028500 8900-EXIT.
028600     EXIT.
