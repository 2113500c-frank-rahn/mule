001200* 02.09.2026 HJW   ERSTERSTELLUNG - EINGANGSPRUEFUNG DER        *
001300*                  BUNDESBANK-BLZ-VERTEILUNGSDATEI VOR DEM      *
001400*                  ABGLEICH (CBK910)                            *
001410* 15.10.2026 HJW   IBAN-REGEL IN BUBASATZ (SATZ JETZT 112 BYTE) *
001420*                  UND IM BESTANDSAUSZUG BANKALT (133 BYTE)     *
001430* 15.10.2026 HJW   GUELTIG-AB-DATUM IM VORLAUFSATZ (KONTSATZ)   *
001440*                  AUF PLAUSIBILITAET GEPRUEFT UND AUSGEWIESEN  *
001450* 15.10.2026 HJW   LAUFSATZ (AUFBAU LAUFSATZ) AM LAUFENDE UND   *
001460*                  VOR JEDEM ABBRUCH AN DAS LAUFBUCH DER        *
001470*                  NACHTKETTE (LAUFPROT) ANGEHAENGT             *
001500*--------------------------------------------------------------*
001600* ZWECK:                                                       *
001700*   PRUEFT DIE ANGELIEFERTE BUNDESBANK-BLZ-VERTEILUNGSDATEI    *
001800*   (BUBAEXTR, MIT VOR- UND NACHLAUFSATZ NACH KONTSATZ) VOR    *
001900*   DEM ABGLEICH DURCH CBK910:                                 *
002000*     - VORLAUFSATZ VORHANDEN, ERSTELLUNGSDATUM PLAUSIBEL      *
002010*     - GUELTIG-AB-DATUM (FALLS ANGEGEBEN) PLAUSIBEL UND NICHT *
002020*       VOR DEM ERSTELLUNGSDATUM                               *
002100*     - NACHLAUFSATZ VORHANDEN, SATZANZAHL UND PRUEFSUMME      *
002200*       UEBER BLZ/FILIALNR STIMMEN MIT DEM DATEIINHALT UEBEREIN*
002300*     - BLZ/FILIALNR AUFSTEIGEND SORTIERT, OHNE DUBLETTEN      *
003600*     STELLEN 4-6  MAXIMALER ANTEIL AENDERUNGEN ('M')           *
003700*     STELLEN 7-9  MAXIMALER ANTEIL LOESCHUNGEN ('D')           *
003800*     STELLEN 10-12 MAXIMALE ABWEICHUNG DER SATZANZAHL          *
003810*                                                              *
003820*   AM ENDE JEDES LAUFS - AUCH VOR EINEM ABBRUCH - WIRD EIN    *
003830*   SATZ MIT RETURN-CODE UND DEN KENNZAHLEN DES LAUFS AN DAS   *
003840*   LAUFBUCH LAUFPROT (AUFBAU LAUFSATZ) ANGEHAENGT; DER        *
003850*   MORGENBERICHT CBK995 WERTET DAS LAUFBUCH AUS.              *
003900*--------------------------------------------------------------*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
005300            ORGANIZATION IS SEQUENTIAL.
005400     SELECT BERICHT-DATEI  ASSIGN TO PRUEFRPT
005500            ORGANIZATION IS SEQUENTIAL.
005510     SELECT LAUF-DATEI     ASSIGN TO LAUFPROT
005520            ORGANIZATION IS SEQUENTIAL.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  EINGANG-DATEI
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100 01  EINGANG-SATZ              PIC X(112).
006200 FD  BESTAND-DATEI
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  BESTAND-SATZ.
006600     05 BESTAND-SATZART        PIC X(01).
006700         88 BESTAND-INLAND            VALUE 'D'.
006800     05 FILLER                 PIC X(132).
006900 FD  STEUER-DATEI
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007800 FD  GEPRUEFT-DATEI
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100 01  GEPRUEFT-SATZ             PIC X(112).
008200 FD  BERICHT-DATEI
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 01  BERICHT-ZEILE             PIC X(101).
008510 FD  LAUF-DATEI
008520     RECORDING MODE IS F
008530     LABEL RECORDS ARE STANDARD.
008540 01  LAUF-AUSGABE-SATZ         PIC X(120).
008600 WORKING-STORAGE SECTION.
008700*--------------------------------------------------------------*
008800* SCHALTER UND ZAEHLER                                         *
015700     05 FILLER                 PIC X(16) VALUE 'CBK905 ABBRUCH: '.
015800     05 WS-ABBRUCH-GRUND       PIC X(70) VALUE SPACES.
015900     05 FILLER                 PIC X(15) VALUE SPACES.
015908*--------------------------------------------------------------*
015916* ZEITPUNKT UND SATZ FUER DAS LAUFBUCH DER NACHTKETTE          *
015924* (LAUFPROT)                                                   *
015932*--------------------------------------------------------------*
015940 01  WS-LAUF-ZEITPUNKT.
015948     05 WS-LAUF-DATUM          PIC 9(06).
015956     05 WS-LAUF-ZEIT.
015964         10 WS-LAUF-HHMMSS     PIC 9(06).
015972         10 FILLER             PIC 9(02).
015980 77  WS-LIEFER-DATUM           PIC X(08) VALUE SPACES.
015988     COPY LAUFSATZ.
016000 PROCEDURE DIVISION.
016100*--------------------------------------------------------------*
016200* 0000-MAINLINE                                                *
016800     PERFORM 7000-NACHLAUF-PRUEFEN THRU 7000-EXIT
016900     PERFORM 7500-GRENZWERTE-PRUEFEN THRU 7500-EXIT
017000     PERFORM 8000-ABSCHLUSS       THRU 8000-EXIT
017010     PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
017100     STOP RUN.
017200*--------------------------------------------------------------*
017300* 1000-INITIALISIEREN - STEUERKARTE LESEN, INLANDSBESTAND       *
021500                                TO WS-ABBRUCH-GRUND
021600         PERFORM 9000-ABBRUCH   THRU 9000-EXIT
021700     END-IF
021710     MOVE KONT-ERSTELL-DATUM    TO WS-LIEFER-DATUM
021800     MOVE SPACES TO BERICHT-ZEILE
021900     STRING 'LIEFERUNG ERSTELLT AM ' KONT-ERSTELL-DATUM
022000            DELIMITED BY SIZE INTO BERICHT-ZEILE
022100     WRITE BERICHT-ZEILE
022105     IF KONT-GUELTIG-AB NOT = SPACES
022110         IF KONT-GUELTIG-AB NOT NUMERIC
022115            OR KONT-GUELTIG-AB (5:2) < '01'
022120            OR KONT-GUELTIG-AB (5:2) > '12'
022125            OR KONT-GUELTIG-AB (7:2) < '01'
022130            OR KONT-GUELTIG-AB (7:2) > '31'
022135            OR KONT-GUELTIG-AB < KONT-ERSTELL-DATUM
022140             MOVE 'GUELTIG-AB-DATUM IM VORLAUF NICHT PLAUSIBEL'
022145                                    TO WS-ABBRUCH-GRUND
022150             PERFORM 9000-ABBRUCH THRU 9000-EXIT
022155         END-IF
022160         MOVE SPACES TO BERICHT-ZEILE
022165         STRING 'LIEFERUNG GUELTIG AB ' KONT-GUELTIG-AB
022170                DELIMITED BY SIZE INTO BERICHT-ZEILE
022175         WRITE BERICHT-ZEILE
022180     END-IF
022200     PERFORM 2200-EINGANG-LESEN THRU 2200-EXIT.
022300 1000-EXIT.
022400     EXIT.
046500     WRITE BERICHT-ZEILE.
046600 8100-EXIT.
046700     EXIT.
046703*--------------------------------------------------------------*
046706* 8900-LAUFSATZ-SCHREIBEN - LAUFSATZ MIT RETURN-CODE UND       *
046709* KENNZAHLEN DES LAUFS AN DAS LAUFBUCH (LAUFPROT) ANHAENGEN;   *
046712* WIRD AUCH VOR JEDEM ABBRUCH DURCHLAUFEN                      *
046715*--------------------------------------------------------------*
046718 8900-LAUFSATZ-SCHREIBEN.
046721     MOVE SPACES                TO LAUF-SATZ
046724     MOVE ZERO                  TO LAUF-ANZAHL-1 LAUF-ANZAHL-2
046727                                   LAUF-ANZAHL-3 LAUF-ANZAHL-4
046730     ACCEPT WS-LAUF-DATUM FROM DATE
046733     ACCEPT WS-LAUF-ZEIT  FROM TIME
046736     MOVE 'CBK905'              TO LAUF-PROGRAMM
046739     STRING '20' WS-LAUF-DATUM DELIMITED BY SIZE
046742       INTO LAUF-DATUM
046745     MOVE WS-LAUF-HHMMSS        TO LAUF-UHRZEIT
046748     MOVE WS-LIEFER-DATUM       TO LAUF-LIEFER-DATUM
046751     MOVE RETURN-CODE           TO LAUF-RC
046754     SET LAUF-NORMALLAUF        TO TRUE
046757     MOVE 'GELIEFERT'           TO LAUF-TEXT-1
046760     MOVE WS-ANZAHL-DATEN       TO LAUF-ANZAHL-1
046763     MOVE 'NEU'                 TO LAUF-TEXT-2
046766     MOVE WS-ANZAHL-NEU         TO LAUF-ANZAHL-2
046769     MOVE 'GEAENDERT'           TO LAUF-TEXT-3
046772     MOVE WS-ANZAHL-GEAENDERT   TO LAUF-ANZAHL-3
046775     MOVE 'GELOESCHT'           TO LAUF-TEXT-4
046778     MOVE WS-ANZAHL-GELOESCHT   TO LAUF-ANZAHL-4
046781     OPEN EXTEND LAUF-DATEI
046784     WRITE LAUF-AUSGABE-SATZ FROM LAUF-SATZ
046787     CLOSE LAUF-DATEI.
046790 8900-EXIT.
046793     EXIT.
046800*--------------------------------------------------------------*
046900* 9000-ABBRUCH - BEFUND IN DEN BERICHT SCHREIBEN UND DEN LAUF   *
047000* MIT FEHLER-RETURN-CODE BEENDEN, DAMIT DER SCHEDULER DIE       *
047800     CLOSE EINGANG-DATEI BESTAND-DATEI STEUER-DATEI
047900           GEPRUEFT-DATEI BERICHT-DATEI
048000     MOVE 16 TO RETURN-CODE
048010     PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
048100     STOP RUN.
048200 9000-EXIT.
048300     EXIT.
