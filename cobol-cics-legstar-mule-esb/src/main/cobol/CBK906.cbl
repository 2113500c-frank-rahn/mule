001200* 02.09.2026 HJW   ERSTERSTELLUNG - EINGANGSPRUEFUNG DER        *
001300*                  SWIFT-BIC-VERZEICHNISDATEI VOR DEM ABGLEICH  *
001400*                  (CBK911)                                     *
001410* 15.10.2026 HJW   LAUFSATZ (AUFBAU LAUFSATZ) AM LAUFENDE UND   *
001420*                  VOR JEDEM ABBRUCH AN DAS LAUFBUCH DER        *
001430*                  NACHTKETTE (LAUFPROT) ANGEHAENGT             *
001500*--------------------------------------------------------------*
001600* ZWECK:                                                       *
001700*   PRUEFT DIE ANGELIEFERTE SWIFT-BIC-VERZEICHNISDATEI         *
003300*   STEUERKARTE (STEUERIN):                                     *
003400*     STELLEN 1-3  MAXIMALE ABWEICHUNG DER SATZANZAHL VOM       *
003500*                  BESTAND IN PROZENT                           *
003510*                                                              *
003520*   AM ENDE JEDES LAUFS - AUCH VOR EINEM ABBRUCH - WIRD EIN    *
003530*   SATZ MIT RETURN-CODE UND DEN KENNZAHLEN DES LAUFS AN DAS   *
003540*   LAUFBUCH LAUFPROT (AUFBAU LAUFSATZ) ANGEHAENGT; DER        *
003550*   MORGENBERICHT CBK995 WERTET DAS LAUFBUCH AUS.              *
003600*--------------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
005000            ORGANIZATION IS SEQUENTIAL.
005100     SELECT BERICHT-DATEI  ASSIGN TO PRUEFRPT
005200            ORGANIZATION IS SEQUENTIAL.
005210     SELECT LAUF-DATEI     ASSIGN TO LAUFPROT
005220            ORGANIZATION IS SEQUENTIAL.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  EINGANG-DATEI
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  BERICHT-ZEILE             PIC X(101).
007610 FD  LAUF-DATEI
007620     RECORDING MODE IS F
007630     LABEL RECORDS ARE STANDARD.
007640 01  LAUF-AUSGABE-SATZ         PIC X(120).
007700 WORKING-STORAGE SECTION.
007800*--------------------------------------------------------------*
007900* SCHALTER UND ZAEHLER                                         *
014600     05 FILLER                 PIC X(16) VALUE 'CBK906 ABBRUCH: '.
014700     05 WS-ABBRUCH-GRUND       PIC X(70) VALUE SPACES.
014800     05 FILLER                 PIC X(15) VALUE SPACES.
014808*--------------------------------------------------------------*
014816* ZEITPUNKT UND SATZ FUER DAS LAUFBUCH DER NACHTKETTE          *
014824* (LAUFPROT)                                                   *
014832*--------------------------------------------------------------*
014840 01  WS-LAUF-ZEITPUNKT.
014848     05 WS-LAUF-DATUM          PIC 9(06).
014856     05 WS-LAUF-ZEIT.
014864         10 WS-LAUF-HHMMSS     PIC 9(06).
014872         10 FILLER             PIC 9(02).
014880 77  WS-LIEFER-DATUM           PIC X(08) VALUE SPACES.
014888     COPY LAUFSATZ.
014900 PROCEDURE DIVISION.
015000*--------------------------------------------------------------*
015100* 0000-MAINLINE                                                *
015700     PERFORM 7000-NACHLAUF-PRUEFEN THRU 7000-EXIT
015800     PERFORM 7500-GRENZWERT-PRUEFEN THRU 7500-EXIT
015900     PERFORM 8000-ABSCHLUSS       THRU 8000-EXIT
015910     PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
016000     STOP RUN.
016100*--------------------------------------------------------------*
016200* 1000-INITIALISIEREN - STEUERKARTE LESEN, AUSLANDSBESTAND      *
019700                                TO WS-ABBRUCH-GRUND
019800         PERFORM 9000-ABBRUCH   THRU 9000-EXIT
019900     END-IF
019910     MOVE KONT-ERSTELL-DATUM    TO WS-LIEFER-DATUM
020000     MOVE SPACES TO BERICHT-ZEILE
020100     STRING 'LIEFERUNG ERSTELLT AM ' KONT-ERSTELL-DATUM
020200            DELIMITED BY SIZE INTO BERICHT-ZEILE
041900     WRITE BERICHT-ZEILE.
042000 8100-EXIT.
042100     EXIT.
042103*--------------------------------------------------------------*
042106* 8900-LAUFSATZ-SCHREIBEN - LAUFSATZ MIT RETURN-CODE UND       *
042109* KENNZAHLEN DES LAUFS AN DAS LAUFBUCH (LAUFPROT) ANHAENGEN;   *
042112* WIRD AUCH VOR JEDEM ABBRUCH DURCHLAUFEN                      *
042115*--------------------------------------------------------------*
042118 8900-LAUFSATZ-SCHREIBEN.
042121     MOVE SPACES                TO LAUF-SATZ
042124     MOVE ZERO                  TO LAUF-ANZAHL-1 LAUF-ANZAHL-2
042127                                   LAUF-ANZAHL-3 LAUF-ANZAHL-4
042130     ACCEPT WS-LAUF-DATUM FROM DATE
042133     ACCEPT WS-LAUF-ZEIT  FROM TIME
042136     MOVE 'CBK906'              TO LAUF-PROGRAMM
042139     STRING '20' WS-LAUF-DATUM DELIMITED BY SIZE
042142       INTO LAUF-DATUM
042145     MOVE WS-LAUF-HHMMSS        TO LAUF-UHRZEIT
042148     MOVE WS-LIEFER-DATUM       TO LAUF-LIEFER-DATUM
042151     MOVE RETURN-CODE           TO LAUF-RC
042154     SET LAUF-NORMALLAUF        TO TRUE
042157     MOVE 'GELIEFERT'           TO LAUF-TEXT-1
042160     MOVE WS-ANZAHL-DATEN       TO LAUF-ANZAHL-1
042163     MOVE 'BESTAND'             TO LAUF-TEXT-2
042166     MOVE WS-ANZAHL-BESTAND     TO LAUF-ANZAHL-2
042169     OPEN EXTEND LAUF-DATEI
042172     WRITE LAUF-AUSGABE-SATZ FROM LAUF-SATZ
042175     CLOSE LAUF-DATEI.
042178 8900-EXIT.
042181     EXIT.
042200*--------------------------------------------------------------*
042300* 9000-ABBRUCH - BEFUND IN DEN BERICHT SCHREIBEN UND DEN LAUF   *
042400* MIT FEHLER-RETURN-CODE BEENDEN, DAMIT DER SCHEDULER DIE       *
043200     CLOSE EINGANG-DATEI BESTAND-DATEI STEUER-DATEI
043300           GEPRUEFT-DATEI BERICHT-DATEI
043400     MOVE 16 TO RETURN-CODE
043410     PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
043500     STOP RUN.
043600 9000-EXIT.
043700     EXIT.
