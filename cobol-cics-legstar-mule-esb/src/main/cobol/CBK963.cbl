001400*                  JEDER ABNEHMER ERHAELT ALLE DELTAS AB        *
001500*                  SEINER LETZTEN BESTAETIGTEN LAUFENDEN        *
001600*                  NUMMER AUS DEM DELTA-ARCHIV                  *
001610* 15.10.2026 HJW   DELTASATZ UM IBAN-REGEL ERWEITERT (SATZ      *
001620*                  JETZT 152 BYTE, LIEFAUSG JETZT 160 BYTE)     *
001630* 15.10.2026 HJW   LAUFSATZ (AUFBAU LAUFSATZ) AM LAUFENDE UND   *
001640*                  VOR JEDEM ABBRUCH AN DAS LAUFBUCH DER        *
001650*                  NACHTKETTE (LAUFPROT) ANGEHAENGT             *
001700*--------------------------------------------------------------*
001800* ZWECK:                                                       *
001900*   LIEST DAS ABNEHMERVERZEICHNIS (ABNEHMIN, AUFBAU ABNSATZ)   *
003100*   BEIM NAECHSTEN LAUF VON SELBST ERNEUT, OHNE DASS JEMAND    *
003200*   EINE ANFANGSNUMMER VON HAND ERMITTELN MUSS. DAS FORT-      *
003300*   GESCHRIEBENE VERZEICHNIS WIRD NACH ABNEHOUT GESCHRIEBEN.   *
003310*                                                              *
003320*   AM ENDE JEDES LAUFS - AUCH VOR EINEM ABBRUCH - WIRD EIN    *
003330*   SATZ MIT RETURN-CODE UND DEN KENNZAHLEN DES LAUFS AN DAS   *
003340*   LAUFBUCH LAUFPROT (AUFBAU LAUFSATZ) ANGEHAENGT; DER        *
003350*   MORGENBERICHT CBK995 WERTET DAS LAUFBUCH AUS.              *
003400*--------------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
005000            ORGANIZATION IS SEQUENTIAL.
005100     SELECT BERICHT-DATEI  ASSIGN TO ABNRPT
005200            ORGANIZATION IS SEQUENTIAL.
005210     SELECT LAUF-DATEI     ASSIGN TO LAUFPROT
005220            ORGANIZATION IS SEQUENTIAL.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  ABNEHMER-DATEI
006300 FD  ARCHIV-DATEI
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600 01  ARCHIV-SATZ               PIC X(152).
006700 FD  LIEFER-DATEI
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 01  LIEFER-SATZ.
007100     05 LIEF-SYSTEM            PIC X(08).
007200     05 LIEF-DELTA             PIC X(152).
007300 FD  AUSGABE-DATEI
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 01  BERICHT-ZEILE             PIC X(101).
008010 FD  LAUF-DATEI
008020     RECORDING MODE IS F
008030     LABEL RECORDS ARE STANDARD.
008040 01  LAUF-AUSGABE-SATZ         PIC X(120).
008100 WORKING-STORAGE SECTION.
008200*--------------------------------------------------------------*
008300* SCHALTER UND ZAEHLER                                         *
013000     05 FILLER                 PIC X(04) VALUE SPACES.
013100     05 WS-AZ-ANZAHL           PIC ZZZZZZZZ9.
013200     05 FILLER                 PIC X(35) VALUE SPACES.
013209*--------------------------------------------------------------*
013218* ZEITPUNKT UND SATZ FUER DAS LAUFBUCH DER NACHTKETTE          *
013227* (LAUFPROT)                                                   *
013236*--------------------------------------------------------------*
013245 01  WS-LAUF-ZEITPUNKT.
013254     05 WS-LAUF-DATUM          PIC 9(06).
013263     05 WS-LAUF-ZEIT.
013272         10 WS-LAUF-HHMMSS     PIC 9(06).
013281         10 FILLER             PIC 9(02).
013290     COPY LAUFSATZ.
013300 PROCEDURE DIVISION.
013400*--------------------------------------------------------------*
013500* 0000-MAINLINE                                                *
013900     PERFORM 3000-ARCHIV-VERARBEITEN THRU 3000-EXIT
014000         UNTIL WS-ARCHIV-EOF
014100     PERFORM 8000-ABSCHLUSS       THRU 8000-EXIT
014110     PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
014200     STOP RUN.
014300*--------------------------------------------------------------*
014400* 1000-INITIALISIEREN - ABNEHMERVERZEICHNIS UND QUITTUNGEN      *
036200     WRITE BERICHT-ZEILE.
036300 8300-EXIT.
036400     EXIT.
036403*--------------------------------------------------------------*
036406* 8900-LAUFSATZ-SCHREIBEN - LAUFSATZ MIT RETURN-CODE UND       *
036409* KENNZAHLEN DES LAUFS AN DAS LAUFBUCH (LAUFPROT) ANHAENGEN;   *
036412* WIRD AUCH VOR JEDEM ABBRUCH DURCHLAUFEN                      *
036415*--------------------------------------------------------------*
036418 8900-LAUFSATZ-SCHREIBEN.
036421     MOVE SPACES                TO LAUF-SATZ
036424     MOVE ZERO                  TO LAUF-ANZAHL-1 LAUF-ANZAHL-2
036427                                   LAUF-ANZAHL-3 LAUF-ANZAHL-4
036430     ACCEPT WS-LAUF-DATUM FROM DATE
036433     ACCEPT WS-LAUF-ZEIT  FROM TIME
036436     MOVE 'CBK963'              TO LAUF-PROGRAMM
036439     STRING '20' WS-LAUF-DATUM DELIMITED BY SIZE
036442       INTO LAUF-DATUM
036445     MOVE WS-LAUF-HHMMSS        TO LAUF-UHRZEIT
036448     MOVE RETURN-CODE           TO LAUF-RC
036451     SET LAUF-NORMALLAUF        TO TRUE
036454     MOVE 'ARCHIV'              TO LAUF-TEXT-1
036457     MOVE WS-ANZAHL-ARCHIV      TO LAUF-ANZAHL-1
036460     MOVE 'GELIEFERT'           TO LAUF-TEXT-2
036463     MOVE WS-ANZAHL-GELIEFERT   TO LAUF-ANZAHL-2
036466     MOVE 'QUITTUNGEN'          TO LAUF-TEXT-3
036469     MOVE WS-ANZAHL-QUITTUNGEN  TO LAUF-ANZAHL-3
036472     MOVE 'ABNEHMER'            TO LAUF-TEXT-4
036475     MOVE WS-ANZAHL-ABNEHMER    TO LAUF-ANZAHL-4
036478     OPEN EXTEND LAUF-DATEI
036481     WRITE LAUF-AUSGABE-SATZ FROM LAUF-SATZ
036484     CLOSE LAUF-DATEI.
036487 8900-EXIT.
036490     EXIT.
036500*--------------------------------------------------------------*
036600* 9000-ABBRUCH - LAUF MIT FEHLER-RETURN-CODE BEENDEN, OHNE      *
036700* VERZEICHNIS ODER LIEFERUNG ZU VERAENDERN                      *
037000     CLOSE ABNEHMER-DATEI QUITTUNG-DATEI ARCHIV-DATEI
037100           LIEFER-DATEI AUSGABE-DATEI BERICHT-DATEI
037200     MOVE 16 TO RETURN-CODE
037210     PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
037300     STOP RUN.
037400 9000-EXIT.
037500     EXIT.
