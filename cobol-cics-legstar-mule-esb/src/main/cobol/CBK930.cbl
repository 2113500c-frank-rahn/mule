004430*                  FILIALNR WIRD IN TABELLE, JOURNAL (SATZ       *
004440*                  JETZT 146 BYTE), CHECKPUNKT UND BERICHT       *
004450*                  (ZEILE JETZT 111 STELLEN) MITGEFUEHRT         *
004460* 15.10.2026 HJW   IBAN-REGEL DER BUNDESBANK AUS DEM FREIGABESATZ*
004470*                  IN TABELLE (SPALTE IBAN_REGEL) UND JOURNAL    *
004480*                  (SATZ JETZT 152 BYTE) UEBERNOMMEN             *
004482* 15.10.2026 HJW   TERMINIERTE AENDERUNGEN: SAETZE MIT WIRKSAM-  *
004484*                  AB NACH DEM TAGESDATUM WERDEN NICHT EINGE-    *
004486*                  SPIELT, SONDERN IN DEN TERMINBESTAND (TERM-   *
004488*                  NEU) GESTELLT; EINSPIELUNG AM STICHTAG DURCH  *
004489*                  CBK935. NEUE SAETZE ERHALTEN GUELTIG-VON =    *
004490*                  WIRKSAM-AB; CHECKPUNKT UM ANZAHL TERMINIERT   *
004492*                  ERWEITERT                                     *
004494* 15.10.2026 HJW   LAUFSATZ (AUFBAU LAUFSATZ) AM LAUFENDE UND    *
004496*                  VOR JEDEM ABBRUCH AN DAS LAUFBUCH DER         *
004498*                  NACHTKETTE (LAUFPROT) ANGEHAENGT              *
004500*--------------------------------------------------------------*
004600* ZWECK:                                                       *
004700*   LIEST DIE NACH BLZ AUFSTEIGEND SORTIERTE FREIGABEDATEI      *
006100*   ERKENNT DER NAECHSTE LAUF DEN UNVOLLSTAENDIGEN CHECKPUNKT    *
006200*   UND SETZT HINTER DER DORT VERMERKTEN BLZ FORT, OHNE BEREITS  *
006300*   EINGESPIELTE SAETZE ERNEUT ZU VERARBEITEN.                   *
006310*                                                                *
006320*   SAETZE, DEREN WIRKSAM-AB (GUELTIG-AB-TAG DER LIEFERUNG) NACH *
006330*   DEM TAGESDATUM LIEGT, WERDEN - FREIGEGEBEN ODER ZURUECK-     *
006340*   GESTELLT - UNVERAENDERT AUF DIE DATEI TERMNEU GESCHRIEBEN.   *
006350*   DER AKTIVIERUNGSLAUF CBK935 UEBERNIMMT SIE IN DEN TERMIN-    *
006360*   BESTAND UND SPIELT SIE AM STICHTAG EIN.                      *
006366*                                                              *
006372*   AM ENDE JEDES LAUFS - AUCH VOR EINEM ABBRUCH - WIRD EIN    *
006378*   SATZ MIT RETURN-CODE UND DEN KENNZAHLEN DES LAUFS AN DAS   *
006384*   LAUFBUCH LAUFPROT (AUFBAU LAUFSATZ) ANGEHAENGT; DER        *
006390*   MORGENBERICHT CBK995 WERTET DAS LAUFBUCH AUS.              *
006400*--------------------------------------------------------------*
006500 ENVIRONMENT DIVISION.
006600 CONFIGURATION SECTION.
007600            ORGANIZATION IS SEQUENTIAL.
007700     SELECT JOURNAL-DATEI    ASSIGN TO BANKJRNL
007800            ORGANIZATION IS SEQUENTIAL.
007810     SELECT TERMIN-DATEI     ASSIGN TO TERMNEU
007820            ORGANIZATION IS SEQUENTIAL.
007830     SELECT LAUF-DATEI       ASSIGN TO LAUFPROT
007840            ORGANIZATION IS SEQUENTIAL.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  FREIGABE-DATEI
009300 FD  JOURNAL-DATEI
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
009600 01  JOURNAL-SATZ              PIC X(152).
009610 FD  TERMIN-DATEI
009620     RECORDING MODE IS F
009630     LABEL RECORDS ARE STANDARD.
009640 01  TERMIN-SATZ               PIC X(129).
009650 FD  LAUF-DATEI
009660     RECORDING MODE IS F
009670     LABEL RECORDS ARE STANDARD.
009680 01  LAUF-AUSGABE-SATZ         PIC X(120).
009700 WORKING-STORAGE SECTION.
009800*--------------------------------------------------------------*
009900* SCHALTER UND ZAEHLER                                         *
011600     05 WS-ANZAHL-GELOESCHT    PIC 9(05) COMP VALUE ZERO.
011700     05 WS-ANZAHL-ANGEKUENDIGT PIC 9(05) COMP VALUE ZERO.
011800     05 WS-ANZAHL-ZURUECK      PIC 9(05) COMP VALUE ZERO.
011810     05 WS-ANZAHL-TERMINIERT   PIC 9(05) COMP VALUE ZERO.
011900 01  WS-CP-SCHLUESSEL.
011920     05 WS-CP-LETZTE-BLZ       PIC X(08) VALUE SPACES.
011940     05 WS-CP-LETZTE-FILIALNR  PIC X(03) VALUE SPACES.
015600* JOURNALSATZ FUER DIE TAEGLICHE DELTA-LIEFERUNG (BANKJRNL)     *
015700*--------------------------------------------------------------*
015800     COPY DELTSATZ.
015809*--------------------------------------------------------------*
015818* ZEITPUNKT UND SATZ FUER DAS LAUFBUCH DER NACHTKETTE          *
015827* (LAUFPROT)                                                   *
015836*--------------------------------------------------------------*
015845 01  WS-LAUF-ZEITPUNKT.
015854     05 WS-LAUF-DATUM          PIC 9(06).
015863     05 WS-LAUF-ZEIT.
015872         10 WS-LAUF-HHMMSS     PIC 9(06).
015881         10 FILLER             PIC 9(02).
015890     COPY LAUFSATZ.
015900 PROCEDURE DIVISION.
016000*--------------------------------------------------------------*
016100* 0000-MAINLINE                                                *
016500     PERFORM 3000-SATZ-VERARBEITEN THRU 3000-EXIT
016600         UNTIL WS-FREI-EOF
016700     PERFORM 8000-ABSCHLUSS       THRU 8000-EXIT
016710     PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
016800     STOP RUN.
016900*--------------------------------------------------------------*
017000* 1000-INITIALISIEREN                                          *
017800     PERFORM 1100-CHECKPUNKT-ERMITTELN   THRU 1100-EXIT
017900     OPEN EXTEND CHECKPUNKT-DATEI
018000     OPEN EXTEND JOURNAL-DATEI
018010     OPEN EXTEND TERMIN-DATEI
018100     PERFORM 2200-FREI-LESEN      THRU 2200-EXIT
018200     IF WS-IST-RESTART
018300         DISPLAY 'CBK930: WIEDERANLAUF AB BLZ ' WS-CP-LETZTE-BLZ
020500         MOVE CP-ANZAHL-GELOESCHT   TO WS-ANZAHL-GELOESCHT
020600         MOVE CP-ANZAHL-ANGEKUENDIGT TO WS-ANZAHL-ANGEKUENDIGT
020700         MOVE CP-ANZAHL-ZURUECK     TO WS-ANZAHL-ZURUECK
020710         MOVE CP-ANZAHL-TERMINIERT  TO WS-ANZAHL-TERMINIERT
020800     END-IF.
020900 1100-EXIT.
021000     EXIT.
025900*--------------------------------------------------------------*
026000 3000-SATZ-VERARBEITEN.
026100     EVALUATE TRUE
026110         WHEN FREI-WIRKSAM-AB NOT = SPACES
026120          AND FREI-WIRKSAM-AB > WS-TAGESDATUM
026130             PERFORM 4600-SATZ-TERMINIEREN THRU 4600-EXIT
026200         WHEN FREI-ZURUECKGESTELLT
026300             PERFORM 4500-SATZ-ZURUECKGESTELLT THRU 4500-EXIT
026400         WHEN FREI-HINZUFUEGEN
029600     MOVE FREI-PZ-METHODE       TO BS-PZ-METHODE
029700     MOVE FREI-GUELTIG-VON      TO BS-GUELTIG-VON
029800     MOVE FREI-GUELTIG-BIS      TO BS-GUELTIG-BIS
029900     MOVE FREI-NACHFOLGE-BLZ    TO BS-NACHFOLGE-BLZ
029910     MOVE FREI-IBAN-REGEL       TO BS-IBAN-REGEL.
030000 4050-EXIT.
030100     EXIT.
030200*--------------------------------------------------------------*
031700*--------------------------------------------------------------*
031800 4100-SATZ-NEU.
031900     PERFORM 4050-FREI-NACH-BANKSATZ THRU 4050-EXIT
031910     IF FREI-WIRKSAM-AB = SPACES
031920         MOVE WS-TAGESDATUM     TO BS-GUELTIG-VON
031930     ELSE
031940         MOVE FREI-WIRKSAM-AB   TO BS-GUELTIG-VON
031950     END-IF
032100     EXEC SQL
032200         INSERT INTO BANKLEITZAHLEN
032300             (SATZART, NAME, BLZ, FILIALNR, PLZ, ORT, BIC,
032400              PZ_METHODE, GUELTIG_VON, GUELTIG_BIS,
032450              NACHFOLGE_BLZ, IBAN_REGEL)
032500         VALUES
032600             (:BS-SATZART, :BS-NAME, :BS-BLZ, :BS-FILIALNR,
032650              :BS-PLZ, :BS-ORT,
032700              :BS-BIC, :BS-PZ-METHODE, :BS-GUELTIG-VON,
032800              :BS-GUELTIG-BIS, :BS-NACHFOLGE-BLZ,
032810              :BS-IBAN-REGEL)
032900     END-EXEC
033000     MOVE SQLCODE               TO WS-SQLCODE
033100     IF WS-SQLCODE NOT = ZERO
035300                BIC  = :BS-BIC,
035400                PZ_METHODE = :BS-PZ-METHODE,
035500                GUELTIG_BIS = :BS-GUELTIG-BIS,
035600                NACHFOLGE_BLZ = :BS-NACHFOLGE-BLZ,
035610                IBAN_REGEL = :BS-IBAN-REGEL
035700          WHERE BLZ = :BS-BLZ
035750            AND FILIALNR = :BS-FILIALNR
035800            AND SATZART = 'D'
043700     ADD 1 TO WS-ANZAHL-ZURUECK.
043800 4500-EXIT.
043900     EXIT.
043903*--------------------------------------------------------------*
043906* 4600-SATZ-TERMINIEREN - NOCH NICHT FAELLIGEN VORSCHLAG MIT    *
043909* SEINEM FREIGABE-KENNZEICHEN UNVERAENDERT AUF DIE TERMINDATEI  *
043912* SCHREIBEN; WIRKSAM-AB STEHT IM BERICHT IN DER SPALTE PLZ      *
043915*--------------------------------------------------------------*
043918 4600-SATZ-TERMINIEREN.
043921     EVALUATE TRUE
043924         WHEN FREI-HINZUFUEGEN
043927             MOVE 'TERMIN NEU'      TO WS-DZ-ART
043930         WHEN FREI-AENDERN
043933             MOVE 'TERMIN AENDERN'  TO WS-DZ-ART
043936         WHEN FREI-VORMERKEN
043939             MOVE 'TERMIN ANKUEND'  TO WS-DZ-ART
043942         WHEN FREI-LOESCHEN
043945             MOVE 'TERMIN LOESCHEN' TO WS-DZ-ART
043948         WHEN OTHER
043951             DISPLAY 'CBK930: UNBEKANNTE VORSCHLAGSART '
043954                     FREI-ART ' BLZ ' FREI-BLZ
043957             PERFORM 9000-ABBRUCH  THRU 9000-EXIT
043960     END-EVALUATE
043963     WRITE TERMIN-SATZ FROM FREI-SATZ
043966     MOVE FREI-BLZ              TO WS-DZ-BLZ
043969     MOVE FREI-FILIALNR         TO WS-DZ-FILIALNR
043972     MOVE FREI-NAME             TO WS-DZ-NAME
043975     MOVE FREI-WIRKSAM-AB       TO WS-DZ-PLZ
043978     MOVE FREI-ORT              TO WS-DZ-ORT
043981     MOVE FREI-BIC              TO WS-DZ-BIC
043984     PERFORM 5000-ZEILE-SCHREIBEN THRU 5000-EXIT
043987     ADD 1 TO WS-ANZAHL-TERMINIERT.
043990 4600-EXIT.
043993     EXIT.
044000*--------------------------------------------------------------*
044100* 5000-ZEILE-SCHREIBEN                                         *
044200*--------------------------------------------------------------*
046800     MOVE BS-GUELTIG-VON        TO DELTA-GUELTIG-VON
046900     MOVE BS-GUELTIG-BIS        TO DELTA-GUELTIG-BIS
047000     MOVE BS-NACHFOLGE-BLZ      TO DELTA-NACHFOLGE-BLZ
047010     MOVE BS-IBAN-REGEL         TO DELTA-IBAN-REGEL
047100     WRITE JOURNAL-SATZ FROM DELTA-SATZ.
047200 6100-EXIT.
047300     EXIT.
048800     MOVE WS-ANZAHL-ANGEKUENDIGT TO CP-ANZAHL-ANGEKUENDIGT
048900     MOVE ZERO                  TO CP-ANZAHL-NOCHGUELTIG
049000     MOVE WS-ANZAHL-ZURUECK     TO CP-ANZAHL-ZURUECK
049010     MOVE WS-ANZAHL-TERMINIERT  TO CP-ANZAHL-TERMINIERT
049100     SET CP-UNTERBROCHEN        TO TRUE
049200     WRITE CHECKPUNKT-SATZ
049300     EXEC SQL
052300     MOVE WS-ANZAHL-ANGEKUENDIGT TO CP-ANZAHL-ANGEKUENDIGT
052400     MOVE ZERO                  TO CP-ANZAHL-NOCHGUELTIG
052500     MOVE WS-ANZAHL-ZURUECK     TO CP-ANZAHL-ZURUECK
052510     MOVE WS-ANZAHL-TERMINIERT  TO CP-ANZAHL-TERMINIERT
052600     SET CP-ABGESCHLOSSEN       TO TRUE
052700     WRITE CHECKPUNKT-SATZ
052800     EXEC SQL
055000     MOVE WS-ANZAHL-ZURUECK TO WS-ZZ-ANZAHL
055100     MOVE WS-ZAEHLERZEILE TO BERICHT-ZEILE
055200     WRITE BERICHT-ZEILE
055210     MOVE 'TERMINIERT (SPAETER WIRKSAM):' TO WS-ZZ-TEXT
055220     MOVE WS-ANZAHL-TERMINIERT TO WS-ZZ-ANZAHL
055230     MOVE WS-ZAEHLERZEILE TO BERICHT-ZEILE
055240     WRITE BERICHT-ZEILE
055300     CLOSE FREIGABE-DATEI BERICHT-DATEI CHECKPUNKT-DATEI
055400           JOURNAL-DATEI TERMIN-DATEI.
055500 8000-EXIT.
055600     EXIT.
055602*--------------------------------------------------------------*
055604* 8900-LAUFSATZ-SCHREIBEN - LAUFSATZ MIT RETURN-CODE UND       *
055606* KENNZAHLEN DES LAUFS AN DAS LAUFBUCH (LAUFPROT) ANHAENGEN;   *
055608* WIRD AUCH VOR JEDEM ABBRUCH DURCHLAUFEN                      *
055610*--------------------------------------------------------------*
055612 8900-LAUFSATZ-SCHREIBEN.
055614     MOVE SPACES                TO LAUF-SATZ
055616     MOVE ZERO                  TO LAUF-ANZAHL-1 LAUF-ANZAHL-2
055618                                   LAUF-ANZAHL-3 LAUF-ANZAHL-4
055620     ACCEPT WS-LAUF-DATUM FROM DATE
055622     ACCEPT WS-LAUF-ZEIT  FROM TIME
055624     MOVE 'CBK930'              TO LAUF-PROGRAMM
055626     STRING '20' WS-LAUF-DATUM DELIMITED BY SIZE
055628       INTO LAUF-DATUM
055630     MOVE WS-LAUF-HHMMSS        TO LAUF-UHRZEIT
055632     MOVE RETURN-CODE           TO LAUF-RC
055634     SET LAUF-NORMALLAUF        TO TRUE
055636     IF WS-IST-RESTART
055638         SET LAUF-WIEDERANLAUF  TO TRUE
055640     END-IF
055642     MOVE 'EINSPIEL'            TO LAUF-TEXT-1
055644     COMPUTE LAUF-ANZAHL-1 = WS-ANZAHL-NEU + WS-ANZAHL-GEAENDERT
055646             + WS-ANZAHL-GELOESCHT
055648     MOVE 'NEU'                 TO LAUF-TEXT-2
055650     MOVE WS-ANZAHL-NEU         TO LAUF-ANZAHL-2
055652     MOVE 'GEAENDERT'           TO LAUF-TEXT-3
055654     MOVE WS-ANZAHL-GEAENDERT   TO LAUF-ANZAHL-3
055656     MOVE 'GELOESCHT'           TO LAUF-TEXT-4
055658     MOVE WS-ANZAHL-GELOESCHT   TO LAUF-ANZAHL-4
055660     OPEN EXTEND LAUF-DATEI
055662     WRITE LAUF-AUSGABE-SATZ FROM LAUF-SATZ
055664     CLOSE LAUF-DATEI.
055666 8900-EXIT.
055668     EXIT.
055700*--------------------------------------------------------------*
055800* 9000-ABBRUCH - EINEN UNVOLLSTAENDIGEN CHECKPUNKT SCHREIBEN    *
055900* UND DEN LAUF MIT FEHLER-RETURN-CODE BEENDEN, DAMIT DER        *
056300     PERFORM 7000-CHECKPUNKT-SCHREIBEN THRU 7000-EXIT
056400     CLOSE CHECKPUNKT-DATEI
056500     CLOSE FREIGABE-DATEI BERICHT-DATEI JOURNAL-DATEI
056510           TERMIN-DATEI
056600     MOVE 16 TO RETURN-CODE
056610     PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
056700     STOP RUN.
056800 9000-EXIT.
056900     EXIT.
