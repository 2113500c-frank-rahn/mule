001418*                  BLZ/FILIALNR, DIE FILIALNR WIRD IN BERICHT    *
001419*                  UND FREIGABESATZ MITGEFUEHRT (BERICHT-ZEILE   *
001421*                  AUF 111 STELLEN VERBREITERT)                  *
001422* 15.10.2026 HJW   IBAN-REGEL DER BUNDESBANK (BUBASATZ, BANKALT) *
001423*                  IN DEN INHALTLICHEN VERGLEICH EINBEZOGEN UND  *
001424*                  IN DEN FREIGABESATZ UEBERNOMMEN               *
001425* 15.10.2026 HJW   GUELTIG-AB-DATUM DER LIEFERUNG AUS DEM VOR-   *
001426*                  LAUFSATZ DER UNGEPRUEFTEN ANLIEFERUNG (BUBA-  *
001427*                  KOPF) ALS WIRKSAM-AB IN DEN FREIGABESATZ      *
001428*                  (SATZ JETZT 129 BYTE) UEBERNOMMEN             *
001429* 15.10.2026 HJW   LAUFSATZ (AUFBAU LAUFSATZ) AM LAUFENDE UND    *
001430*                  VOR JEDEM ABBRUCH AN DAS LAUFBUCH DER         *
001431*                  NACHTKETTE (LAUFPROT) ANGEHAENGT              *
001450*--------------------------------------------------------------*
001500* ZWECK:                                                       *
001600*   VERGLEICHT DIE NEUE, NACH BLZ AUFSTEIGEND SORTIERTE         *
001700*   BUNDESBANK-VERTEILUNGSDATEI (BUBAEXTR) MIT DEM EBENFALLS    *
002100*   UND ZU LOESCHENDEN SAETZEN FUER DIE MANUELLE FREIGABE VOR   *
002200*   DEM EINSPIELEN IN DEN BESTAND. DIESES PROGRAMM AENDERT DEN  *
002300*   BESTAND SELBST NICHT.                                      *
002310*   DAS GUELTIG-AB-DATUM DER LIEFERUNG WIRD AUS DEM VORLAUF-   *
002320*   SATZ (KONTSATZ) DER ORIGINALANLIEFERUNG (BUBAKOPF) GELESEN *
002330*   UND JEDEM VORSCHLAG AUS DER BUNDESBANK-DATEI ALS WIRKSAM-  *
002340*   AB MITGEGEBEN - AUCH DEN LOESCHVORSCHLAEGEN FUER BLZ OHNE  *
002345*   GUELTIG-BIS, DIE IN DER LIEFERUNG NUR FEHLEN; SIE WERDEN   *
002350*   ERST ZUM GUELTIG-AB-DATUM GELOESCHT. LOESCHVORSCHLAEGE     *
002355*   NACH ABGELAUFENEM GUELTIG-BIS SIND SOFORT WIRKSAM.         *
002358*                                                              *
002366*   AM ENDE JEDES LAUFS - AUCH VOR EINEM ABBRUCH - WIRD EIN    *
002374*   SATZ MIT RETURN-CODE UND DEN KENNZAHLEN DES LAUFS AN DAS   *
002382*   LAUFBUCH LAUFPROT (AUFBAU LAUFSATZ) ANGEHAENGT; DER        *
002390*   MORGENBERICHT CBK995 WERTET DAS LAUFBUCH AUS.              *
002400*--------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003600            ORGANIZATION IS SEQUENTIAL.
003610     SELECT FREIGABE-DATEI ASSIGN TO FREIGABE
003620            ORGANIZATION IS SEQUENTIAL.
003630     SELECT KOPF-DATEI   ASSIGN TO BUBAKOPF
003640            ORGANIZATION IS SEQUENTIAL.
003650     SELECT LAUF-DATEI   ASSIGN TO LAUFPROT
003660            ORGANIZATION IS SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  BUBA-DATEI
005160     05 MASTER-GUELTIG-VON     PIC X(08).
005170     05 MASTER-GUELTIG-BIS     PIC X(08).
005180     05 MASTER-NACHFOLGE-BLZ   PIC X(08).
005190     05 MASTER-IBAN-REGEL      PIC X(06).
005200 FD  BERICHT-DATEI
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 01  BERICHT-ZEILE             PIC X(111).
005502 FD  KOPF-DATEI
005504     RECORDING MODE IS F
005506     LABEL RECORDS ARE STANDARD.
005508 01  KOPF-SATZ                 PIC X(112).
005510 FD  FREIGABE-DATEI
005520     RECORDING MODE IS F
005530     LABEL RECORDS ARE STANDARD.
005540     COPY FREISATZ.
005550 FD  LAUF-DATEI
005560     RECORDING MODE IS F
005570     LABEL RECORDS ARE STANDARD.
005580 01  LAUF-AUSGABE-SATZ         PIC X(120).
005600 WORKING-STORAGE SECTION.
005700*--------------------------------------------------------------*
005800* SCHALTER UND ZAEHLER                                         *
007340 01  WS-TAGESDATUM.
007350     05 FILLER                 PIC X(02) VALUE '20'.
007360     05 WS-TAGESDATUM-JJMMTT   PIC 9(06).
007361*--------------------------------------------------------------*
007362* GUELTIG-AB-DATUM DER LIEFERUNG AUS DEM VORLAUFSATZ (LEER =    *
007363* SOFORT WIRKSAM)                                               *
007364*--------------------------------------------------------------*
007365 01  WS-WIRKSAM-AB             PIC X(08) VALUE SPACES.
007366     COPY KONTSATZ.
007370*--------------------------------------------------------------*
007372* ABGLEICHSCHLUESSEL BLZ/FILIALNR DER BEIDEN DATEIEN            *
007374*--------------------------------------------------------------*
008900     05 WS-ZZ-TEXT             PIC X(40).
009000     05 WS-ZZ-ANZAHL           PIC ZZZZ9.
009100     05 FILLER                 PIC X(56) VALUE SPACES.
009108*--------------------------------------------------------------*
009116* ZEITPUNKT UND SATZ FUER DAS LAUFBUCH DER NACHTKETTE          *
009124* (LAUFPROT)                                                   *
009132*--------------------------------------------------------------*
009140 01  WS-LAUF-ZEITPUNKT.
009148     05 WS-LAUF-DATUM          PIC 9(06).
009156     05 WS-LAUF-ZEIT.
009164         10 WS-LAUF-HHMMSS     PIC 9(06).
009172         10 FILLER             PIC 9(02).
009180 77  WS-LIEFER-DATUM           PIC X(08) VALUE SPACES.
009188     COPY LAUFSATZ.
009200 PROCEDURE DIVISION.
009300*--------------------------------------------------------------*
009400* 0000-MAINLINE                                                *
009800     PERFORM 3000-DATEIEN-VERGLEICHEN THRU 3000-EXIT
009900         UNTIL WS-BUBA-EOF AND WS-MASTER-EOF
010000     PERFORM 8000-ABSCHLUSS       THRU 8000-EXIT
010010     PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
010100     STOP RUN.
010200*--------------------------------------------------------------*
010300* 1000-INITIALISIEREN                                          *
010850     OPEN OUTPUT FREIGABE-DATEI
010900     ACCEPT WS-DATUM FROM DATE
010950     MOVE WS-DATUM TO WS-TAGESDATUM-JJMMTT
010960     PERFORM 1100-VORLAUF-LESEN   THRU 1100-EXIT
011000     PERFORM 2100-BERICHTSKOPF-SCHREIBEN THRU 2100-EXIT
011100     PERFORM 2200-BUBA-LESEN      THRU 2200-EXIT
011200     PERFORM 2300-MASTER-LESEN    THRU 2300-EXIT.
011300 1000-EXIT.
011400     EXIT.
011405*--------------------------------------------------------------*
011410* 1100-VORLAUF-LESEN - GUELTIG-AB-DATUM AUS DEM VORLAUFSATZ DER *
011415* ANLIEFERUNG ERMITTELN (VON CBK905 BEREITS GEPRUEFT)           *
011420*--------------------------------------------------------------*
011425 1100-VORLAUF-LESEN.
011430     OPEN INPUT KOPF-DATEI
011435     READ KOPF-DATEI INTO KONT-SATZ
011440         AT END
011445             MOVE SPACES TO KONT-SATZ
011450     END-READ
011455     IF KONT-VORLAUF
011460         MOVE KONT-GUELTIG-AB     TO WS-WIRKSAM-AB
011462         MOVE KONT-ERSTELL-DATUM  TO WS-LIEFER-DATUM
011465     END-IF
011470     CLOSE KOPF-DATEI.
011475 1100-EXIT.
011480     EXIT.
011500*--------------------------------------------------------------*
011600* 2100-BERICHTSKOPF-SCHREIBEN                                  *
011700*--------------------------------------------------------------*
012100            WS-DATUM-MM '-' WS-DATUM-TT DELIMITED BY SIZE
012200       INTO BERICHT-ZEILE
012300     WRITE BERICHT-ZEILE
012310     IF WS-WIRKSAM-AB NOT = SPACES
012320         MOVE SPACES TO BERICHT-ZEILE
012330         STRING 'LIEFERUNG GUELTIG AB ' WS-WIRKSAM-AB
012340                DELIMITED BY SIZE INTO BERICHT-ZEILE
012350         WRITE BERICHT-ZEILE
012360     END-IF
012400     MOVE SPACES TO BERICHT-ZEILE
012500     WRITE BERICHT-ZEILE
012600     MOVE SPACES TO BERICHT-ZEILE
020250        AND BUBA-PZ-METHODE = MASTER-PZ-METHODE
020260        AND BUBA-GUELTIG-BIS = MASTER-GUELTIG-BIS
020270        AND BUBA-NACHFOLGE-BLZ = MASTER-NACHFOLGE-BLZ
020280        AND BUBA-IBAN-REGEL = MASTER-IBAN-REGEL
020300         ADD 1 TO WS-ANZAHL-UNVERAENDERT
020400     ELSE
020500         MOVE 'AENDERN-VORHER'  TO WS-DZ-ART
024638     END-IF
024640     MOVE BUBA-GUELTIG-BIS      TO FREI-GUELTIG-BIS
024642     MOVE BUBA-NACHFOLGE-BLZ    TO FREI-NACHFOLGE-BLZ
024643     MOVE BUBA-IBAN-REGEL       TO FREI-IBAN-REGEL
024644     MOVE WS-WIRKSAM-AB         TO FREI-WIRKSAM-AB
024645     WRITE FREI-SATZ.
024646 6000-EXIT.
024648     EXIT.
024650*--------------------------------------------------------------*
024651* 6100-FREIGABESATZ-AUS-MASTER - FREIGABESATZ FUER EINEN        *
024652* LOESCHVORSCHLAG AUS DEM BESTANDSAUSZUG SCHREIBEN. OHNE        *
024653* GUELTIG-BIS FEHLT DIE BLZ NUR IN DER LIEFERUNG UND WIRD ERST  *
024654* ZU DEREN GUELTIG-AB-DATUM GELOESCHT (WIRKSAM-AB); NACH        *
024655* ABGELAUFENEM GUELTIG-BIS IST DIE LOESCHUNG SOFORT WIRKSAM     *
024656*--------------------------------------------------------------*
024658 6100-FREIGABESATZ-AUS-MASTER.
024660     MOVE 'L'                   TO FREI-ART
024676     MOVE MASTER-GUELTIG-VON    TO FREI-GUELTIG-VON
024678     MOVE MASTER-GUELTIG-BIS    TO FREI-GUELTIG-BIS
024680     MOVE MASTER-NACHFOLGE-BLZ  TO FREI-NACHFOLGE-BLZ
024681     MOVE MASTER-IBAN-REGEL     TO FREI-IBAN-REGEL
024682     IF MASTER-GUELTIG-BIS = SPACES
024684         MOVE WS-WIRKSAM-AB     TO FREI-WIRKSAM-AB
024686     ELSE
024688         MOVE SPACES            TO FREI-WIRKSAM-AB
024690     END-IF
024692     WRITE FREI-SATZ.
024694 6100-EXIT.
024696     EXIT.
024700*--------------------------------------------------------------*
024800* 8000-ABSCHLUSS - SUMMENZEILEN UND DATEIABSCHLUSS             *
024900*--------------------------------------------------------------*
026900     CLOSE BUBA-DATEI MASTER-DATEI BERICHT-DATEI FREIGABE-DATEI.
027000 8000-EXIT.
027100     EXIT.
027200*--------------------------------------------------------------*
027300* 8900-LAUFSATZ-SCHREIBEN - LAUFSATZ MIT RETURN-CODE UND       *
027400* KENNZAHLEN DES LAUFS AN DAS LAUFBUCH (LAUFPROT) ANHAENGEN;   *
027500* WIRD AUCH VOR JEDEM ABBRUCH DURCHLAUFEN                      *
027600*--------------------------------------------------------------*
027700 8900-LAUFSATZ-SCHREIBEN.
027800     MOVE SPACES                TO LAUF-SATZ
027900     MOVE ZERO                  TO LAUF-ANZAHL-1 LAUF-ANZAHL-2
028000                                   LAUF-ANZAHL-3 LAUF-ANZAHL-4
028100     ACCEPT WS-LAUF-DATUM FROM DATE
028200     ACCEPT WS-LAUF-ZEIT  FROM TIME
028300     MOVE 'CBK910'              TO LAUF-PROGRAMM
028400     STRING '20' WS-LAUF-DATUM DELIMITED BY SIZE
028500       INTO LAUF-DATUM
028600     MOVE WS-LAUF-HHMMSS        TO LAUF-UHRZEIT
028700     MOVE WS-LIEFER-DATUM       TO LAUF-LIEFER-DATUM
028800     MOVE RETURN-CODE           TO LAUF-RC
028900     SET LAUF-NORMALLAUF        TO TRUE
029000     MOVE 'UNVERAENDT'          TO LAUF-TEXT-1
029100     MOVE WS-ANZAHL-UNVERAENDERT TO LAUF-ANZAHL-1
029200     MOVE 'NEU'                 TO LAUF-TEXT-2
029300     MOVE WS-ANZAHL-NEU         TO LAUF-ANZAHL-2
029400     MOVE 'GEAENDERT'           TO LAUF-TEXT-3
029500     MOVE WS-ANZAHL-GEAENDERT   TO LAUF-ANZAHL-3
029600     MOVE 'GELOESCHT'           TO LAUF-TEXT-4
029700     MOVE WS-ANZAHL-GELOESCHT   TO LAUF-ANZAHL-4
029800     OPEN EXTEND LAUF-DATEI
029900     WRITE LAUF-AUSGABE-SATZ FROM LAUF-SATZ
030000     CLOSE LAUF-DATEI.
030100 8900-EXIT.
030200     EXIT.
