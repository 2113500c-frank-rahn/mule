001620*                  SATZAUFBAU WIE BANKALT, JETZT 127 BYTE)      *
001630*                  UEBERNOMMEN; DER ABGLEICH SELBST BLEIBT      *
001640*                  UNVERAENDERT AUF DEM BIC                     *
001650* 15.10.2026 HJW   LAUFSATZ (AUFBAU LAUFSATZ) AM LAUFENDE UND   *
001660*                  VOR JEDEM ABBRUCH AN DAS LAUFBUCH DER        *
001670*                  NACHTKETTE (LAUFPROT) ANGEHAENGT             *
001700*--------------------------------------------------------------*
001800* ZWECK:                                                       *
001900*   VERGLEICHT DIE NEUE, NACH BIC AUFSTEIGEND SORTIERTE        *
002400*   LOESCHENDEN SAETZEN FUER DIE MANUELLE FREIGABE VOR DEM     *
002500*   EINSPIELEN (CBK931). DIESES PROGRAMM AENDERT DEN BESTAND   *
002600*   SELBST NICHT.                                              *
002610*                                                              *
002620*   AM ENDE JEDES LAUFS - AUCH VOR EINEM ABBRUCH - WIRD EIN    *
002630*   SATZ MIT RETURN-CODE UND DEN KENNZAHLEN DES LAUFS AN DAS   *
002640*   LAUFBUCH LAUFPROT (AUFBAU LAUFSATZ) ANGEHAENGT; DER        *
002650*   MORGENBERICHT CBK995 WERTET DAS LAUFBUCH AUS.              *
002700*--------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003700            ORGANIZATION IS SEQUENTIAL.
003800     SELECT BERICHT-DATEI ASSIGN TO BANKRPT
003900            ORGANIZATION IS SEQUENTIAL.
003910     SELECT LAUF-DATEI    ASSIGN TO LAUFPROT
003920            ORGANIZATION IS SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  SWIFT-DATEI
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 01  BERICHT-ZEILE             PIC X(107).
006710 FD  LAUF-DATEI
006720     RECORDING MODE IS F
006730     LABEL RECORDS ARE STANDARD.
006740 01  LAUF-AUSGABE-SATZ         PIC X(120).
006800 WORKING-STORAGE SECTION.
006900*--------------------------------------------------------------*
007000* SCHALTER UND ZAEHLER                                         *
010100     05 WS-ZZ-TEXT             PIC X(40).
010200     05 WS-ZZ-ANZAHL           PIC ZZZZ9.
010300     05 FILLER                 PIC X(56) VALUE SPACES.
010309*--------------------------------------------------------------*
010318* ZEITPUNKT UND SATZ FUER DAS LAUFBUCH DER NACHTKETTE          *
010327* (LAUFPROT)                                                   *
010336*--------------------------------------------------------------*
010345 01  WS-LAUF-ZEITPUNKT.
010354     05 WS-LAUF-DATUM          PIC 9(06).
010363     05 WS-LAUF-ZEIT.
010372         10 WS-LAUF-HHMMSS     PIC 9(06).
010381         10 FILLER             PIC 9(02).
010390     COPY LAUFSATZ.
010400 PROCEDURE DIVISION.
010500*--------------------------------------------------------------*
010600* 0000-MAINLINE                                                *
011000     PERFORM 3000-DATEIEN-VERGLEICHEN THRU 3000-EXIT
011100         UNTIL WS-SWIFT-EOF AND WS-MASTER-EOF
011200     PERFORM 8000-ABSCHLUSS       THRU 8000-EXIT
011210     PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
011300     STOP RUN.
011400*--------------------------------------------------------------*
011500* 1000-INITIALISIEREN                                          *
028400     CLOSE SWIFT-DATEI MASTER-DATEI BERICHT-DATEI.
028500 8000-EXIT.
028600     EXIT.
028700*--------------------------------------------------------------*
028800* 8900-LAUFSATZ-SCHREIBEN - LAUFSATZ MIT RETURN-CODE UND       *
028900* KENNZAHLEN DES LAUFS AN DAS LAUFBUCH (LAUFPROT) ANHAENGEN;   *
029000* WIRD AUCH VOR JEDEM ABBRUCH DURCHLAUFEN                      *
029100*--------------------------------------------------------------*
029200 8900-LAUFSATZ-SCHREIBEN.
029300     MOVE SPACES                TO LAUF-SATZ
029400     MOVE ZERO                  TO LAUF-ANZAHL-1 LAUF-ANZAHL-2
029500                                   LAUF-ANZAHL-3 LAUF-ANZAHL-4
029600     ACCEPT WS-LAUF-DATUM FROM DATE
029700     ACCEPT WS-LAUF-ZEIT  FROM TIME
029800     MOVE 'CBK911'              TO LAUF-PROGRAMM
029900     STRING '20' WS-LAUF-DATUM DELIMITED BY SIZE
030000       INTO LAUF-DATUM
030100     MOVE WS-LAUF-HHMMSS        TO LAUF-UHRZEIT
030200     MOVE RETURN-CODE           TO LAUF-RC
030300     SET LAUF-NORMALLAUF        TO TRUE
030400     MOVE 'UNVERAENDT'          TO LAUF-TEXT-1
030500     MOVE WS-ANZAHL-UNVERAENDERT TO LAUF-ANZAHL-1
030600     MOVE 'NEU'                 TO LAUF-TEXT-2
030700     MOVE WS-ANZAHL-NEU         TO LAUF-ANZAHL-2
030800     MOVE 'GEAENDERT'           TO LAUF-TEXT-3
030900     MOVE WS-ANZAHL-GEAENDERT   TO LAUF-ANZAHL-3
031000     MOVE 'GELOESCHT'           TO LAUF-TEXT-4
031100     MOVE WS-ANZAHL-GELOESCHT   TO LAUF-ANZAHL-4
031200     OPEN EXTEND LAUF-DATEI
031300     WRITE LAUF-AUSGABE-SATZ FROM LAUF-SATZ
031400     CLOSE LAUF-DATEI.
031500 8900-EXIT.
031600     EXIT.
