001410* 02.09.2026 HJW   FILIALNR IM DELTASATZ MITGEFUEHRT (SATZ      *
001420*                  JETZT 146 BYTE); ONLINE-KORREKTUREN (CBK030) *
001430*                  BETREFFEN IMMER DIE HAUPTSTELLE ('000')      *
001440* 15.10.2026 HJW   DELTASATZ UM IBAN-REGEL ERWEITERT (SATZ      *
001450*                  JETZT 152 BYTE)                              *
001460* 15.10.2026 HJW   LAUFSATZ (AUFBAU LAUFSATZ) AM LAUFENDE UND   *
001470*                  VOR JEDEM ABBRUCH AN DAS LAUFBUCH DER        *
001480*                  NACHTKETTE (LAUFPROT) ANGEHAENGT             *
001500*--------------------------------------------------------------*
001600* ZWECK:                                                       *
001700*   SAMMELT ALLE AENDERUNGEN DES TAGES AM BANKENSTAMM:         *
002700*   LETZTEN NUMMER DES ARCHIVS AUF. EIN ABNEHMER, DER EINE     *
002800*   NACHT VERPASST HAT, ERHAELT UEBER CBK961 ALLE SAETZE AB    *
002900*   EINER GEWUENSCHTEN NUMMER AUS DEM ARCHIV ERNEUT.           *
002910*                                                              *
002920*   AM ENDE JEDES LAUFS - AUCH VOR EINEM ABBRUCH - WIRD EIN    *
002930*   SATZ MIT RETURN-CODE UND DEN KENNZAHLEN DES LAUFS AN DAS   *
002940*   LAUFBUCH LAUFPROT (AUFBAU LAUFSATZ) ANGEHAENGT; DER        *
002950*   MORGENBERICHT CBK995 WERTET DAS LAUFBUCH AUS.              *
003000*--------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
004400            ORGANIZATION IS SEQUENTIAL.
004500     SELECT BERICHT-DATEI  ASSIGN TO DELTARPT
004600            ORGANIZATION IS SEQUENTIAL.
004610     SELECT LAUF-DATEI     ASSIGN TO LAUFPROT
004620            ORGANIZATION IS SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  JOURNAL-DATEI
005000     RECORDING MODE IS F
005100     LABEL RECORDS ARE STANDARD.
005200 01  JOURNAL-SATZ              PIC X(152).
005300 FD  AEND-DATEI
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005700 FD  ARCHIV-DATEI
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 01  ARCHIV-SATZ               PIC X(152).
006100 FD  LIEFER-DATEI
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400 01  LIEFER-SATZ               PIC X(152).
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
010200     05 WS-ZZ-TEXT             PIC X(42).
010300     05 WS-ZZ-ANZAHL           PIC ZZZZZZZZ9.
010400     05 FILLER                 PIC X(50) VALUE SPACES.
010409*--------------------------------------------------------------*
010418* ZEITPUNKT UND SATZ FUER DAS LAUFBUCH DER NACHTKETTE          *
010427* (LAUFPROT)                                                   *
010436*--------------------------------------------------------------*
010445 01  WS-LAUF-ZEITPUNKT.
010454     05 WS-LAUF-DATUM          PIC 9(06).
010463     05 WS-LAUF-ZEIT.
010472         10 WS-LAUF-HHMMSS     PIC 9(06).
010481         10 FILLER             PIC 9(02).
010490     COPY LAUFSATZ.
010500 PROCEDURE DIVISION.
010600*--------------------------------------------------------------*
010700* 0000-MAINLINE                                                *
011300     PERFORM 3000-JOURNAL-VERARBEITEN THRU 3000-EXIT
011400         UNTIL WS-JOURNAL-EOF
011500     PERFORM 8000-ABSCHLUSS       THRU 8000-EXIT
011510     PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
011600     STOP RUN.
011700*--------------------------------------------------------------*
011800* 1000-INITIALISIEREN - LETZTE VERGEBENE LAUFENDE NUMMER AUS    *
026900     WRITE BERICHT-ZEILE.
027000 8100-EXIT.
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
028300     MOVE 'CBK960'              TO LAUF-PROGRAMM
028400     STRING '20' WS-LAUF-DATUM DELIMITED BY SIZE
028500       INTO LAUF-DATUM
028600     MOVE WS-LAUF-HHMMSS        TO LAUF-UHRZEIT
028700     MOVE RETURN-CODE           TO LAUF-RC
028800     SET LAUF-NORMALLAUF        TO TRUE
028900     MOVE 'DELTAS'              TO LAUF-TEXT-1
029000     MOVE WS-ANZAHL-GESAMT      TO LAUF-ANZAHL-1
029100     MOVE 'BATCH'               TO LAUF-TEXT-2
029200     MOVE WS-ANZAHL-BATCH       TO LAUF-ANZAHL-2
029300     MOVE 'ONLINE'              TO LAUF-TEXT-3
029400     MOVE WS-ANZAHL-ONLINE      TO LAUF-ANZAHL-3
029500     OPEN EXTEND LAUF-DATEI
029600     WRITE LAUF-AUSGABE-SATZ FROM LAUF-SATZ
029700     CLOSE LAUF-DATEI.
029800 8900-EXIT.
029900     EXIT.
