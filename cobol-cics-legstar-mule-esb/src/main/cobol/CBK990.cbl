001200* 02.09.2026 HJW   ERSTERSTELLUNG - TAEGLICHE BESTANDSBILANZ    *
001300*                  DES BANKENSTAMMES GEGEN DIE AENDERUNGS-      *
001400*                  JOURNALE                                     *
001410* 15.10.2026 HJW   JOURNALSATZ UM IBAN-REGEL ERWEITERT (SATZ    *
001420*                  JETZT 152 BYTE)                              *
001430* 15.10.2026 HJW   BANKJRNL ENTHAELT AUCH DIE EINSPIELUNGEN     *
001440*                  DES TERMIN-AKTIVIERUNGSLAUFS CBK935          *
001450* 15.10.2026 HJW   LAUFSATZ (AUFBAU LAUFSATZ) AM LAUFENDE UND   *
001460*                  VOR JEDEM ABBRUCH AN DAS LAUFBUCH DER        *
001470*                  NACHTKETTE (LAUFPROT) ANGEHAENGT             *
001500*--------------------------------------------------------------*
001600* ZWECK:                                                       *
001700*   MASCHINELLER NACHWEIS, DASS DER BESTAND DER TABELLE        *
002100*        AUFBAU BILSATZ: ANZAHL JE SATZART, PRUEFSUMME UEBER   *
002200*        DIE SCHLUESSEL)                                       *
002300*     2. RECHNET DIE TAGESAENDERUNGEN HINZU: DAS JOURNAL DES   *
002400*        EINSPIELLAUFS (BANKJRNL, AUFBAU DELTSATZ; SAMT DEN    *
002410*        AM STICHTAG EINGESPIELTEN TERMINSAETZEN AUS CBK935)   *
002420*        UND DIE ERFOLGREICHEN ONLINE-KORREKTUREN (AENDEIN,    *
002500*        AUFBAU AENDSATZ, NUR FEHLERCODE '00'; REINE           *
002600*        AENDERUNGEN, DAHER OHNE WIRKUNG AUF ANZAHL UND        *
002700*        PRUEFSUMME)                                           *
002800*     3. ZAEHLT DEN BESTAND FRISCH AUS DER TABELLE UND BILDET  *
002900*        DIE PRUEFSUMME NEU                                    *
003000*     4. VERGLEICHT SOLL UND IST. BEI ABWEICHUNG WIRD EIN      *
003700*   DEM FRISCH GEZAEHLTEN STAND UND DEM BILANZERGEBNIS         *
003800*   GESCHRIEBEN. EIN LEERES BILANZIN GILT ALS ERSTLAUF: DER    *
003900*   STAND WIRD OHNE VERGLEICH ALS AUSGANGSBASIS UEBERNOMMEN.   *
003910*                                                              *
003920*   AM ENDE JEDES LAUFS - AUCH VOR EINEM ABBRUCH - WIRD EIN    *
003930*   SATZ MIT RETURN-CODE UND DEN KENNZAHLEN DES LAUFS AN DAS   *
003940*   LAUFBUCH LAUFPROT (AUFBAU LAUFSATZ) ANGEHAENGT; DER        *
003950*   MORGENBERICHT CBK995 WERTET DAS LAUFBUCH AUS.              *
004000*--------------------------------------------------------------*
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
005600            ORGANIZATION IS SEQUENTIAL.
005700     SELECT BERICHT-DATEI    ASSIGN TO BILANZRP 
005800            ORGANIZATION IS SEQUENTIAL.
005810     SELECT LAUF-DATEI       ASSIGN TO LAUFPROT
005820            ORGANIZATION IS SEQUENTIAL.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  BILANZ-ALT-DATEI
006500 FD  JOURNAL-DATEI
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 01  JOURNAL-SATZ              PIC X(152).
006900 FD  AEND-DATEI
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400 01  BERICHT-ZEILE             PIC X(101).
008410 FD  LAUF-DATEI
008420     RECORDING MODE IS F
008430     LABEL RECORDS ARE STANDARD.
008440 01  LAUF-AUSGABE-SATZ         PIC X(120).
008500 WORKING-STORAGE SECTION.
008600*--------------------------------------------------------------*
008700* SCHALTER UND ZAEHLER                                         *
018100*--------------------------------------------------------------*
018200     EXEC SQL INCLUDE SQLCA END-EXEC.
018300     COPY BANKSATZ.
018309*--------------------------------------------------------------*
018318* ZEITPUNKT UND SATZ FUER DAS LAUFBUCH DER NACHTKETTE          *
018327* (LAUFPROT)                                                   *
018336*--------------------------------------------------------------*
018345 01  WS-LAUF-ZEITPUNKT.
018354     05 WS-LAUF-DATUM          PIC 9(06).
018363     05 WS-LAUF-ZEIT.
018372         10 WS-LAUF-HHMMSS     PIC 9(06).
018381         10 FILLER             PIC 9(02).
018390     COPY LAUFSATZ.
018400 PROCEDURE DIVISION.
018500*--------------------------------------------------------------*
018600* 0000-MAINLINE                                                *
019800     IF WS-ABWEICHUNG
019900         MOVE 16 TO RETURN-CODE
020000     END-IF
020010     PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
020100     STOP RUN.
020200*--------------------------------------------------------------*
020300* 1000-INITIALISIEREN - VORGETRAGENEN KONTROLLSATZ LESEN,       *
058200     WRITE BERICHT-ZEILE.
058300 8200-EXIT.
058400     EXIT.
058403*--------------------------------------------------------------*
058406* 8900-LAUFSATZ-SCHREIBEN - LAUFSATZ MIT RETURN-CODE UND       *
058409* KENNZAHLEN DES LAUFS AN DAS LAUFBUCH (LAUFPROT) ANHAENGEN;   *
058412* WIRD AUCH VOR JEDEM ABBRUCH DURCHLAUFEN                      *
058415*--------------------------------------------------------------*
058418 8900-LAUFSATZ-SCHREIBEN.
058421     MOVE SPACES                TO LAUF-SATZ
058424     MOVE ZERO                  TO LAUF-ANZAHL-1 LAUF-ANZAHL-2
058427                                   LAUF-ANZAHL-3 LAUF-ANZAHL-4
058430     ACCEPT WS-LAUF-DATUM FROM DATE
058433     ACCEPT WS-LAUF-ZEIT  FROM TIME
058436     MOVE 'CBK990'              TO LAUF-PROGRAMM
058439     STRING '20' WS-LAUF-DATUM DELIMITED BY SIZE
058442       INTO LAUF-DATUM
058445     MOVE WS-LAUF-HHMMSS        TO LAUF-UHRZEIT
058448     MOVE RETURN-CODE           TO LAUF-RC
058451     SET LAUF-NORMALLAUF        TO TRUE
058454     MOVE 'INLAND'              TO LAUF-TEXT-1
058457     MOVE WS-IST-INLAND         TO LAUF-ANZAHL-1
058460     MOVE 'AUSLAND'             TO LAUF-TEXT-2
058463     MOVE WS-IST-AUSLAND        TO LAUF-ANZAHL-2
058466     OPEN EXTEND LAUF-DATEI
058469     WRITE LAUF-AUSGABE-SATZ FROM LAUF-SATZ
058472     CLOSE LAUF-DATEI.
058475 8900-EXIT.
058478     EXIT.
058500*--------------------------------------------------------------*
058600* 9000-ABBRUCH - DB2-FEHLER ODER UNLESBARER KONTROLLSATZ:       *
058700* LAUF MIT FEHLER-RETURN-CODE BEENDEN, OHNE KONTROLLSATZ UND    *
059200     CLOSE BILANZ-ALT-DATEI JOURNAL-DATEI AEND-DATEI
059300           BILANZ-NEU-DATEI SPERR-DATEI BERICHT-DATEI
059400     MOVE 16 TO RETURN-CODE
059410     PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
059500     STOP RUN.
059600 9000-EXIT.
059700     EXIT.
