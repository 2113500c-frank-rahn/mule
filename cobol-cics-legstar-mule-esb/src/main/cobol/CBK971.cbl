000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBK971.
000300 AUTHOR.        H-J WILMS.
000400 INSTALLATION.  BANKLEITZAHLEN-AUSKUNFT.
000500 DATE-WRITTEN.  15.10.2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* AENDERUNGSHISTORIE                                           *
000900*--------------------------------------------------------------*
001000* DATUM      NAME  BESCHREIBUNG                                 *
001100* ---------- ----- ------------------------------------------- *
001200* 15.10.2026 HJW   ERSTERSTELLUNG - MONATLICHE VORWARNUNG DER   *
001300*                  AUFRUFENDEN SYSTEME, DIE NOCH BLZ MIT        *
001400*                  ANGEKUENDIGTER LOESCHUNG ABFRAGEN            *
001500*--------------------------------------------------------------*
001600* ZWECK:                                                       *
001700*   GLEICHT DEN AUSZUG DER AUFRUFPROTOKOLLDATEI CBK010A        *
001800*   (AUDITEIN, AUFBAU AUDITSATZ) DES AUSWERTUNGSZEITRAUMS      *
001900*   GEGEN ALLE BLZ AB, FUER DIE DIE BUNDESBANK EINE LOESCHUNG  *
002000*   ANGEKUENDIGT HAT (HAUPTSTELLEN MIT GUELTIG-BIS, GESETZT    *
002100*   DURCH CBK930). DIE ABGEFRAGTE BLZ WIRD AUS DEM SUCHWERT    *
002200*   ERMITTELT:                                                 *
002300*   - IBAN-PRUEFUNG CBK020 (SUCHART 'I') UND                   *
002400*     IBAN-LISTENPRUEFUNG CBK021 (SUCHART 'L', NUR DIE         *
002500*     PROTOKOLLIERTE ERSTE IBAN): STELLEN 5-12 EINER DEUTSCHEN *
002600*     IBAN                                                     *
002700*   - IBAN-ERZEUGUNG CBK040 (SUCHART 'G'): STELLEN 1-8         *
002800*   - BIC-SUCHE CBK010 (SUCHART 'S'): DIE HAUPTSTELLE MIT      *
002900*     DIESEM BIC                                               *
003000*   PLZ/ORT- UND NAMENSSUCHEN NENNEN KEINE BESTIMMTE BLZ UND   *
003100*   WERDEN NUR GEZAEHLT.                                       *
003200*   JE AUFRUFENDEM SYSTEM ENTSTEHT EINE LISTE DER BETROFFENEN  *
003300*   BLZ MIT LOESCHDATUM, NACHFOLGEINSTITUT, AUFRUFANZAHL IM    *
003400*   ZEITRAUM UND RESTTAGEN (WIRKRPT) SOWIE DIE MASCHINELLE     *
003500*   VORWARNDATEI (WIRKOUT, AUFBAU WIRKSATZ), DIE PER SORT JE   *
003600*   SYSTEM AUFGETEILT AN DIE SYSTEMVERANTWORTLICHEN GEHT. BLZ, *
003700*   DIE NACH IHREM LOESCHDATUM NOCH ABGEFRAGT WURDEN, WERDEN   *
003800*   IN EINEM EIGENEN BERICHTSTEIL ESKALIERT UND IN WIRKOUT MIT *
003900*   SATZART 'E' GEKENNZEICHNET.                                *
004000*   DER ZEITRAUM UMFASST DIE AUF STEUERIN (STELLE 1-3)         *
004100*   ANGEGEBENE ZAHL VON KALENDERTAGEN BIS EINSCHLIESSLICH      *
004200*   LAUFTAG (OHNE KARTE 90 TAGE); AELTERE PROTOKOLLSAETZE      *
004300*   WERDEN NUR GEZAEHLT.                                       *
004400*--------------------------------------------------------------*
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SPECIAL-NAMES.
004800     DECIMAL-POINT IS COMMA.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT AUDIT-DATEI    ASSIGN TO AUDITEIN
005200            ORGANIZATION IS SEQUENTIAL.
005300     SELECT STEUER-DATEI   ASSIGN TO STEUERIN
005400            ORGANIZATION IS SEQUENTIAL.
005500     SELECT WIRK-DATEI     ASSIGN TO WIRKOUT
005600            ORGANIZATION IS SEQUENTIAL.
005700     SELECT BERICHT-DATEI  ASSIGN TO WIRKRPT
005800            ORGANIZATION IS SEQUENTIAL.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  AUDIT-DATEI
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400     COPY AUDITSATZ.
006500 FD  STEUER-DATEI
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 01  STEUER-SATZ.
006900     05 STEU-TAGE              PIC X(03).
007000     05 FILLER                 PIC X(77).
007100 FD  WIRK-DATEI
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  WIRK-AUSGABE-SATZ         PIC X(160).
007500 FD  BERICHT-DATEI
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800 01  BERICHT-ZEILE             PIC X(101).
007900 WORKING-STORAGE SECTION.
008000*--------------------------------------------------------------*
008100* SCHALTER UND ZAEHLER                                         *
008200*--------------------------------------------------------------*
008300 77  WS-SQLCODE                PIC S9(05) COMP VALUE ZERO.
008400 77  WS-TAGE                   PIC 9(03) VALUE 90.
008500 77  WS-TAG-NR                 PIC 9(03) COMP VALUE ZERO.
008600 77  WS-QUOTIENT               PIC 9(04) COMP VALUE ZERO.
008700 77  WS-REST                   PIC 9(04) COMP VALUE ZERO.
008800 77  WS-MONAT-ENDE             PIC 9(02) VALUE ZERO.
008900 77  WS-IX                     PIC 9(02) COMP VALUE ZERO.
009000 77  WS-LB-MAX                 PIC 9(05) COMP VALUE 5000.
009100 77  WS-TR-MAX                 PIC 9(05) COMP VALUE 3000.
009200 77  WS-RF-NR                  PIC 9(05) COMP VALUE ZERO.
009300 77  WS-MIN-NR                 PIC 9(05) COMP VALUE ZERO.
009400 01  WS-SCHALTER.
009500     05 WS-AUDIT-EOF-KZ        PIC X(01) VALUE 'N'.
009600         88 WS-AUDIT-EOF              VALUE 'J'.
009700     05 WS-STEUER-EOF-KZ       PIC X(01) VALUE 'N'.
009800         88 WS-STEUER-EOF             VALUE 'J'.
009900     05 WS-CURSOR-EOF-KZ       PIC X(01) VALUE 'N'.
010000         88 WS-CURSOR-EOF             VALUE 'J'.
010100     05 WS-GEFUNDEN-KZ         PIC X(01) VALUE 'N'.
010200         88 WS-GEFUNDEN               VALUE 'J'.
010300 01  WS-ZAEHLER.
010400     05 WS-ANZAHL-GELESEN      PIC 9(09) COMP VALUE ZERO.
010500     05 WS-ANZAHL-AUSSERHALB   PIC 9(09) COMP VALUE ZERO.
010600     05 WS-ANZAHL-OHNE-BLZ     PIC 9(09) COMP VALUE ZERO.
010700     05 WS-ANZAHL-NICHT-BETR   PIC 9(09) COMP VALUE ZERO.
010800     05 WS-ANZAHL-BETROFFEN    PIC 9(09) COMP VALUE ZERO.
010900     05 WS-ANZAHL-WEITERE      PIC 9(09) COMP VALUE ZERO.
011000     05 WS-ANZAHL-SYSTEME      PIC 9(05) COMP VALUE ZERO.
011100     05 WS-ANZAHL-ESKALIERT    PIC 9(05) COMP VALUE ZERO.
011200     05 WS-ANZAHL-WIRK         PIC 9(05) COMP VALUE ZERO.
011300     05 WS-SYS-ANZAHL-BLZ      PIC 9(05) COMP VALUE ZERO.
011400     05 WS-SYS-ANZAHL-AUFRUFE  PIC 9(09) COMP VALUE ZERO.
011500 01  WS-DATUM.
011600     05 WS-DATUM-JJ            PIC 9(02).
011700     05 WS-DATUM-MM            PIC 9(02).
011800     05 WS-DATUM-TT            PIC 9(02).
011900*--------------------------------------------------------------*
012000* TAGESDATUM, BEGINN DES AUSWERTUNGSZEITRAUMS UND FRUEHESTER/  *
012100* SPAETESTER PROTOKOLLSATZ DARIN (JJJJMMTT)                    *
012200*--------------------------------------------------------------*
012300 01  WS-TAGESDATUM.
012400     05 FILLER                 PIC X(02) VALUE '20'.
012500     05 WS-TAGESDATUM-JJMMTT   PIC 9(06).
012600 01  WS-ZEITRAUM-BEGINN.
012700     05 WS-ZB-JJJJ             PIC 9(04).
012800     05 WS-ZB-MM               PIC 9(02).
012900     05 WS-ZB-TT               PIC 9(02).
013000 01  WS-ZEITRAUM-BEGINN-X REDEFINES WS-ZEITRAUM-BEGINN
013100                               PIC X(08).
013200 01  WS-ERSTER-AUFRUF          PIC X(08) VALUE HIGH-VALUES.
013300 01  WS-LETZTER-AUFRUF         PIC X(08) VALUE LOW-VALUES.
013400*--------------------------------------------------------------*
013500* TAGE JE MONAT (FEBRUAR IM SCHALTJAHR WIRD ANGEPASST) UND      *
013600* TAGE BIS MONATSENDE IM GEMEINJAHR                             *
013700*--------------------------------------------------------------*
013800 01  WS-MONATSTAGE-WERTE.
013900     05 FILLER                 PIC X(24)
014000                               VALUE '312831303130313130313031'.
014100 01  WS-MONATSTAGE REDEFINES WS-MONATSTAGE-WERTE.
014200     05 WS-MT-TAGE             PIC 9(02) OCCURS 12 TIMES.
014300 01  WS-MONATSENDE-KONSTANTE.
014400     05 FILLER                 PIC X(36) VALUE
014500     '031059090120151181212243273304334365'.
014600 01  WS-MONATSENDE-TABELLE REDEFINES WS-MONATSENDE-KONSTANTE.
014700     05 WS-MONATSENDE          PIC 9(03) OCCURS 12 TIMES.
014800*--------------------------------------------------------------*
014900* UMSETZUNG DES PROTOKOLLDATUMS (EIBDATE, 0CJJTTT) IN JJJJMMTT *
015000*--------------------------------------------------------------*
015100 01  WS-AUDIT-DATUM-Z          PIC 9(07) VALUE ZERO.
015200 01  WS-AUDIT-DATUM-AUFBAU REDEFINES WS-AUDIT-DATUM-Z.
015300     05 FILLER                 PIC 9(01).
015400     05 WS-AD-JAHRHUNDERT      PIC 9(01).
015500     05 WS-AD-JAHR             PIC 9(02).
015600     05 WS-AD-TAG              PIC 9(03).
015700 77  WS-TAG-IM-JAHR            PIC 9(03) COMP VALUE ZERO.
015800 77  WS-SCHALTTAG              PIC 9(01) COMP VALUE ZERO.
015900 01  WS-AUFRUF-DATUM.
016000     05 WS-AU-JJJJ             PIC 9(04).
016100     05 WS-AU-MM               PIC 9(02).
016200     05 WS-AU-TT               PIC 9(02).
016300 01  WS-AUFRUF-DATUM-X REDEFINES WS-AUFRUF-DATUM
016400                               PIC X(08).
016500*--------------------------------------------------------------*
016600* TAGESNUMMER EINES DATUMS JJJJMMTT (TAGE SEIT DEM 31.12.1900) *
016700* FUER DIE RESTTAGE BIS ZUR LOESCHUNG                          *
016800*--------------------------------------------------------------*
016900 01  WS-TN-DATUM.
017000     05 WS-TN-JJJJ             PIC 9(04).
017100     05 WS-TN-MM               PIC 9(02).
017200     05 WS-TN-TT               PIC 9(02).
017300 01  WS-TN-DATUM-X REDEFINES WS-TN-DATUM PIC X(08).
017400 77  WS-TN-ERGEBNIS            PIC S9(07) COMP VALUE ZERO.
017500 77  WS-TN-HEUTE               PIC S9(07) COMP VALUE ZERO.
017600*--------------------------------------------------------------*
017700* ZUR LOESCHUNG ANGEKUENDIGTE BLZ (HAUPTSTELLEN MIT            *
017800* GUELTIG-BIS), NACH BLZ AUFSTEIGEND FUER DIE BINAERE SUCHE;   *
017900* UNBELEGTE EINTRAEGE STEHEN AUF HIGH-VALUES                   *
018000*--------------------------------------------------------------*
018100 77  WS-LB-ANZAHL              PIC 9(05) COMP VALUE ZERO.
018200 01  WS-LOESCH-TABELLE.
018300     05 WS-LB-EINTRAG          OCCURS 5000
018400                               ASCENDING KEY IS WS-LB-BLZ
018500                               INDEXED BY WS-LB-IX.
018600         10 WS-LB-BLZ          PIC X(08).
018700         10 WS-LB-NAME         PIC X(30).
018800         10 WS-LB-BIC          PIC X(11).
018900         10 WS-LB-GUELTIG-BIS  PIC X(08).
019000         10 WS-LB-NACHFOLGE-BLZ PIC X(08).
019100         10 WS-LB-NACHFOLGE-NAME PIC X(30).
019200         10 WS-LB-RESTTAGE     PIC S9(05) COMP.
019300*--------------------------------------------------------------*
019400* BIC DER ANGEKUENDIGTEN BLZ, NACH BIC AUFSTEIGEND, MIT        *
019500* VERWEIS AUF DEN EINTRAG DER LOESCHTABELLE. BEI MEHRFACH      *
019600* VERGEBENEM BIC WIRD DER AUFRUF DER ZUERST GEFUNDENEN BLZ     *
019700* ZUGERECHNET.                                                 *
019800*--------------------------------------------------------------*
019900 77  WS-BB-ANZAHL              PIC 9(05) COMP VALUE ZERO.
020000 01  WS-BIC-TABELLE.
020100     05 WS-BB-EINTRAG          OCCURS 5000
020200                               ASCENDING KEY IS WS-BB-BIC
020300                               INDEXED BY WS-BB-IX.
020400         10 WS-BB-BIC          PIC X(11).
020500         10 WS-BB-LB-NR        PIC 9(05) COMP.
020600 01  WS-SUCH-BLZ               PIC X(08) VALUE SPACES.
020700 01  WS-SUCH-BIC               PIC X(11) VALUE SPACES.
020800*--------------------------------------------------------------*
020900* AUFRUFE JE SYSTEM UND BETROFFENER BLZ. DER SCHLUESSEL        *
021000* (SYSTEM, LAUFENDE NUMMER IN DER LOESCHTABELLE) ERGIBT DIE    *
021100* DRUCKFOLGE NACH SYSTEM UND BLZ. IST DIE TABELLE VOLL, WERDEN *
021200* WEITERE PAARE NUR NOCH SUMMARISCH GEZAEHLT (WIE CBK970).     *
021300*--------------------------------------------------------------*
021400 77  WS-TR-ANZAHL              PIC 9(05) COMP VALUE ZERO.
021500 01  WS-TREFFER-TABELLE.
021600     05 WS-TR-EINTRAG          OCCURS 3000
021700                               INDEXED BY WS-TR-IX WS-TR-MIN-IX.
021800         10 WS-TR-SCHLUESSEL.
021900             15 WS-TR-SYSTEM   PIC X(08).
022000             15 WS-TR-LB-NR    PIC 9(05).
022100         10 WS-TR-ANZAHL-AUFRUFE PIC 9(09) COMP.
022200         10 WS-TR-NACH-ABLAUF  PIC 9(09) COMP.
022300         10 WS-TR-LETZTER      PIC X(08).
022400         10 WS-TR-AUSGEGEBEN-KZ PIC X(01).
022500 01  WS-TR-SUCHSCHLUESSEL.
022600     05 WS-TS-SYSTEM           PIC X(08).
022700     05 WS-TS-LB-NR            PIC 9(05).
022800*--------------------------------------------------------------*
022900* DRUCKFOLGE DER TREFFERTABELLE (NACH SYSTEM UND BLZ)          *
023000*--------------------------------------------------------------*
023100 01  WS-REIHENFOLGE-TABELLE.
023200     05 WS-RF-TR-NR            PIC 9(05) COMP OCCURS 3000
023300                               INDEXED BY WS-RF-IX.
023400 01  WS-LETZTES-SYSTEM         PIC X(08) VALUE LOW-VALUES.
023500*--------------------------------------------------------------*
023600* SATZAUFBAU DER MASCHINELLEN VORWARNDATEI                      *
023700*--------------------------------------------------------------*
023800     COPY WIRKSATZ.
023900*--------------------------------------------------------------*
024000* AUFBAU DER BERICHTSZEILEN                                    *
024100*--------------------------------------------------------------*
024200 01  WS-SPALTENZEILE-1.
024300     05 FILLER                 PIC X(50) VALUE
024400        'BLZ      NAME                 LOESCHD. NACHF.   NA'.
024500     05 FILLER                 PIC X(51) VALUE
024600        'CHFOLGEINSTITUT      AUFRUFE  REST. KZ'.
024700 01  WS-DETAILZEILE.
024800     05 WS-DZ-BLZ              PIC X(08).
024900     05 FILLER                 PIC X(01) VALUE SPACES.
025000     05 WS-DZ-NAME             PIC X(20).
025100     05 FILLER                 PIC X(01) VALUE SPACES.
025200     05 WS-DZ-GUELTIG-BIS      PIC X(08).
025300     05 FILLER                 PIC X(01) VALUE SPACES.
025400     05 WS-DZ-NACHFOLGE-BLZ    PIC X(08).
025500     05 FILLER                 PIC X(01) VALUE SPACES.
025600     05 WS-DZ-NACHFOLGE-NAME   PIC X(20).
025700     05 FILLER                 PIC X(01) VALUE SPACES.
025800     05 WS-DZ-AUFRUFE          PIC ZZZZZZZZ9.
025900     05 FILLER                 PIC X(01) VALUE SPACES.
026000     05 WS-DZ-RESTTAGE         PIC -----9.
026100     05 FILLER                 PIC X(01) VALUE SPACES.
026200     05 WS-DZ-KZ               PIC X(10).
026300     05 FILLER                 PIC X(04) VALUE SPACES.
026400 01  WS-SPALTENZEILE-2.
026500     05 FILLER                 PIC X(50) VALUE
026600        'SYSTEM   BLZ      LOESCHD. NACHF.     AUFRUFE  DAV'.
026700     05 FILLER                 PIC X(51) VALUE
026800        'ON DANACH LETZTER'.
026900 01  WS-ESKALATIONSZEILE.
027000     05 WS-EZ-SYSTEM           PIC X(08).
027100     05 FILLER                 PIC X(01) VALUE SPACES.
027200     05 WS-EZ-BLZ              PIC X(08).
027300     05 FILLER                 PIC X(01) VALUE SPACES.
027400     05 WS-EZ-GUELTIG-BIS      PIC X(08).
027500     05 FILLER                 PIC X(01) VALUE SPACES.
027600     05 WS-EZ-NACHFOLGE-BLZ    PIC X(08).
027700     05 FILLER                 PIC X(01) VALUE SPACES.
027800     05 WS-EZ-AUFRUFE          PIC ZZZZZZZZ9.
027900     05 FILLER                 PIC X(01) VALUE SPACES.
028000     05 WS-EZ-NACH-ABLAUF      PIC ZZZZZZZZZZZZ9.
028100     05 FILLER                 PIC X(01) VALUE SPACES.
028200     05 WS-EZ-LETZTER          PIC X(08).
028300     05 FILLER                 PIC X(33) VALUE SPACES.
028400 01  WS-ZAEHLERZEILE.
028500     05 WS-ZZ-TEXT             PIC X(46).
028600     05 WS-ZZ-ANZAHL           PIC ZZZZZZZZ9.
028700     05 FILLER                 PIC X(46) VALUE SPACES.
028800*--------------------------------------------------------------*
028900* DB2 KOMMUNIKATIONSBEREICH UND HOST-VARIABLEN                 *
029000*--------------------------------------------------------------*
029100     EXEC SQL INCLUDE SQLCA END-EXEC.
029200     COPY BANKSATZ.
029300 01  WS-NACHFOLGE-NAME         PIC X(30) VALUE SPACES.
029400 PROCEDURE DIVISION.
029500*--------------------------------------------------------------*
029600* 0000-MAINLINE                                                *
029700*--------------------------------------------------------------*
029800 0000-MAINLINE.
029900     PERFORM 1000-INITIALISIEREN  THRU 1000-EXIT
030000     PERFORM 3000-AUFRUF-AUSWERTEN THRU 3000-EXIT
030100         UNTIL WS-AUDIT-EOF
030200     PERFORM 6000-REIHENFOLGE-BILDEN THRU 6000-EXIT
030300     PERFORM 7000-SYSTEMTEIL-SCHREIBEN THRU 7000-EXIT
030400     PERFORM 7500-ESKALATION-SCHREIBEN THRU 7500-EXIT
030500     PERFORM 8000-ABSCHLUSS       THRU 8000-EXIT
030600     STOP RUN.
030700*--------------------------------------------------------------*
030800* 1000-INITIALISIEREN - STEUERKARTE LESEN, ZEITRAUMBEGINN      *
030900* BERECHNEN, LOESCH- UND BIC-TABELLE AUS DER DATENBANK LADEN   *
031000*--------------------------------------------------------------*
031100 1000-INITIALISIEREN.
031200     OPEN INPUT  AUDIT-DATEI
031300     OPEN INPUT  STEUER-DATEI
031400     OPEN OUTPUT WIRK-DATEI
031500     OPEN OUTPUT BERICHT-DATEI
031600     ACCEPT WS-DATUM FROM DATE
031700     MOVE WS-DATUM TO WS-TAGESDATUM-JJMMTT
031800     READ STEUER-DATEI
031900         AT END
032000             SET WS-STEUER-EOF TO TRUE
032100     END-READ
032200     IF NOT WS-STEUER-EOF
032300        AND STEU-TAGE NUMERIC
032400        AND STEU-TAGE > '000'
032500         MOVE STEU-TAGE         TO WS-TAGE
032600     END-IF
032700     CLOSE STEUER-DATEI
032800     MOVE WS-TAGESDATUM         TO WS-ZEITRAUM-BEGINN-X
032900     PERFORM 1100-TAG-ZURUECKZAEHLEN THRU 1100-EXIT
033000         VARYING WS-TAG-NR FROM 2 BY 1
033100         UNTIL WS-TAG-NR > WS-TAGE
033200     MOVE WS-TAGESDATUM         TO WS-TN-DATUM-X
033300     PERFORM 5000-TAGESNUMMER-ERMITTELN THRU 5000-EXIT
033400     MOVE WS-TN-ERGEBNIS        TO WS-TN-HEUTE
033500     PERFORM 1200-LOESCHTABELLE-LADEN THRU 1200-EXIT
033600     PERFORM 1300-BIC-TABELLE-LADEN THRU 1300-EXIT
033700     PERFORM 2100-BERICHTSKOPF-SCHREIBEN THRU 2100-EXIT
033800     PERFORM 2200-AUDIT-LESEN     THRU 2200-EXIT.
033900 1000-EXIT.
034000     EXIT.
034100*--------------------------------------------------------------*
034200* 1100-TAG-ZURUECKZAEHLEN - DEN ZEITRAUMBEGINN UM EINEN        *
034300* KALENDERTAG ZURUECKSETZEN (GEGENSTUECK ZU CBK936)            *
034400*--------------------------------------------------------------*
034500 1100-TAG-ZURUECKZAEHLEN.
034600     IF WS-ZB-TT > 1
034700         SUBTRACT 1 FROM WS-ZB-TT
034800         GO TO 1100-EXIT
034900     END-IF
035000     IF WS-ZB-MM > 1
035100         SUBTRACT 1 FROM WS-ZB-MM
035200     ELSE
035300         MOVE 12                TO WS-ZB-MM
035400         SUBTRACT 1 FROM WS-ZB-JJJJ
035500     END-IF
035600     MOVE WS-MT-TAGE (WS-ZB-MM) TO WS-MONAT-ENDE
035700     IF WS-ZB-MM = 2
035800         DIVIDE WS-ZB-JJJJ BY 4 GIVING WS-QUOTIENT
035900             REMAINDER WS-REST
036000         IF WS-REST = ZERO
036100             MOVE 29            TO WS-MONAT-ENDE
036200         END-IF
036300     END-IF
036400     MOVE WS-MONAT-ENDE         TO WS-ZB-TT.
036500 1100-EXIT.
036600     EXIT.
036700*--------------------------------------------------------------*
036800* 1200-LOESCHTABELLE-LADEN - ALLE HAUPTSTELLEN MIT             *
036900* ANGEKUENDIGTER LOESCHUNG NACH BLZ AUFSTEIGEND EINLESEN       *
037000*--------------------------------------------------------------*
037100 1200-LOESCHTABELLE-LADEN.
037200     MOVE HIGH-VALUES TO WS-LOESCH-TABELLE
037300     EXEC SQL
037400         DECLARE LOESCH-CURSOR CURSOR FOR
037500         SELECT NAME, BLZ, BIC, GUELTIG_BIS, NACHFOLGE_BLZ
037600           FROM BANKLEITZAHLEN
037700          WHERE SATZART = 'D'
037800            AND FILIALNR = '000'
037900            AND GUELTIG_BIS <> ' '
038000          ORDER BY BLZ
038100     END-EXEC
038200     EXEC SQL
038300         OPEN LOESCH-CURSOR
038400     END-EXEC
038500     MOVE SQLCODE TO WS-SQLCODE
038600     IF WS-SQLCODE NOT = ZERO
038700         DISPLAY 'CBK971: FEHLER OPEN LOESCH-CURSOR SQLCODE '
038800                 WS-SQLCODE
038900         MOVE 16 TO RETURN-CODE
039000         STOP RUN
039100     END-IF
039200     MOVE 'N' TO WS-CURSOR-EOF-KZ
039300     PERFORM 1210-LOESCHSATZ-UEBERNEHMEN THRU 1210-EXIT
039400         UNTIL WS-CURSOR-EOF
039500     EXEC SQL
039600         CLOSE LOESCH-CURSOR
039700     END-EXEC.
039800 1200-EXIT.
039900     EXIT.
040000*--------------------------------------------------------------*
040100* 1210-LOESCHSATZ-UEBERNEHMEN - EINE ANGEKUENDIGTE BLZ MIT     *
040200* NACHFOLGEINSTITUT UND RESTTAGEN IN DIE TABELLE STELLEN       *
040300*--------------------------------------------------------------*
040400 1210-LOESCHSATZ-UEBERNEHMEN.
040500     EXEC SQL
040600         FETCH LOESCH-CURSOR
040700         INTO :BS-NAME, :BS-BLZ, :BS-BIC, :BS-GUELTIG-BIS,
040800              :BS-NACHFOLGE-BLZ
040900     END-EXEC
041000     MOVE SQLCODE TO WS-SQLCODE
041100     IF WS-SQLCODE = 100
041200         SET WS-CURSOR-EOF TO TRUE
041300         GO TO 1210-EXIT
041400     END-IF
041500     IF WS-SQLCODE NOT = ZERO
041600         DISPLAY 'CBK971: FEHLER FETCH LOESCH-CURSOR SQLCODE '
041700                 WS-SQLCODE
041800         MOVE 16 TO RETURN-CODE
041900         STOP RUN
042000     END-IF
042100     IF WS-LB-ANZAHL >= WS-LB-MAX
042200         DISPLAY 'CBK971: MEHR ALS ' WS-LB-MAX
042300                 ' ANGEKUENDIGTE LOESCHUNGEN - TABELLE ERWEITERN'
042400         MOVE 16 TO RETURN-CODE
042500         STOP RUN
042600     END-IF
042700     ADD 1 TO WS-LB-ANZAHL
042800     SET WS-LB-IX                 TO WS-LB-ANZAHL
042900     MOVE BS-BLZ                  TO WS-LB-BLZ (WS-LB-IX)
043000     MOVE BS-NAME                 TO WS-LB-NAME (WS-LB-IX)
043100     MOVE BS-BIC                  TO WS-LB-BIC (WS-LB-IX)
043200     MOVE BS-GUELTIG-BIS   TO WS-LB-GUELTIG-BIS (WS-LB-IX)
043300     MOVE BS-NACHFOLGE-BLZ TO WS-LB-NACHFOLGE-BLZ (WS-LB-IX)
043400     PERFORM 1220-NACHFOLGER-LESEN THRU 1220-EXIT
043500     MOVE WS-NACHFOLGE-NAME TO WS-LB-NACHFOLGE-NAME (WS-LB-IX)
043600     MOVE BS-GUELTIG-BIS          TO WS-TN-DATUM-X
043700     PERFORM 5000-TAGESNUMMER-ERMITTELN THRU 5000-EXIT
043800     COMPUTE WS-LB-RESTTAGE (WS-LB-IX) =
043900             WS-TN-ERGEBNIS - WS-TN-HEUTE.
044000 1210-EXIT.
044100     EXIT.
044200*--------------------------------------------------------------*
044300* 1220-NACHFOLGER-LESEN - NAME DER HAUPTSTELLE DER             *
044400* NACHFOLGE-BLZ; OHNE NACHFOLGER ODER WENN DIESER (NOCH) NICHT *
044500* IM BESTAND IST, BLEIBT DER NAME LEER                         *
044600*--------------------------------------------------------------*
044700 1220-NACHFOLGER-LESEN.
044800     MOVE SPACES TO WS-NACHFOLGE-NAME
044900     IF BS-NACHFOLGE-BLZ = SPACES
045000         GO TO 1220-EXIT
045100     END-IF
045200     EXEC SQL
045300         SELECT NAME
045400           INTO :WS-NACHFOLGE-NAME
045500           FROM BANKLEITZAHLEN
045600          WHERE SATZART = 'D'
045700            AND BLZ = :BS-NACHFOLGE-BLZ
045800            AND FILIALNR = '000'
045900     END-EXEC
046000     MOVE SQLCODE TO WS-SQLCODE
046100     IF WS-SQLCODE NOT = ZERO AND WS-SQLCODE NOT = 100
046200         DISPLAY 'CBK971: FEHLER SELECT NACHFOLGER '
046300                 BS-NACHFOLGE-BLZ ' SQLCODE ' WS-SQLCODE
046400         MOVE 16 TO RETURN-CODE
046500         STOP RUN
046600     END-IF.
046700 1220-EXIT.
046800     EXIT.
046900*--------------------------------------------------------------*
047000* 1300-BIC-TABELLE-LADEN - DIE BIC DER ANGEKUENDIGTEN BLZ NACH *
047100* BIC AUFSTEIGEND EINLESEN UND DEM EINTRAG DER LOESCHTABELLE   *
047200* ZUORDNEN                                                     *
047300*--------------------------------------------------------------*
047400 1300-BIC-TABELLE-LADEN.
047500     MOVE HIGH-VALUES TO WS-BIC-TABELLE
047600     EXEC SQL
047700         DECLARE BIC-CURSOR CURSOR FOR
047800         SELECT BIC, BLZ
047900           FROM BANKLEITZAHLEN
048000          WHERE SATZART = 'D'
048100            AND FILIALNR = '000'
048200            AND GUELTIG_BIS <> ' '
048300            AND BIC <> ' '
048400          ORDER BY BIC, BLZ
048500     END-EXEC
048600     EXEC SQL
048700         OPEN BIC-CURSOR
048800     END-EXEC
048900     MOVE SQLCODE TO WS-SQLCODE
049000     IF WS-SQLCODE NOT = ZERO
049100         DISPLAY 'CBK971: FEHLER OPEN BIC-CURSOR SQLCODE '
049200                 WS-SQLCODE
049300         MOVE 16 TO RETURN-CODE
049400         STOP RUN
049500     END-IF
049600     MOVE 'N' TO WS-CURSOR-EOF-KZ
049700     PERFORM 1310-BIC-UEBERNEHMEN THRU 1310-EXIT
049800         UNTIL WS-CURSOR-EOF
049900     EXEC SQL
050000         CLOSE BIC-CURSOR
050100     END-EXEC.
050200 1300-EXIT.
050300     EXIT.
050400*--------------------------------------------------------------*
050500* 1310-BIC-UEBERNEHMEN                                         *
050600*--------------------------------------------------------------*
050700 1310-BIC-UEBERNEHMEN.
050800     EXEC SQL
050900         FETCH BIC-CURSOR
051000         INTO :BS-BIC, :BS-BLZ
051100     END-EXEC
051200     MOVE SQLCODE TO WS-SQLCODE
051300     IF WS-SQLCODE = 100
051400         SET WS-CURSOR-EOF TO TRUE
051500         GO TO 1310-EXIT
051600     END-IF
051700     IF WS-SQLCODE NOT = ZERO
051800         DISPLAY 'CBK971: FEHLER FETCH BIC-CURSOR SQLCODE '
051900                 WS-SQLCODE
052000         MOVE 16 TO RETURN-CODE
052100         STOP RUN
052200     END-IF
052300     SEARCH ALL WS-LB-EINTRAG
052400         AT END
052500             GO TO 1310-EXIT
052600         WHEN WS-LB-BLZ (WS-LB-IX) = BS-BLZ
052700             CONTINUE
052800     END-SEARCH
052900     ADD 1 TO WS-BB-ANZAHL
053000     SET WS-BB-IX                 TO WS-BB-ANZAHL
053100     MOVE BS-BIC                  TO WS-BB-BIC (WS-BB-IX)
053200     SET WS-BB-LB-NR (WS-BB-IX)   TO WS-LB-IX.
053300 1310-EXIT.
053400     EXIT.
053500*--------------------------------------------------------------*
053600* 2100-BERICHTSKOPF-SCHREIBEN                                  *
053700*--------------------------------------------------------------*
053800 2100-BERICHTSKOPF-SCHREIBEN.
053900     MOVE SPACES TO BERICHT-ZEILE
054000     STRING 'VORWARNUNG ANGEKUENDIGTE BLZ-LOESCHUNGEN VOM 20'
054100            WS-DATUM-JJ '-' WS-DATUM-MM '-' WS-DATUM-TT
054200            DELIMITED BY SIZE
054300       INTO BERICHT-ZEILE
054400     WRITE BERICHT-ZEILE
054500     MOVE SPACES TO BERICHT-ZEILE
054600     STRING 'AUSWERTUNGSZEITRAUM ' WS-ZEITRAUM-BEGINN-X
054700            ' BIS ' WS-TAGESDATUM ' (' WS-TAGE ' TAGE)'
054800            DELIMITED BY SIZE
054900       INTO BERICHT-ZEILE
055000     WRITE BERICHT-ZEILE
055100     MOVE SPACES TO BERICHT-ZEILE
055200     WRITE BERICHT-ZEILE.
055300 2100-EXIT.
055400     EXIT.
055500*--------------------------------------------------------------*
055600* 2200-AUDIT-LESEN                                             *
055700*--------------------------------------------------------------*
055800 2200-AUDIT-LESEN.
055900     READ AUDIT-DATEI
056000         AT END
056100             SET WS-AUDIT-EOF TO TRUE
056200     END-READ.
056300 2200-EXIT.
056400     EXIT.
056500*--------------------------------------------------------------*
056600* 3000-AUFRUF-AUSWERTEN - EINEN PROTOKOLLSATZ DES ZEITRAUMS    *
056700* DER ABGEFRAGTEN BLZ ZUORDNEN UND, WENN DIESE ZUR LOESCHUNG   *
056800* ANGEKUENDIGT IST, JE SYSTEM ZAEHLEN                          *
056900*--------------------------------------------------------------*
057000 3000-AUFRUF-AUSWERTEN.
057100     ADD 1 TO WS-ANZAHL-GELESEN
057200     PERFORM 3100-AUDITDATUM-UMSETZEN THRU 3100-EXIT
057300     IF WS-AUFRUF-DATUM-X < WS-ZEITRAUM-BEGINN-X
057400        OR WS-AUFRUF-DATUM-X > WS-TAGESDATUM
057500         ADD 1 TO WS-ANZAHL-AUSSERHALB
057600         GO TO 3000-WEITER
057700     END-IF
057800     IF WS-AUFRUF-DATUM-X < WS-ERSTER-AUFRUF
057900         MOVE WS-AUFRUF-DATUM-X TO WS-ERSTER-AUFRUF
058000     END-IF
058100     IF WS-AUFRUF-DATUM-X > WS-LETZTER-AUFRUF
058200         MOVE WS-AUFRUF-DATUM-X TO WS-LETZTER-AUFRUF
058300     END-IF
058400     MOVE SPACES TO WS-SUCH-BLZ
058500     EVALUATE AUDIT-SUCHART
058600         WHEN 'I'
058700         WHEN 'L'
058800             IF AUDIT-SUCHWERT (1:2) = 'DE'
058900                 MOVE AUDIT-SUCHWERT (5:8) TO WS-SUCH-BLZ
059000             END-IF
059100         WHEN 'G'
059200             MOVE AUDIT-SUCHWERT (1:8) TO WS-SUCH-BLZ
059300         WHEN 'S'
059400             PERFORM 3200-BIC-ZUORDNEN THRU 3200-EXIT
059500             IF AUDIT-SUCHWERT (1:11) NOT = SPACES
059600                AND NOT WS-GEFUNDEN
059700                 ADD 1 TO WS-ANZAHL-NICHT-BETR
059800                 GO TO 3000-WEITER
059900             END-IF
060000         WHEN OTHER
060100             CONTINUE
060200     END-EVALUATE
060300     IF WS-SUCH-BLZ = SPACES
060400         ADD 1 TO WS-ANZAHL-OHNE-BLZ
060500         GO TO 3000-WEITER
060600     END-IF
060700     SEARCH ALL WS-LB-EINTRAG
060800         AT END
060900             ADD 1 TO WS-ANZAHL-NICHT-BETR
061000             GO TO 3000-WEITER
061100         WHEN WS-LB-BLZ (WS-LB-IX) = WS-SUCH-BLZ
061200             CONTINUE
061300     END-SEARCH
061400     ADD 1 TO WS-ANZAHL-BETROFFEN
061500     PERFORM 3300-TREFFER-ZAEHLEN THRU 3300-EXIT.
061600 3000-WEITER.
061700     PERFORM 2200-AUDIT-LESEN THRU 2200-EXIT.
061800 3000-EXIT.
061900     EXIT.
062000*--------------------------------------------------------------*
062100* 3100-AUDITDATUM-UMSETZEN - PROTOKOLLDATUM 0CJJTTT IN         *
062200* JJJJMMTT UMSETZEN (JAHR UND TAG IM JAHR WIE CBK970)          *
062300*--------------------------------------------------------------*
062400 3100-AUDITDATUM-UMSETZEN.
062500     MOVE AUDIT-DATUM           TO WS-AUDIT-DATUM-Z
062600     COMPUTE WS-AU-JJJJ =
062700             1900 + WS-AD-JAHRHUNDERT * 100 + WS-AD-JAHR
062800     MOVE WS-AD-TAG             TO WS-TAG-IM-JAHR
062900     MOVE ZERO                  TO WS-SCHALTTAG
063000     DIVIDE WS-AU-JJJJ BY 4
063100         GIVING WS-QUOTIENT REMAINDER WS-REST
063200     IF WS-REST = ZERO
063300         MOVE 1                 TO WS-SCHALTTAG
063400     END-IF
063500     IF WS-SCHALTTAG = 1 AND WS-TAG-IM-JAHR = 60
063600         MOVE 2                 TO WS-AU-MM
063700         MOVE 29                TO WS-AU-TT
063800         GO TO 3100-EXIT
063900     END-IF
064000     IF WS-SCHALTTAG = 1 AND WS-TAG-IM-JAHR > 60
064100         SUBTRACT 1 FROM WS-TAG-IM-JAHR
064200     END-IF
064300     MOVE ZERO                  TO WS-AU-MM
064400     PERFORM 3110-MONAT-SUCHEN THRU 3110-EXIT
064500         VARYING WS-IX FROM 1 BY 1
064600         UNTIL WS-IX > 12 OR WS-AU-MM > ZERO
064700     IF WS-AU-MM = ZERO
064800         MOVE 12                TO WS-AU-MM
064900     END-IF
065000     IF WS-AU-MM = 1
065100         MOVE WS-TAG-IM-JAHR    TO WS-AU-TT
065200     ELSE
065300         COMPUTE WS-AU-TT =
065400                 WS-TAG-IM-JAHR - WS-MONATSENDE (WS-AU-MM - 1)
065500     END-IF.
065600 3100-EXIT.
065700     EXIT.
065800*--------------------------------------------------------------*
065900* 3110-MONAT-SUCHEN                                            *
066000*--------------------------------------------------------------*
066100 3110-MONAT-SUCHEN.
066200     IF WS-TAG-IM-JAHR NOT > WS-MONATSENDE (WS-IX)
066300         MOVE WS-IX TO WS-AU-MM
066400     END-IF.
066500 3110-EXIT.
066600     EXIT.
066700*--------------------------------------------------------------*
066800* 3200-BIC-ZUORDNEN - DIE BLZ ZUM GESUCHTEN BIC AUS DER        *
066900* BIC-TABELLE HOLEN; GEHOERT DER BIC KEINER ANGEKUENDIGTEN     *
067000* BLZ, BLEIBT WS-GEFUNDEN AUS                                  *
067100*--------------------------------------------------------------*
067200 3200-BIC-ZUORDNEN.
067300     MOVE 'N' TO WS-GEFUNDEN-KZ
067400     MOVE AUDIT-SUCHWERT (1:11) TO WS-SUCH-BIC
067500     IF WS-SUCH-BIC = SPACES
067600         GO TO 3200-EXIT
067700     END-IF
067800     SEARCH ALL WS-BB-EINTRAG
067900         AT END
068000             GO TO 3200-EXIT
068100         WHEN WS-BB-BIC (WS-BB-IX) = WS-SUCH-BIC
068200             SET WS-LB-IX TO WS-BB-LB-NR (WS-BB-IX)
068300             MOVE WS-LB-BLZ (WS-LB-IX) TO WS-SUCH-BLZ
068400             SET WS-GEFUNDEN TO TRUE
068500     END-SEARCH.
068600 3200-EXIT.
068700     EXIT.
068800*--------------------------------------------------------------*
068900* 3300-TREFFER-ZAEHLEN - DAS PAAR AUS SYSTEM UND BLZ IN DER    *
069000* TREFFERTABELLE SUCHEN BZW. NEU AUFNEHMEN; AUFRUFE NACH DEM   *
069100* LOESCHDATUM GESONDERT ZAEHLEN                                *
069200*--------------------------------------------------------------*
069300 3300-TREFFER-ZAEHLEN.
069400     IF AUDIT-SYSTEM = SPACES
069500         MOVE 'UNBEKANT'        TO WS-TS-SYSTEM
069600     ELSE
069700         MOVE AUDIT-SYSTEM      TO WS-TS-SYSTEM
069800     END-IF
069900     SET WS-TS-LB-NR            TO WS-LB-IX
070000     MOVE 'N' TO WS-GEFUNDEN-KZ
070100     IF WS-TR-ANZAHL > ZERO
070200         PERFORM 3310-TREFFER-VERGLEICHEN THRU 3310-EXIT
070300             VARYING WS-TR-IX FROM 1 BY 1
070400             UNTIL WS-GEFUNDEN
070500                OR WS-TR-IX > WS-TR-ANZAHL
070600     END-IF
071100     IF WS-GEFUNDEN
071600         GO TO 3300-EXIT
072100     END-IF
072103     IF WS-TR-ANZAHL >= WS-TR-MAX
072106         ADD 1 TO WS-ANZAHL-WEITERE
072109         GO TO 3300-EXIT
072112     END-IF
072115     ADD 1 TO WS-TR-ANZAHL
072118     SET WS-TR-IX TO WS-TR-ANZAHL
072121     MOVE WS-TR-SUCHSCHLUESSEL    TO WS-TR-SCHLUESSEL (WS-TR-IX)
072124     MOVE ZERO              TO WS-TR-ANZAHL-AUFRUFE (WS-TR-IX)
072127     MOVE ZERO              TO WS-TR-NACH-ABLAUF (WS-TR-IX)
072130     MOVE LOW-VALUES        TO WS-TR-LETZTER (WS-TR-IX)
072133     MOVE 'N'               TO WS-TR-AUSGEGEBEN-KZ (WS-TR-IX)
072136     PERFORM 3320-TREFFER-ADDIEREN THRU 3320-EXIT.
072139 3300-EXIT.
072142     EXIT.
072145*--------------------------------------------------------------*
072148* 3310-TREFFER-VERGLEICHEN                                     *
072151*--------------------------------------------------------------*
072154 3310-TREFFER-VERGLEICHEN.
072157     IF WS-TR-SCHLUESSEL (WS-TR-IX) = WS-TR-SUCHSCHLUESSEL
072160         PERFORM 3320-TREFFER-ADDIEREN THRU 3320-EXIT
072163         SET WS-GEFUNDEN TO TRUE
072166     END-IF.
072169 3310-EXIT.
072172     EXIT.
072175*--------------------------------------------------------------*
072178* 3320-TREFFER-ADDIEREN - DEN AUFRUF AUF DEN TABELLENEINTRAG   *
072181* WS-TR-IX ADDIEREN (WIE CBK955)                               *
072184*--------------------------------------------------------------*
072187 3320-TREFFER-ADDIEREN.
072200     ADD 1 TO WS-TR-ANZAHL-AUFRUFE (WS-TR-IX)
072300     IF WS-AUFRUF-DATUM-X > WS-LB-GUELTIG-BIS (WS-LB-IX)
072400         ADD 1 TO WS-TR-NACH-ABLAUF (WS-TR-IX)
072500     END-IF
072600     IF WS-AUFRUF-DATUM-X > WS-TR-LETZTER (WS-TR-IX)
072700         MOVE WS-AUFRUF-DATUM-X TO WS-TR-LETZTER (WS-TR-IX)
072800     END-IF.
073350 3320-EXIT.
073900     EXIT.
074000*--------------------------------------------------------------*
074100* 5000-TAGESNUMMER-ERMITTELN - TAGESNUMMER ZU WS-TN-DATUM      *
074200* (TAGE SEIT DEM 31.12.1900, SCHALTJAHRE WIE CBK936/CBK970     *
074300* ALLE VIER JAHRE); EIN NICHT NUMERISCHES DATUM ERGIBT DIE     *
074400* TAGESNUMMER DES LAUFTAGS                                     *
074500*--------------------------------------------------------------*
074600 5000-TAGESNUMMER-ERMITTELN.
074700     IF WS-TN-DATUM-X NOT NUMERIC
074800        OR WS-TN-MM < 1 OR WS-TN-MM > 12
074900        OR WS-TN-JJJJ < 1901
075000         MOVE WS-TN-HEUTE       TO WS-TN-ERGEBNIS
075100         GO TO 5000-EXIT
075200     END-IF
075300     COMPUTE WS-TN-ERGEBNIS = (WS-TN-JJJJ - 1901) * 365
075400     COMPUTE WS-QUOTIENT = (WS-TN-JJJJ - 1901) / 4
075500     ADD WS-QUOTIENT            TO WS-TN-ERGEBNIS
075600     IF WS-TN-MM > 1
075700         ADD WS-MONATSENDE (WS-TN-MM - 1) TO WS-TN-ERGEBNIS
075800     END-IF
075900     ADD WS-TN-TT               TO WS-TN-ERGEBNIS
076000     DIVIDE WS-TN-JJJJ BY 4
076100         GIVING WS-QUOTIENT REMAINDER WS-REST
076200     IF WS-REST = ZERO AND WS-TN-MM > 2
076300         ADD 1 TO WS-TN-ERGEBNIS
076400     END-IF.
076500 5000-EXIT.
076600     EXIT.
076700*--------------------------------------------------------------*
076800* 6000-REIHENFOLGE-BILDEN - DIE TREFFERTABELLE NACH SYSTEM UND *
076900* BLZ ORDNEN (JE DURCHGANG DEN KLEINSTEN NOCH NICHT            *
077000* EINGEREIHTEN SCHLUESSEL SUCHEN, WIE DIE RANGFOLGE IN CBK970) *
077100*--------------------------------------------------------------*
077200 6000-REIHENFOLGE-BILDEN.
077300     PERFORM 6100-KLEINSTEN-EINREIHEN THRU 6100-EXIT
077400         VARYING WS-RF-IX FROM 1 BY 1
077500         UNTIL WS-RF-IX > WS-TR-ANZAHL.
077600 6000-EXIT.
077700     EXIT.
077800*--------------------------------------------------------------*
077900* 6100-KLEINSTEN-EINREIHEN                                     *
078000*--------------------------------------------------------------*
078100 6100-KLEINSTEN-EINREIHEN.
078200     MOVE ZERO TO WS-MIN-NR
078300     PERFORM 6110-SCHLUESSEL-VERGLEICHEN THRU 6110-EXIT
078400         VARYING WS-TR-IX FROM 1 BY 1
078500         UNTIL WS-TR-IX > WS-TR-ANZAHL
078600     SET WS-TR-IX               TO WS-MIN-NR
078700     MOVE 'J'                   TO WS-TR-AUSGEGEBEN-KZ (WS-TR-IX)
078800     MOVE WS-MIN-NR             TO WS-RF-TR-NR (WS-RF-IX).
078900 6100-EXIT.
079000     EXIT.
079100*--------------------------------------------------------------*
079200* 6110-SCHLUESSEL-VERGLEICHEN                                  *
079300*--------------------------------------------------------------*
079400 6110-SCHLUESSEL-VERGLEICHEN.
079500     IF WS-TR-AUSGEGEBEN-KZ (WS-TR-IX) = 'J'
079600         GO TO 6110-EXIT
079700     END-IF
079800     IF WS-MIN-NR = ZERO
079900         SET WS-MIN-NR          TO WS-TR-IX
080000         SET WS-TR-MIN-IX       TO WS-TR-IX
080100         GO TO 6110-EXIT
080200     END-IF
080300     IF WS-TR-SCHLUESSEL (WS-TR-IX)
080400        < WS-TR-SCHLUESSEL (WS-TR-MIN-IX)
080500         SET WS-MIN-NR          TO WS-TR-IX
080600         SET WS-TR-MIN-IX       TO WS-TR-IX
080700     END-IF.
080800 6110-EXIT.
080900     EXIT.
081000*--------------------------------------------------------------*
081100* 7000-SYSTEMTEIL-SCHREIBEN - JE AUFRUFENDEM SYSTEM DIE        *
081200* BETROFFENEN BLZ DRUCKEN UND NACH WIRKOUT AUSGEBEN            *
081300*--------------------------------------------------------------*
081400 7000-SYSTEMTEIL-SCHREIBEN.
081500     IF WS-TR-ANZAHL = ZERO
081600         MOVE SPACES TO BERICHT-ZEILE
081700         STRING 'KEIN AUFRUFENDES SYSTEM HAT IM ZEITRAUM EINE '
081800                'ZUR LOESCHUNG ANGEKUENDIGTE BLZ ABGEFRAGT'
081900                DELIMITED BY SIZE
082000           INTO BERICHT-ZEILE
082100         WRITE BERICHT-ZEILE
082200         GO TO 7000-EXIT
082300     END-IF
082400     PERFORM 7100-PAAR-AUSGEBEN THRU 7100-EXIT
082500         VARYING WS-RF-IX FROM 1 BY 1
082600         UNTIL WS-RF-IX > WS-TR-ANZAHL
082700     PERFORM 7300-SYSTEMSUMME-SCHREIBEN THRU 7300-EXIT.
082800 7000-EXIT.
082900     EXIT.
083000*--------------------------------------------------------------*
083100* 7100-PAAR-AUSGEBEN - BEI SYSTEMWECHSEL SUMME DES VORIGEN     *
083200* SYSTEMS UND KOPF DES NEUEN, DANN DIE BLZ-ZEILE UND DEN       *
083300* WIRKSATZ SCHREIBEN                                           *
083400*--------------------------------------------------------------*
083500 7100-PAAR-AUSGEBEN.
083600     SET WS-TR-IX               TO WS-RF-TR-NR (WS-RF-IX)
083700     SET WS-LB-IX               TO WS-TR-LB-NR (WS-TR-IX)
083800     IF WS-TR-SYSTEM (WS-TR-IX) NOT = WS-LETZTES-SYSTEM
083900         IF WS-LETZTES-SYSTEM NOT = LOW-VALUES
084000             PERFORM 7300-SYSTEMSUMME-SCHREIBEN THRU 7300-EXIT
084100         END-IF
084200         PERFORM 7200-SYSTEMKOPF-SCHREIBEN THRU 7200-EXIT
084300     END-IF
084400     ADD 1 TO WS-SYS-ANZAHL-BLZ
084500     ADD WS-TR-ANZAHL-AUFRUFE (WS-TR-IX) TO WS-SYS-ANZAHL-AUFRUFE
084600     MOVE WS-LB-BLZ (WS-LB-IX)  TO WS-DZ-BLZ
084700     MOVE WS-LB-NAME (WS-LB-IX) TO WS-DZ-NAME
084800     MOVE WS-LB-GUELTIG-BIS (WS-LB-IX) TO WS-DZ-GUELTIG-BIS
084900     MOVE WS-LB-NACHFOLGE-BLZ (WS-LB-IX) TO WS-DZ-NACHFOLGE-BLZ
085000     MOVE WS-LB-NACHFOLGE-NAME (WS-LB-IX) TO WS-DZ-NACHFOLGE-NAME
085100     MOVE WS-TR-ANZAHL-AUFRUFE (WS-TR-IX) TO WS-DZ-AUFRUFE
085200     MOVE WS-LB-RESTTAGE (WS-LB-IX) TO WS-DZ-RESTTAGE
085300     MOVE SPACES                TO WS-DZ-KZ
085400     IF WS-TR-NACH-ABLAUF (WS-TR-IX) > ZERO
085500         MOVE 'ESKALATION'      TO WS-DZ-KZ
085600         ADD 1 TO WS-ANZAHL-ESKALIERT
085700     END-IF
085800     MOVE SPACES TO BERICHT-ZEILE
085900     MOVE WS-DETAILZEILE TO BERICHT-ZEILE
086000     WRITE BERICHT-ZEILE
086100     PERFORM 7400-WIRKSATZ-SCHREIBEN THRU 7400-EXIT.
086200 7100-EXIT.
086300     EXIT.
086400*--------------------------------------------------------------*
086500* 7200-SYSTEMKOPF-SCHREIBEN                                    *
086600*--------------------------------------------------------------*
086700 7200-SYSTEMKOPF-SCHREIBEN.
086800     MOVE WS-TR-SYSTEM (WS-TR-IX) TO WS-LETZTES-SYSTEM
086900     ADD 1 TO WS-ANZAHL-SYSTEME
087000     MOVE ZERO TO WS-SYS-ANZAHL-BLZ
087100     MOVE ZERO TO WS-SYS-ANZAHL-AUFRUFE
087200     MOVE SPACES TO BERICHT-ZEILE
087300     STRING 'AUFRUFENDES SYSTEM ' WS-LETZTES-SYSTEM
087400            DELIMITED BY SIZE
087500       INTO BERICHT-ZEILE
087600     WRITE BERICHT-ZEILE
087700     MOVE SPACES TO BERICHT-ZEILE
087800     MOVE WS-SPALTENZEILE-1 TO BERICHT-ZEILE
087900     WRITE BERICHT-ZEILE.
088000 7200-EXIT.
088100     EXIT.
088200*--------------------------------------------------------------*
088300* 7300-SYSTEMSUMME-SCHREIBEN                                   *
088400*--------------------------------------------------------------*
088500 7300-SYSTEMSUMME-SCHREIBEN.
088600     MOVE '  BETROFFENE BLZ DES SYSTEMS:' TO WS-ZZ-TEXT
088700     MOVE WS-SYS-ANZAHL-BLZ TO WS-ZZ-ANZAHL
088800     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
088900     MOVE '  AUFRUFE DES SYSTEMS IM ZEITRAUM:' TO WS-ZZ-TEXT
089000     MOVE WS-SYS-ANZAHL-AUFRUFE TO WS-ZZ-ANZAHL
089100     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
089200     MOVE SPACES TO BERICHT-ZEILE
089300     WRITE BERICHT-ZEILE.
089400 7300-EXIT.
089500     EXIT.
089600*--------------------------------------------------------------*
089700* 7400-WIRKSATZ-SCHREIBEN - DAS PAAR AUS SYSTEM UND BLZ        *
089800* MASCHINELL LESBAR NACH WIRKOUT AUSGEBEN                      *
089900*--------------------------------------------------------------*
090000 7400-WIRKSATZ-SCHREIBEN.
090100     MOVE SPACES                TO WIRK-SATZ
090200     MOVE WS-TR-SYSTEM (WS-TR-IX) TO WIRK-SYSTEM
090300     IF WS-TR-NACH-ABLAUF (WS-TR-IX) > ZERO
090400         SET WIRK-ESKALATION    TO TRUE
090500     ELSE
090600         SET WIRK-VORWARNUNG    TO TRUE
090700     END-IF
090800     MOVE WS-LB-BLZ (WS-LB-IX)  TO WIRK-BLZ
090900     MOVE WS-LB-NAME (WS-LB-IX) TO WIRK-NAME
091000     MOVE WS-LB-GUELTIG-BIS (WS-LB-IX) TO WIRK-GUELTIG-BIS
091100     MOVE WS-LB-RESTTAGE (WS-LB-IX) TO WIRK-RESTTAGE
091200     MOVE WS-LB-NACHFOLGE-BLZ (WS-LB-IX) TO WIRK-NACHFOLGE-BLZ
091300     MOVE WS-LB-NACHFOLGE-NAME (WS-LB-IX) TO WIRK-NACHFOLGE-NAME
091400     MOVE WS-TR-ANZAHL-AUFRUFE (WS-TR-IX) TO WIRK-ANZAHL-AUFRUFE
091500     MOVE WS-TR-NACH-ABLAUF (WS-TR-IX) TO WIRK-ANZAHL-NACH-ABLAUF
091600     MOVE WS-TR-LETZTER (WS-TR-IX) TO WIRK-LETZTER-AUFRUF
091700     MOVE WS-ERSTER-AUFRUF      TO WIRK-ZEITRAUM-VON
091800     MOVE WS-LETZTER-AUFRUF     TO WIRK-ZEITRAUM-BIS
091900     MOVE WS-TAGESDATUM         TO WIRK-ERSTELL-DATUM
092000     WRITE WIRK-AUSGABE-SATZ FROM WIRK-SATZ
092100     ADD 1 TO WS-ANZAHL-WIRK.
092200 7400-EXIT.
092300     EXIT.
092400*--------------------------------------------------------------*
092500* 7500-ESKALATION-SCHREIBEN - GESONDERTER BERICHTSTEIL FUER    *
092600* BLZ, DIE NACH IHREM LOESCHDATUM NOCH ABGEFRAGT WURDEN        *
092700*--------------------------------------------------------------*
092800 7500-ESKALATION-SCHREIBEN.
092900     MOVE SPACES TO BERICHT-ZEILE
093000     WRITE BERICHT-ZEILE
093100     MOVE SPACES TO BERICHT-ZEILE
093200     MOVE 'ESKALATION - ABFRAGEN NACH DEM LOESCHDATUM'
093300       TO BERICHT-ZEILE
093400     WRITE BERICHT-ZEILE
093500     IF WS-ANZAHL-ESKALIERT = ZERO
093600         MOVE SPACES TO BERICHT-ZEILE
093700         MOVE 'KEINE' TO BERICHT-ZEILE
093800         WRITE BERICHT-ZEILE
093900         GO TO 7500-EXIT
094000     END-IF
094100     MOVE SPACES TO BERICHT-ZEILE
094200     MOVE WS-SPALTENZEILE-2 TO BERICHT-ZEILE
094300     WRITE BERICHT-ZEILE
094400     PERFORM 7600-ESKALATION-AUSGEBEN THRU 7600-EXIT
094500         VARYING WS-RF-IX FROM 1 BY 1
094600         UNTIL WS-RF-IX > WS-TR-ANZAHL.
094700 7500-EXIT.
094800     EXIT.
094900*--------------------------------------------------------------*
095000* 7600-ESKALATION-AUSGEBEN                                     *
095100*--------------------------------------------------------------*
095200 7600-ESKALATION-AUSGEBEN.
095300     SET WS-TR-IX               TO WS-RF-TR-NR (WS-RF-IX)
095400     IF WS-TR-NACH-ABLAUF (WS-TR-IX) = ZERO
095500         GO TO 7600-EXIT
095600     END-IF
095700     SET WS-LB-IX               TO WS-TR-LB-NR (WS-TR-IX)
095800     MOVE WS-TR-SYSTEM (WS-TR-IX) TO WS-EZ-SYSTEM
095900     MOVE WS-LB-BLZ (WS-LB-IX)  TO WS-EZ-BLZ
096000     MOVE WS-LB-GUELTIG-BIS (WS-LB-IX) TO WS-EZ-GUELTIG-BIS
096100     MOVE WS-LB-NACHFOLGE-BLZ (WS-LB-IX) TO WS-EZ-NACHFOLGE-BLZ
096200     MOVE WS-TR-ANZAHL-AUFRUFE (WS-TR-IX) TO WS-EZ-AUFRUFE
096300     MOVE WS-TR-NACH-ABLAUF (WS-TR-IX) TO WS-EZ-NACH-ABLAUF
096400     MOVE WS-TR-LETZTER (WS-TR-IX) TO WS-EZ-LETZTER
096500     MOVE SPACES TO BERICHT-ZEILE
096600     MOVE WS-ESKALATIONSZEILE TO BERICHT-ZEILE
096700     WRITE BERICHT-ZEILE.
096800 7600-EXIT.
096900     EXIT.
097000*--------------------------------------------------------------*
097100* 8000-ABSCHLUSS - SUMMENTEIL UND DATEIABSCHLUSS               *
097200*--------------------------------------------------------------*
097300 8000-ABSCHLUSS.
097400     MOVE SPACES TO BERICHT-ZEILE
097500     WRITE BERICHT-ZEILE
097600     MOVE 'ANGEKUENDIGTE LOESCHUNGEN IM BESTAND:' TO WS-ZZ-TEXT
097700     MOVE WS-LB-ANZAHL TO WS-ZZ-ANZAHL
097800     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
097900     MOVE 'PROTOKOLLSAETZE GELESEN:' TO WS-ZZ-TEXT
098000     MOVE WS-ANZAHL-GELESEN TO WS-ZZ-ANZAHL
098100     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
098200     MOVE '  AUSSERHALB DES ZEITRAUMS:' TO WS-ZZ-TEXT
098300     MOVE WS-ANZAHL-AUSSERHALB TO WS-ZZ-ANZAHL
098400     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
098500     MOVE '  OHNE BESTIMMTE BLZ (PLZ/ORT, NAME, AUSLAND):'
098600       TO WS-ZZ-TEXT
098700     MOVE WS-ANZAHL-OHNE-BLZ TO WS-ZZ-ANZAHL
098800     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
098900     MOVE '  BLZ NICHT ZUR LOESCHUNG ANGEKUENDIGT:' TO WS-ZZ-TEXT
099000     MOVE WS-ANZAHL-NICHT-BETR TO WS-ZZ-ANZAHL
099100     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
099200     MOVE '  AUFRUFE ZU ANGEKUENDIGTEN LOESCHUNGEN:' TO WS-ZZ-TEXT
099300     MOVE WS-ANZAHL-BETROFFEN TO WS-ZZ-ANZAHL
099400     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
099500     MOVE 'BETROFFENE SYSTEME:' TO WS-ZZ-TEXT
099600     MOVE WS-ANZAHL-SYSTEME TO WS-ZZ-ANZAHL
099700     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
099800     MOVE 'SAETZE WIRKOUT (SYSTEM/BLZ):' TO WS-ZZ-TEXT
099900     MOVE WS-ANZAHL-WIRK TO WS-ZZ-ANZAHL
100000     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
100100     MOVE '  DAVON ESKALIERT:' TO WS-ZZ-TEXT
100200     MOVE WS-ANZAHL-ESKALIERT TO WS-ZZ-ANZAHL
100300     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
100400     IF WS-ANZAHL-WEITERE > ZERO
100500         MOVE 'AUFRUFE OHNE PLATZ IN DER TREFFERTABELLE:'
100600           TO WS-ZZ-TEXT
100700         MOVE WS-ANZAHL-WEITERE TO WS-ZZ-ANZAHL
100800         PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
100900     END-IF
101000     CLOSE AUDIT-DATEI WIRK-DATEI BERICHT-DATEI
101100     IF WS-ANZAHL-ESKALIERT > ZERO
101200         MOVE 4 TO RETURN-CODE
101300     END-IF.
101400 8000-EXIT.
101500     EXIT.
101600*--------------------------------------------------------------*
101700* 8100-SUMMENZEILE-SCHREIBEN                                   *
101800*--------------------------------------------------------------*
101900 8100-SUMMENZEILE-SCHREIBEN.
102000     MOVE SPACES TO BERICHT-ZEILE
102100     MOVE WS-ZAEHLERZEILE TO BERICHT-ZEILE
102200     WRITE BERICHT-ZEILE.
102300 8100-EXIT.
102400     EXIT.
