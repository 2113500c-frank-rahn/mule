000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBK936.
000300 AUTHOR.        H-J WILMS.
000400 INSTALLATION.  BANKLEITZAHLEN-AUSKUNFT.
000500 DATE-WRITTEN.  15.10.2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* AENDERUNGSHISTORIE                                           *
000900*--------------------------------------------------------------*
001000* DATUM      NAME  BESCHREIBUNG                                 *
001100* ---------- ----- ------------------------------------------- *
001200* 15.10.2026 HJW   ERSTERSTELLUNG - VORSCHAU DER TERMINIERTEN   *
001300*                  AENDERUNGEN DES BANKENSTAMMES FUER DIE       *
001400*                  KOMMENDEN WOCHEN                             *
001500*--------------------------------------------------------------*
001600* ZWECK:                                                       *
001700*   LIEST DEN NACH WIRKSAM-AB UND BLZ/FILIALNR SORTIERTEN      *
001800*   TERMINBESTAND (TERMIN, AUFBAU FREISATZ, VON CBK935J        *
001900*   GEFUEHRT) UND DRUCKT ALLE AENDERUNGEN, DIE BIS ZUM ENDE    *
002000*   DES VORSCHAUZEITRAUMS WIRKSAM WERDEN, JE STICHTAG MIT      *
002100*   ZWISCHENSUMME. JE SATZ WERDEN VORSCHLAGSART UND FREIGABE-  *
002200*   KENNZEICHEN AUSGEWIESEN; FAELLIGE, ABER ZURUECKGESTELLTE   *
002300*   SAETZE SIND GESONDERT GEKENNZEICHNET. SPAETER WIRKSAME      *
002400*   SAETZE WERDEN NUR GEZAEHLT. DER LAUF AENDERT NICHTS.       *
002500*                                                                *
002600*   STEUERKARTE (STEUERIN, OPTIONAL):                           *
002700*     STELLEN 1-2  VORSCHAUZEITRAUM IN WOCHEN (01-52),          *
002800*                  FEHLT DIE KARTE ODER IST DER WERT UNGUELTIG, *
002900*                  GELTEN 6 WOCHEN                               *
003000*--------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SPECIAL-NAMES.
003400     DECIMAL-POINT IS COMMA.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT TERMIN-DATEI   ASSIGN TO TERMIN
003800            ORGANIZATION IS SEQUENTIAL.
003900     SELECT STEUER-DATEI   ASSIGN TO STEUERIN
004000            ORGANIZATION IS SEQUENTIAL.
004100     SELECT BERICHT-DATEI  ASSIGN TO TERMRPT
004200            ORGANIZATION IS SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  TERMIN-DATEI
004600     RECORDING MODE IS F
004700     LABEL RECORDS ARE STANDARD.
004800     COPY FREISATZ.
004900 FD  STEUER-DATEI
005000     RECORDING MODE IS F
005100     LABEL RECORDS ARE STANDARD.
005200 01  STEUER-SATZ.
005300     05 STEU-WOCHEN            PIC X(02).
005400     05 FILLER                 PIC X(78).
005500 FD  BERICHT-DATEI
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  BERICHT-ZEILE             PIC X(111).
005900 WORKING-STORAGE SECTION.
006000*--------------------------------------------------------------*
006100* SCHALTER UND ZAEHLER                                         *
006200*--------------------------------------------------------------*
006300 77  WS-WOCHEN                 PIC 9(02) VALUE 6.
006400 77  WS-TAGE                   PIC 9(03) COMP VALUE ZERO.
006500 77  WS-TAG-NR                 PIC 9(03) COMP VALUE ZERO.
006600 77  WS-QUOTIENT               PIC 9(04) COMP VALUE ZERO.
006700 77  WS-REST                   PIC 9(04) COMP VALUE ZERO.
006800 77  WS-MONAT-ENDE             PIC 9(02) VALUE ZERO.
006900 01  WS-SCHALTER.
007000     05 WS-TERMIN-EOF-KZ       PIC X(01) VALUE 'N'.
007100         88 WS-TERMIN-EOF             VALUE 'J'.
007200     05 WS-STEUER-EOF-KZ       PIC X(01) VALUE 'N'.
007300         88 WS-STEUER-EOF             VALUE 'J'.
007400 01  WS-ZAEHLER.
007500     05 WS-ANZAHL-GELESEN      PIC 9(05) COMP VALUE ZERO.
007600     05 WS-ANZAHL-GEDRUCKT     PIC 9(05) COMP VALUE ZERO.
007700     05 WS-ANZAHL-STICHTAG     PIC 9(05) COMP VALUE ZERO.
007800     05 WS-ANZAHL-ZURUECK      PIC 9(05) COMP VALUE ZERO.
007900     05 WS-ANZAHL-UEBERFAELLIG PIC 9(05) COMP VALUE ZERO.
008000     05 WS-ANZAHL-SPAETER      PIC 9(05) COMP VALUE ZERO.
008100 01  WS-DATUM.
008200     05 WS-DATUM-JJ            PIC 9(02).
008300     05 WS-DATUM-MM            PIC 9(02).
008400     05 WS-DATUM-TT            PIC 9(02).
008500*--------------------------------------------------------------*
008600* TAGESDATUM UND ENDE DES VORSCHAUZEITRAUMS JJJJMMTT            *
008700*--------------------------------------------------------------*
008800 01  WS-TAGESDATUM.
008900     05 FILLER                 PIC X(02) VALUE '20'.
009000     05 WS-TAGESDATUM-JJMMTT   PIC 9(06).
009100 01  WS-HORIZONT.
009200     05 WS-HOR-JJJJ            PIC 9(04).
009300     05 WS-HOR-MM              PIC 9(02).
009400     05 WS-HOR-TT              PIC 9(02).
009500 01  WS-HORIZONT-X REDEFINES WS-HORIZONT PIC X(08).
009600*--------------------------------------------------------------*
009700* TAGE JE MONAT (FEBRUAR IM SCHALTJAHR WIRD ANGEPASST)          *
009800*--------------------------------------------------------------*
009900 01  WS-MONATSTAGE-WERTE.
010000     05 FILLER                 PIC X(24)
010100                               VALUE '312831303130313130313031'.
010200 01  WS-MONATSTAGE REDEFINES WS-MONATSTAGE-WERTE.
010300     05 WS-MT-TAGE             PIC 9(02) OCCURS 12 TIMES.
010400*--------------------------------------------------------------*
010500* GRUPPENWECHSEL NACH WIRKSAM-AB                               *
010600*--------------------------------------------------------------*
010700 01  WS-LETZTER-STICHTAG       PIC X(08) VALUE SPACES.
010800*--------------------------------------------------------------*
010900* AUFBAU DER BERICHTSZEILEN                                    *
011000*--------------------------------------------------------------*
011100 01  WS-DETAILZEILE.
011200     05 WS-DZ-ART              PIC X(15).
011300     05 WS-DZ-KZ               PIC X(12).
011400     05 FILLER                 PIC X(01) VALUE SPACES.
011500     05 WS-DZ-BLZ              PIC X(08).
011600     05 FILLER                 PIC X(01) VALUE SPACES.
011700     05 WS-DZ-FILIALNR         PIC X(03).
011800     05 FILLER                 PIC X(02) VALUE SPACES.
011900     05 WS-DZ-NAME             PIC X(30).
012000     05 FILLER                 PIC X(02) VALUE SPACES.
012100     05 WS-DZ-ORT              PIC X(25).
012200     05 FILLER                 PIC X(01) VALUE SPACES.
012300     05 WS-DZ-BIC              PIC X(11).
012400 01  WS-ZAEHLERZEILE.
012500     05 WS-ZZ-TEXT             PIC X(50).
012600     05 WS-ZZ-ANZAHL           PIC ZZZZ9.
012700     05 FILLER                 PIC X(56) VALUE SPACES.
012800 PROCEDURE DIVISION.
012900*--------------------------------------------------------------*
013000* 0000-MAINLINE                                                *
013100*--------------------------------------------------------------*
013200 0000-MAINLINE.
013300     PERFORM 1000-INITIALISIEREN  THRU 1000-EXIT
013400     PERFORM 3000-SATZ-VERARBEITEN THRU 3000-EXIT
013500         UNTIL WS-TERMIN-EOF
013600     PERFORM 8000-ABSCHLUSS       THRU 8000-EXIT
013700     STOP RUN.
013800*--------------------------------------------------------------*
013900* 1000-INITIALISIEREN - STEUERKARTE LESEN UND DAS ENDE DES      *
014000* VORSCHAUZEITRAUMS BERECHNEN                                   *
014100*--------------------------------------------------------------*
014200 1000-INITIALISIEREN.
014300     OPEN INPUT  TERMIN-DATEI
014400     OPEN INPUT  STEUER-DATEI
014500     OPEN OUTPUT BERICHT-DATEI
014600     ACCEPT WS-DATUM FROM DATE
014700     MOVE WS-DATUM TO WS-TAGESDATUM-JJMMTT
014800     READ STEUER-DATEI
014900         AT END
015000             SET WS-STEUER-EOF TO TRUE
015100     END-READ
015200     IF NOT WS-STEUER-EOF
015300        AND STEU-WOCHEN NUMERIC
015400        AND STEU-WOCHEN > '00'
015500        AND STEU-WOCHEN NOT > '52'
015600         MOVE STEU-WOCHEN       TO WS-WOCHEN
015700     END-IF
015800     CLOSE STEUER-DATEI
015900     MOVE WS-TAGESDATUM         TO WS-HORIZONT-X
016000     COMPUTE WS-TAGE = WS-WOCHEN * 7
016100     PERFORM 1100-TAG-WEITERZAEHLEN THRU 1100-EXIT
016200         VARYING WS-TAG-NR FROM 1 BY 1
016300         UNTIL WS-TAG-NR > WS-TAGE
016400     PERFORM 2100-BERICHTSKOPF-SCHREIBEN THRU 2100-EXIT
016500     PERFORM 2200-TERMIN-LESEN    THRU 2200-EXIT.
016600 1000-EXIT.
016700     EXIT.
016800*--------------------------------------------------------------*
016900* 1100-TAG-WEITERZAEHLEN - DAS VORSCHAUENDE UM EINEN KALENDER-  *
017000* TAG WEITERSETZEN                                              *
017100*--------------------------------------------------------------*
017200 1100-TAG-WEITERZAEHLEN.
017300     MOVE WS-MT-TAGE (WS-HOR-MM) TO WS-MONAT-ENDE
017400     IF WS-HOR-MM = 2
017500         DIVIDE WS-HOR-JJJJ BY 4 GIVING WS-QUOTIENT
017600             REMAINDER WS-REST
017700         IF WS-REST = ZERO
017800             MOVE 29            TO WS-MONAT-ENDE
017900         END-IF
018000     END-IF
018100     IF WS-HOR-TT < WS-MONAT-ENDE
018200         ADD 1 TO WS-HOR-TT
018300         GO TO 1100-EXIT
018400     END-IF
018500     MOVE 1                     TO WS-HOR-TT
018600     IF WS-HOR-MM < 12
018700         ADD 1 TO WS-HOR-MM
018800     ELSE
018900         MOVE 1                 TO WS-HOR-MM
019000         ADD 1 TO WS-HOR-JJJJ
019100     END-IF.
019200 1100-EXIT.
019300     EXIT.
019400*--------------------------------------------------------------*
019500* 2100-BERICHTSKOPF-SCHREIBEN                                  *
019600*--------------------------------------------------------------*
019700 2100-BERICHTSKOPF-SCHREIBEN.
019800     MOVE SPACES TO BERICHT-ZEILE
019900     STRING 'TERMINIERTE BANKENSTAMM-AENDERUNGEN VOM 20'
020000            WS-DATUM-JJ '-' WS-DATUM-MM '-' WS-DATUM-TT
020100            ' BIS EINSCHLIESSLICH ' WS-HORIZONT-X
020200            DELIMITED BY SIZE
020300       INTO BERICHT-ZEILE
020400     WRITE BERICHT-ZEILE
020500     MOVE SPACES TO BERICHT-ZEILE
020600     WRITE BERICHT-ZEILE
020700     MOVE SPACES TO BERICHT-ZEILE
020800     STRING 'ART            FREIGABE     BLZ      FIL  NAME'
020900                DELIMITED BY SIZE
021000            '                            ORT'
021100                DELIMITED BY SIZE
021200       INTO BERICHT-ZEILE
021300     WRITE BERICHT-ZEILE.
021400 2100-EXIT.
021500     EXIT.
021600*--------------------------------------------------------------*
021700* 2200-TERMIN-LESEN                                            *
021800*--------------------------------------------------------------*
021900 2200-TERMIN-LESEN.
022000     READ TERMIN-DATEI
022100         AT END
022200             SET WS-TERMIN-EOF TO TRUE
022300     END-READ.
022400 2200-EXIT.
022500     EXIT.
022600*--------------------------------------------------------------*
022700* 3000-SATZ-VERARBEITEN - SATZ IM VORSCHAUZEITRAUM DRUCKEN,     *
022800* SPAETER WIRKSAME SAETZE NUR ZAEHLEN                           *
022900*--------------------------------------------------------------*
023000 3000-SATZ-VERARBEITEN.
023100     ADD 1 TO WS-ANZAHL-GELESEN
023200     IF FREI-WIRKSAM-AB > WS-HORIZONT-X
023300         ADD 1 TO WS-ANZAHL-SPAETER
023400     ELSE
023500         PERFORM 3300-SATZ-DRUCKEN THRU 3300-EXIT
023600     END-IF
023700     PERFORM 2200-TERMIN-LESEN    THRU 2200-EXIT.
023800 3000-EXIT.
023900     EXIT.
024000*--------------------------------------------------------------*
024100* 3100-STICHTAG-WECHSELN - ZWISCHENSUMME DES VORIGEN STICHTAGS  *
024200* UND KOPFZEILE DES NEUEN STICHTAGS SCHREIBEN                   *
024300*--------------------------------------------------------------*
024400 3100-STICHTAG-WECHSELN.
024500     IF WS-LETZTER-STICHTAG NOT = SPACES
024600         PERFORM 3200-STICHTAG-SUMME THRU 3200-EXIT
024700     END-IF
024800     MOVE FREI-WIRKSAM-AB       TO WS-LETZTER-STICHTAG
024900     MOVE ZERO                  TO WS-ANZAHL-STICHTAG
025000     MOVE SPACES TO BERICHT-ZEILE
025100     WRITE BERICHT-ZEILE
025200     MOVE SPACES TO BERICHT-ZEILE
025300     STRING 'WIRKSAM AB ' FREI-WIRKSAM-AB DELIMITED BY SIZE
025400       INTO BERICHT-ZEILE
025500     WRITE BERICHT-ZEILE.
025600 3100-EXIT.
025700     EXIT.
025800*--------------------------------------------------------------*
025900* 3200-STICHTAG-SUMME                                          *
026000*--------------------------------------------------------------*
026100 3200-STICHTAG-SUMME.
026200     MOVE SPACES TO WS-ZZ-TEXT
026300     STRING '  AENDERUNGEN ZUM ' WS-LETZTER-STICHTAG ':'
026400            DELIMITED BY SIZE INTO WS-ZZ-TEXT
026500     MOVE WS-ANZAHL-STICHTAG TO WS-ZZ-ANZAHL
026600     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT.
026700 3200-EXIT.
026800     EXIT.
026900*--------------------------------------------------------------*
027000* 3300-SATZ-DRUCKEN - DETAILZEILE MIT VORSCHLAGSART UND         *
027100* FREIGABE-KENNZEICHEN SCHREIBEN, BEI NEUEM STICHTAG VORHER     *
027200* GRUPPENWECHSEL                                                *
027300*--------------------------------------------------------------*
027400 3300-SATZ-DRUCKEN.
027500     IF FREI-WIRKSAM-AB NOT = WS-LETZTER-STICHTAG
027600         PERFORM 3100-STICHTAG-WECHSELN THRU 3100-EXIT
027700     END-IF
027800     EVALUATE TRUE
027900         WHEN FREI-HINZUFUEGEN
028000             MOVE 'NEU'            TO WS-DZ-ART
028100         WHEN FREI-AENDERN
028200             MOVE 'AENDERN'        TO WS-DZ-ART
028300         WHEN FREI-VORMERKEN
028400             MOVE 'LOESCH-ANKUEND' TO WS-DZ-ART
028500         WHEN FREI-LOESCHEN
028600             MOVE 'LOESCHEN'       TO WS-DZ-ART
028700         WHEN OTHER
028800             MOVE FREI-ART         TO WS-DZ-ART
028900     END-EVALUATE
029000     IF FREI-ZURUECKGESTELLT
029100         MOVE 'ZURUECKGEST.'   TO WS-DZ-KZ
029200         ADD 1 TO WS-ANZAHL-ZURUECK
029300         IF FREI-WIRKSAM-AB NOT > WS-TAGESDATUM
029400             MOVE 'UEBERFAELLIG' TO WS-DZ-KZ
029500             ADD 1 TO WS-ANZAHL-UEBERFAELLIG
029600         END-IF
029700     ELSE
029800         MOVE 'FREIGEGEBEN'    TO WS-DZ-KZ
029900     END-IF
030000     MOVE FREI-BLZ              TO WS-DZ-BLZ
030100     MOVE FREI-FILIALNR         TO WS-DZ-FILIALNR
030200     MOVE FREI-NAME             TO WS-DZ-NAME
030300     MOVE FREI-ORT              TO WS-DZ-ORT
030400     MOVE FREI-BIC              TO WS-DZ-BIC
030500     MOVE SPACES                TO BERICHT-ZEILE
030600     MOVE WS-DETAILZEILE        TO BERICHT-ZEILE
030700     WRITE BERICHT-ZEILE
030800     ADD 1 TO WS-ANZAHL-GEDRUCKT
030900     ADD 1 TO WS-ANZAHL-STICHTAG.
031000 3300-EXIT.
031100     EXIT.
031200*--------------------------------------------------------------*
031300* 8000-ABSCHLUSS - SUMMENZEILEN UND DATEIABSCHLUSS             *
031400*--------------------------------------------------------------*
031500 8000-ABSCHLUSS.
031600     IF WS-LETZTER-STICHTAG NOT = SPACES
031700         PERFORM 3200-STICHTAG-SUMME THRU 3200-EXIT
031800     END-IF
031900     MOVE SPACES TO BERICHT-ZEILE
032000     WRITE BERICHT-ZEILE
032100     MOVE 'TERMINSAETZE GELESEN:' TO WS-ZZ-TEXT
032200     MOVE WS-ANZAHL-GELESEN TO WS-ZZ-ANZAHL
032300     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
032400     MOVE 'IM VORSCHAUZEITRAUM WIRKSAM:' TO WS-ZZ-TEXT
032500     MOVE WS-ANZAHL-GEDRUCKT TO WS-ZZ-ANZAHL
032600     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
032700     MOVE 'DAVON ZURUECKGESTELLT:' TO WS-ZZ-TEXT
032800     MOVE WS-ANZAHL-ZURUECK TO WS-ZZ-ANZAHL
032900     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
033000     MOVE 'DAVON BEREITS FAELLIG, ABER ZURUECKGESTELLT:'
033100                                TO WS-ZZ-TEXT
033200     MOVE WS-ANZAHL-UEBERFAELLIG TO WS-ZZ-ANZAHL
033300     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
033400     MOVE 'SPAETER WIRKSAM (NICHT GEDRUCKT):' TO WS-ZZ-TEXT
033500     MOVE WS-ANZAHL-SPAETER TO WS-ZZ-ANZAHL
033600     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
033700     CLOSE TERMIN-DATEI BERICHT-DATEI.
033800 8000-EXIT.
033900     EXIT.
034000*--------------------------------------------------------------*
034100* 8100-SUMMENZEILE-SCHREIBEN                                   *
034200*--------------------------------------------------------------*
034300 8100-SUMMENZEILE-SCHREIBEN.
034400     MOVE SPACES TO BERICHT-ZEILE
034500     MOVE WS-ZAEHLERZEILE TO BERICHT-ZEILE
034600     WRITE BERICHT-ZEILE.
034700 8100-EXIT.
034800     EXIT.
