000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBK027.
000300 AUTHOR.        H-J WILMS.
000400 INSTALLATION.  BANKLEITZAHLEN-AUSKUNFT.
000500 DATE-WRITTEN.  15.10.2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* AENDERUNGSHISTORIE                                           *
000900*--------------------------------------------------------------*
001000* DATUM      NAME  BESCHREIBUNG                                 *
001100* ---------- ----- ------------------------------------------- *
001200* 15.10.2026 HJW   ERSTERSTELLUNG - WENDET VOR DER IBAN-        *
001300*                  ERZEUGUNG DIE JE INSTITUT VON DER BUNDES-    *
001400*                  BANK VEROEFFENTLICHTE IBAN-REGEL AN (ERSATZ  *
001500*                  DER BLZ, ERSATZ DER KONTONUMMER ODER VERBOT  *
001600*                  DER IBAN-ERZEUGUNG). UMGESETZT SIND DIE      *
001700*                  REGELN 0000, 0001, 0002, 0003, 0004, 0010,   *
001800*                  0012 UND 0014 - ALLE UEBRIGEN REGELN LIEFERN *
001900*                  DAS KENNZEICHEN 'U' (NICHT UMGESETZT), DAMIT *
002000*                  KEINE FALSCHE IBAN HERAUSGEGEBEN WIRD        *
002100*--------------------------------------------------------------*
002200* AUFRUF: CALL 'CBK027' USING IBR-BEREICH (COPY IBRSATZ)        *
002300*   IBR-REGEL       IBAN-REGEL AUS DEM BANKENSTAMM (NNNNVV,     *
002400*                   LEER = STANDARDREGEL 000000)                *
002500*   IBR-BLZ         8-STELLIGE BLZ                              *
002600*   IBR-KONTONR     10-STELLIGE NUMERISCHE KONTONUMMER          *
002700*   IBR-ERGEBNIS-KZ 'J' IBAN ERZEUGBAR / 'N' REGEL VERBIETET    *
002800*                   DIE IBAN-ERZEUGUNG FUER DIESES KONTO /      *
002900*                   'U' REGEL NICHT UMGESETZT                   *
003000*   IBR-ANGEWANDTE-REGEL DIE ANGEWANDTE REGEL (NNNNVV)          *
003100*   IBR-IBAN-BLZ/   FUER DIE IBAN ZU VERWENDENDE BLZ UND        *
003200*   IBR-IBAN-KONTONR KONTONUMMER (BEI 'J')                      *
003300*   IBR-HINWEIS     KLARTEXT ZUR ANGEWANDTEN REGEL              *
003400*--------------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SPECIAL-NAMES.
003800     DECIMAL-POINT IS COMMA.
003900 DATA DIVISION.
004000 WORKING-STORAGE SECTION.
004100*--------------------------------------------------------------*
004200* REGELNUMMER UND VERSION DER UEBERGEBENEN IBAN-REGEL           *
004300*--------------------------------------------------------------*
004400 01  WS-REGEL.
004500     05 WS-REGEL-NR            PIC X(04).
004600     05 WS-REGEL-VERSION       PIC X(02).
004700*--------------------------------------------------------------*
004800* KONTONUMMER ALS EINZELZIFFERN                                 *
004900*--------------------------------------------------------------*
005000 01  WS-KONTO                  PIC X(10).
005100 01  WS-KONTO-ZIFFERN REDEFINES WS-KONTO.
005200     05 WS-KONTO-ZIFFER        PIC X(01) OCCURS 10 TIMES.
005300*--------------------------------------------------------------*
005400* ERSATZKONTENTABELLE DER REGELN 0004 UND 0010: JE EINTRAG      *
005500* REGELNUMMER, VEROEFFENTLICHTE (PSEUDO-)KONTONUMMER UND DIE     *
005600* FUER DIE IBAN ZU VERWENDENDE KONTONUMMER, BEIDE 10-STELLIG    *
005700* MIT FUEHRENDEN NULLEN. PFLEGE: NEUEN EINTRAG ANHAENGEN UND    *
005800* DIE OCCURS-GRENZE UNTEN ENTSPRECHEND ERHOEHEN.                *
005900*--------------------------------------------------------------*
006000 01  WS-ERSATZ-WERTE.
006100     05 FILLER PIC X(24) VALUE '000400000001350990021440'.
006200     05 FILLER PIC X(24) VALUE '000400000011116600012020'.
006300     05 FILLER PIC X(24) VALUE '000400000019000920019005'.
006400     05 FILLER PIC X(24) VALUE '000400000078780780008006'.
006500     05 FILLER PIC X(24) VALUE '000400000088880250030942'.
006600     05 FILLER PIC X(24) VALUE '000400000095951653524703'.
006700     05 FILLER PIC X(24) VALUE '000400000970970013044150'.
006800     05 FILLER PIC X(24) VALUE '000400001122330630025053'.
006900     05 FILLER PIC X(24) VALUE '000400003366666604058903'.
007000     05 FILLER PIC X(24) VALUE '000400004848480920018963'.
007100     05 FILLER PIC X(24) VALUE '001000000020000000222000'.
007200     05 FILLER PIC X(24) VALUE '001000008000000000180802'.
007300 01  WS-ERSATZ-TAB REDEFINES WS-ERSATZ-WERTE.
007400     05 WS-ERSATZ-EINTRAG OCCURS 12 TIMES
007500                          INDEXED BY WS-ET-IX.
007600         10 WS-ET-REGEL        PIC X(04).
007700         10 WS-ET-ALT-KONTO    PIC X(10).
007800         10 WS-ET-NEU-KONTO    PIC X(10).
007900 LINKAGE SECTION.
008000*--------------------------------------------------------------*
008100* UEBERGABEBEREICH (SIEHE IBRSATZ)                              *
008200*--------------------------------------------------------------*
008300     COPY IBRSATZ.
008400 PROCEDURE DIVISION USING IBR-BEREICH.
008500*--------------------------------------------------------------*
008600* 0000-MAINLINE                                                *
008700*--------------------------------------------------------------*
008800 0000-MAINLINE.
008900     PERFORM 1000-INITIALISIEREN  THRU 1000-EXIT
009000     IF IBR-KEINE-IBAN
009100         GO TO 0000-ENDE
009200     END-IF
009300     EVALUATE WS-REGEL-NR
009400         WHEN '0000'
009500             MOVE 'STANDARDREGEL'    TO IBR-HINWEIS
009600         WHEN '0001'
009700             SET IBR-KEINE-IBAN      TO TRUE
009800             MOVE 'INSTITUT LAESST KEINE IBAN-BERECHNUNG ZU'
009900                                     TO IBR-HINWEIS
010000         WHEN '0002'
010100             PERFORM 3000-UNTERKONTO-PRUEFEN THRU 3000-EXIT
010200         WHEN '0003'
010300             IF WS-KONTO = '6161604670'
010400                 SET IBR-KEINE-IBAN  TO TRUE
010500                 MOVE 'KONTONUMMER VON DER IBAN-BERECHNUNG'
010600                                     TO IBR-HINWEIS
010700                 MOVE ' AUSGENOMMEN' TO IBR-HINWEIS (36:12)
010800             ELSE
010900                 MOVE 'STANDARDREGEL' TO IBR-HINWEIS
011000             END-IF
011100         WHEN '0004'
011200             PERFORM 4000-ERSATZKONTO-SUCHEN THRU 4000-EXIT
011300         WHEN '0010'
011400             IF IBR-BLZ = '50050222'
011500                 MOVE '50050201'     TO IBR-IBAN-BLZ
011600             END-IF
011700             PERFORM 4000-ERSATZKONTO-SUCHEN THRU 4000-EXIT
011800         WHEN '0012'
011900             MOVE '50050000'         TO IBR-IBAN-BLZ
012000             MOVE 'BLZ DURCH ZENTRALE BLZ 50050000 ERSETZT'
012100                                     TO IBR-HINWEIS
012200         WHEN '0014'
012300             MOVE '30060601'         TO IBR-IBAN-BLZ
012400             MOVE 'BLZ DURCH ZENTRALE BLZ 30060601 ERSETZT'
012500                                     TO IBR-HINWEIS
012600         WHEN OTHER
012700             SET IBR-NICHT-UMGESETZT TO TRUE
012800             MOVE 'IBAN-REGEL NICHT UMGESETZT' TO IBR-HINWEIS
012900     END-EVALUATE.
013000 0000-ENDE.
013100     GOBACK.
013200*--------------------------------------------------------------*
013300* 1000-INITIALISIEREN - ERGEBNISFELDER VORBELEGEN (BLZ UND      *
013400* KONTONUMMER UNVERAENDERT), LEERE REGEL ALS STANDARDREGEL      *
013500* 000000 BEHANDELN                                              *
013600*--------------------------------------------------------------*
013700 1000-INITIALISIEREN.
013800     MOVE 'J'                     TO IBR-ERGEBNIS-KZ
013900     MOVE SPACES                  TO IBR-HINWEIS
014000     MOVE IBR-BLZ                 TO IBR-IBAN-BLZ
014100     MOVE IBR-KONTONR             TO IBR-IBAN-KONTONR
014200     IF IBR-REGEL = SPACES OR IBR-REGEL = LOW-VALUES
014300         MOVE '000000'            TO WS-REGEL
014400     ELSE
014500         MOVE IBR-REGEL           TO WS-REGEL
014600     END-IF
014700     MOVE WS-REGEL                TO IBR-ANGEWANDTE-REGEL
014800     IF IBR-KONTONR NOT NUMERIC
014900         SET IBR-KEINE-IBAN       TO TRUE
015000         MOVE 'KONTONUMMER NICHT NUMERISCH' TO IBR-HINWEIS
015100         GO TO 1000-EXIT
015200     END-IF
015300     MOVE IBR-KONTONR             TO WS-KONTO.
015400 1000-EXIT.
015500     EXIT.
015600*--------------------------------------------------------------*
015700* 3000-UNTERKONTO-PRUEFEN - REGEL 0002: KEINE IBAN FUER KONTEN  *
015800* MIT UNTERKONTONUMMER '86' ODER '6X' IN STELLE 8-9 DER         *
015900* 10-STELLIGEN KONTONUMMER                                      *
016000*--------------------------------------------------------------*
016100 3000-UNTERKONTO-PRUEFEN.
016200     IF WS-KONTO (8:2) = '86' OR WS-KONTO-ZIFFER (8) = '6'
016300         SET IBR-KEINE-IBAN       TO TRUE
016400         MOVE 'UNTERKONTO OHNE IBAN-BERECHNUNG' TO IBR-HINWEIS
016500     ELSE
016600         MOVE 'STANDARDREGEL'     TO IBR-HINWEIS
016700     END-IF.
016800 3000-EXIT.
016900     EXIT.
017000*--------------------------------------------------------------*
017100* 4000-ERSATZKONTO-SUCHEN - REGELN 0004/0010: VEROEFFENTLICHTE  *
017200* (PSEUDO-)KONTONUMMER IN DER ERSATZKONTENTABELLE SUCHEN UND    *
017300* DURCH DIE FUER DIE IBAN ZU VERWENDENDE KONTONUMMER ERSETZEN   *
017400*--------------------------------------------------------------*
017500 4000-ERSATZKONTO-SUCHEN.
017600     SET WS-ET-IX TO 1
017700     SEARCH WS-ERSATZ-EINTRAG
017800         AT END
017900             IF IBR-IBAN-BLZ = IBR-BLZ
018000                 MOVE 'STANDARDREGEL' TO IBR-HINWEIS
018100             ELSE
018200                 MOVE 'BLZ ERSETZT'  TO IBR-HINWEIS
018300             END-IF
018400         WHEN WS-ET-REGEL (WS-ET-IX) = WS-REGEL-NR
018500          AND WS-ET-ALT-KONTO (WS-ET-IX) = WS-KONTO
018600             MOVE WS-ET-NEU-KONTO (WS-ET-IX) TO IBR-IBAN-KONTONR
018700             MOVE 'KONTONUMMER DURCH ERSATZKONTO ERSETZT'
018800                                     TO IBR-HINWEIS
018900     END-SEARCH.
019000 4000-EXIT.
019100     EXIT.
