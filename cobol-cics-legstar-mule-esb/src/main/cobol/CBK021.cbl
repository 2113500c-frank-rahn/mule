000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBK021.
000300 AUTHOR.        H-J WILMS.
000400 INSTALLATION.  BANKLEITZAHLEN-AUSKUNFT.
000500 DATE-WRITTEN.  15.10.2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* AENDERUNGSHISTORIE                                           *
000900*--------------------------------------------------------------*
001000* DATUM      NAME  BESCHREIBUNG                                 *
001100* ---------- ----- ------------------------------------------- *
001200* 15.10.2026 HJW   ERSTERSTELLUNG - IBAN-LISTENPRUEFUNG: BIS ZU *
001300*                  50 IBAN JE AUFRUF MIT DEN PRUEFUNGEN VON     *
001400*                  CBK020; EIN PROTOKOLLSATZ JE AUFRUF IN       *
001500*                  CBK010A (SUCHART 'L') MIT DER ANZAHL DER     *
001600*                  GEPRUEFTEN IBAN FUER DIE VERRECHNUNG         *
001610* 15.10.2026 HJW   ABGLEICH JEDER GUELTIGEN IBAN GEGEN DIE      *
001620*                  BEOBACHTUNGSLISTE WIE CBK020                 *
001630*                  (ERM-BEOB-KZ/ERM-BEOB-GRUND JE POSTEN,       *
001640*                  TREFFER IN CBK020T MIT DER POSTENNUMMER)     *
001700*--------------------------------------------------------------*
001800* ZWECK:                                                       *
001900*   PRUEFT EINE LISTE VON BIS ZU 50 IBAN (JE POSTEN MIT EINER  *
002000*   FREI WAEHLBAREN REFERENZ DES AUFRUFERS) IN EINEM AUFRUF.   *
002100*   JEDER POSTEN DURCHLAEUFT DIESELBEN PRUEFUNGEN WIE EINE     *
002200*   EINZELPRUEFUNG UEBER CBK020: FORMAT, MOD-97, BESTAETIGUNG  *
002300*   DER BLZ MIT NACHFOLGEINSTITUT, KONTONUMMERN-PRUEFZIFFER    *
002400*   (CBK025), AUSLAENDISCHE IBAN (CBK026) UND SEPA-ERREICH-    *
002500*   BARKEIT (SEPASCL). DAS ERGEBNIS STEHT JE POSTEN AN DER     *
002600*   GLEICHEN STELLE WIE DIE EINGABE; RESULT ENTHAELT DIE       *
002700*   ANZAHL GEPRUEFTER, GUELTIGER UND UNGUELTIGER IBAN.         *
002800*   GESAMTFEHLERCODE: '00' ALLE IBAN GUELTIG, '20' ANZAHL      *
002900*   UNZULAESSIG, '21' MINDESTENS EINE IBAN UNGUELTIG; BEI      *
003000*   EINEM DATENBANKFEHLER DER CODE DES ERSTEN BETROFFENEN      *
003100*   POSTENS.                                                   *
003200*--------------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SPECIAL-NAMES.
003600     DECIMAL-POINT IS COMMA.
003700 DATA DIVISION.
003800 WORKING-STORAGE SECTION.
003900*--------------------------------------------------------------*
004000* SCHALTER UND ZAEHLER                                         *
004100*--------------------------------------------------------------*
004200 77  WS-IX                     PIC 9(02) COMP VALUE ZERO.
004300 77  WS-PX                     PIC 9(02) COMP VALUE ZERO.
004400 77  WS-MAX-POSTEN             PIC 9(02) COMP VALUE 50.
004500 77  WS-ZIFFER                 PIC 9(01) VALUE ZERO.
004600 77  WS-TEMP                   PIC 9(04) COMP VALUE ZERO.
004700 77  WS-QUOTIENT               PIC 9(04) COMP VALUE ZERO.
004800 77  WS-REST                   PIC 9(04) COMP VALUE ZERO.
004900 77  WS-SQLCODE                PIC S9(05) COMP VALUE ZERO.
005000 77  WS-AUDIT-RESP             PIC S9(08) COMP VALUE ZERO.
005010 77  WS-TREF-RESP              PIC S9(08) COMP VALUE ZERO.
005100 01  WS-SCHALTER.
005200     05 WS-FORMAT-KZ           PIC X(01) VALUE 'J'.
005300         88 WS-FORMAT-OK                 VALUE 'J'.
005400         88 WS-FORMAT-FEHLER             VALUE 'N'.
005500     05 WS-AUSLAND-KZ          PIC X(01) VALUE 'N'.
005600         88 WS-AUSLAND                   VALUE 'J'.
005700     05 WS-TECHNISCH-KZ        PIC X(01) VALUE 'N'.
005800         88 WS-TECHNISCH                 VALUE 'J'.
005900*--------------------------------------------------------------*
006000* ZERLEGUNG DER IBAN DES AKTUELLEN POSTENS (DEUTSCHE IBAN, 22  *
006100* STELLEN: LAENDERCODE(2) PRUEFZIFFERN(2) BLZ(8) KONTONR(10))  *
006200*--------------------------------------------------------------*
006300 01  WS-IBAN-EINGABE.
006400     05 WS-IBAN-TEXT           PIC X(34).
006500 01  WS-IBAN-AUFBAU REDEFINES WS-IBAN-EINGABE.
006600     05 WS-IBAN-LAND           PIC X(02).
006700     05 WS-IBAN-PRUEFZIFFER    PIC X(02).
006800     05 WS-IBAN-BLZ            PIC X(08).
006900     05 WS-IBAN-KONTO          PIC X(10).
007000     05 FILLER                 PIC X(12).
007100*--------------------------------------------------------------*
007200* UMGESTELLTE IBAN (BLZ+KONTO+LAENDERCODE-ALS-ZIFFERN+PRUEFZ.) *
007300* ALS REIN NUMERISCHE ZEICHENKETTE FUER DIE MOD-97-PRUEFUNG    *
007400*--------------------------------------------------------------*
007500 01  WS-IBAN-NUMERISCH         PIC X(24).
007600*--------------------------------------------------------------*
007700* NACHFOLGEINSTITUT BEI ANGEKUENDIGTER LOESCHUNG DER BLZ       *
007800*--------------------------------------------------------------*
007900 01  WS-NF-BLZ                 PIC X(08).
008000 01  WS-NF-NAME                PIC X(30).
008100 01  WS-NF-BIC                 PIC X(11).
008108*--------------------------------------------------------------*
008116* SUCHWERTE FUER DIE BEOBACHTUNGSLISTE UND TAGESDATUM          *
008124* (JJJJMMTT) FUER DEREN GUELTIGKEITSZEITRAUM                   *
008132*--------------------------------------------------------------*
008140 01  WS-BEOB-BIC               PIC X(11).
008148 01  WS-BEOB-BIC8              PIC X(11).
008156 01  WS-BEOB-BLZ               PIC X(11).
008164 01  WS-BEOB-LAND              PIC X(11).
008172 01  WS-ABSTIME                PIC S9(15) COMP-3.
008180 01  WS-HEUTE                  PIC X(08).
008188 01  WS-JETZT                  PIC X(06).
008200*--------------------------------------------------------------*
008300* ERGEBNIS DES AKTUELLEN POSTENS - AUFBAU WIE EIN EINTRAG DER  *
008400* TABELLE ERGEBNIS IM COMMAREA (CBK021O)                       *
008500*--------------------------------------------------------------*
008600 01  WS-ERGEBNIS.
008700     05 WS-ERG-REFERENZ        PIC X(16).
008800     05 WS-ERG-PRUEF-KZ        PIC X(01).
008900         88 WS-ERG-GUELTIG               VALUE 'J'.
009000     05 WS-ERG-FEHLERCODE      PIC X(02).
009100     05 WS-ERG-FEHLERTEXT      PIC X(72).
009200     05 WS-ERG-BLZ             PIC X(08).
009300     05 WS-ERG-BANKNAME        PIC X(30).
009400     05 WS-ERG-KONTONR         PIC X(10).
009500     05 WS-ERG-BIC             PIC X(11).
009600     05 WS-ERG-NAT-SORTCODE    PIC X(11).
009700     05 WS-ERG-SCT-KZ          PIC X(01).
009800     05 WS-ERG-SDD-CORE-KZ     PIC X(01).
009900     05 WS-ERG-SDD-B2B-KZ      PIC X(01).
010000     05 WS-ERG-SCT-INST-KZ     PIC X(01).
010010     05 WS-ERG-BEOB-KZ         PIC X(01).
010020     05 WS-ERG-BEOB-GRUND      PIC X(40).
010100*--------------------------------------------------------------*
010200* DB2 KOMMUNIKATIONSBEREICH UND HOST-VARIABLEN                 *
010300*--------------------------------------------------------------*
010400     EXEC SQL INCLUDE SQLCA END-EXEC.
010500     COPY BANKSATZ.
010600     COPY FEHLERTAB.
010700*--------------------------------------------------------------*
010800* UEBERGABEBEREICH FUER DAS KONTONUMMERN-PRUEFMODUL CBK025     *
010900*--------------------------------------------------------------*
011000     COPY PZMSATZ.
011100*--------------------------------------------------------------*
011200* UEBERGABEBEREICH FUER DAS IBAN-PRUEFMODUL CBK026 (AUSLAEN-   *
011300* DISCHE IBAN)                                                 *
011400*--------------------------------------------------------------*
011500     COPY IPMSATZ.
011600*--------------------------------------------------------------*
011700* HOST-VARIABLEN FUER DIE SEPA-ERREICHBARKEIT (TABELLE SEPASCL) *
011800*--------------------------------------------------------------*
011900     COPY SEPASATZ.
012000*--------------------------------------------------------------*
012100* PROTOKOLLSATZ FUER DIE AUFRUFPROTOKOLLIERUNG (DATEI CBK010A) *
012200*--------------------------------------------------------------*
012300     COPY AUDITSATZ.
012310*--------------------------------------------------------------*
012320* HOST-VARIABLEN FUER DIE BEOBACHTUNGSLISTE (TABELLE           *
012330* BEOBLISTE) UND TREFFERSATZ FUER DIE COMPLIANCE (DATEI        *
012340* CBK020T)                                                     *
012350*--------------------------------------------------------------*
012360     COPY BEOBSATZ.
012370     COPY TREFSATZ.
012400 LINKAGE SECTION.
012500*--------------------------------------------------------------*
012600* CICS-COMMAREA                                                *
012700*--------------------------------------------------------------*
012800     COPY CBK021O.
012900 PROCEDURE DIVISION.
013000*--------------------------------------------------------------*
013100* 0000-MAINLINE                                                *
013200*--------------------------------------------------------------*
013300 0000-MAINLINE.
013400     PERFORM 1000-INITIALISIEREN       THRU 1000-EXIT
013500     PERFORM 2000-COMMAREA-UEBERNEHMEN THRU 2000-EXIT
013600     IF FEHLERCODE = SPACES
013700         PERFORM 3000-POSTEN-PRUEFEN   THRU 3000-EXIT
013800             VARYING WS-PX FROM 1 BY 1
013900             UNTIL WS-PX > EIN-ANZAHL
014000         PERFORM 7900-GESAMTERGEBNIS-SETZEN THRU 7900-EXIT
014100     END-IF
014200     PERFORM 8000-AUFRUF-PROTOKOLLIEREN THRU 8000-EXIT
014300     EXEC CICS RETURN END-EXEC
014400     GOBACK.
014500*--------------------------------------------------------------*
014600* 1000-INITIALISIEREN                                          *
014700*--------------------------------------------------------------*
014800 1000-INITIALISIEREN.
014900     MOVE 'N'                     TO WS-TECHNISCH-KZ
015000     MOVE ZERO                    TO WS-SQLCODE.
015100 1000-EXIT.
015200     EXIT.
015300*--------------------------------------------------------------*
015400* 2000-COMMAREA-UEBERNEHMEN - ERGEBNISBEREICH LEEREN UND DIE   *
015500* ANZAHL DER POSTEN PRUEFEN (1 BIS 50)                         *
015600*--------------------------------------------------------------*
015700 2000-COMMAREA-UEBERNEHMEN.
015800     IF EIBCALEN = ZERO
015900         EXEC CICS RETURN END-EXEC
016000         GOBACK
016100     END-IF
016200     MOVE SPACES                  TO FEHLERCODE
016300     MOVE SPACES                  TO FEHLERTEXT
016400     MOVE ZERO                    TO SQLCODE OF RESULT
016500     MOVE ZERO                    TO ANZAHL-GEPRUEFT
016600     MOVE ZERO                    TO ANZAHL-GUELTIG
016700     MOVE ZERO                    TO ANZAHL-UNGUELTIG
016800     MOVE SPACES                  TO AUSGABE
016900     IF EIN-ANZAHL NOT NUMERIC
017000        OR EIN-ANZAHL = ZERO
017100        OR EIN-ANZAHL > WS-MAX-POSTEN
017200         MOVE '20'                TO FEHLERCODE
017300         MOVE 'ANZAHL DER IBAN UNZULAESSIG - 1 BIS 50 JE AUFRUF'
017400                                  TO FEHLERTEXT
017500     END-IF.
017600 2000-EXIT.
017700     EXIT.
017800*--------------------------------------------------------------*
017900* 3000-POSTEN-PRUEFEN - EINE IBAN DER LISTE MIT DEN PRUEFUNGEN *
018000* VON CBK020 KONTROLLIEREN UND DAS ERGEBNIS AN DIE STELLE DES  *
018100* POSTENS IM COMMAREA STELLEN                                  *
018200*--------------------------------------------------------------*
018300 3000-POSTEN-PRUEFEN.
018400     PERFORM 3100-POSTEN-INITIALISIEREN THRU 3100-EXIT
018500     PERFORM 3200-IBAN-FORMAT-PRUEFEN  THRU 3200-EXIT
018600     IF WS-AUSLAND
018700         PERFORM 7000-AUSLAND-PRUEFEN THRU 7000-EXIT
018800     END-IF
018900     IF WS-FORMAT-OK AND NOT WS-AUSLAND
019000         PERFORM 4000-PRUEFZIFFER-BERECHNEN THRU 4000-EXIT
019100     END-IF
019200     IF WS-FORMAT-OK AND WS-ERG-GUELTIG AND NOT WS-AUSLAND
019300         PERFORM 5000-BLZ-BESTAETIGEN THRU 5000-EXIT
019400     END-IF
019500     IF WS-FORMAT-OK AND WS-ERG-GUELTIG AND NOT WS-AUSLAND
019600         PERFORM 6000-KONTO-PZ-PRUEFEN THRU 6000-EXIT
019700     END-IF
019800     IF WS-ERG-GUELTIG AND WS-ERG-BIC NOT = SPACES
019900         PERFORM 7500-SEPA-LESEN THRU 7500-EXIT
020000     END-IF
020010     IF WS-ERG-GUELTIG
020020         PERFORM 7600-BEOBACHTUNG-PRUEFEN THRU 7600-EXIT
020030     END-IF
020100     ADD 1 TO ANZAHL-GEPRUEFT
020200     IF WS-ERG-GUELTIG
020300         ADD 1 TO ANZAHL-GUELTIG
020400     ELSE
020500         ADD 1 TO ANZAHL-UNGUELTIG
020600     END-IF
020700     MOVE WS-ERGEBNIS             TO ERGEBNIS (WS-PX).
020800 3000-EXIT.
020900     EXIT.
021000*--------------------------------------------------------------*
021100* 3100-POSTEN-INITIALISIEREN                                   *
021200*--------------------------------------------------------------*
021300 3100-POSTEN-INITIALISIEREN.
021400     MOVE SPACES                  TO WS-ERGEBNIS
021500     MOVE EIN-REFERENZ (WS-PX)    TO WS-ERG-REFERENZ
021600     MOVE 'N'                     TO WS-ERG-PRUEF-KZ
021700     MOVE 'N'                     TO WS-ERG-SCT-KZ
021800     MOVE 'N'                     TO WS-ERG-SDD-CORE-KZ
021900     MOVE 'N'                     TO WS-ERG-SDD-B2B-KZ
022000     MOVE 'N'                     TO WS-ERG-SCT-INST-KZ
022010     MOVE 'N'                     TO WS-ERG-BEOB-KZ
022100     MOVE 'J'                     TO WS-FORMAT-KZ
022200     MOVE 'N'                     TO WS-AUSLAND-KZ
022300     MOVE ZERO                    TO WS-REST
022400     MOVE EIN-IBAN (WS-PX)        TO WS-IBAN-TEXT.
022500 3100-EXIT.
022600     EXIT.
022700*--------------------------------------------------------------*
022800* 3200-IBAN-FORMAT-PRUEFEN - DEUTSCHE IBAN MIT 22 STELLEN UND  *
022900* NUMERISCHEN PRUEFZIFFERN/BLZ/KONTONR; ALLE ANDEREN LAENDER-  *
023000* CODES GEHEN IN DIE AUSLANDSPRUEFUNG (CBK026)                 *
023100*--------------------------------------------------------------*
023200 3200-IBAN-FORMAT-PRUEFEN.
023300     IF WS-IBAN-LAND NOT = 'DE'
023400         SET WS-AUSLAND           TO TRUE
023500         GO TO 3200-EXIT
023600     END-IF
023700     IF WS-IBAN-TEXT (23:12) NOT = SPACES
023800         MOVE '10'                TO WS-ERG-FEHLERCODE
023900         MOVE 'IBAN ZU LANG - DEUTSCHE IBAN HAT 22 STELLEN'
024000                                  TO WS-ERG-FEHLERTEXT
024100         MOVE 'N'                 TO WS-FORMAT-KZ
024200         GO TO 3200-EXIT
024300     END-IF
024400     IF WS-IBAN-PRUEFZIFFER NOT NUMERIC
024500        OR WS-IBAN-BLZ NOT NUMERIC
024600        OR WS-IBAN-KONTO NOT NUMERIC
024700         MOVE '10'                TO WS-ERG-FEHLERCODE
024800         MOVE 'IBAN HAT KEIN GUELTIGES FORMAT'
024900                                  TO WS-ERG-FEHLERTEXT
025000         MOVE 'N'                 TO WS-FORMAT-KZ
025100     END-IF.
025200 3200-EXIT.
025300     EXIT.
025400*--------------------------------------------------------------*
025500* 4000-PRUEFZIFFER-BERECHNEN - MOD-97-PRUEFZIFFERNKONTROLLE    *
025600* NACH ISO 7064 (IBAN-PRUEFSUMME MUSS 1 ERGEBEN)               *
025700*--------------------------------------------------------------*
025800 4000-PRUEFZIFFER-BERECHNEN.
025900     STRING WS-IBAN-BLZ           DELIMITED BY SIZE
026000            WS-IBAN-KONTO         DELIMITED BY SIZE
026100            '1314'                DELIMITED BY SIZE
026200            WS-IBAN-PRUEFZIFFER   DELIMITED BY SIZE
026300       INTO WS-IBAN-NUMERISCH
026400     MOVE ZERO                    TO WS-REST
026500     PERFORM 4100-ZIFFER-VERARBEITEN THRU 4100-EXIT
026600         VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 24
026700     IF WS-REST = 1
026800         MOVE 'J'                 TO WS-ERG-PRUEF-KZ
026900         MOVE '00'                TO WS-ERG-FEHLERCODE
027000         MOVE 'IBAN-PRUEFZIFFER KORREKT' TO WS-ERG-FEHLERTEXT
027100     ELSE
027200         MOVE 'N'                 TO WS-ERG-PRUEF-KZ
027300         MOVE '12'                TO WS-ERG-FEHLERCODE
027400         MOVE 'PRUEFZIFFER UNGUELTIG - IBAN FEHLERHAFT'
027500                                  TO WS-ERG-FEHLERTEXT
027600     END-IF.
027700 4000-EXIT.
027800     EXIT.
027900*--------------------------------------------------------------*
028000* 4100-ZIFFER-VERARBEITEN - EINE STELLE DER UMGESTELLTEN IBAN  *
028100* IN DEN FORTLAUFENDEN REST (MOD 97) EINARBEITEN               *
028200*--------------------------------------------------------------*
028300 4100-ZIFFER-VERARBEITEN.
028400     MOVE WS-IBAN-NUMERISCH (WS-IX:1) TO WS-ZIFFER
028500     COMPUTE WS-TEMP = (WS-REST * 10) + WS-ZIFFER
028600     DIVIDE WS-TEMP BY 97 GIVING WS-QUOTIENT REMAINDER WS-REST.
028700 4100-EXIT.
028800     EXIT.
028900*--------------------------------------------------------------*
029000* 5000-BLZ-BESTAETIGEN - PRUEFT, OB DIE AUS DER IBAN ERMITTELTE *
029100* BLZ IM BANKENSTAMM ALS HAUPTSTELLE ENTHALTEN IST             *
029200*--------------------------------------------------------------*
029300 5000-BLZ-BESTAETIGEN.
029400     MOVE WS-IBAN-BLZ             TO BS-BLZ
029500     EXEC SQL
029600         SELECT NAME, BLZ, PLZ, ORT, BIC, PZ_METHODE,
029700                GUELTIG_BIS, NACHFOLGE_BLZ
029800           INTO :BS-NAME, :BS-BLZ, :BS-PLZ, :BS-ORT, :BS-BIC,
029900                :BS-PZ-METHODE, :BS-GUELTIG-BIS,
030000                :BS-NACHFOLGE-BLZ
030100           FROM BANKLEITZAHLEN
030200          WHERE BLZ = :BS-BLZ
030300            AND FILIALNR = '000'
030400            AND SATZART = 'D'
030500     END-EXEC
030600     MOVE SQLCODE OF SQLCA        TO WS-SQLCODE
030700     IF WS-SQLCODE = ZERO
030800         MOVE BS-BLZ              TO WS-ERG-BLZ
030900         MOVE BS-NAME             TO WS-ERG-BANKNAME
031000         MOVE BS-BIC              TO WS-ERG-BIC
031100         MOVE WS-IBAN-KONTO       TO WS-ERG-KONTONR
031200         MOVE '00'                TO WS-ERG-FEHLERCODE
031300         MOVE 'IBAN GUELTIG - BANKLEITZAHL BESTAETIGT'
031400                                  TO WS-ERG-FEHLERTEXT
031500         IF BS-GUELTIG-BIS NOT = SPACES
031600             PERFORM 5100-NACHFOLGER-LIEFERN THRU 5100-EXIT
031700         END-IF
031800     ELSE
031900         MOVE 'N'                 TO WS-ERG-PRUEF-KZ
032000         IF WS-SQLCODE = 100
032100             MOVE '13'            TO WS-ERG-FEHLERCODE
032200             MOVE 'PRUEFZIFFER OK, BLZ ABER NICHT IM BANKENSTAMM'
032300                                  TO WS-ERG-FEHLERTEXT
032400         ELSE
032500             PERFORM 5900-DB-FEHLER-SETZEN THRU 5900-EXIT
032600         END-IF
032700     END-IF.
032800 5000-EXIT.
032900     EXIT.
033000*--------------------------------------------------------------*
033100* 5100-NACHFOLGER-LIEFERN - DIE BLZ IST ZUR LOESCHUNG ANGE-    *
033200* KUENDIGT. BEI EINER FUSION (NACHFOLGE-BLZ GEFUELLT) WIRD DAS *
033300* NACHFOLGEINSTITUT ANSTELLE DER AUFGELOESTEN BANK GELIEFERT   *
033400*--------------------------------------------------------------*
033500 5100-NACHFOLGER-LIEFERN.
033600     MOVE 'IBAN GUELTIG - BLZ ZUR LOESCHUNG ANGEKUENDIGT'
033700                                  TO WS-ERG-FEHLERTEXT
033800     IF BS-NACHFOLGE-BLZ = SPACES
033900         GO TO 5100-EXIT
034000     END-IF
034100     MOVE BS-NACHFOLGE-BLZ        TO WS-NF-BLZ
034200     EXEC SQL
034300         SELECT NAME, BIC
034400           INTO :WS-NF-NAME, :WS-NF-BIC
034500           FROM BANKLEITZAHLEN
034600          WHERE BLZ = :WS-NF-BLZ
034700            AND FILIALNR = '000'
034800            AND SATZART = 'D'
034900     END-EXEC
035000     IF SQLCODE OF SQLCA = ZERO
035100         MOVE WS-NF-BLZ           TO WS-ERG-BLZ
035200         MOVE WS-NF-NAME          TO WS-ERG-BANKNAME
035300         MOVE WS-NF-BIC           TO WS-ERG-BIC
035400         MOVE 'IBAN GUELTIG - NACHFOLGEINSTITUT GELIEFERT'
035500                                  TO WS-ERG-FEHLERTEXT
035600     END-IF.
035700 5100-EXIT.
035800     EXIT.
035900*--------------------------------------------------------------*
036000* 5900-DB-FEHLER-SETZEN - SQLCODE UEBER FEHLERTAB IN FEHLER-   *
036100* CODE/-TEXT DES POSTENS UMSETZEN. DER ERSTE DATENBANKFEHLER   *
036200* DER LISTE GEHT ZUSAETZLICH IN DAS GESAMTERGEBNIS.            *
036300*--------------------------------------------------------------*
036400 5900-DB-FEHLER-SETZEN.
036500     SET FT-IX TO 1
036600     SEARCH FEHLERTAB-EINTRAG
036700         AT END
036800             MOVE '90'            TO WS-ERG-FEHLERCODE
036900             MOVE 'SONSTIGER DATENBANKFEHLER'
037000                                  TO WS-ERG-FEHLERTEXT
037100         WHEN FT-SQLCODE (FT-IX) = WS-SQLCODE
037200             MOVE FT-FEHLERCODE (FT-IX) TO WS-ERG-FEHLERCODE
037300             MOVE FT-FEHLERTEXT (FT-IX) TO WS-ERG-FEHLERTEXT
037400     END-SEARCH
037500     IF NOT WS-TECHNISCH
037600         SET WS-TECHNISCH         TO TRUE
037700         MOVE WS-ERG-FEHLERCODE   TO FEHLERCODE
037800         MOVE WS-ERG-FEHLERTEXT   TO FEHLERTEXT
037900         MOVE WS-SQLCODE          TO SQLCODE OF RESULT
038000     END-IF.
038100 5900-EXIT.
038200     EXIT.
038300*--------------------------------------------------------------*
038400* 6000-KONTO-PZ-PRUEFEN - PRUEFT DIE PRUEFZIFFER DER KONTO-    *
038500* NUMMER NACH DER FUER DIE BANK HINTERLEGTEN BUNDESBANK-       *
038600* METHODE (MODUL CBK025). EINE NICHT UMGESETZTE METHODE LAESST *
038700* DAS BISHERIGE ERGEBNIS UNVERAENDERT.                         *
038800*--------------------------------------------------------------*
038900 6000-KONTO-PZ-PRUEFEN.
039000     MOVE BS-PZ-METHODE           TO PZM-METHODE
039100     MOVE WS-IBAN-KONTO           TO PZM-KONTONR
039200     MOVE 'U'                     TO PZM-ERGEBNIS-KZ
039300     CALL 'CBK025' USING PZM-BEREICH
039400     IF PZM-UNGUELTIG
039500         MOVE 'N'                 TO WS-ERG-PRUEF-KZ
039600         MOVE '14'                TO WS-ERG-FEHLERCODE
039700         MOVE SPACES              TO WS-ERG-FEHLERTEXT
039800         STRING 'KONTONUMMER-PRUEFZIFFER UNGUELTIG - METHODE '
039900                                  DELIMITED BY SIZE
040000                BS-PZ-METHODE     DELIMITED BY SIZE
040100           INTO WS-ERG-FEHLERTEXT
040200     END-IF.
040300 6000-EXIT.
040400     EXIT.
040500*--------------------------------------------------------------*
040600* 7000-AUSLAND-PRUEFEN - AUSLAENDISCHE IBAN UEBER DAS PRUEF-   *
040700* MODUL CBK026 PRUEFEN; BEI GUELTIGER IBAN WIRD DAS INSTITUT   *
040800* UEBER DEN NATIONALEN SORTCODE GESUCHT                        *
040900*--------------------------------------------------------------*
041000 7000-AUSLAND-PRUEFEN.
041100     MOVE WS-IBAN-TEXT            TO IPM-IBAN
041200     CALL 'CBK026' USING IPM-BEREICH
041300     MOVE IPM-NAT-SORTCODE        TO WS-ERG-NAT-SORTCODE
041400     IF IPM-GUELTIG
041500         MOVE 'J'                 TO WS-ERG-PRUEF-KZ
041600         PERFORM 7100-AUSLAND-INSTITUT-SUCHEN THRU 7100-EXIT
041700     ELSE
041800         MOVE 'N'                 TO WS-ERG-PRUEF-KZ
041900         MOVE IPM-FEHLERCODE      TO WS-ERG-FEHLERCODE
042000         MOVE IPM-FEHLERTEXT      TO WS-ERG-FEHLERTEXT
042100     END-IF.
042200 7000-EXIT.
042300     EXIT.
042400*--------------------------------------------------------------*
042500* 7100-AUSLAND-INSTITUT-SUCHEN - DAS AUSLAENDISCHE INSTITUT    *
042600* (SATZART 'A') UEBER LAENDERCODE UND NATIONALEN SORTCODE IM   *
042700* BESTAND SUCHEN. EIN NICHT GEFUEHRTES INSTITUT MACHT DIE IBAN *
042800* NICHT UNGUELTIG (FEHLERCODE '15').                           *
042900*--------------------------------------------------------------*
043000 7100-AUSLAND-INSTITUT-SUCHEN.
043100     MOVE IPM-LAND                TO BS-LAENDERCODE
043200     MOVE IPM-NAT-SORTCODE        TO BS-NAT-SORTCODE
043300     EXEC SQL
043400         SELECT NAME, BIC
043500           INTO :BS-NAME, :BS-BIC
043600           FROM BANKLEITZAHLEN
043700          WHERE SATZART = 'A'
043800            AND LAENDERCODE = :BS-LAENDERCODE
043900            AND NAT-SORTCODE = :BS-NAT-SORTCODE
044000     END-EXEC
044100     MOVE SQLCODE OF SQLCA        TO WS-SQLCODE
044200     EVALUATE TRUE
044300         WHEN WS-SQLCODE = ZERO
044400             MOVE BS-NAME         TO WS-ERG-BANKNAME
044500             MOVE BS-BIC          TO WS-ERG-BIC
044600             MOVE '00'            TO WS-ERG-FEHLERCODE
044700             MOVE 'AUSLANDS-IBAN GUELTIG - INSTITUT GELIEFERT'
044800                                  TO WS-ERG-FEHLERTEXT
044900         WHEN WS-SQLCODE = 100
045000             MOVE '15'            TO WS-ERG-FEHLERCODE
045100             MOVE 'IBAN GUELTIG - INSTITUT NICHT IM BESTAND'
045200                                  TO WS-ERG-FEHLERTEXT
045300         WHEN OTHER
045400             MOVE 'N'             TO WS-ERG-PRUEF-KZ
045500             PERFORM 5900-DB-FEHLER-SETZEN THRU 5900-EXIT
045600     END-EVALUATE.
045700 7100-EXIT.
045800     EXIT.
045900*--------------------------------------------------------------*
046000* 7500-SEPA-LESEN - SEPA-ERREICHBARKEIT DES ERMITTELTEN BIC    *
046100* AUS DER TABELLE SEPASCL LESEN. EIN NICHT GEFUEHRTER BIC      *
046200* ODER EIN FEHLSCHLAG DIESER LESUNG LAESST DIE KENNZEICHEN     *
046300* AUF 'N' UND DARF DIE AUSKUNFT NICHT VERHINDERN.              *
046400*--------------------------------------------------------------*
046500 7500-SEPA-LESEN.
046600     MOVE WS-ERG-BIC              TO SEP-BIC
046700     EXEC SQL
046800         SELECT SCT_KZ, SDD_CORE_KZ, SDD_B2B_KZ, SCT_INST_KZ
046900           INTO :SEP-SCT-KZ, :SEP-SDD-CORE-KZ,
047000                :SEP-SDD-B2B-KZ, :SEP-SCT-INST-KZ
047100           FROM SEPASCL
047200          WHERE BIC = :SEP-BIC
047300     END-EXEC
047400     IF SQLCODE OF SQLCA = ZERO
047500         MOVE SEP-SCT-KZ          TO WS-ERG-SCT-KZ
047600         MOVE SEP-SDD-CORE-KZ     TO WS-ERG-SDD-CORE-KZ
047700         MOVE SEP-SDD-B2B-KZ      TO WS-ERG-SDD-B2B-KZ
047800         MOVE SEP-SCT-INST-KZ     TO WS-ERG-SCT-INST-KZ
047900     END-IF.
048000 7500-EXIT.
048100     EXIT.
048101*--------------------------------------------------------------*
048102* 7600-BEOBACHTUNG-PRUEFEN - BIC, BLZ (NUR DEUTSCHE IBAN) UND  *
048103* LAENDERCODE DES POSTENS GEGEN DIE AM TAG GUELTIGEN EINTRAEGE *
048104* DER BEOBACHTUNGSLISTE PRUEFEN (WIE CBK020). SPERRE ('S')     *
048105* GEHT WARNUNG ('W') VOR; EIN FEHLSCHLAG DER LESUNG WIRD ALS   *
048106* 'U' GEMELDET UND AENDERT DAS ERGEBNIS DER IBAN NICHT.        *
048107*--------------------------------------------------------------*
048108 7600-BEOBACHTUNG-PRUEFEN.
048109     EXEC CICS ASKTIME
048110         ABSTIME(WS-ABSTIME)
048111     END-EXEC
048112     EXEC CICS FORMATTIME
048113         ABSTIME(WS-ABSTIME)
048114         YYYYMMDD(WS-HEUTE)
048115         TIME(WS-JETZT)
048116     END-EXEC
048117     MOVE WS-ERG-BIC              TO WS-BEOB-BIC
048118     MOVE SPACES                  TO WS-BEOB-BIC8
048119     MOVE WS-ERG-BIC (1:8)        TO WS-BEOB-BIC8
048120     MOVE SPACES                  TO WS-BEOB-BLZ
048121     IF NOT WS-AUSLAND
048122         MOVE WS-IBAN-BLZ         TO WS-BEOB-BLZ
048123     END-IF
048124     MOVE WS-IBAN-LAND            TO WS-BEOB-LAND
048125     EXEC SQL
048126         DECLARE BEOB-CURSOR CURSOR FOR
048127         SELECT ART, WERT, KATEGORIE, GRUND
048128           FROM BEOBLISTE
048129          WHERE ((ART = 'B' AND (WERT = :WS-BEOB-BIC
048130                                 OR WERT = :WS-BEOB-BIC8))
048131              OR (ART = 'Z' AND WERT = :WS-BEOB-BLZ)
048132              OR (ART = 'L' AND WERT = :WS-BEOB-LAND))
048133            AND GUELTIG_VON <= :WS-HEUTE
048134            AND (GUELTIG_BIS = ' ' OR GUELTIG_BIS >= :WS-HEUTE)
048135          ORDER BY KATEGORIE, ART
048136     END-EXEC
048137     EXEC SQL
048138         OPEN BEOB-CURSOR
048139     END-EXEC
048140     IF SQLCODE OF SQLCA NOT = ZERO
048141         MOVE 'U'                 TO WS-ERG-BEOB-KZ
048142         GO TO 7600-EXIT
048143     END-IF
048144     EXEC SQL
048145         FETCH BEOB-CURSOR
048146         INTO :BEO-ART, :BEO-WERT, :BEO-KATEGORIE, :BEO-GRUND
048147     END-EXEC
048148     EVALUATE TRUE
048149         WHEN SQLCODE OF SQLCA = ZERO
048150             MOVE BEO-KATEGORIE   TO WS-ERG-BEOB-KZ
048151             MOVE BEO-GRUND       TO WS-ERG-BEOB-GRUND
048152             PERFORM 7700-TREFFER-SCHREIBEN THRU 7700-EXIT
048153         WHEN SQLCODE OF SQLCA = 100
048154             MOVE 'N'             TO WS-ERG-BEOB-KZ
048155         WHEN OTHER
048156             MOVE 'U'             TO WS-ERG-BEOB-KZ
048157     END-EVALUATE
048158     EXEC SQL
048159         CLOSE BEOB-CURSOR
048160     END-EXEC.
048161 7600-EXIT.
048162     EXIT.
048163*--------------------------------------------------------------*
048164* 7700-TREFFER-SCHREIBEN - TREFFER DES POSTENS IN DIE DATEI    *
048165* CBK020T SCHREIBEN (AUFBAU TREFSATZ, LAUFENDE NUMMER =        *
048166* POSTENNUMMER). EIN FEHLSCHLAG DES SCHREIBENS DARF DIE        *
048167* PRUEFUNG NICHT VERHINDERN.                                   *
048168*--------------------------------------------------------------*
048169 7700-TREFFER-SCHREIBEN.
048170     MOVE SPACES                  TO TREF-SATZ
048171     MOVE WS-HEUTE                TO TREF-DATUM
048172     MOVE WS-JETZT                TO TREF-UHRZEIT
048173     MOVE EIBTASKN                TO TREF-TASKNR
048174     MOVE WS-PX                   TO TREF-LFDNR
048175     MOVE 'CBK021'                TO TREF-QUELLE
048176     MOVE EIN-AUFRUF-SYSTEM       TO TREF-SYSTEM
048177     EXEC CICS ASSIGN
048178         USERID(TREF-BENUTZER)
048179     END-EXEC
048180     MOVE WS-ERG-REFERENZ         TO TREF-REFERENZ
048181     MOVE WS-IBAN-TEXT            TO TREF-IBAN
048182     MOVE WS-BEOB-BLZ             TO TREF-BLZ
048183     MOVE WS-ERG-BIC              TO TREF-BIC
048184     MOVE WS-IBAN-LAND            TO TREF-LAND
048185     MOVE BEO-ART                 TO TREF-BEOB-ART
048186     MOVE BEO-WERT                TO TREF-BEOB-WERT
048187     MOVE BEO-KATEGORIE           TO TREF-KATEGORIE
048188     MOVE BEO-GRUND               TO TREF-GRUND
048189     SET TREF-GEMELDET            TO TRUE
048190     EXEC CICS WRITE
048191         FILE('CBK020T')
048192         FROM(TREF-SATZ)
048193         RIDFLD(TREF-SCHLUESSEL)
048194         RESP(WS-TREF-RESP)
048195     END-EXEC.
048196 7700-EXIT.
048197     EXIT.
048200*--------------------------------------------------------------*
048300* 7900-GESAMTERGEBNIS-SETZEN - GESAMTFEHLERCODE DES AUFRUFS.   *
048400* EIN DATENBANKFEHLER (5900) HAT DEN CODE BEREITS GESETZT.     *
048500*--------------------------------------------------------------*
048600 7900-GESAMTERGEBNIS-SETZEN.
048700     IF WS-TECHNISCH
048800         GO TO 7900-EXIT
048900     END-IF
049000     IF ANZAHL-UNGUELTIG = ZERO
049100         MOVE '00'                TO FEHLERCODE
049200         MOVE 'ALLE IBAN DER LISTE GUELTIG' TO FEHLERTEXT
049300     ELSE
049400         MOVE '21'                TO FEHLERCODE
049500         MOVE
049600         'MINDESTENS EINE IBAN UNGUELTIG - SIEHE EINZELERGEBNIS'
049700                                  TO FEHLERTEXT
049800     END-IF.
049900 7900-EXIT.
050000     EXIT.
050100*--------------------------------------------------------------*
050200* 8000-AUFRUF-PROTOKOLLIEREN - SCHREIBT EINEN PROTOKOLLSATZ JE *
050300* AUFRUF IN DIE DATEI CBK010A (SUCHART 'L'). ALS SUCHWERT DIENT *
050400* DIE ERSTE IBAN DER LISTE, AUDIT-ANZAHL-SAETZE TRAEGT DIE     *
050500* ANZAHL DER GEPRUEFTEN IBAN (GRUNDLAGE DER VERRECHNUNG JE     *
050600* IBAN IN CBK970). EIN FEHLSCHLAG DER PROTOKOLLIERUNG SELBST   *
050700* DARF DIE PRUEFUNG NICHT VERHINDERN.                          *
050800*--------------------------------------------------------------*
050900 8000-AUFRUF-PROTOKOLLIEREN.
051000     MOVE EIBDATE                 TO AUDIT-DATUM
051100     MOVE EIBTIME                 TO AUDIT-UHRZEIT
051200     MOVE EIBTASKN                TO AUDIT-TASKNR
051300     MOVE 'L'                     TO AUDIT-SUCHART
051400     MOVE EIN-IBAN (1)            TO AUDIT-SUCHWERT
051500     MOVE SPACES                  TO AUDIT-START-BLZ
051600     MOVE FEHLERCODE              TO AUDIT-FEHLERCODE
051700     MOVE SQLCODE OF RESULT       TO AUDIT-SQLCODE
051800     MOVE ANZAHL-GEPRUEFT         TO AUDIT-ANZAHL-SAETZE
051900     MOVE 'CBK021'                TO AUDIT-SERVICE
052000     MOVE EIN-AUFRUF-SYSTEM       TO AUDIT-SYSTEM
052100     MOVE SPACES                  TO AUDIT-BENUTZER
052200     EXEC CICS ASSIGN
052300         USERID(AUDIT-BENUTZER)
052400     END-EXEC
052500     EXEC CICS WRITE
052600         FILE('CBK010A')
052700         FROM(AUDIT-SATZ)
052800         RIDFLD(AUDIT-SCHLUESSEL)
052900         RESP(WS-AUDIT-RESP)
053000     END-EXEC.
053100 8000-EXIT.
053200     EXIT.
