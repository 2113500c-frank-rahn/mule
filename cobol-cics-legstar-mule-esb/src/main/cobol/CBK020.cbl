001474*                  FENDEM SYSTEM (EIN-AUFRUF-SYSTEM) UND ANGE-  *
001476*                  MELDETEM BENUTZER - GRUNDLAGE DER VERRECH-   *
001478*                  NUNG UEBER CBK970                            *
001481* 15.10.2026 HJW   ABGLEICH DER GUELTIGEN IBAN GEGEN DIE        *
001484*                  SANKTIONS- UND HOCHRISIKO-BEOBACHTUNGSLISTE  *
001487*                  (TABELLE BEOBLISTE, BIC/BLZ/LAND); NEUE      *
001490*                  ERGEBNISFELDER ERM-BEOB-KZ/ERM-BEOB-GRUND,   *
001493*                  TREFFER IN DIE DATEI CBK020T                 *
001500*--------------------------------------------------------------*
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
002900 77  WS-REST                   PIC 9(04) COMP VALUE ZERO.
003000 77  WS-SQLCODE                PIC S9(05) COMP VALUE ZERO.
003010 77  WS-AUDIT-RESP             PIC S9(08) COMP VALUE ZERO.
003020 77  WS-TREF-RESP              PIC S9(08) COMP VALUE ZERO.
003100 01  WS-SCHALTER.
003200     05 WS-FORMAT-KZ           PIC X(01) VALUE 'J'.
003300         88 WS-FORMAT-OK                 VALUE 'J'.
005160 01  WS-NF-BLZ                 PIC X(08).
005170 01  WS-NF-NAME                PIC X(30).
005180 01  WS-NF-BIC                 PIC X(11).
005181*--------------------------------------------------------------*
005182* SUCHWERTE FUER DIE BEOBACHTUNGSLISTE UND TAGESDATUM          *
005183* (JJJJMMTT) FUER DEREN GUELTIGKEITSZEITRAUM                   *
005184*--------------------------------------------------------------*
005185 01  WS-BEOB-BIC               PIC X(11).
005186 01  WS-BEOB-BIC8              PIC X(11).
005187 01  WS-BEOB-BLZ               PIC X(11).
005188 01  WS-BEOB-LAND              PIC X(11).
005189 01  WS-ABSTIME                PIC S9(15) COMP-3.
005190 01  WS-HEUTE                  PIC X(08).
005191 01  WS-JETZT                  PIC X(06).
005200*--------------------------------------------------------------*
005300* DB2 KOMMUNIKATIONSBEREICH UND HOST-VARIABLEN                 *
005400*--------------------------------------------------------------*
005804* PROTOKOLLSATZ FUER DIE AUFRUFPROTOKOLLIERUNG (DATEI CBK010A)  *
005806*--------------------------------------------------------------*
005808     COPY AUDITSATZ.
005809*--------------------------------------------------------------*
005810* HOST-VARIABLEN FUER DIE BEOBACHTUNGSLISTE (TABELLE           *
005811* BEOBLISTE) UND TREFFERSATZ FUER DIE COMPLIANCE (DATEI        *
005812* CBK020T)                                                     *
005813*--------------------------------------------------------------*
005814     COPY BEOBSATZ.
005815     COPY TREFSATZ.
005850 LINKAGE SECTION.
005900*--------------------------------------------------------------*
006000* CICS-COMMAREA                                                 *
006100*--------------------------------------------------------------*
007640     IF IBAN-GUELTIG AND ERM-BIC NOT = SPACES
007650         PERFORM 7500-SEPA-LESEN THRU 7500-EXIT
007660     END-IF
007662     IF IBAN-GUELTIG
007664         PERFORM 7600-BEOBACHTUNG-PRUEFEN THRU 7600-EXIT
007666     END-IF
007670     PERFORM 8000-AUFRUF-PROTOKOLLIEREN THRU 8000-EXIT
007700     EXEC CICS RETURN END-EXEC
007800     GOBACK.
008960     MOVE 'N'                     TO ERM-SDD-CORE-KZ
008970     MOVE 'N'                     TO ERM-SDD-B2B-KZ
008980     MOVE 'N'                     TO ERM-SCT-INST-KZ
008986     MOVE 'N'                     TO ERM-BEOB-KZ
008992     MOVE SPACES                  TO ERM-BEOB-GRUND
009000     MOVE 'J'                     TO WS-FORMAT-KZ
009050     MOVE 'N'                     TO WS-AUSLAND-KZ
009100     MOVE ZERO                    TO WS-REST
032000     END-IF.
032100 7500-EXIT.
032200     EXIT.
032201*--------------------------------------------------------------*
032202* 7600-BEOBACHTUNG-PRUEFEN - BIC (11- UND 8-STELLIG), BLZ (NUR *
032203* DEUTSCHE IBAN) UND LAENDERCODE GEGEN DIE AM TAG GUELTIGEN    *
032204* EINTRAEGE DER BEOBACHTUNGSLISTE PRUEFEN. EIN SPERREINTRAG    *
032205* ('S') GEHT EINER WARNUNG ('W') VOR. GUELTIGKEIT UND          *
032206* FEHLERCODE DER IBAN BLEIBEN UNVERAENDERT; EIN FEHLSCHLAG DER *
032207* LESUNG WIRD ALS 'U' (NICHT GEPRUEFT) GEMELDET.               *
032208*--------------------------------------------------------------*
032209 7600-BEOBACHTUNG-PRUEFEN.
032210     EXEC CICS ASKTIME
032211         ABSTIME(WS-ABSTIME)
032212     END-EXEC
032213     EXEC CICS FORMATTIME
032214         ABSTIME(WS-ABSTIME)
032215         YYYYMMDD(WS-HEUTE)
032216         TIME(WS-JETZT)
032217     END-EXEC
032218     MOVE ERM-BIC                 TO WS-BEOB-BIC
032219     MOVE SPACES                  TO WS-BEOB-BIC8
032220     MOVE ERM-BIC (1:8)           TO WS-BEOB-BIC8
032221     MOVE SPACES                  TO WS-BEOB-BLZ
032222     IF NOT WS-AUSLAND
032223         MOVE WS-IBAN-BLZ         TO WS-BEOB-BLZ
032224     END-IF
032225     MOVE WS-IBAN-LAND            TO WS-BEOB-LAND
032226     EXEC SQL
032227         DECLARE BEOB-CURSOR CURSOR FOR
032228         SELECT ART, WERT, KATEGORIE, GRUND
032229           FROM BEOBLISTE
032230          WHERE ((ART = 'B' AND (WERT = :WS-BEOB-BIC
032231                                 OR WERT = :WS-BEOB-BIC8))
032232              OR (ART = 'Z' AND WERT = :WS-BEOB-BLZ)
032233              OR (ART = 'L' AND WERT = :WS-BEOB-LAND))
032234            AND GUELTIG_VON <= :WS-HEUTE
032235            AND (GUELTIG_BIS = ' ' OR GUELTIG_BIS >= :WS-HEUTE)
032236          ORDER BY KATEGORIE, ART
032237     END-EXEC
032238     EXEC SQL
032239         OPEN BEOB-CURSOR
032240     END-EXEC
032241     IF SQLCODE OF SQLCA NOT = ZERO
032242         MOVE 'U'                 TO ERM-BEOB-KZ
032243         GO TO 7600-EXIT
032244     END-IF
032245     EXEC SQL
032246         FETCH BEOB-CURSOR
032247         INTO :BEO-ART, :BEO-WERT, :BEO-KATEGORIE, :BEO-GRUND
032248     END-EXEC
032249     EVALUATE TRUE
032250         WHEN SQLCODE OF SQLCA = ZERO
032251             MOVE BEO-KATEGORIE   TO ERM-BEOB-KZ
032252             MOVE BEO-GRUND       TO ERM-BEOB-GRUND
032253             PERFORM 7700-TREFFER-SCHREIBEN THRU 7700-EXIT
032254         WHEN SQLCODE OF SQLCA = 100
032255             MOVE 'N'             TO ERM-BEOB-KZ
032256         WHEN OTHER
032257             MOVE 'U'             TO ERM-BEOB-KZ
032258     END-EVALUATE
032259     EXEC SQL
032260         CLOSE BEOB-CURSOR
032261     END-EXEC.
032262 7600-EXIT.
032263     EXIT.
032264*--------------------------------------------------------------*
032265* 7700-TREFFER-SCHREIBEN - TREFFER AUF DER BEOBACHTUNGSLISTE   *
032266* FUER DIE COMPLIANCE IN DIE DATEI CBK020T SCHREIBEN (AUFBAU   *
032267* TREFSATZ). EIN FEHLSCHLAG DES SCHREIBENS DARF DIE AUSKUNFT   *
032268* NICHT VERHINDERN.                                            *
032269*--------------------------------------------------------------*
032270 7700-TREFFER-SCHREIBEN.
032271     MOVE SPACES                  TO TREF-SATZ
032272     MOVE WS-HEUTE                TO TREF-DATUM
032273     MOVE WS-JETZT                TO TREF-UHRZEIT
032274     MOVE EIBTASKN                TO TREF-TASKNR
032275     MOVE 1                       TO TREF-LFDNR
032276     MOVE 'CBK020'                TO TREF-QUELLE
032277     MOVE EIN-AUFRUF-SYSTEM       TO TREF-SYSTEM
032278     EXEC CICS ASSIGN
032279         USERID(TREF-BENUTZER)
032280     END-EXEC
032281     MOVE EIN-IBAN                TO TREF-IBAN
032282     MOVE WS-BEOB-BLZ             TO TREF-BLZ
032283     MOVE ERM-BIC                 TO TREF-BIC
032284     MOVE WS-IBAN-LAND            TO TREF-LAND
032285     MOVE BEO-ART                 TO TREF-BEOB-ART
032286     MOVE BEO-WERT                TO TREF-BEOB-WERT
032287     MOVE BEO-KATEGORIE           TO TREF-KATEGORIE
032288     MOVE BEO-GRUND               TO TREF-GRUND
032289     SET TREF-GEMELDET            TO TRUE
032290     EXEC CICS WRITE
032291         FILE('CBK020T')
032292         FROM(TREF-SATZ)
032293         RIDFLD(TREF-SCHLUESSEL)
032294         RESP(WS-TREF-RESP)
032295     END-EXEC.
032296 7700-EXIT.
032297     EXIT.
032300*--------------------------------------------------------------*
032400* 8000-AUFRUF-PROTOKOLLIEREN - SCHREIBT EINEN PROTOKOLLSATZ FUER *
032500* JEDEN AUFRUF IN DIE DATEI CBK010A (WIE IN CBK010). EIN FEHL-   *
