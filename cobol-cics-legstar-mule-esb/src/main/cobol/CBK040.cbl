001692*                  FENDEM SYSTEM (EIN-AUFRUF-SYSTEM) UND ANGE-  *
001693*                  MELDETEM BENUTZER - GRUNDLAGE DER VERRECH-   *
001694*                  NUNG UEBER CBK970                            *
001695* 15.10.2026 HJW   IBAN-REGELN DER BUNDESBANK (IBAN_REGEL, MODUL*
001696*                  CBK027) ANGEWANDT - ERSATZ-BLZ/-KONTO, REGEL *
001697*                  IN ERM-IBAN-REGEL, VERWEIGERUNG MIT FEHLER-  *
001698*                  CODE '28' (REGEL LAESST KEINE IBAN ZU) BZW.  *
001699*                  '29' (REGEL NICHT UMGESETZT)                 *
001705* 15.10.2026 HJW   ABGLEICH DER ERZEUGTEN IBAN GEGEN DIE        *
001710*                  SANKTIONS- UND HOCHRISIKO-BEOBACHTUNGSLISTE  *
001715*                  (TABELLE BEOBLISTE, BIC/BLZ/LAND); NEUE      *
001720*                  ERGEBNISFELDER ERM-BEOB-KZ/ERM-BEOB-GRUND,   *
001725*                  TREFFER IN DIE DATEI CBK020T                 *
001730*--------------------------------------------------------------*
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SPECIAL-NAMES.
003200 77  WS-PRUEFZIFFER            PIC 9(02) VALUE ZERO.
003300 77  WS-SQLCODE                PIC S9(05) COMP VALUE ZERO.
003310 77  WS-AUDIT-RESP             PIC S9(08) COMP VALUE ZERO.
003320 77  WS-TREF-RESP              PIC S9(08) COMP VALUE ZERO.
003400 01  WS-SCHALTER.
003500     05 WS-FORMAT-KZ           PIC X(01) VALUE 'J'.
003600         88 WS-FORMAT-OK                 VALUE 'J'.
005100* ALS REIN NUMERISCHE ZEICHENKETTE FUER DIE MOD-97-RECHNUNG     *
005200*--------------------------------------------------------------*
005300 01  WS-IBAN-NUMERISCH         PIC X(24).
005307*--------------------------------------------------------------*
005314* SUCHWERTE FUER DIE BEOBACHTUNGSLISTE (ANGEFRAGTE UND IN DER  *
005321* IBAN VERWENDETE BLZ) UND TAGESDATUM (JJJJMMTT) FUER DEREN    *
005328* GUELTIGKEITSZEITRAUM                                         *
005335*--------------------------------------------------------------*
005342 01  WS-BEOB-BIC               PIC X(11).
005349 01  WS-BEOB-BIC8              PIC X(11).
005356 01  WS-BEOB-BLZ               PIC X(11).
005363 01  WS-BEOB-BLZ-EIN           PIC X(11).
005370 01  WS-BEOB-LAND              PIC X(11).
005377 01  WS-ABSTIME                PIC S9(15) COMP-3.
005384 01  WS-HEUTE                  PIC X(08).
005391 01  WS-JETZT                  PIC X(06).
005400*--------------------------------------------------------------*
005500* DB2 KOMMUNIKATIONSBEREICH UND HOST-VARIABLEN                 *
005600*--------------------------------------------------------------*
005984* PROTOKOLLSATZ FUER DIE AUFRUFPROTOKOLLIERUNG (DATEI CBK010A)  *
005986*--------------------------------------------------------------*
005988     COPY AUDITSATZ.
005990*--------------------------------------------------------------*
005992* UEBERGABEBEREICH FUER DAS IBAN-REGELMODUL CBK027              *
005994*--------------------------------------------------------------*
005996     COPY IBRSATZ.
006000*--------------------------------------------------------------*
006010* HOST-VARIABLEN FUER DIE BEOBACHTUNGSLISTE (TABELLE           *
006020* BEOBLISTE) UND TREFFERSATZ FUER DIE COMPLIANCE (DATEI        *
006030* CBK020T)                                                     *
006040*--------------------------------------------------------------*
006050     COPY BEOBSATZ.
006060     COPY TREFSATZ.
006070 LINKAGE SECTION.
006100*--------------------------------------------------------------*
006200* CICS-COMMAREA                                                 *
006300*--------------------------------------------------------------*
007510     IF WS-FORMAT-OK AND WS-SQLCODE = ZERO
007520         PERFORM 4500-KONTO-PZ-PRUEFEN THRU 4500-EXIT
007530     END-IF
007540     IF WS-FORMAT-OK AND WS-SQLCODE = ZERO
007550         PERFORM 4700-IBAN-REGEL-ANWENDEN THRU 4700-EXIT
007560     END-IF
007600     IF WS-FORMAT-OK AND WS-SQLCODE = ZERO
007700         PERFORM 5000-PRUEFZIFFER-BERECHNEN THRU 5000-EXIT
007800     END-IF
007810     IF IBAN-ERZEUGT AND ERM-BIC NOT = SPACES
007820         PERFORM 6000-SEPA-LESEN THRU 6000-EXIT
007830     END-IF
007832     IF IBAN-ERZEUGT
007834         PERFORM 6500-BEOBACHTUNG-PRUEFEN THRU 6500-EXIT
007836     END-IF
007840     PERFORM 8000-AUFRUF-PROTOKOLLIEREN THRU 8000-EXIT
007900     EXEC CICS RETURN END-EXEC
008000     GOBACK.
009120     MOVE 'N'                     TO ERM-SDD-CORE-KZ
009130     MOVE 'N'                     TO ERM-SDD-B2B-KZ
009140     MOVE 'N'                     TO ERM-SCT-INST-KZ
009150     MOVE SPACES                  TO ERM-IBAN-REGEL
009160     MOVE 'N'                     TO ERM-BEOB-KZ
009170     MOVE SPACES                  TO ERM-BEOB-GRUND
009200     MOVE 'J'                     TO WS-FORMAT-KZ
009300     MOVE ZERO                    TO WS-REST
009400     MOVE ZERO                    TO WS-SQLCODE.
013500 4000-BLZ-BESTAETIGEN.
013600     MOVE WS-BLZ                  TO BS-BLZ
013700     EXEC SQL
013800         SELECT NAME, BLZ, BIC, PZ_METHODE, IBAN_REGEL
013900           INTO :BS-NAME, :BS-BLZ, :BS-BIC,
013950                :BS-PZ-METHODE, :BS-IBAN-REGEL
014000           FROM BANKLEITZAHLEN
014100          WHERE BLZ = :BS-BLZ
014150            AND FILIALNR = '000'
016893     END-IF.
016894 4500-EXIT.
016895     EXIT.
016896*--------------------------------------------------------------*
016897* 4700-IBAN-REGEL-ANWENDEN - WENDET DIE FUER DIE BANK HINTER-   *
016898* LEGTE IBAN-REGEL DER BUNDESBANK AN (MODUL CBK027). DIE REGEL  *
016899* KANN BLZ ODER KONTONUMMER FUER DIE IBAN ERSETZEN ODER DIE     *
016900* ERZEUGUNG FUER DIESES KONTO VERBIETEN; EINE NICHT UMGESETZTE  *
016901* REGEL VERHINDERT DIE ERZEUGUNG, DAMIT KEINE VON DER BANK      *
016902* ABGELEHNTE IBAN HERAUSGEGEBEN WIRD. FEHLERCODES: '28' = DIE   *
016903* REGEL LAESST FUER DIESES KONTO KEINE IBAN ZU, '29' = REGEL    *
016904* NICHT UMGESETZT.                                              *
016905*--------------------------------------------------------------*
016906 4700-IBAN-REGEL-ANWENDEN.
016907     MOVE BS-IBAN-REGEL           TO IBR-REGEL
016908     MOVE WS-BLZ                  TO IBR-BLZ
016909     MOVE WS-KONTONR              TO IBR-KONTONR
016910     CALL 'CBK027' USING IBR-BEREICH
016911     MOVE IBR-ANGEWANDTE-REGEL    TO ERM-IBAN-REGEL
016912     IF IBR-KEINE-IBAN
016913         MOVE 'N'                 TO WS-FORMAT-KZ
016914         MOVE '28'                TO FEHLERCODE
016915         MOVE SPACES              TO FEHLERTEXT
016916         STRING 'IBAN-REGEL '     DELIMITED BY SIZE
016917                IBR-ANGEWANDTE-REGEL DELIMITED BY SIZE
016918                ' - KEINE IBAN-ERZEUGUNG FUER DIESES KONTO'
016919                                  DELIMITED BY SIZE
016920           INTO FEHLERTEXT
016921         GO TO 4700-EXIT
016922     END-IF
016923     IF IBR-NICHT-UMGESETZT
016924         MOVE 'N'                 TO WS-FORMAT-KZ
016925         MOVE '29'                TO FEHLERCODE
016926         MOVE SPACES              TO FEHLERTEXT
016927         STRING 'IBAN-REGEL '     DELIMITED BY SIZE
016928                IBR-ANGEWANDTE-REGEL DELIMITED BY SIZE
016929                ' NICHT UMGESETZT - KEINE IBAN ERZEUGT'
016930                                  DELIMITED BY SIZE
016931           INTO FEHLERTEXT
016932         GO TO 4700-EXIT
016933     END-IF
016934     MOVE IBR-IBAN-BLZ            TO WS-IBAN-BLZ
016935     MOVE IBR-IBAN-KONTONR        TO WS-IBAN-KONTO
016936     IF WS-IBAN-BLZ NOT = WS-BLZ
016937         PERFORM 4800-ERSATZ-BIC-LESEN THRU 4800-EXIT
016938     END-IF.
016939 4700-EXIT.
016940     EXIT.
016941*--------------------------------------------------------------*
016942* 4800-ERSATZ-BIC-LESEN - ERSETZT DIE REGEL DIE BLZ (Z.B. DURCH *
016943* DIE BLZ DER ZENTRALE), GILT DER BIC DER HAUPTSTELLE DIESER    *
016944* BLZ. IST SIE NICHT IM BANKENSTAMM, BLEIBT DER BIC DER         *
016945* EINGEGEBENEN BLZ STEHEN.                                      *
016946*--------------------------------------------------------------*
016947 4800-ERSATZ-BIC-LESEN.
016948     MOVE WS-IBAN-BLZ             TO BS-BLZ
016949     EXEC SQL
016950         SELECT BIC
016951           INTO :BS-BIC
016952           FROM BANKLEITZAHLEN
016953          WHERE BLZ = :BS-BLZ
016954            AND FILIALNR = '000'
016955            AND SATZART = 'D'
016956     END-EXEC
016957     IF SQLCODE OF SQLCA = ZERO AND BS-BIC NOT = SPACES
016958         MOVE BS-BIC              TO ERM-BIC
016959     END-IF.
016960 4800-EXIT.
016961     EXIT.
016962*--------------------------------------------------------------*
017000* 5000-PRUEFZIFFER-BERECHNEN - MOD-97-PRUEFZIFFERN NACH ISO     *
017100* 7064 ERMITTELN (PRUEFZIFFER = 98 - REST) UND IBAN AUFBAUEN    *
017200* (ARITHMETIK WIE 4000-PRUEFZIFFER-BERECHNEN IN CBK020)         *
017300*--------------------------------------------------------------*
017400 5000-PRUEFZIFFER-BERECHNEN.
017500     STRING WS-IBAN-BLZ           DELIMITED BY SIZE
017600            WS-IBAN-KONTO         DELIMITED BY SIZE
017700            '131400'              DELIMITED BY SIZE
017800       INTO WS-IBAN-NUMERISCH
017900     MOVE ZERO                    TO WS-REST
018100         VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 24
018200     COMPUTE WS-PRUEFZIFFER = 98 - WS-REST
018300     MOVE WS-PRUEFZIFFER          TO WS-IBAN-PRUEFZIFFER
018600     MOVE WS-IBAN                 TO ERM-IBAN
018700     MOVE 'J'                     TO IBAN-ERZEUGT-KZ
018800     MOVE '00'                    TO FEHLERCODE
022300     END-IF.
022400 6000-EXIT.
022500     EXIT.
022501*--------------------------------------------------------------*
022502* 6500-BEOBACHTUNG-PRUEFEN - BIC (11- UND 8-STELLIG),          *
022503* ANGEFRAGTE UND IN DER IBAN VERWENDETE BLZ SOWIE DAS LAND     *
022504* 'DE' GEGEN DIE AM TAG GUELTIGEN EINTRAEGE DER                *
022505* BEOBACHTUNGSLISTE PRUEFEN (WIE CBK020). EIN SPERREINTRAG     *
022506* ('S') GEHT EINER WARNUNG ('W') VOR. DIE ERZEUGTE IBAN UND    *
022507* DER FEHLERCODE BLEIBEN UNVERAENDERT; EIN FEHLSCHLAG DER      *
022508* LESUNG WIRD ALS 'U' (NICHT GEPRUEFT) GEMELDET.               *
022509*--------------------------------------------------------------*
022510 6500-BEOBACHTUNG-PRUEFEN.
022511     EXEC CICS ASKTIME
022512         ABSTIME(WS-ABSTIME)
022513     END-EXEC
022514     EXEC CICS FORMATTIME
022515         ABSTIME(WS-ABSTIME)
022516         YYYYMMDD(WS-HEUTE)
022517         TIME(WS-JETZT)
022518     END-EXEC
022519     MOVE ERM-BIC                 TO WS-BEOB-BIC
022520     MOVE SPACES                  TO WS-BEOB-BIC8
022521     MOVE ERM-BIC (1:8)           TO WS-BEOB-BIC8
022522     MOVE WS-IBAN-BLZ             TO WS-BEOB-BLZ
022523     MOVE WS-BLZ                  TO WS-BEOB-BLZ-EIN
022524     MOVE WS-IBAN-LAND            TO WS-BEOB-LAND
022525     EXEC SQL
022526         DECLARE BEOB-CURSOR CURSOR FOR
022527         SELECT ART, WERT, KATEGORIE, GRUND
022528           FROM BEOBLISTE
022529          WHERE ((ART = 'B' AND (WERT = :WS-BEOB-BIC
022530                                 OR WERT = :WS-BEOB-BIC8))
022531              OR (ART = 'Z' AND (WERT = :WS-BEOB-BLZ
022532                                 OR WERT = :WS-BEOB-BLZ-EIN))
022533              OR (ART = 'L' AND WERT = :WS-BEOB-LAND))
022534            AND GUELTIG_VON <= :WS-HEUTE
022535            AND (GUELTIG_BIS = ' ' OR GUELTIG_BIS >= :WS-HEUTE)
022536          ORDER BY KATEGORIE, ART
022537     END-EXEC
022538     EXEC SQL
022539         OPEN BEOB-CURSOR
022540     END-EXEC
022541     IF SQLCODE OF SQLCA NOT = ZERO
022542         MOVE 'U'                 TO ERM-BEOB-KZ
022543         GO TO 6500-EXIT
022544     END-IF
022545     EXEC SQL
022546         FETCH BEOB-CURSOR
022547         INTO :BEO-ART, :BEO-WERT, :BEO-KATEGORIE, :BEO-GRUND
022548     END-EXEC
022549     EVALUATE TRUE
022550         WHEN SQLCODE OF SQLCA = ZERO
022551             MOVE BEO-KATEGORIE   TO ERM-BEOB-KZ
022552             MOVE BEO-GRUND       TO ERM-BEOB-GRUND
022553             PERFORM 6600-TREFFER-SCHREIBEN THRU 6600-EXIT
022554         WHEN SQLCODE OF SQLCA = 100
022555             MOVE 'N'             TO ERM-BEOB-KZ
022556         WHEN OTHER
022557             MOVE 'U'             TO ERM-BEOB-KZ
022558     END-EVALUATE
022559     EXEC SQL
022560         CLOSE BEOB-CURSOR
022561     END-EXEC.
022562 6500-EXIT.
022563     EXIT.
022564*--------------------------------------------------------------*
022565* 6600-TREFFER-SCHREIBEN - TREFFER AUF DER BEOBACHTUNGSLISTE   *
022566* FUER DIE COMPLIANCE IN DIE DATEI CBK020T SCHREIBEN (AUFBAU   *
022567* TREFSATZ). EIN FEHLSCHLAG DES SCHREIBENS DARF DIE ERZEUGUNG  *
022568* NICHT VERHINDERN.                                            *
022569*--------------------------------------------------------------*
022570 6600-TREFFER-SCHREIBEN.
022571     MOVE SPACES                  TO TREF-SATZ
022572     MOVE WS-HEUTE                TO TREF-DATUM
022573     MOVE WS-JETZT                TO TREF-UHRZEIT
022574     MOVE EIBTASKN                TO TREF-TASKNR
022575     MOVE 1                       TO TREF-LFDNR
022576     MOVE 'CBK040'                TO TREF-QUELLE
022577     MOVE EIN-AUFRUF-SYSTEM       TO TREF-SYSTEM
022578     EXEC CICS ASSIGN
022579         USERID(TREF-BENUTZER)
022580     END-EXEC
022581     MOVE ERM-IBAN                TO TREF-IBAN
022582     MOVE WS-IBAN-BLZ             TO TREF-BLZ
022583     MOVE ERM-BIC                 TO TREF-BIC
022584     MOVE WS-IBAN-LAND            TO TREF-LAND
022585     MOVE BEO-ART                 TO TREF-BEOB-ART
022586     MOVE BEO-WERT                TO TREF-BEOB-WERT
022587     MOVE BEO-KATEGORIE           TO TREF-KATEGORIE
022588     MOVE BEO-GRUND               TO TREF-GRUND
022589     SET TREF-GEMELDET            TO TRUE
022590     EXEC CICS WRITE
022591         FILE('CBK020T')
022592         FROM(TREF-SATZ)
022593         RIDFLD(TREF-SCHLUESSEL)
022594         RESP(WS-TREF-RESP)
022595     END-EXEC.
022596 6600-EXIT.
022597     EXIT.
022600*--------------------------------------------------------------*
022700* 8000-AUFRUF-PROTOKOLLIEREN - SCHREIBT EINEN PROTOKOLLSATZ FUER *
022800* JEDEN AUFRUF IN DIE DATEI CBK010A (WIE IN CBK010). EIN FEHL-   *
