000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBK955.
000300 AUTHOR.        H-J WILMS.
000400 INSTALLATION.  BANKLEITZAHLEN-AUSKUNFT.
000500 DATE-WRITTEN.  15.10.2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* AENDERUNGSHISTORIE                                           *
000900*--------------------------------------------------------------*
001000* DATUM      NAME  BESCHREIBUNG                                 *
001100* ---------- ----- ------------------------------------------- *
001200* 15.10.2026 HJW   ERSTERSTELLUNG - VORPRUEFUNG DER             *
001300*                  SEPA-AUFTRAGSDATEIEN DER FIRMENKUNDEN        *
001400*                  (PAIN.001 / PAIN.008): IBAN WIE              *
001500*                  CBK020/CBK026, BIC GEGEN BANKENSTAMM UND     *
001600*                  SCL-DIRECTORY, ERREICHBARKEIT JE VERFAHREN,  *
001700*                  AUFTEILUNG JE NACHRICHT,                     *
001800*                  CHECKPUNKT/WIEDERANLAUF WIE CBK950           *
001820* 15.10.2026 HJW   ABGELAUFENE BLZ MIT NACHFOLGE-BLZ: BIC UND   *
001840*                  ERREICHBARKEIT WERDEN WIE IN CBK020 GEGEN    *
001860*                  DAS NACHFOLGEINSTITUT GEPRUEFT               *
001880*                  (GUELTIG_BIS, NACHFOLGE_BLZ)                 *
001900*--------------------------------------------------------------*
002000* ZWECK:                                                       *
002100*   LIEST DIE VOM DATEI-GATEWAY IN FLACHER FORM UEBERGEBENEN   *
002200*   PAIN.001- UND PAIN.008-NACHRICHTEN (PAINEIN, AUFBAU        *
002300*   PAINSATZ) IN IHRER ORIGINALREIHENFOLGE UND PRUEFT JEDE     *
002400*   TRANSAKTION VOR DER WEITERGABE AN DAS CLEARING:            *
002500*   - DIE IBAN DES EMPFAENGERS BZW. ZAHLUNGSPFLICHTIGEN WIE    *
002600*     DIE ONLINE-AUSKUNFT CBK020 (FORMAT, MOD-97, BLZ IM       *
002700*     BANKENSTAMM, KONTONUMMER-PRUEFZIFFER UEBER CBK025;       *
002800*     AUSLAENDISCHE IBAN UEBER CBK026 UND DEN NATIONALEN       *
002900*     SORTCODE),                                               *
003000*   - DEN ANGEGEBENEN BIC GEGEN DEN BIC DES INSTITUTS HINTER   *
003100*     DER IBAN UND GEGEN DAS SCL-DIRECTORY (TABELLE SEPASCL),  *
003200*   - DIE ERREICHBARKEIT FUER DAS VERFAHREN DES ZAHLUNGSBLOCKS *
003300*     (SCT, SCT INST, SDD CORE, SDD B2B AUS NACHRICHTENTYP UND *
003400*     LOKALEM INSTRUMENT),                                     *
003500*   - DIE BEOBACHTUNGSLISTE WIE CBK950.                        *
003600*   ANGENOMMENE TRANSAKTIONEN GEHEN MIT IHREM GRUPPEN- UND     *
003700*   ZAHLUNGSSATZ NACH PAINGUT, ABGELEHNTE MIT DEN KENNUNGEN    *
003800*   VON NACHRICHT, ZAHLUNGSBLOCK UND TRANSAKTION NACH PAINFEHL *
003900*   (AUFBAU PFEHSATZ). JE NACHRICHT WIRD DIE AUFTEILUNG NACH   *
004000*   PAINERG (AUFBAU PERGSATZ) GESCHRIEBEN; DARAUS ENTSTEHT AM  *
004100*   LAUFENDE DER BERICHT JE NACHRICHT UND JE AUFTRAGGEBER      *
004200*   (PAINRPT).                                                 *
004300*   NACH JE WS-CP-INTERVALL SAETZEN WIRD EIN CHECKPUNKT AUF    *
004400*   CBK955CP GESCHRIEBEN (AUFBAU CHKSSATZ); EIN HARTER         *
004500*   DATENBANKFEHLER BRICHT MIT RC 16 AB, DER NAECHSTE LAUF     *
004600*   LAEUFT HINTER DEM LETZTEN VERARBEITETEN SATZ WIEDER AN.    *
004700*   EINE FEHLERHAFTE SATZFOLGE DER EINGABE BRICHT OHNE         *
004800*   WIEDERANLAUFPUNKT AB.                                      *
004900*--------------------------------------------------------------*
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SPECIAL-NAMES.
005300     DECIMAL-POINT IS COMMA.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT EINGABE-DATEI  ASSIGN TO PAINEIN
005700            ORGANIZATION IS SEQUENTIAL.
005800     SELECT CHECKPUNKT-DATEI ASSIGN TO CBK955CP
005900            ORGANIZATION IS SEQUENTIAL.
006000     SELECT GUT-DATEI      ASSIGN TO PAINGUT
006100            ORGANIZATION IS SEQUENTIAL.
006200     SELECT FEHLER-DATEI   ASSIGN TO PAINFEHL
006300            ORGANIZATION IS SEQUENTIAL.
006400     SELECT ERGEBNIS-DATEI ASSIGN TO PAINERG
006500            ORGANIZATION IS SEQUENTIAL.
006600     SELECT TREFFER-DATEI  ASSIGN TO BEOBTREF
006700            ORGANIZATION IS SEQUENTIAL.
006800     SELECT BERICHT-DATEI  ASSIGN TO PAINRPT
006900            ORGANIZATION IS SEQUENTIAL.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  EINGABE-DATEI
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500     COPY PAINSATZ.
007600 FD  CHECKPUNKT-DATEI
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900     COPY CHKSSATZ.
008000 FD  GUT-DATEI
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 01  GUT-SATZ                  PIC X(300).
008400 FD  FEHLER-DATEI
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700     COPY PFEHSATZ.
008800 FD  ERGEBNIS-DATEI
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100     COPY PERGSATZ.
009200 FD  TREFFER-DATEI
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500     COPY TREFSATZ.
009600 FD  BERICHT-DATEI
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900 01  BERICHT-ZEILE             PIC X(101).
010000 WORKING-STORAGE SECTION.
010100*--------------------------------------------------------------*
010200* SCHALTER UND ZAEHLER                                         *
010300*--------------------------------------------------------------*
010400 77  WS-IX                     PIC 9(02) COMP VALUE ZERO.
010500 77  WS-ZIFFER                 PIC 9(01) VALUE ZERO.
010600 77  WS-TEMP                   PIC 9(04) COMP VALUE ZERO.
010700 77  WS-QUOTIENT               PIC 9(04) COMP VALUE ZERO.
010800 77  WS-REST                   PIC 9(04) COMP VALUE ZERO.
010900 77  WS-SQLCODE                PIC S9(05) COMP VALUE ZERO.
011000 77  WS-SEIT-CHECKPUNKT        PIC 9(07) COMP VALUE ZERO.
011100 77  WS-CP-INTERVALL           PIC 9(07) COMP VALUE 50000.
011200 77  WS-UEBERSPRUNGEN          PIC 9(09) COMP VALUE ZERO.
011300 77  WS-WIEDERANLAUF-AB        PIC 9(09) COMP VALUE ZERO.
011400 77  WS-BT-ANZAHL              PIC 9(05) COMP VALUE ZERO.
011500 77  WS-BT-MAX                 PIC 9(05) COMP VALUE 2000.
011600 77  WS-AT-ANZAHL-BELEGT       PIC 9(03) COMP VALUE ZERO.
011700 77  WS-AT-MAX                 PIC 9(03) COMP VALUE 500.
011800 01  WS-SCHALTER.
011900     05 WS-EOF-KZ              PIC X(01) VALUE 'N'.
012000         88 WS-EOF                       VALUE 'J'.
012100     05 WS-SATZ-OK-KZ          PIC X(01) VALUE 'J'.
012200         88 WS-SATZ-OK                   VALUE 'J'.
012300         88 WS-SATZ-ABGELEHNT            VALUE 'N'.
012400     05 WS-AUSLAND-KZ          PIC X(01) VALUE 'N'.
012500         88 WS-AUSLAND                   VALUE 'J'.
012600     05 WS-INSTITUT-FEHLT-KZ   PIC X(01) VALUE 'N'.
012700         88 WS-INSTITUT-FEHLT            VALUE 'J'.
012800     05 WS-CHECKPUNKT-EOF-KZ   PIC X(01) VALUE 'N'.
012900         88 WS-CHECKPUNKT-EOF           VALUE 'J'.
013000     05 WS-CHECKPUNKT-VORHANDEN-KZ PIC X(01) VALUE 'N'.
013100         88 WS-CHECKPUNKT-VORHANDEN     VALUE 'J'.
013200     05 WS-RESTART-KZ          PIC X(01) VALUE 'N'.
013300         88 WS-IST-RESTART              VALUE 'J'.
013400     05 WS-BEOB-EOF-KZ         PIC X(01) VALUE 'N'.
013500         88 WS-BEOB-EOF                 VALUE 'J'.
013600     05 WS-ERGEBNIS-EOF-KZ     PIC X(01) VALUE 'N'.
013700         88 WS-ERGEBNIS-EOF             VALUE 'J'.
013800     05 WS-GEFUNDEN-KZ         PIC X(01) VALUE 'N'.
013900         88 WS-GEFUNDEN                 VALUE 'J'.
014000 01  WS-ZAEHLER.
014100     05 WS-ANZAHL-GELESEN      PIC 9(09) COMP VALUE ZERO.
014200     05 WS-ANZAHL-NACHRICHTEN  PIC 9(07) COMP VALUE ZERO.
014300     05 WS-ANZAHL-TX           PIC 9(09) COMP VALUE ZERO.
014400     05 WS-ANZAHL-ANGENOMMEN   PIC 9(09) COMP VALUE ZERO.
014500     05 WS-ANZAHL-ABGELEHNT    PIC 9(09) COMP VALUE ZERO.
014600     05 WS-ANZAHL-CODE-10      PIC 9(07) COMP VALUE ZERO.
014700     05 WS-ANZAHL-CODE-11      PIC 9(07) COMP VALUE ZERO.
014800     05 WS-ANZAHL-CODE-12      PIC 9(07) COMP VALUE ZERO.
014900     05 WS-ANZAHL-CODE-13      PIC 9(07) COMP VALUE ZERO.
015000     05 WS-ANZAHL-CODE-14      PIC 9(07) COMP VALUE ZERO.
015100     05 WS-ANZAHL-CODE-15      PIC 9(07) COMP VALUE ZERO.
015200     05 WS-ANZAHL-CODE-17      PIC 9(07) COMP VALUE ZERO.
015300     05 WS-ANZAHL-CODE-20      PIC 9(07) COMP VALUE ZERO.
015400     05 WS-ANZAHL-CODE-21      PIC 9(07) COMP VALUE ZERO.
015500     05 WS-ANZAHL-CODE-22      PIC 9(07) COMP VALUE ZERO.
015600     05 WS-ANZAHL-CODE-23      PIC 9(07) COMP VALUE ZERO.
015700     05 WS-ANZAHL-CODE-24      PIC 9(07) COMP VALUE ZERO.
015800     05 WS-ANZAHL-BEOB-WARN    PIC 9(07) COMP VALUE ZERO.
015900     05 WS-ANZAHL-ABWEICHUNG   PIC 9(07) COMP VALUE ZERO.
016000     05 WS-ANZAHL-WEITERE-AG   PIC 9(07) COMP VALUE ZERO.
016100 01  WS-FEHLERCODE             PIC X(02) VALUE SPACES.
016200 01  WS-FEHLERTEXT             PIC X(72) VALUE SPACES.
016300 01  WS-DATUM.
016400     05 WS-DATUM-JJ            PIC 9(02).
016500     05 WS-DATUM-MM            PIC 9(02).
016600     05 WS-DATUM-TT            PIC 9(02).
016700 01  WS-UHRZEIT                PIC 9(08).
016800 01  WS-HEUTE                  PIC X(08).
016900*--------------------------------------------------------------*
017000* LAUFENDE NACHRICHT: GRUPPEN- UND ZAHLUNGSSATZ IM ORIGINAL    *
017100* (FUER PAINGUT UND DEN CHECKPUNKT), DARAUS ERMITTELTE ANGABEN *
017200* UND DIE ZWISCHENSUMMEN DER NACHRICHT                         *
017300*--------------------------------------------------------------*
017400 01  WS-NACHRICHT-ZUSTAND.
017500     05 WS-NACHRICHT-KZ        PIC X(01) VALUE 'N'.
017600         88 WS-NACHRICHT-AKTIV          VALUE 'J'.
017700     05 WS-GRUPPE-GUT-KZ       PIC X(01) VALUE 'N'.
017800         88 WS-GRUPPE-GESCHRIEBEN       VALUE 'J'.
017900     05 WS-ZAHLUNG-KZ          PIC X(01) VALUE 'N'.
018000         88 WS-ZAHLUNG-AKTIV            VALUE 'J'.
018100     05 WS-ZAHLUNG-GUT-KZ      PIC X(01) VALUE 'N'.
018200         88 WS-ZAHLUNG-GESCHRIEBEN      VALUE 'J'.
018300     05 WS-NA-GELESEN          PIC 9(09) COMP VALUE ZERO.
018400     05 WS-NA-ANGENOMMEN       PIC 9(09) COMP VALUE ZERO.
018500     05 WS-NA-ABGELEHNT        PIC 9(09) COMP VALUE ZERO.
018600     05 WS-NA-BETRAG-ANG       PIC 9(15)V99 COMP-3 VALUE ZERO.
018700     05 WS-NA-BETRAG-ABG       PIC 9(15)V99 COMP-3 VALUE ZERO.
018800 01  WS-GRUPPE-SATZ            PIC X(300) VALUE SPACES.
018900 01  WS-ZAHLUNG-SATZ           PIC X(300) VALUE SPACES.
019000 01  WS-NACHRICHT-ANGABEN.
019100     05 WS-NA-TYP              PIC X(03).
019200         88 WS-NA-UEBERWEISUNG          VALUE '001'.
019300         88 WS-NA-LASTSCHRIFT           VALUE '008'.
019400     05 WS-NA-MSG-ID           PIC X(35).
019500     05 WS-NA-INITIATOR-ID     PIC X(35).
019600     05 WS-NA-INITIATOR-NAME   PIC X(70).
019700     05 WS-NA-ANZAHL-LT-KOPF   PIC 9(09).
019800 01  WS-ZAHLUNG-ANGABEN.
019900     05 WS-ZA-PMTINF-ID        PIC X(35).
020000     05 WS-ZA-VERFAHREN        PIC X(08).
020100         88 WS-ZA-SCT                   VALUE 'SCT'.
020200         88 WS-ZA-SCT-INST              VALUE 'SCT-INST'.
020300         88 WS-ZA-SDD-CORE              VALUE 'SDD-CORE'.
020400         88 WS-ZA-SDD-B2B               VALUE 'SDD-B2B'.
020500     05 WS-ZA-FEHLERCODE       PIC X(02).
020600     05 WS-ZA-FEHLERTEXT       PIC X(72).
020700*--------------------------------------------------------------*
020800* INSTITUT HINTER DER IBAN UND DER FUER DIE ERREICHBARKEIT     *
020900* MASSGEBLICHE BIC (ANGEGEBENER BIC, SONST DER DES INSTITUTS)  *
021000*--------------------------------------------------------------*
021100 01  WS-INSTITUT.
021200     05 WS-BANK-NAME           PIC X(30).
021300     05 WS-BANK-BIC            PIC X(11).
021400     05 WS-BANK-PZ-METHODE     PIC X(02).
021500     05 WS-BIC-ANGABE          PIC X(11).
021600     05 WS-PRUEF-BIC           PIC X(11).
021620     05 WS-NACHFOLGER-KZ       PIC X(01).
021640         88 WS-NACHFOLGER-GELIEFERT     VALUE 'J'.
021700*--------------------------------------------------------------*
021800* ZWISCHENSPEICHER DER LETZTEN BANKENSTAMM- UND SEPASCL-LESUNG *
021900* - AUFEINANDERFOLGENDE TRANSAKTIONEN EINES KUNDEN TREFFEN     *
022000* HAEUFIG DASSELBE INSTITUT                                    *
022100*--------------------------------------------------------------*
022200 01  WS-LETZTE-BANK.
022300     05 WS-LB-BLZ              PIC X(08) VALUE LOW-VALUES.
022400     05 WS-LB-GEFUNDEN-KZ      PIC X(01) VALUE 'N'.
022500         88 WS-LB-GEFUNDEN              VALUE 'J'.
022600     05 WS-LB-NAME             PIC X(30).
022700     05 WS-LB-BIC              PIC X(11).
022800     05 WS-LB-PZ-METHODE       PIC X(02).
022810     05 WS-LB-GUELTIG-BIS      PIC X(08).
022820     05 WS-LB-NF-BLZ           PIC X(08).
022830     05 WS-LB-NF-GEFUNDEN-KZ   PIC X(01) VALUE 'N'.
022840         88 WS-LB-NF-GEFUNDEN           VALUE 'J'.
022850     05 WS-LB-NF-NAME          PIC X(30).
022860     05 WS-LB-NF-BIC           PIC X(11).
022900 01  WS-LETZTE-SEPA.
023000     05 WS-LS-BIC              PIC X(11) VALUE LOW-VALUES.
023100     05 WS-LS-GEFUNDEN-KZ      PIC X(01) VALUE 'N'.
023200         88 WS-LS-GEFUNDEN              VALUE 'J'.
023300     05 WS-LS-SCT-KZ           PIC X(01).
023400     05 WS-LS-SDD-CORE-KZ      PIC X(01).
023500     05 WS-LS-SDD-B2B-KZ       PIC X(01).
023600     05 WS-LS-SCT-INST-KZ      PIC X(01).
023700 01  WS-VERFAHREN-KZ           PIC X(01).
023800*--------------------------------------------------------------*
023900* AM LAUFTAG GUELTIGE EINTRAEGE DER BEOBACHTUNGSLISTE, NACH    *
024000* ART UND WERT AUFSTEIGEND (BINAERE SUCHE WIE CBK950);         *
024100* UNBELEGTE EINTRAEGE STEHEN AUF HIGH-VALUES                   *
024200*--------------------------------------------------------------*
024300 01  WS-BEOB-TABELLE.
024400     05 WS-BT-EINTRAG          OCCURS 2000
024500                               ASCENDING KEY IS WS-BT-SCHLUESSEL
024600                               INDEXED BY WS-BT-IX.
024700         10 WS-BT-SCHLUESSEL.
024800             15 WS-BT-ART      PIC X(01).
024900             15 WS-BT-WERT     PIC X(11).
025000         10 WS-BT-KATEGORIE    PIC X(01).
025100         10 WS-BT-GRUND        PIC X(40).
025200 01  WS-BEOB-SUCHSCHLUESSEL.
025300     05 WS-BEOB-SUCH-ART       PIC X(01).
025400     05 WS-BEOB-SUCH-WERT      PIC X(11).
025500 01  WS-BEOB-ERGEBNIS.
025600     05 WS-BEOB-KZ             PIC X(01).
025700         88 WS-BEOB-KEIN-TREFFER        VALUE 'N'.
025800         88 WS-BEOB-WARNUNG             VALUE 'W'.
025900         88 WS-BEOB-SPERRE              VALUE 'S'.
026000     05 WS-BEOB-SCHLUESSEL     PIC X(12).
026100     05 WS-BEOB-GRUND          PIC X(40).
026200*--------------------------------------------------------------*
026300* SUMMEN JE AUFTRAGGEBER (KENNUNG DES INITIATORS, OHNE KENNUNG *
026400* DER NAME) FUER DEN ABSCHLUSSBERICHT; IST DIE TABELLE VOLL,   *
026500* WERDEN WEITERE NACHRICHTEN NUR NOCH GEZAEHLT                 *
026600*--------------------------------------------------------------*
026700 01  WS-AUFTRAGGEBER-TABELLE.
026800     05 WS-AT-EINTRAG          OCCURS 500 TIMES
026900                               INDEXED BY WS-AT-IX.
027000         10 WS-AT-ID           PIC X(35).
027100         10 WS-AT-NAME         PIC X(70).
027200         10 WS-AT-NACHRICHTEN  PIC 9(05) COMP.
027300         10 WS-AT-GELESEN      PIC 9(09) COMP.
027400         10 WS-AT-ANGENOMMEN   PIC 9(09) COMP.
027500         10 WS-AT-ABGELEHNT    PIC 9(09) COMP.
027600         10 WS-AT-BETRAG-ABG   PIC 9(15)V99 COMP-3.
027700 01  WS-AT-SUCH-ID             PIC X(35).
027800*--------------------------------------------------------------*
027900* ZERLEGUNG DER GEPRUEFTEN IBAN (NUR DEUTSCHE IBAN, 22         *
028000* STELLEN: LAENDERCODE(2) PRUEFZIFFERN(2) BLZ(8) KONTONR(10))  *
028100*--------------------------------------------------------------*
028200 01  WS-IBAN-EINGABE.
028300     05 WS-IBAN-TEXT           PIC X(34).
028400 01  WS-IBAN-AUFBAU REDEFINES WS-IBAN-EINGABE.
028500     05 WS-IBAN-LAND           PIC X(02).
028600     05 WS-IBAN-PRUEFZIFFER    PIC X(02).
028700     05 WS-IBAN-BLZ            PIC X(08).
028800     05 WS-IBAN-KONTO          PIC X(10).
028900     05 FILLER                 PIC X(12).
029000*--------------------------------------------------------------*
029100* UMGESTELLTE IBAN (BLZ+KONTO+LAENDERCODE-ALS-ZIFFERN+PRUEFZ.)  *
029200* ALS REIN NUMERISCHE ZEICHENKETTE FUER DIE MOD-97-PRUEFUNG     *
029300*--------------------------------------------------------------*
029400 01  WS-IBAN-NUMERISCH         PIC X(24).
029500*--------------------------------------------------------------*
029600* AUFBAU DER BERICHTSZEILEN                                    *
029700*--------------------------------------------------------------*
029800 01  WS-ZAEHLERZEILE.
029900     05 WS-ZZ-TEXT             PIC X(52).
030000     05 WS-ZZ-ANZAHL           PIC ZZZZZZZZ9.
030100     05 FILLER                 PIC X(40) VALUE SPACES.
030200 01  WS-NACHRICHTENZEILE.
030300     05 WS-NZ-MSG-ID           PIC X(35).
030400     05 FILLER                 PIC X(01) VALUE SPACE.
030500     05 WS-NZ-TYP              PIC X(03).
030600     05 FILLER                 PIC X(01) VALUE SPACE.
030700     05 WS-NZ-INITIATOR        PIC X(15).
030800     05 FILLER                 PIC X(01) VALUE SPACE.
030900     05 WS-NZ-GELESEN          PIC ZZZZZZ9.
031000     05 FILLER                 PIC X(01) VALUE SPACE.
031100     05 WS-NZ-ANGENOMMEN       PIC ZZZZZZ9.
031200     05 FILLER                 PIC X(01) VALUE SPACE.
031300     05 WS-NZ-ABGELEHNT        PIC ZZZZZZ9.
031400     05 FILLER                 PIC X(01) VALUE SPACE.
031500     05 WS-NZ-STATUS           PIC X(10).
031600     05 FILLER                 PIC X(01) VALUE SPACE.
031700     05 WS-NZ-HINWEIS          PIC X(08).
031800     05 FILLER                 PIC X(02) VALUE SPACES.
031900 01  WS-AUFTRAGGEBERZEILE.
032000     05 WS-AZ-ID               PIC X(35).
032100     05 FILLER                 PIC X(01) VALUE SPACE.
032200     05 WS-AZ-NAME             PIC X(17).
032300     05 FILLER                 PIC X(01) VALUE SPACE.
032400     05 WS-AZ-NACHRICHTEN      PIC ZZZZ9.
032500     05 FILLER                 PIC X(01) VALUE SPACE.
032600     05 WS-AZ-GELESEN          PIC ZZZZZZ9.
032700     05 FILLER                 PIC X(01) VALUE SPACE.
032800     05 WS-AZ-ANGENOMMEN       PIC ZZZZZZ9.
032900     05 FILLER                 PIC X(01) VALUE SPACE.
033000     05 WS-AZ-ABGELEHNT        PIC ZZZZZZ9.
033100     05 FILLER                 PIC X(01) VALUE SPACE.
033200     05 WS-AZ-BETRAG-ABG       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
033300*--------------------------------------------------------------*
033400* DB2 KOMMUNIKATIONSBEREICH UND HOST-VARIABLEN                 *
033500*--------------------------------------------------------------*
033600     EXEC SQL INCLUDE SQLCA END-EXEC.
033700     COPY BANKSATZ.
033800*--------------------------------------------------------------*
033900* UEBERGABEBEREICH FUER DAS KONTONUMMERN-PRUEFMODUL CBK025      *
034000*--------------------------------------------------------------*
034100     COPY PZMSATZ.
034200*--------------------------------------------------------------*
034300* UEBERGABEBEREICH FUER DAS IBAN-PRUEFMODUL CBK026 (AUSLAEN-    *
034400* DISCHE IBAN)                                                  *
034500*--------------------------------------------------------------*
034600     COPY IPMSATZ.
034700*--------------------------------------------------------------*
034800* HOST-VARIABLEN FUER DIE SEPA-ERREICHBARKEIT (TABELLE SEPASCL) *
034900*--------------------------------------------------------------*
035000     COPY SEPASATZ.
035100*--------------------------------------------------------------*
035200* HOST-VARIABLEN FUER DIE BEOBACHTUNGSLISTE (TABELLE BEOBLISTE)  *
035300*--------------------------------------------------------------*
035400     COPY BEOBSATZ.
035500 PROCEDURE DIVISION.
035600*--------------------------------------------------------------*
035700* 0000-MAINLINE                                                *
035800*--------------------------------------------------------------*
035900 0000-MAINLINE.
036000     PERFORM 1000-INITIALISIEREN  THRU 1000-EXIT
036100     PERFORM 3000-SATZ-VERARBEITEN THRU 3000-EXIT
036200         UNTIL WS-EOF
036300     PERFORM 8000-ABSCHLUSS       THRU 8000-EXIT
036400     STOP RUN.
036500*--------------------------------------------------------------*
036600* 1000-INITIALISIEREN - CHECKPUNKT AUSWERTEN,                  *
036700* BEOBACHTUNGSLISTE LADEN, DATEIEN OEFFNEN UND BEIM            *
036800* WIEDERANLAUF DIE LAUFENDE NACHRICHT WIEDERHERSTELLEN UND DIE *
036900* BEREITS VERARBEITETEN EINGABESAETZE UEBERSPRINGEN            *
037000*--------------------------------------------------------------*
037100 1000-INITIALISIEREN.
037200     PERFORM 1100-CHECKPUNKT-ERMITTELN THRU 1100-EXIT
037300     ACCEPT WS-DATUM FROM DATE
037400     STRING '20' WS-DATUM-JJ WS-DATUM-MM WS-DATUM-TT
037500            DELIMITED BY SIZE
037600       INTO WS-HEUTE
037700     PERFORM 1400-BEOBLISTE-LADEN THRU 1400-EXIT
037800     OPEN INPUT  EINGABE-DATEI
037900     OPEN EXTEND CHECKPUNKT-DATEI
038000     IF WS-IST-RESTART
038100         OPEN EXTEND GUT-DATEI
038200         OPEN EXTEND FEHLER-DATEI
038300         OPEN EXTEND ERGEBNIS-DATEI
038400         OPEN EXTEND TREFFER-DATEI
038500     ELSE
038600         OPEN OUTPUT GUT-DATEI
038700         OPEN OUTPUT FEHLER-DATEI
038800         OPEN OUTPUT ERGEBNIS-DATEI
038900         OPEN OUTPUT TREFFER-DATEI
039000     END-IF
039100     OPEN OUTPUT BERICHT-DATEI
039200     PERFORM 2100-BERICHTSKOPF-SCHREIBEN THRU 2100-EXIT
039300     IF WS-IST-RESTART AND WS-NACHRICHT-AKTIV
039400         MOVE WS-GRUPPE-SATZ      TO PAIN-SATZ
039500         PERFORM 3110-GRUPPE-AUSWERTEN THRU 3110-EXIT
039600     END-IF
039700     IF WS-IST-RESTART AND WS-ZAHLUNG-AKTIV
039800         MOVE WS-ZAHLUNG-SATZ     TO PAIN-SATZ
039900         PERFORM 3210-ZAHLUNG-AUSWERTEN THRU 3210-EXIT
040000     END-IF
040100     PERFORM 2200-EINGABE-LESEN   THRU 2200-EXIT
040200     IF WS-IST-RESTART
040300         DISPLAY 'CBK955: WIEDERANLAUF HINTER EINGABESATZ '
040400                 WS-WIEDERANLAUF-AB
040500         PERFORM 1300-SATZ-UEBERSPRINGEN THRU 1300-EXIT
040600             UNTIL WS-EOF
040700                OR WS-UEBERSPRUNGEN = WS-WIEDERANLAUF-AB
040800     END-IF.
040900 1000-EXIT.
041000     EXIT.
041100*--------------------------------------------------------------*
041200* 1100-CHECKPUNKT-ERMITTELN - LETZTEN CHECKPUNKT DER VORIGEN   *
041300* LAEUFE LESEN UND FESTSTELLEN, OB DIESER LAUF EIN             *
041400* WIEDERANLAUF NACH EINEM ABBRUCH IST; DANN ZAEHLER UND        *
041500* ZUSTAND DER LAUFENDEN NACHRICHT UEBERNEHMEN                  *
041600*--------------------------------------------------------------*
041700 1100-CHECKPUNKT-ERMITTELN.
041800     OPEN INPUT CHECKPUNKT-DATEI
041900     PERFORM 1200-CHECKPUNKT-LESEN THRU 1200-EXIT
042000         UNTIL WS-CHECKPUNKT-EOF
042100     CLOSE CHECKPUNKT-DATEI
042200     IF NOT WS-CHECKPUNKT-VORHANDEN OR NOT CPS-UNTERBROCHEN
042300         GO TO 1100-EXIT
042400     END-IF
042500     SET WS-IST-RESTART              TO TRUE
042600     MOVE CPS-ANZAHL-GELESEN         TO WS-WIEDERANLAUF-AB
042700     MOVE CPS-ANZAHL-GELESEN         TO WS-ANZAHL-GELESEN
042800     MOVE CPS-ANZAHL-NACHRICHTEN     TO WS-ANZAHL-NACHRICHTEN
042900     MOVE CPS-ANZAHL-TX              TO WS-ANZAHL-TX
043000     MOVE CPS-ANZAHL-ANGENOMMEN      TO WS-ANZAHL-ANGENOMMEN
043100     MOVE CPS-ANZAHL-ABGELEHNT       TO WS-ANZAHL-ABGELEHNT
043200     MOVE CPS-ANZAHL-CODE-10         TO WS-ANZAHL-CODE-10
043300     MOVE CPS-ANZAHL-CODE-11         TO WS-ANZAHL-CODE-11
043400     MOVE CPS-ANZAHL-CODE-12         TO WS-ANZAHL-CODE-12
043500     MOVE CPS-ANZAHL-CODE-13         TO WS-ANZAHL-CODE-13
043600     MOVE CPS-ANZAHL-CODE-14         TO WS-ANZAHL-CODE-14
043700     MOVE CPS-ANZAHL-CODE-15         TO WS-ANZAHL-CODE-15
043800     MOVE CPS-ANZAHL-CODE-17         TO WS-ANZAHL-CODE-17
043900     MOVE CPS-ANZAHL-CODE-20         TO WS-ANZAHL-CODE-20
044000     MOVE CPS-ANZAHL-CODE-21         TO WS-ANZAHL-CODE-21
044100     MOVE CPS-ANZAHL-CODE-22         TO WS-ANZAHL-CODE-22
044200     MOVE CPS-ANZAHL-CODE-23         TO WS-ANZAHL-CODE-23
044300     MOVE CPS-ANZAHL-CODE-24         TO WS-ANZAHL-CODE-24
044400     MOVE CPS-ANZAHL-BEOB-WARN       TO WS-ANZAHL-BEOB-WARN
044500     MOVE CPS-NACHRICHT-KZ           TO WS-NACHRICHT-KZ
044600     MOVE CPS-GRUPPE-GUT-KZ          TO WS-GRUPPE-GUT-KZ
044700     MOVE CPS-ZAHLUNG-KZ             TO WS-ZAHLUNG-KZ
044800     MOVE CPS-ZAHLUNG-GUT-KZ         TO WS-ZAHLUNG-GUT-KZ
044900     MOVE CPS-NA-GELESEN             TO WS-NA-GELESEN
045000     MOVE CPS-NA-ANGENOMMEN          TO WS-NA-ANGENOMMEN
045100     MOVE CPS-NA-ABGELEHNT           TO WS-NA-ABGELEHNT
045200     MOVE CPS-NA-BETRAG-ANG          TO WS-NA-BETRAG-ANG
045300     MOVE CPS-NA-BETRAG-ABG          TO WS-NA-BETRAG-ABG
045400     MOVE CPS-GRUPPE-SATZ            TO WS-GRUPPE-SATZ
045500     MOVE CPS-ZAHLUNG-SATZ           TO WS-ZAHLUNG-SATZ.
045600 1100-EXIT.
045700     EXIT.
045800*--------------------------------------------------------------*
045900* 1200-CHECKPUNKT-LESEN - DIE CHECKPUNKT-DATEI BIS ZUM ENDE    *
046000* LESEN; NACH DER SCHLEIFE STEHT DER LETZTE SATZ (FALLS        *
046100* VORHANDEN) IM PUFFER CHECKPUNKT-S-SATZ                       *
046200*--------------------------------------------------------------*
046300 1200-CHECKPUNKT-LESEN.
046400     READ CHECKPUNKT-DATEI
046500         AT END
046600             SET WS-CHECKPUNKT-EOF TO TRUE
046700         NOT AT END
046800             SET WS-CHECKPUNKT-VORHANDEN TO TRUE
046900     END-READ.
047000 1200-EXIT.
047100     EXIT.
047200*--------------------------------------------------------------*
047300* 1300-SATZ-UEBERSPRINGEN - BEIM WIEDERANLAUF EINEN BEREITS    *
047400* VERARBEITETEN EINGABESATZ UEBERLESEN                         *
047500*--------------------------------------------------------------*
047600 1300-SATZ-UEBERSPRINGEN.
047700     ADD 1 TO WS-UEBERSPRUNGEN
047800     PERFORM 2200-EINGABE-LESEN THRU 2200-EXIT.
047900 1300-EXIT.
048000     EXIT.
048100*--------------------------------------------------------------*
048200* 1400-BEOBLISTE-LADEN - DIE AM LAUFTAG GUELTIGEN EINTRAEGE    *
048300* DER BEOBACHTUNGSLISTE NACH ART UND WERT SORTIERT IN DIE      *
048400* TABELLE WS-BEOB-TABELLE LADEN (WIE CBK950). EIN              *
048500* DATENBANKFEHLER ODER EIN TABELLENUEBERLAUF BRICHT VOR DEM    *
048600* OEFFNEN DER DATEIEN AB.                                      *
048700*--------------------------------------------------------------*
048800 1400-BEOBLISTE-LADEN.
048900     MOVE HIGH-VALUES             TO WS-BEOB-TABELLE
049000     EXEC SQL
049100         DECLARE BEOB-CURSOR CURSOR FOR
049200         SELECT ART, WERT, KATEGORIE, GRUND
049300           FROM BEOBLISTE
049400          WHERE GUELTIG_VON <= :WS-HEUTE
049500            AND (GUELTIG_BIS = ' ' OR GUELTIG_BIS >= :WS-HEUTE)
049600          ORDER BY ART, WERT
049700     END-EXEC
049800     EXEC SQL
049900         OPEN BEOB-CURSOR
050000     END-EXEC
050100     MOVE SQLCODE                 TO WS-SQLCODE
050200     IF WS-SQLCODE NOT = ZERO
050300         DISPLAY 'CBK955: FEHLER OPEN BEOB-CURSOR SQLCODE '
050400                 WS-SQLCODE
050500         MOVE 16 TO RETURN-CODE
050600         STOP RUN
050700     END-IF
050800     PERFORM 1410-BEOBLISTE-LESEN THRU 1410-EXIT
050900         UNTIL WS-BEOB-EOF
051000     EXEC SQL
051100         CLOSE BEOB-CURSOR
051200     END-EXEC.
051300 1400-EXIT.
051400     EXIT.
051500*--------------------------------------------------------------*
051600* 1410-BEOBLISTE-LESEN - EINEN EINTRAG IN DIE TABELLE          *
051700* UEBERNEHMEN                                                  *
051800*--------------------------------------------------------------*
051900 1410-BEOBLISTE-LESEN.
052000     EXEC SQL
052100         FETCH BEOB-CURSOR
052200         INTO :BEO-ART, :BEO-WERT, :BEO-KATEGORIE, :BEO-GRUND
052300     END-EXEC
052400     MOVE SQLCODE                 TO WS-SQLCODE
052500     IF WS-SQLCODE = 100
052600         SET WS-BEOB-EOF          TO TRUE
052700         GO TO 1410-EXIT
052800     END-IF
052900     IF WS-SQLCODE NOT = ZERO
053000         DISPLAY 'CBK955: FEHLER FETCH BEOBLISTE SQLCODE '
053100                 WS-SQLCODE
053200         MOVE 16 TO RETURN-CODE
053300         STOP RUN
053400     END-IF
053500     IF WS-BT-ANZAHL >= WS-BT-MAX
053600         DISPLAY 'CBK955: BEOBACHTUNGSLISTE HAT MEHR ALS '
053700                 WS-BT-MAX ' EINTRAEGE - TABELLE ERWEITERN'
053800         MOVE 16 TO RETURN-CODE
053900         STOP RUN
054000     END-IF
054100     ADD 1 TO WS-BT-ANZAHL
054200     SET WS-BT-IX                 TO WS-BT-ANZAHL
054300     MOVE BEO-ART                 TO WS-BT-ART (WS-BT-IX)
054400     MOVE BEO-WERT                TO WS-BT-WERT (WS-BT-IX)
054500     MOVE BEO-KATEGORIE           TO WS-BT-KATEGORIE (WS-BT-IX)
054600     MOVE BEO-GRUND               TO WS-BT-GRUND (WS-BT-IX).
054700 1410-EXIT.
054800     EXIT.
054900*--------------------------------------------------------------*
055000* 2100-BERICHTSKOPF-SCHREIBEN                                  *
055100*--------------------------------------------------------------*
055200 2100-BERICHTSKOPF-SCHREIBEN.
055300     MOVE SPACES TO BERICHT-ZEILE
055400     STRING 'SEPA-AUFTRAGSVORPRUEFUNG PAIN.001/PAIN.008 VOM 20'
055500            WS-DATUM-JJ '-' WS-DATUM-MM '-' WS-DATUM-TT
055600            DELIMITED BY SIZE
055700       INTO BERICHT-ZEILE
055800     WRITE BERICHT-ZEILE
055900     MOVE SPACES TO BERICHT-ZEILE
056000     WRITE BERICHT-ZEILE.
056100 2100-EXIT.
056200     EXIT.
056300*--------------------------------------------------------------*
056400* 2200-EINGABE-LESEN                                           *
056500*--------------------------------------------------------------*
056600 2200-EINGABE-LESEN.
056700     READ EINGABE-DATEI
056800         AT END
056900             SET WS-EOF TO TRUE
057000     END-READ.
057100 2200-EXIT.
057200     EXIT.
057300*--------------------------------------------------------------*
057400* 3000-SATZ-VERARBEITEN - EINEN EINGABESATZ NACH SEINER        *
057500* SATZART VERARBEITEN. EINE UNBEKANNTE SATZART BRICHT OHNE     *
057600* WIEDERANLAUFPUNKT AB (DIE DATEI IST NEU ANZULIEFERN).        *
057700*--------------------------------------------------------------*
057800 3000-SATZ-VERARBEITEN.
057900     ADD 1 TO WS-ANZAHL-GELESEN
058000     EVALUATE TRUE
058100         WHEN PAIN-GRUPPE
058200             PERFORM 3100-GRUPPE-VERARBEITEN THRU 3100-EXIT
058300         WHEN PAIN-ZAHLUNG
058400             PERFORM 3200-ZAHLUNG-VERARBEITEN THRU 3200-EXIT
058500         WHEN PAIN-TRANSAKTION
058600             PERFORM 4000-TRANSAKTION-PRUEFEN THRU 4000-EXIT
058700         WHEN OTHER
058800             DISPLAY 'CBK955: UNBEKANNTE SATZART ' PAIN-SATZART
058900                     ' IN EINGABESATZ ' WS-ANZAHL-GELESEN
059000             PERFORM 9100-ABBRUCH-OHNE-WIEDERANLAUF THRU 9100-EXIT
059100     END-EVALUATE
059200     PERFORM 7100-CHECKPUNKT-PRUEFEN THRU 7100-EXIT
059300     PERFORM 2200-EINGABE-LESEN   THRU 2200-EXIT.
059400 3000-EXIT.
059500     EXIT.
059600*--------------------------------------------------------------*
059700* 3100-GRUPPE-VERARBEITEN - BEGINN EINER NEUEN NACHRICHT: DIE  *
059800* VORIGE ABSCHLIESSEN, DEN GRUPPENSATZ SICHERN UND DIE         *
059900* ZWISCHENSUMMEN ZURUECKSETZEN                                 *
060000*--------------------------------------------------------------*
060100 3100-GRUPPE-VERARBEITEN.
060200     IF WS-NACHRICHT-AKTIV
060300         PERFORM 5000-NACHRICHT-ABSCHLIESSEN THRU 5000-EXIT
060400     END-IF
060500     MOVE PAIN-SATZ               TO WS-GRUPPE-SATZ
060600     MOVE SPACES                  TO WS-ZAHLUNG-SATZ
060700     MOVE 'J'                     TO WS-NACHRICHT-KZ
060800     MOVE 'N'                     TO WS-GRUPPE-GUT-KZ
060900     MOVE 'N'                     TO WS-ZAHLUNG-KZ
061000     MOVE 'N'                     TO WS-ZAHLUNG-GUT-KZ
061100     MOVE ZERO                    TO WS-NA-GELESEN
061200     MOVE ZERO                    TO WS-NA-ANGENOMMEN
061300     MOVE ZERO                    TO WS-NA-ABGELEHNT
061400     MOVE ZERO                    TO WS-NA-BETRAG-ANG
061500     MOVE ZERO                    TO WS-NA-BETRAG-ABG
061600     ADD 1 TO WS-ANZAHL-NACHRICHTEN
061700     PERFORM 3110-GRUPPE-AUSWERTEN THRU 3110-EXIT.
061800 3100-EXIT.
061900     EXIT.
062000*--------------------------------------------------------------*
062100* 3110-GRUPPE-AUSWERTEN - DIE FUER PRUEFUNG UND ERGEBNIS       *
062200* BENOETIGTEN ANGABEN AUS DEM GRUPPENSATZ IM PUFFER            *
062300* UEBERNEHMEN (AUCH BEIM WIEDERANLAUF AUS DEM GESICHERTEN      *
062400* SATZ)                                                        *
062500*--------------------------------------------------------------*
062600 3110-GRUPPE-AUSWERTEN.
062700     MOVE PGR-NACHRICHTENTYP      TO WS-NA-TYP
062800     MOVE PGR-MSG-ID              TO WS-NA-MSG-ID
062900     MOVE PGR-INITIATOR-ID        TO WS-NA-INITIATOR-ID
063000     MOVE PGR-INITIATOR-NAME      TO WS-NA-INITIATOR-NAME
063100     IF PGR-ANZAHL-TX NUMERIC
063200         MOVE PGR-ANZAHL-TX       TO WS-NA-ANZAHL-LT-KOPF
063300     ELSE
063400         MOVE ZERO                TO WS-NA-ANZAHL-LT-KOPF
063500     END-IF.
063600 3110-EXIT.
063700     EXIT.
063800*--------------------------------------------------------------*
063900* 3200-ZAHLUNG-VERARBEITEN - BEGINN EINES ZAHLUNGSBLOCKS; EIN  *
064000* ZAHLUNGSSATZ VOR DEM ERSTEN GRUPPENSATZ IST EINE FEHLERHAFTE *
064100* SATZFOLGE                                                    *
064200*--------------------------------------------------------------*
064300 3200-ZAHLUNG-VERARBEITEN.
064400     IF NOT WS-NACHRICHT-AKTIV
064500         DISPLAY 'CBK955: ZAHLUNGSSATZ OHNE GRUPPENSATZ IN '
064600                 'EINGABESATZ ' WS-ANZAHL-GELESEN
064700         PERFORM 9100-ABBRUCH-OHNE-WIEDERANLAUF THRU 9100-EXIT
064800     END-IF
064900     MOVE PAIN-SATZ               TO WS-ZAHLUNG-SATZ
065000     MOVE 'J'                     TO WS-ZAHLUNG-KZ
065100     MOVE 'N'                     TO WS-ZAHLUNG-GUT-KZ
065200     PERFORM 3210-ZAHLUNG-AUSWERTEN THRU 3210-EXIT.
065300 3200-EXIT.
065400     EXIT.
065500*--------------------------------------------------------------*
065600* 3210-ZAHLUNG-AUSWERTEN - DAS VERFAHREN DES ZAHLUNGSBLOCKS    *
065700* AUS NACHRICHTENTYP, SERVICE-LEVEL UND LOKALEM INSTRUMENT     *
065800* BESTIMMEN. EIN NICHT ZULAESSIGES VERFAHREN (CODE '23') LEHNT *
065900* ALLE TRANSAKTIONEN DES BLOCKS AB.                            *
066000*--------------------------------------------------------------*
066100 3210-ZAHLUNG-AUSWERTEN.
066200     MOVE PZA-PMTINF-ID           TO WS-ZA-PMTINF-ID
066300     MOVE SPACES                  TO WS-ZA-VERFAHREN
066400     MOVE SPACES                  TO WS-ZA-FEHLERCODE
066500     MOVE SPACES                  TO WS-ZA-FEHLERTEXT
066600     IF PZA-SERVICE-LEVEL NOT = 'SEPA'
066700         MOVE '23'                TO WS-ZA-FEHLERCODE
066800         STRING 'SERVICE-LEVEL NICHT SEPA - ' DELIMITED BY SIZE
066900                PZA-SERVICE-LEVEL DELIMITED BY SIZE
067000           INTO WS-ZA-FEHLERTEXT
067100         GO TO 3210-EXIT
067200     END-IF
067300     EVALUATE TRUE
067400         WHEN WS-NA-UEBERWEISUNG AND PZA-LOKAL-INSTR = SPACES
067500             SET WS-ZA-SCT        TO TRUE
067600         WHEN WS-NA-UEBERWEISUNG AND PZA-LOKAL-INSTR = 'INST'
067700             SET WS-ZA-SCT-INST   TO TRUE
067800         WHEN WS-NA-LASTSCHRIFT  AND PZA-LOKAL-INSTR = 'CORE'
067900             SET WS-ZA-SDD-CORE   TO TRUE
068000         WHEN WS-NA-LASTSCHRIFT  AND PZA-LOKAL-INSTR = 'B2B'
068100             SET WS-ZA-SDD-B2B    TO TRUE
068200         WHEN OTHER
068300             MOVE '23'            TO WS-ZA-FEHLERCODE
068400             STRING 'VERFAHREN NICHT ZULAESSIG - PAIN.'
068500                                  DELIMITED BY SIZE
068600                    WS-NA-TYP     DELIMITED BY SIZE
068700                    ' / '         DELIMITED BY SIZE
068800                    PZA-LOKAL-INSTR DELIMITED BY SIZE
068900               INTO WS-ZA-FEHLERTEXT
069000     END-EVALUATE.
069100 3210-EXIT.
069200     EXIT.
069300*--------------------------------------------------------------*
069400* 4000-TRANSAKTION-PRUEFEN - EINE TRANSAKTION PRUEFEN UND      *
069500* ANGENOMMEN ODER ABGELEHNT AUSGEBEN. GEPRUEFT WIRD DIE IBAN   *
069600* DER GEGENSEITE (EMPFAENGER BEI PAIN.001, ZAHLUNGSPFLICHTIGER *
069700* BEI PAIN.008) MIT IHREM BIC.                                 *
069800*--------------------------------------------------------------*
069900 4000-TRANSAKTION-PRUEFEN.
070000     IF NOT WS-ZAHLUNG-AKTIV
070100         DISPLAY 'CBK955: TRANSAKTIONSSATZ OHNE ZAHLUNGSSATZ IN '
070200                 'EINGABESATZ ' WS-ANZAHL-GELESEN
070300         PERFORM 9100-ABBRUCH-OHNE-WIEDERANLAUF THRU 9100-EXIT
070400     END-IF
070500     MOVE 'J'                     TO WS-SATZ-OK-KZ
070600     MOVE 'N'                     TO WS-AUSLAND-KZ
070700     MOVE 'N'                     TO WS-INSTITUT-FEHLT-KZ
070800     MOVE SPACES                  TO WS-FEHLERCODE
070900     MOVE SPACES                  TO WS-FEHLERTEXT
071000     MOVE 'N'                     TO WS-BEOB-KZ
071100     MOVE SPACES                  TO WS-BEOB-SCHLUESSEL
071200     MOVE SPACES                  TO WS-BEOB-GRUND
071300     MOVE SPACES                  TO WS-INSTITUT
071400     MOVE PTR-PARTNER-IBAN        TO WS-IBAN-TEXT
071500     MOVE PTR-PARTNER-BIC         TO WS-BIC-ANGABE
071600     IF WS-ZA-FEHLERCODE NOT = SPACES
071700         MOVE WS-ZA-FEHLERCODE    TO WS-FEHLERCODE
071800         MOVE WS-ZA-FEHLERTEXT    TO WS-FEHLERTEXT
071900         MOVE 'N'                 TO WS-SATZ-OK-KZ
072000     END-IF
072100     IF WS-SATZ-OK AND PTR-WAEHRUNG NOT = 'EUR'
072200         MOVE '24'                TO WS-FEHLERCODE
072300         STRING 'WAEHRUNG NICHT EUR - ' DELIMITED BY SIZE
072400                PTR-WAEHRUNG      DELIMITED BY SIZE
072500           INTO WS-FEHLERTEXT
072600         MOVE 'N'                 TO WS-SATZ-OK-KZ
072700     END-IF
072800     IF WS-SATZ-OK
072900         PERFORM 4100-IBAN-FORMAT-PRUEFEN THRU 4100-EXIT
073000     END-IF
073100     IF WS-SATZ-OK AND WS-AUSLAND
073200         PERFORM 4500-AUSLAND-PRUEFEN THRU 4500-EXIT
073300     END-IF
073400     IF WS-SATZ-OK AND NOT WS-AUSLAND
073500         PERFORM 4200-PRUEFZIFFER-PRUEFEN THRU 4200-EXIT
073600     END-IF
073700     IF WS-SATZ-OK AND NOT WS-AUSLAND
073800         PERFORM 4300-BLZ-BESTAETIGEN THRU 4300-EXIT
073900     END-IF
074000     IF WS-SATZ-OK AND NOT WS-AUSLAND
074100         PERFORM 4400-KONTO-PZ-PRUEFEN THRU 4400-EXIT
074200     END-IF
074300     IF WS-SATZ-OK
074400         PERFORM 4600-BIC-PRUEFEN THRU 4600-EXIT
074500     END-IF
074600     IF WS-SATZ-OK
074700         PERFORM 4700-ERREICHBARKEIT-PRUEFEN THRU 4700-EXIT
074800     END-IF
074900     IF WS-SATZ-OK
075000         PERFORM 4800-BEOBACHTUNG-PRUEFEN THRU 4800-EXIT
075100     END-IF
075200     IF WS-SATZ-OK
075300         PERFORM 6100-ANNAHME-SCHREIBEN THRU 6100-EXIT
075400     ELSE
075500         PERFORM 6200-ABLEHNUNG-SCHREIBEN THRU 6200-EXIT
075600     END-IF.
075700 4000-EXIT.
075800     EXIT.
075900*--------------------------------------------------------------*
076000* 4100-IBAN-FORMAT-PRUEFEN - DEUTSCHE IBAN MIT 22 STELLEN UND  *
076100* NUMERISCHEN PRUEFZIFFERN/BLZ/KONTONR; ALLE ANDEREN           *
076200* LAENDERCODES GEHEN IN DIE AUSLANDSPRUEFUNG (WIE CBK020)      *
076300*--------------------------------------------------------------*
076400 4100-IBAN-FORMAT-PRUEFEN.
076500     IF WS-IBAN-LAND NOT = 'DE'
076600         SET WS-AUSLAND           TO TRUE
076700         GO TO 4100-EXIT
076800     END-IF
076900     IF WS-IBAN-TEXT (23:12) NOT = SPACES
077000         MOVE '10'                TO WS-FEHLERCODE
077100         MOVE 'IBAN ZU LANG - DEUTSCHE IBAN HAT 22 STELLEN'
077200                                  TO WS-FEHLERTEXT
077300         MOVE 'N'                 TO WS-SATZ-OK-KZ
077400         GO TO 4100-EXIT
077500     END-IF
077600     IF WS-IBAN-PRUEFZIFFER NOT NUMERIC
077700        OR WS-IBAN-BLZ NOT NUMERIC
077800        OR WS-IBAN-KONTO NOT NUMERIC
077900         MOVE '10'                TO WS-FEHLERCODE
078000         MOVE 'IBAN HAT KEIN GUELTIGES FORMAT' TO WS-FEHLERTEXT
078100         MOVE 'N'                 TO WS-SATZ-OK-KZ
078200     END-IF.
078300 4100-EXIT.
078400     EXIT.
078500*--------------------------------------------------------------*
078600* 4200-PRUEFZIFFER-PRUEFEN - MOD-97-PRUEFZIFFERNKONTROLLE NACH *
078700* ISO 7064 (IBAN-PRUEFSUMME MUSS 1 ERGEBEN, WIE IN CBK020)     *
078800*--------------------------------------------------------------*
078900 4200-PRUEFZIFFER-PRUEFEN.
079000     STRING WS-IBAN-BLZ           DELIMITED BY SIZE
079100            WS-IBAN-KONTO         DELIMITED BY SIZE
079200            '1314'                DELIMITED BY SIZE
079300            WS-IBAN-PRUEFZIFFER   DELIMITED BY SIZE
079400       INTO WS-IBAN-NUMERISCH
079500     MOVE ZERO                    TO WS-REST
079600     PERFORM 4210-ZIFFER-VERARBEITEN THRU 4210-EXIT
079700         VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 24
079800     IF WS-REST NOT = 1
079900         MOVE '12'                TO WS-FEHLERCODE
080000         MOVE 'PRUEFZIFFER UNGUELTIG - IBAN FEHLERHAFT'
080100                                  TO WS-FEHLERTEXT
080200         MOVE 'N'                 TO WS-SATZ-OK-KZ
080300     END-IF.
080400 4200-EXIT.
080500     EXIT.
080600*--------------------------------------------------------------*
080700* 4210-ZIFFER-VERARBEITEN - EINE STELLE DER UMGESTELLTEN IBAN  *
080800* IN DEN FORTLAUFENDEN REST (MOD 97) EINARBEITEN               *
080900*--------------------------------------------------------------*
081000 4210-ZIFFER-VERARBEITEN.
081100     MOVE WS-IBAN-NUMERISCH (WS-IX:1) TO WS-ZIFFER
081200     COMPUTE WS-TEMP = (WS-REST * 10) + WS-ZIFFER
081300     DIVIDE WS-TEMP BY 97 GIVING WS-QUOTIENT REMAINDER WS-REST.
081400 4210-EXIT.
081500     EXIT.
081600*--------------------------------------------------------------*
081700* 4300-BLZ-BESTAETIGEN - HAUPTSTELLE DER BLZ IM BANKENSTAMM    *
081800* LESEN (WIE CBK020). DIE EINGABE IST NICHT NACH BLZ SORTIERT, *
081900* DAHER KEIN SEQUENTIELLER ABGLEICH WIE IN CBK950; DAS         *
082000* ERGEBNIS DER LETZTEN LESUNG WIRD JE BLZ ZWISCHENGESPEICHERT. *
082020* IST DIE BLZ ABGELAUFEN UND HAT SIE EINE NACHFOLGE-BLZ,       *
082040* GELTEN NAME UND BIC DES NACHFOLGEINSTITUTS (WIE CBK020); DIE *
082060* KONTONUMMER WIRD WEITER NACH DER METHODE DER ALTEN BLZ       *
082080* GEPRUEFT.                                                    *
082100*--------------------------------------------------------------*
082200 4300-BLZ-BESTAETIGEN.
082300     IF WS-IBAN-BLZ NOT = WS-LB-BLZ
082400         PERFORM 4310-BANK-LESEN THRU 4310-EXIT
082500     END-IF
082600     IF NOT WS-LB-GEFUNDEN
082700         MOVE '13'                TO WS-FEHLERCODE
082800         MOVE 'PRUEFZIFFER OK, BLZ ABER NICHT IM BANKENSTAMM'
082900                                  TO WS-FEHLERTEXT
083000         MOVE 'N'                 TO WS-SATZ-OK-KZ
083100         GO TO 4300-EXIT
083200     END-IF
083300     MOVE WS-LB-NAME              TO WS-BANK-NAME
083400     MOVE WS-LB-BIC               TO WS-BANK-BIC
083500     MOVE WS-LB-PZ-METHODE        TO WS-BANK-PZ-METHODE
083510     IF WS-LB-NF-GEFUNDEN
083520         MOVE WS-LB-NF-NAME       TO WS-BANK-NAME
083530         MOVE WS-LB-NF-BIC        TO WS-BANK-BIC
083540         MOVE 'J'                 TO WS-NACHFOLGER-KZ
083550     END-IF.
083600 4300-EXIT.
083700     EXIT.
083800*--------------------------------------------------------------*
083900* 4310-BANK-LESEN - BANKENSTAMM-LESUNG FUER EINE NEUE BLZ      *
083920* MIT GUELTIG-BIS-DATUM UND NACHFOLGE-BLZ; BEI ABGELAUFENER    *
083940* BLZ WIRD DAS NACHFOLGEINSTITUT MITGELESEN                    *
084000*--------------------------------------------------------------*
084100 4310-BANK-LESEN.
084200     MOVE WS-IBAN-BLZ             TO BS-BLZ
084300     EXEC SQL
084400         SELECT NAME, BIC, PZ_METHODE,
084500                GUELTIG_BIS, NACHFOLGE_BLZ
084520           INTO :BS-NAME, :BS-BIC, :BS-PZ-METHODE,
084540                :BS-GUELTIG-BIS, :BS-NACHFOLGE-BLZ
084600           FROM BANKLEITZAHLEN
084700          WHERE BLZ = :BS-BLZ
084800            AND FILIALNR = '000'
084900            AND SATZART = 'D'
085000     END-EXEC
085100     MOVE SQLCODE                 TO WS-SQLCODE
085200     EVALUATE TRUE
085300         WHEN WS-SQLCODE = ZERO
085400             MOVE WS-IBAN-BLZ     TO WS-LB-BLZ
085500             MOVE 'J'             TO WS-LB-GEFUNDEN-KZ
085600             MOVE BS-NAME         TO WS-LB-NAME
085700             MOVE BS-BIC          TO WS-LB-BIC
085800             MOVE BS-PZ-METHODE   TO WS-LB-PZ-METHODE
085820             MOVE BS-GUELTIG-BIS  TO WS-LB-GUELTIG-BIS
085840             MOVE BS-NACHFOLGE-BLZ TO WS-LB-NF-BLZ
085860             MOVE 'N'             TO WS-LB-NF-GEFUNDEN-KZ
085900         WHEN WS-SQLCODE = 100
086000             MOVE WS-IBAN-BLZ     TO WS-LB-BLZ
086100             MOVE 'N'             TO WS-LB-GEFUNDEN-KZ
086150             MOVE 'N'             TO WS-LB-NF-GEFUNDEN-KZ
086200         WHEN OTHER
086300             DISPLAY 'CBK955: FEHLER BEIM LESEN BLZ '
086400                     BS-BLZ ' SQLCODE ' WS-SQLCODE
086500             PERFORM 9000-ABBRUCH THRU 9000-EXIT
086600     END-EVALUATE
086610     IF WS-LB-GEFUNDEN
086620        AND WS-LB-GUELTIG-BIS NOT = SPACES
086630        AND WS-LB-GUELTIG-BIS < WS-HEUTE
086640        AND WS-LB-NF-BLZ NOT = SPACES
086650         PERFORM 4320-NACHFOLGER-LESEN THRU 4320-EXIT
086660     END-IF.
086700 4310-EXIT.
086800     EXIT.
086803*--------------------------------------------------------------*
086806* 4320-NACHFOLGER-LESEN - HAUPTSTELLE DER NACHFOLGE-BLZ LESEN  *
086809* (WIE CBK020 5100-NACHFOLGER-LIEFERN). FEHLT DER NACHFOLGER   *
086812* IM BANKENSTAMM, BLEIBT ES BEI DEN ANGABEN DER ALTEN BLZ.     *
086815*--------------------------------------------------------------*
086818 4320-NACHFOLGER-LESEN.
086821     MOVE WS-LB-NF-BLZ            TO BS-BLZ
086824     EXEC SQL
086827         SELECT NAME, BIC
086830           INTO :BS-NAME, :BS-BIC
086833           FROM BANKLEITZAHLEN
086836          WHERE BLZ = :BS-BLZ
086839            AND FILIALNR = '000'
086842            AND SATZART = 'D'
086845     END-EXEC
086848     MOVE SQLCODE                 TO WS-SQLCODE
086851     EVALUATE TRUE
086854         WHEN WS-SQLCODE = ZERO
086857             MOVE 'J'             TO WS-LB-NF-GEFUNDEN-KZ
086860             MOVE BS-NAME         TO WS-LB-NF-NAME
086863             MOVE BS-BIC          TO WS-LB-NF-BIC
086866         WHEN WS-SQLCODE = 100
086869             CONTINUE
086872         WHEN OTHER
086875             DISPLAY 'CBK955: FEHLER BEIM LESEN NACHFOLGE-BLZ '
086878                     BS-BLZ ' SQLCODE ' WS-SQLCODE
086881             PERFORM 9000-ABBRUCH THRU 9000-EXIT
086884     END-EVALUATE.
086887 4320-EXIT.
086890     EXIT.
086900*--------------------------------------------------------------*
087000* 4400-KONTO-PZ-PRUEFEN - PRUEFT DIE PRUEFZIFFER DER           *
087100* KONTONUMMER NACH DER FUER DIE BANK HINTERLEGTEN              *
087200* BUNDESBANK-METHODE (MODUL CBK025, WIE IN CBK020). EINE NICHT *
087300* UMGESETZTE METHODE LAESST DAS BISHERIGE ERGEBNIS             *
087400* UNVERAENDERT.                                                *
087500*--------------------------------------------------------------*
087600 4400-KONTO-PZ-PRUEFEN.
087700     MOVE WS-BANK-PZ-METHODE      TO PZM-METHODE
087800     MOVE WS-IBAN-KONTO           TO PZM-KONTONR
087900     MOVE 'U'                     TO PZM-ERGEBNIS-KZ
088000     CALL 'CBK025' USING PZM-BEREICH
088100     IF PZM-UNGUELTIG
088200         MOVE '14'                TO WS-FEHLERCODE
088300         MOVE SPACES              TO WS-FEHLERTEXT
088400         STRING 'KONTONUMMER-PRUEFZIFFER UNGUELTIG - METHODE '
088500                                  DELIMITED BY SIZE
088600                WS-BANK-PZ-METHODE DELIMITED BY SIZE
088700           INTO WS-FEHLERTEXT
088800         MOVE 'N'                 TO WS-SATZ-OK-KZ
088900     END-IF.
089000 4400-EXIT.
089100     EXIT.
089200*--------------------------------------------------------------*
089300* 4500-AUSLAND-PRUEFEN - AUSLAENDISCHE IBAN UEBER DAS          *
089400* PRUEFMODUL CBK026 PRUEFEN UND DAS INSTITUT UEBER DEN         *
089500* NATIONALEN SORTCODE SUCHEN (WIE CBK950). EIN NICHT           *
089600* GEFUEHRTES INSTITUT MACHT DIE IBAN NICHT UNGUELTIG; DER BIC  *
089700* KANN DANN NUR GEGEN DAS SCL-DIRECTORY GEPRUEFT WERDEN.       *
089800*--------------------------------------------------------------*
089900 4500-AUSLAND-PRUEFEN.
090000     MOVE WS-IBAN-TEXT            TO IPM-IBAN
090100     CALL 'CBK026' USING IPM-BEREICH
090200     IF NOT IPM-GUELTIG
090300         MOVE IPM-FEHLERCODE      TO WS-FEHLERCODE
090400         MOVE IPM-FEHLERTEXT      TO WS-FEHLERTEXT
090500         MOVE 'N'                 TO WS-SATZ-OK-KZ
090600         GO TO 4500-EXIT
090700     END-IF
090800     MOVE IPM-LAND                TO BS-LAENDERCODE
090900     MOVE IPM-NAT-SORTCODE        TO BS-NAT-SORTCODE
091000     EXEC SQL
091100         SELECT NAME, BIC
091200           INTO :BS-NAME, :BS-BIC
091300           FROM BANKLEITZAHLEN
091400          WHERE SATZART = 'A'
091500            AND LAENDERCODE = :BS-LAENDERCODE
091600            AND NAT-SORTCODE = :BS-NAT-SORTCODE
091700     END-EXEC
091800     MOVE SQLCODE                 TO WS-SQLCODE
091900     EVALUATE TRUE
092000         WHEN WS-SQLCODE = ZERO
092100             MOVE BS-NAME         TO WS-BANK-NAME
092200             MOVE BS-BIC          TO WS-BANK-BIC
092300         WHEN WS-SQLCODE = 100
092400             SET WS-INSTITUT-FEHLT TO TRUE
092500         WHEN OTHER
092600             DISPLAY 'CBK955: FEHLER BEIM LESEN SORTCODE '
092700                     BS-NAT-SORTCODE ' SQLCODE ' WS-SQLCODE
092800             PERFORM 9000-ABBRUCH THRU 9000-EXIT
092900     END-EVALUATE.
093000 4500-EXIT.
093100     EXIT.
093200*--------------------------------------------------------------*
093300* 4600-BIC-PRUEFEN - EIN ANGEGEBENER BIC MUSS IN DEN ERSTEN 8  *
093400* STELLEN (INSTITUT, LAND, ORT) MIT DEM BIC DES INSTITUTS      *
093500* HINTER DER IBAN UEBEREINSTIMMEN (CODE '20'); DIE             *
093600* FILIALKENNUNG DARF ABWEICHEN. OHNE ANGABE (IBAN-ONLY) GILT   *
093700* DER BIC DES INSTITUTS. EIN 8-STELLIGER BIC WIRD UM 'XXX'     *
093800* ERGAENZT. BEI ABGELAUFENER BLZ GILT DER BIC DES              *
093850* NACHFOLGEINSTITUTS (SIEHE 4300).                             *
093900*--------------------------------------------------------------*
094000 4600-BIC-PRUEFEN.
094100     IF WS-BIC-ANGABE = SPACES
094200         MOVE WS-BANK-BIC         TO WS-PRUEF-BIC
094300     ELSE
094400         MOVE WS-BIC-ANGABE       TO WS-PRUEF-BIC
094500     END-IF
094600     IF WS-PRUEF-BIC NOT = SPACES
094700        AND WS-PRUEF-BIC (9:3) = SPACES
094800         MOVE 'XXX'               TO WS-PRUEF-BIC (9:3)
094900     END-IF
095000     IF WS-BIC-ANGABE = SPACES
095100        OR WS-BANK-BIC = SPACES
095200         GO TO 4600-EXIT
095300     END-IF
095400     IF WS-BIC-ANGABE (1:8) = WS-BANK-BIC (1:8)
095500         GO TO 4600-EXIT
095505     END-IF
095510     MOVE '20'                    TO WS-FEHLERCODE
095515     MOVE 'N'                     TO WS-SATZ-OK-KZ
095520     IF WS-NACHFOLGER-GELIEFERT
095525         STRING 'BIC PASST NICHT ZUM NACHFOLGEINSTITUT - BIC LT. '
095530                                  DELIMITED BY SIZE
095535                'BANKENSTAMM '    DELIMITED BY SIZE
095540                WS-BANK-BIC       DELIMITED BY SIZE
095545           INTO WS-FEHLERTEXT
095550     ELSE
095600         STRING 'BIC PASST NICHT ZUR BANK DER IBAN - BIC LT. '
095700                                  DELIMITED BY SIZE
095800                'BANKENSTAMM '    DELIMITED BY SIZE
095900                WS-BANK-BIC       DELIMITED BY SIZE
096000           INTO WS-FEHLERTEXT
096200     END-IF.
096300 4600-EXIT.
096400     EXIT.
096500*--------------------------------------------------------------*
096600* 4700-ERREICHBARKEIT-PRUEFEN - DEN MASSGEBLICHEN BIC GEGEN    *
096700* DAS SCL-DIRECTORY (TABELLE SEPASCL) STELLEN UND DAS          *
096800* KENNZEICHEN DES VERFAHRENS DES ZAHLUNGSBLOCKS PRUEFEN (CODE  *
096900* '22'). EIN ANGEGEBENER BIC OHNE SCL-EINTRAG WIRD ABGELEHNT   *
097000* (CODE '21'); FUER DEN BIC AUS DEM BANKENSTAMM GILT WIE IN    *
097100* CBK950: OHNE SCL-EINTRAG KEINE ABLEHNUNG (KEINE              *
097200* DATENGRUNDLAGE).                                             *
097300*--------------------------------------------------------------*
097400 4700-ERREICHBARKEIT-PRUEFEN.
097500     IF WS-PRUEF-BIC = SPACES
097600         GO TO 4700-EXIT
097700     END-IF
097800     IF WS-PRUEF-BIC NOT = WS-LS-BIC
097900         PERFORM 4710-SEPA-LESEN THRU 4710-EXIT
098000     END-IF
098100     IF NOT WS-LS-GEFUNDEN
098200         IF WS-BIC-ANGABE NOT = SPACES
098300             MOVE '21'            TO WS-FEHLERCODE
098400             STRING 'BIC NICHT IM SCL-DIRECTORY - '
098500                                  DELIMITED BY SIZE
098600                    WS-BIC-ANGABE DELIMITED BY SIZE
098700               INTO WS-FEHLERTEXT
098800             MOVE 'N'             TO WS-SATZ-OK-KZ
098900         END-IF
099000         GO TO 4700-EXIT
099100     END-IF
099200     EVALUATE TRUE
099300         WHEN WS-ZA-SCT
099400             MOVE WS-LS-SCT-KZ      TO WS-VERFAHREN-KZ
099500         WHEN WS-ZA-SCT-INST
099600             MOVE WS-LS-SCT-INST-KZ TO WS-VERFAHREN-KZ
099700         WHEN WS-ZA-SDD-CORE
099800             MOVE WS-LS-SDD-CORE-KZ TO WS-VERFAHREN-KZ
099900         WHEN WS-ZA-SDD-B2B
100000             MOVE WS-LS-SDD-B2B-KZ  TO WS-VERFAHREN-KZ
100100     END-EVALUATE
100200     IF WS-VERFAHREN-KZ NOT = 'J'
100300         MOVE '22'                TO WS-FEHLERCODE
100400         STRING 'BANK LT. SCL NICHT ERREICHBAR FUER '
100500                                  DELIMITED BY SIZE
100600                WS-ZA-VERFAHREN   DELIMITED BY SPACE
100700                ' - BIC '         DELIMITED BY SIZE
100800                WS-PRUEF-BIC      DELIMITED BY SIZE
100900           INTO WS-FEHLERTEXT
101000         MOVE 'N'                 TO WS-SATZ-OK-KZ
101100     END-IF.
101200 4700-EXIT.
101300     EXIT.
101400*--------------------------------------------------------------*
101500* 4710-SEPA-LESEN - SEPASCL-LESUNG FUER EINEN NEUEN BIC; EIN   *
101600* FILIAL-BIC OHNE EIGENEN EINTRAG WIRD UEBER DEN HAUPT-BIC     *
101700* (FILIALKENNUNG 'XXX') GESUCHT                                *
101800*--------------------------------------------------------------*
101900 4710-SEPA-LESEN.
102000     MOVE WS-PRUEF-BIC            TO WS-LS-BIC
102100     MOVE WS-PRUEF-BIC            TO SEP-BIC
102200     PERFORM 4720-SEPASCL-SELECT THRU 4720-EXIT
102300     IF NOT WS-LS-GEFUNDEN
102400        AND SEP-BIC (9:3) NOT = 'XXX'
102500         MOVE 'XXX'               TO SEP-BIC (9:3)
102600         PERFORM 4720-SEPASCL-SELECT THRU 4720-EXIT
102700     END-IF.
102800 4710-EXIT.
102900     EXIT.
103000*--------------------------------------------------------------*
103100* 4720-SEPASCL-SELECT - EINEN BIC IN DER TABELLE SEPASCL LESEN *
103200* UND DIE KENNZEICHEN ZWISCHENSPEICHERN                        *
103300*--------------------------------------------------------------*
103400 4720-SEPASCL-SELECT.
103500     EXEC SQL
103600         SELECT SCT_KZ, SDD_CORE_KZ, SDD_B2B_KZ, SCT_INST_KZ
103700           INTO :SEP-SCT-KZ, :SEP-SDD-CORE-KZ,
103800                :SEP-SDD-B2B-KZ, :SEP-SCT-INST-KZ
103900           FROM SEPASCL
104000          WHERE BIC = :SEP-BIC
104100     END-EXEC
104200     MOVE SQLCODE                 TO WS-SQLCODE
104300     EVALUATE TRUE
104400         WHEN WS-SQLCODE = ZERO
104500             MOVE 'J'             TO WS-LS-GEFUNDEN-KZ
104600             MOVE SEP-SCT-KZ      TO WS-LS-SCT-KZ
104700             MOVE SEP-SDD-CORE-KZ TO WS-LS-SDD-CORE-KZ
104800             MOVE SEP-SDD-B2B-KZ  TO WS-LS-SDD-B2B-KZ
104900             MOVE SEP-SCT-INST-KZ TO WS-LS-SCT-INST-KZ
105000         WHEN WS-SQLCODE = 100
105100             MOVE 'N'             TO WS-LS-GEFUNDEN-KZ
105200         WHEN OTHER
105300             MOVE LOW-VALUES      TO WS-LS-BIC
105400             DISPLAY 'CBK955: FEHLER BEIM LESEN SEPASCL BIC '
105500                     SEP-BIC ' SQLCODE ' WS-SQLCODE
105600             PERFORM 9000-ABBRUCH THRU 9000-EXIT
105700     END-EVALUATE.
105800 4720-EXIT.
105900     EXIT.
106000*--------------------------------------------------------------*
106100* 4800-BEOBACHTUNG-PRUEFEN - BLZ (NUR DEUTSCHE IBAN),          *
106200* MASSGEBLICHEN BIC (11- UND 8-STELLIG) UND LAENDERCODE IN DER *
106300* BEOBACHTUNGSLISTE SUCHEN (WIE CBK950). EIN SPERREINTRAG      *
106400* LEHNT DIE TRANSAKTION MIT CODE '17' AB, EIN WARNEINTRAG WIRD *
106500* GEZAEHLT; JEDER TREFFER GEHT NACH BEOBTREF.                  *
106600*--------------------------------------------------------------*
106700 4800-BEOBACHTUNG-PRUEFEN.
106800     IF WS-BT-ANZAHL = ZERO
106900         GO TO 4800-EXIT
107000     END-IF
107100     IF NOT WS-AUSLAND
107200         MOVE 'Z'                 TO WS-BEOB-SUCH-ART
107300         MOVE WS-IBAN-BLZ         TO WS-BEOB-SUCH-WERT
107400         PERFORM 4810-BEOBLISTE-SUCHEN THRU 4810-EXIT
107500     END-IF
107600     IF WS-PRUEF-BIC NOT = SPACES
107700         MOVE 'B'                 TO WS-BEOB-SUCH-ART
107800         MOVE WS-PRUEF-BIC        TO WS-BEOB-SUCH-WERT
107900         PERFORM 4810-BEOBLISTE-SUCHEN THRU 4810-EXIT
108000         MOVE SPACES              TO WS-BEOB-SUCH-WERT
108100         MOVE WS-PRUEF-BIC (1:8)  TO WS-BEOB-SUCH-WERT
108200         PERFORM 4810-BEOBLISTE-SUCHEN THRU 4810-EXIT
108300     END-IF
108400     MOVE 'L'                     TO WS-BEOB-SUCH-ART
108500     MOVE WS-IBAN-LAND            TO WS-BEOB-SUCH-WERT
108600     PERFORM 4810-BEOBLISTE-SUCHEN THRU 4810-EXIT
108700     EVALUATE TRUE
108800         WHEN WS-BEOB-SPERRE
108900             MOVE '17'            TO WS-FEHLERCODE
109000             MOVE SPACES          TO WS-FEHLERTEXT
109100             STRING 'BEOBACHTUNGSLISTE GESPERRT - '
109200                                  DELIMITED BY SIZE
109300                    WS-BEOB-GRUND DELIMITED BY SIZE
109400               INTO WS-FEHLERTEXT
109500             MOVE 'N'             TO WS-SATZ-OK-KZ
109600             MOVE SPACES          TO TREF-SATZ
109700             SET TREF-ABGELEHNT   TO TRUE
109800             PERFORM 4820-TREFFER-SCHREIBEN THRU 4820-EXIT
109900         WHEN WS-BEOB-WARNUNG
110000             MOVE SPACES          TO TREF-SATZ
110100             SET TREF-MARKIERT    TO TRUE
110200             PERFORM 4820-TREFFER-SCHREIBEN THRU 4820-EXIT
110300     END-EVALUATE.
110400 4800-EXIT.
110500     EXIT.
110600*--------------------------------------------------------------*
110700* 4810-BEOBLISTE-SUCHEN - EINEN SUCHSCHLUESSEL (ART + WERT)    *
110800* BINAER SUCHEN; EIN SPERREINTRAG ERSETZT EINE BEREITS         *
110900* GEFUNDENE WARNUNG, SONST GILT DER ERSTE TREFFER              *
111000*--------------------------------------------------------------*
111100 4810-BEOBLISTE-SUCHEN.
111200     SEARCH ALL WS-BT-EINTRAG
111300         AT END
111400             CONTINUE
111500         WHEN WS-BT-SCHLUESSEL (WS-BT-IX) = WS-BEOB-SUCHSCHLUESSEL
111600             IF WS-BEOB-KEIN-TREFFER
111700                OR (WS-BEOB-WARNUNG
111800                    AND WS-BT-KATEGORIE (WS-BT-IX) = 'S')
111900                 MOVE WS-BT-KATEGORIE (WS-BT-IX) TO WS-BEOB-KZ
112000                 MOVE WS-BT-SCHLUESSEL (WS-BT-IX)
112100                                  TO WS-BEOB-SCHLUESSEL
112200                 MOVE WS-BT-GRUND (WS-BT-IX) TO WS-BEOB-GRUND
112300             END-IF
112400     END-SEARCH.
112500 4810-EXIT.
112600     EXIT.
112700*--------------------------------------------------------------*
112800* 4820-TREFFER-SCHREIBEN - TREFFER FUER DIE COMPLIANCE NACH    *
112900* BEOBTREF SCHREIBEN (AUFBAU TREFSATZ; TASKNR NULL, LFDNR =    *
113000* NUMMER DES EINGABESATZES, REFERENZ = ANFANG DER              *
113100* END-TO-END-KENNUNG). SATZ LOESCHEN UND AKTION SETZEN         *
113200* UEBERNIMMT DER AUFRUFER.                                     *
113300*--------------------------------------------------------------*
113400 4820-TREFFER-SCHREIBEN.
113500     MOVE WS-HEUTE                TO TREF-DATUM
113600     ACCEPT WS-UHRZEIT FROM TIME
113700     MOVE WS-UHRZEIT (1:6)        TO TREF-UHRZEIT
113800     MOVE ZERO                    TO TREF-TASKNR
113900     MOVE WS-ANZAHL-GELESEN       TO TREF-LFDNR
114000     MOVE 'CBK955'                TO TREF-QUELLE
114100     MOVE 'CBK955J'               TO TREF-SYSTEM
114200     MOVE SPACES                  TO TREF-BENUTZER
114300     MOVE PTR-E2E-ID              TO TREF-REFERENZ
114400     MOVE WS-IBAN-TEXT            TO TREF-IBAN
114500     IF WS-AUSLAND
114600         MOVE SPACES              TO TREF-BLZ
114700     ELSE
114800         MOVE WS-IBAN-BLZ         TO TREF-BLZ
114900     END-IF
115000     MOVE WS-PRUEF-BIC            TO TREF-BIC
115100     MOVE WS-IBAN-LAND            TO TREF-LAND
115200     MOVE WS-BEOB-SCHLUESSEL (1:1)  TO TREF-BEOB-ART
115300     MOVE WS-BEOB-SCHLUESSEL (2:11) TO TREF-BEOB-WERT
115400     MOVE WS-BEOB-KZ              TO TREF-KATEGORIE
115500     MOVE WS-BEOB-GRUND           TO TREF-GRUND
115600     WRITE TREF-SATZ.
115700 4820-EXIT.
115800     EXIT.
115900*--------------------------------------------------------------*
116000* 5000-NACHRICHT-ABSCHLIESSEN - DIE AUFTEILUNG DER LAUFENDEN   *
116100* NACHRICHT NACH PAINERG SCHREIBEN. WEICHT DIE ANZAHL LT.      *
116200* GRUPPENSATZ VON DEN GELIEFERTEN TRANSAKTIONEN AB, WIRD DAS   *
116300* VERMERKT.                                                    *
116400*--------------------------------------------------------------*
116500 5000-NACHRICHT-ABSCHLIESSEN.
116600     MOVE SPACES                  TO PER-SATZ
116700     MOVE WS-NA-MSG-ID            TO PER-MSG-ID
116800     MOVE WS-NA-TYP               TO PER-NACHRICHTENTYP
116900     MOVE WS-NA-INITIATOR-ID      TO PER-INITIATOR-ID
117000     MOVE WS-NA-INITIATOR-NAME    TO PER-INITIATOR-NAME
117100     MOVE WS-NA-ANZAHL-LT-KOPF    TO PER-ANZAHL-LT-KOPF
117200     MOVE WS-NA-GELESEN           TO PER-ANZAHL-GELESEN
117300     MOVE WS-NA-ANGENOMMEN        TO PER-ANZAHL-ANGENOMMEN
117400     MOVE WS-NA-ABGELEHNT         TO PER-ANZAHL-ABGELEHNT
117500     MOVE WS-NA-BETRAG-ANG        TO PER-BETRAG-ANGENOMMEN
117600     MOVE WS-NA-BETRAG-ABG        TO PER-BETRAG-ABGELEHNT
117700     EVALUATE TRUE
117800         WHEN WS-NA-ABGELEHNT = ZERO
117900             SET PER-ANGENOMMEN   TO TRUE
118000         WHEN WS-NA-ANGENOMMEN = ZERO
118100             SET PER-ABGELEHNT    TO TRUE
118200         WHEN OTHER
118300             SET PER-TEILWEISE    TO TRUE
118400     END-EVALUATE
118500     IF WS-NA-ANZAHL-LT-KOPF NOT = WS-NA-GELESEN
118600         SET PER-ANZAHL-ABWEICHEND TO TRUE
118700     ELSE
118800         MOVE 'N'                 TO PER-ABWEICHUNG-KZ
118900     END-IF
119000     WRITE PER-SATZ
119100     MOVE 'N'                     TO WS-NACHRICHT-KZ
119200     MOVE 'N'                     TO WS-ZAHLUNG-KZ.
119300 5000-EXIT.
119400     EXIT.
119500*--------------------------------------------------------------*
119600* 6100-ANNAHME-SCHREIBEN - ANGENOMMENE TRANSAKTION NACH        *
119700* PAINGUT SCHREIBEN; GRUPPEN- UND ZAHLUNGSSATZ WERDEN VOR DER  *
119800* ERSTEN ANGENOMMENEN TRANSAKTION IHRES BLOCKS AUSGEGEBEN, SO  *
119900* DASS PAINGUT NUR NACHRICHTEN UND BLOECKE MIT ANGENOMMENEN    *
120000* TRANSAKTIONEN ENTHAELT.                                      *
120100*--------------------------------------------------------------*
120200 6100-ANNAHME-SCHREIBEN.
120300     IF NOT WS-GRUPPE-GESCHRIEBEN
120400         WRITE GUT-SATZ FROM WS-GRUPPE-SATZ
120500         MOVE 'J'                 TO WS-GRUPPE-GUT-KZ
120600     END-IF
120700     IF NOT WS-ZAHLUNG-GESCHRIEBEN
120800         WRITE GUT-SATZ FROM WS-ZAHLUNG-SATZ
120900         MOVE 'J'                 TO WS-ZAHLUNG-GUT-KZ
121000     END-IF
121100     WRITE GUT-SATZ FROM PAIN-SATZ
121200     ADD 1 TO WS-ANZAHL-TX
121300     ADD 1 TO WS-ANZAHL-ANGENOMMEN
121400     ADD 1 TO WS-NA-GELESEN
121500     ADD 1 TO WS-NA-ANGENOMMEN
121600     IF PTR-BETRAG NUMERIC
121700         ADD PTR-BETRAG TO WS-NA-BETRAG-ANG
121800     END-IF
121900     IF WS-INSTITUT-FEHLT
122000         ADD 1 TO WS-ANZAHL-CODE-15
122100     END-IF
122200     IF WS-BEOB-WARNUNG
122300         ADD 1 TO WS-ANZAHL-BEOB-WARN
122400     END-IF.
122500 6100-EXIT.
122600     EXIT.
122700*--------------------------------------------------------------*
122800* 6200-ABLEHNUNG-SCHREIBEN - ABGELEHNTE TRANSAKTION MIT DEN    *
122900* KENNUNGEN VON NACHRICHT, ZAHLUNGSBLOCK UND TRANSAKTION NACH  *
123000* PAINFEHL SCHREIBEN UND DEN ABLEHNUNGSGRUND ZAEHLEN           *
123100*--------------------------------------------------------------*
123200 6200-ABLEHNUNG-SCHREIBEN.
123300     MOVE WS-NA-MSG-ID            TO PFE-MSG-ID
123400     MOVE WS-NA-INITIATOR-ID      TO PFE-INITIATOR-ID
123500     MOVE WS-ZA-PMTINF-ID         TO PFE-PMTINF-ID
123600     MOVE PTR-INSTR-ID            TO PFE-INSTR-ID
123700     MOVE PTR-E2E-ID              TO PFE-E2E-ID
123800     MOVE WS-NA-TYP               TO PFE-NACHRICHTENTYP
123900     MOVE WS-ZA-VERFAHREN         TO PFE-VERFAHREN
124000     IF PTR-BETRAG NUMERIC
124100         MOVE PTR-BETRAG          TO PFE-BETRAG
124200         ADD PTR-BETRAG TO WS-NA-BETRAG-ABG
124300     ELSE
124400         MOVE ZERO                TO PFE-BETRAG
124500     END-IF
124600     MOVE PTR-PARTNER-IBAN        TO PFE-IBAN
124700     MOVE PTR-PARTNER-BIC         TO PFE-BIC
124800     MOVE WS-FEHLERCODE           TO PFE-FEHLERCODE
124900     MOVE WS-FEHLERTEXT           TO PFE-FEHLERTEXT
125000     WRITE PFE-SATZ
125100     ADD 1 TO WS-ANZAHL-TX
125200     ADD 1 TO WS-ANZAHL-ABGELEHNT
125300     ADD 1 TO WS-NA-GELESEN
125400     ADD 1 TO WS-NA-ABGELEHNT
125500     EVALUATE WS-FEHLERCODE
125600         WHEN '10'
125700             ADD 1 TO WS-ANZAHL-CODE-10
125800         WHEN '11'
125900             ADD 1 TO WS-ANZAHL-CODE-11
126000         WHEN '12'
126100             ADD 1 TO WS-ANZAHL-CODE-12
126200         WHEN '13'
126300             ADD 1 TO WS-ANZAHL-CODE-13
126400         WHEN '14'
126500             ADD 1 TO WS-ANZAHL-CODE-14
126600         WHEN '17'
126700             ADD 1 TO WS-ANZAHL-CODE-17
126800         WHEN '20'
126900             ADD 1 TO WS-ANZAHL-CODE-20
127000         WHEN '21'
127100             ADD 1 TO WS-ANZAHL-CODE-21
127200         WHEN '22'
127300             ADD 1 TO WS-ANZAHL-CODE-22
127400         WHEN '23'
127500             ADD 1 TO WS-ANZAHL-CODE-23
127600         WHEN '24'
127700             ADD 1 TO WS-ANZAHL-CODE-24
127800     END-EVALUATE.
127900 6200-EXIT.
128000     EXIT.
128100*--------------------------------------------------------------*
128200* 7000-CHECKPUNKT-SCHREIBEN - ZWISCHENSTAND MIT DEM ZUSTAND    *
128300* DER LAUFENDEN NACHRICHT ALS CHECKPUNKT ANHAENGEN (STATUS-KZ  *
128400* SETZT DER AUFRUFER)                                          *
128500*--------------------------------------------------------------*
128600 7000-CHECKPUNKT-SCHREIBEN.
128700     MOVE WS-DATUM                TO CPS-LAUFDATUM
128800     ACCEPT WS-UHRZEIT FROM TIME
128900     MOVE WS-UHRZEIT              TO CPS-LAUFZEIT
129000     MOVE WS-ANZAHL-GELESEN       TO CPS-ANZAHL-GELESEN
129100     MOVE WS-ANZAHL-NACHRICHTEN   TO CPS-ANZAHL-NACHRICHTEN
129200     MOVE WS-ANZAHL-TX            TO CPS-ANZAHL-TX
129300     MOVE WS-ANZAHL-ANGENOMMEN    TO CPS-ANZAHL-ANGENOMMEN
129400     MOVE WS-ANZAHL-ABGELEHNT     TO CPS-ANZAHL-ABGELEHNT
129500     MOVE WS-ANZAHL-CODE-10       TO CPS-ANZAHL-CODE-10
129600     MOVE WS-ANZAHL-CODE-11       TO CPS-ANZAHL-CODE-11
129700     MOVE WS-ANZAHL-CODE-12       TO CPS-ANZAHL-CODE-12
129800     MOVE WS-ANZAHL-CODE-13       TO CPS-ANZAHL-CODE-13
129900     MOVE WS-ANZAHL-CODE-14       TO CPS-ANZAHL-CODE-14
130000     MOVE WS-ANZAHL-CODE-15       TO CPS-ANZAHL-CODE-15
130100     MOVE WS-ANZAHL-CODE-17       TO CPS-ANZAHL-CODE-17
130200     MOVE WS-ANZAHL-CODE-20       TO CPS-ANZAHL-CODE-20
130300     MOVE WS-ANZAHL-CODE-21       TO CPS-ANZAHL-CODE-21
130400     MOVE WS-ANZAHL-CODE-22       TO CPS-ANZAHL-CODE-22
130500     MOVE WS-ANZAHL-CODE-23       TO CPS-ANZAHL-CODE-23
130600     MOVE WS-ANZAHL-CODE-24       TO CPS-ANZAHL-CODE-24
130700     MOVE WS-ANZAHL-BEOB-WARN     TO CPS-ANZAHL-BEOB-WARN
130800     MOVE WS-NACHRICHT-KZ         TO CPS-NACHRICHT-KZ
130900     MOVE WS-GRUPPE-GUT-KZ        TO CPS-GRUPPE-GUT-KZ
131000     MOVE WS-ZAHLUNG-KZ           TO CPS-ZAHLUNG-KZ
131100     MOVE WS-ZAHLUNG-GUT-KZ       TO CPS-ZAHLUNG-GUT-KZ
131200     MOVE WS-NA-GELESEN           TO CPS-NA-GELESEN
131300     MOVE WS-NA-ANGENOMMEN        TO CPS-NA-ANGENOMMEN
131400     MOVE WS-NA-ABGELEHNT         TO CPS-NA-ABGELEHNT
131500     MOVE WS-NA-BETRAG-ANG        TO CPS-NA-BETRAG-ANG
131600     MOVE WS-NA-BETRAG-ABG        TO CPS-NA-BETRAG-ABG
131700     MOVE WS-GRUPPE-SATZ          TO CPS-GRUPPE-SATZ
131800     MOVE WS-ZAHLUNG-SATZ         TO CPS-ZAHLUNG-SATZ
131900     WRITE CHECKPUNKT-S-SATZ.
132000 7000-EXIT.
132100     EXIT.
132200*--------------------------------------------------------------*
132300* 7100-CHECKPUNKT-PRUEFEN - NACH JE WS-CP-INTERVALL SAETZEN    *
132400* EINEN UNVOLLSTAENDIGEN ZWISCHENSTANDS-CHECKPUNKT SCHREIBEN   *
132500*--------------------------------------------------------------*
132600 7100-CHECKPUNKT-PRUEFEN.
132700     ADD 1 TO WS-SEIT-CHECKPUNKT
132800     IF WS-SEIT-CHECKPUNKT >= WS-CP-INTERVALL
132900         SET CPS-UNTERBROCHEN TO TRUE
133000         PERFORM 7000-CHECKPUNKT-SCHREIBEN THRU 7000-EXIT
133100         MOVE ZERO TO WS-SEIT-CHECKPUNKT
133200     END-IF.
133300 7100-EXIT.
133400     EXIT.
133500*--------------------------------------------------------------*
133600* 8000-ABSCHLUSS - LETZTE NACHRICHT ABSCHLIESSEN,              *
133700* ABSCHLUSS-CHECKPUNKT SCHREIBEN, BERICHT JE NACHRICHT UND JE  *
133800* AUFTRAGGEBER AUS PAINERG ERSTELLEN (ENTHAELT BEIM            *
133900* WIEDERANLAUF AUCH DIE NACHRICHTEN DES ABGEBROCHENEN LAUFS),  *
134000* SUMMENZEILEN JE ABLEHNUNGSGRUND UND DATEIABSCHLUSS           *
134100*--------------------------------------------------------------*
134200 8000-ABSCHLUSS.
134300     IF WS-NACHRICHT-AKTIV
134400         PERFORM 5000-NACHRICHT-ABSCHLIESSEN THRU 5000-EXIT
134500     END-IF
134600     SET CPS-ABGESCHLOSSEN TO TRUE
134700     PERFORM 7000-CHECKPUNKT-SCHREIBEN THRU 7000-EXIT
134800     CLOSE ERGEBNIS-DATEI
134900     OPEN INPUT ERGEBNIS-DATEI
135000     PERFORM 8200-NACHRICHTEN-BERICHT THRU 8200-EXIT
135100     CLOSE ERGEBNIS-DATEI
135200     PERFORM 8300-AUFTRAGGEBER-BERICHT THRU 8300-EXIT
135300     MOVE SPACES TO BERICHT-ZEILE
135400     WRITE BERICHT-ZEILE
135500     IF WS-IST-RESTART
135600         MOVE 'WIEDERANLAUF - SAETZE UEBERSPRUNGEN:'
135700           TO WS-ZZ-TEXT
135800         MOVE WS-UEBERSPRUNGEN TO WS-ZZ-ANZAHL
135900         PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
136000     END-IF
136100     MOVE 'EINGABESAETZE GELESEN:' TO WS-ZZ-TEXT
136200     MOVE WS-ANZAHL-GELESEN TO WS-ZZ-ANZAHL
136300     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
136400     MOVE 'NACHRICHTEN:' TO WS-ZZ-TEXT
136500     MOVE WS-ANZAHL-NACHRICHTEN TO WS-ZZ-ANZAHL
136600     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
136700     MOVE 'DAVON MIT ABWEICHENDER ANZAHL LT. GRUPPENSATZ:'
136800       TO WS-ZZ-TEXT
136900     MOVE WS-ANZAHL-ABWEICHUNG TO WS-ZZ-ANZAHL
137000     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
137100     MOVE 'TRANSAKTIONEN GEPRUEFT:' TO WS-ZZ-TEXT
137200     MOVE WS-ANZAHL-TX TO WS-ZZ-ANZAHL
137300     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
137400     MOVE 'DAVON ANGENOMMEN:' TO WS-ZZ-TEXT
137500     MOVE WS-ANZAHL-ANGENOMMEN TO WS-ZZ-ANZAHL
137600     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
137700     MOVE 'DAVON ABGELEHNT:' TO WS-ZZ-TEXT
137800     MOVE WS-ANZAHL-ABGELEHNT TO WS-ZZ-ANZAHL
137900     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
138000     MOVE SPACES TO BERICHT-ZEILE
138100     WRITE BERICHT-ZEILE
138200     MOVE 'CODE 10 - IBAN HAT KEIN GUELTIGES FORMAT:'
138300       TO WS-ZZ-TEXT
138400     MOVE WS-ANZAHL-CODE-10 TO WS-ZZ-ANZAHL
138500     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
138600     MOVE 'CODE 11 - LAENDERCODE NICHT UNTERSTUETZT:'
138700       TO WS-ZZ-TEXT
138800     MOVE WS-ANZAHL-CODE-11 TO WS-ZZ-ANZAHL
138900     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
139000     MOVE 'CODE 12 - PRUEFZIFFER UNGUELTIG:'
139100       TO WS-ZZ-TEXT
139200     MOVE WS-ANZAHL-CODE-12 TO WS-ZZ-ANZAHL
139300     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
139400     MOVE 'CODE 13 - BLZ NICHT IM BANKENSTAMM:'
139500       TO WS-ZZ-TEXT
139600     MOVE WS-ANZAHL-CODE-13 TO WS-ZZ-ANZAHL
139700     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
139800     MOVE 'CODE 14 - KONTONUMMER-PRUEFZIFFER UNGUELTIG:'
139900       TO WS-ZZ-TEXT
140000     MOVE WS-ANZAHL-CODE-14 TO WS-ZZ-ANZAHL
140100     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
140200     MOVE 'CODE 17 - AUF BEOBACHTUNGSLISTE GESPERRT:'
140300       TO WS-ZZ-TEXT
140400     MOVE WS-ANZAHL-CODE-17 TO WS-ZZ-ANZAHL
140500     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
140600     MOVE 'CODE 20 - BIC PASST NICHT ZUR BANK DER IBAN:'
140700       TO WS-ZZ-TEXT
140800     MOVE WS-ANZAHL-CODE-20 TO WS-ZZ-ANZAHL
140900     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
141000     MOVE 'CODE 21 - BIC NICHT IM SCL-DIRECTORY:'
141100       TO WS-ZZ-TEXT
141200     MOVE WS-ANZAHL-CODE-21 TO WS-ZZ-ANZAHL
141300     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
141400     MOVE 'CODE 22 - FUER DAS VERFAHREN NICHT ERREICHBAR:'
141500       TO WS-ZZ-TEXT
141600     MOVE WS-ANZAHL-CODE-22 TO WS-ZZ-ANZAHL
141700     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
141800     MOVE 'CODE 23 - VERFAHREN NICHT ZULAESSIG:'
141900       TO WS-ZZ-TEXT
142000     MOVE WS-ANZAHL-CODE-23 TO WS-ZZ-ANZAHL
142100     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
142200     MOVE 'CODE 24 - WAEHRUNG NICHT EUR:'
142300       TO WS-ZZ-TEXT
142400     MOVE WS-ANZAHL-CODE-24 TO WS-ZZ-ANZAHL
142500     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
142600     MOVE 'ANGENOMMEN, AUSL. INSTITUT NICHT IM BESTAND:'
142700       TO WS-ZZ-TEXT
142800     MOVE WS-ANZAHL-CODE-15 TO WS-ZZ-ANZAHL
142900     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
143000     MOVE 'ANGENOMMEN MIT WARNUNG (BEOBACHTUNGSLISTE):'
143100       TO WS-ZZ-TEXT
143200     MOVE WS-ANZAHL-BEOB-WARN TO WS-ZZ-ANZAHL
143300     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
143400     MOVE 'EINTRAEGE BEOBACHTUNGSLISTE GELADEN:'
143500       TO WS-ZZ-TEXT
143600     MOVE WS-BT-ANZAHL TO WS-ZZ-ANZAHL
143700     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
143800     CLOSE EINGABE-DATEI CHECKPUNKT-DATEI GUT-DATEI
143900           FEHLER-DATEI TREFFER-DATEI BERICHT-DATEI.
144000 8000-EXIT.
144100     EXIT.
144200*--------------------------------------------------------------*
144300* 8100-SUMMENZEILE-SCHREIBEN                                   *
144400*--------------------------------------------------------------*
144500 8100-SUMMENZEILE-SCHREIBEN.
144600     MOVE SPACES TO BERICHT-ZEILE
144700     MOVE WS-ZAEHLERZEILE TO BERICHT-ZEILE
144800     WRITE BERICHT-ZEILE.
144900 8100-EXIT.
145000     EXIT.
145100*--------------------------------------------------------------*
145200* 8200-NACHRICHTEN-BERICHT - JE NACHRICHT AUS PAINERG EINE     *
145300* ZEILE MIT DER AUFTEILUNG AUSGEBEN UND DIE SUMMEN JE          *
145400* AUFTRAGGEBER SAMMELN                                         *
145500*--------------------------------------------------------------*
145600 8200-NACHRICHTEN-BERICHT.
145700     MOVE SPACES TO BERICHT-ZEILE
145800     MOVE 'ERGEBNIS JE NACHRICHT' TO BERICHT-ZEILE
145900     WRITE BERICHT-ZEILE
146000     MOVE SPACES TO BERICHT-ZEILE
146100     STRING 'MSG-ID                              '
146200            'TYP AUFTRAGGEBER     TRANS.'
146300            '  ANGEN.  ABGEL. STATUS'
146400            DELIMITED BY SIZE
146500       INTO BERICHT-ZEILE
146600     WRITE BERICHT-ZEILE
146700     PERFORM 8210-ERGEBNIS-LESEN THRU 8210-EXIT
146800     PERFORM 8220-NACHRICHT-AUSGEBEN THRU 8220-EXIT
146900         UNTIL WS-ERGEBNIS-EOF
147000     MOVE SPACES TO BERICHT-ZEILE
147100     WRITE BERICHT-ZEILE.
147200 8200-EXIT.
147300     EXIT.
147400*--------------------------------------------------------------*
147500* 8210-ERGEBNIS-LESEN                                          *
147600*--------------------------------------------------------------*
147700 8210-ERGEBNIS-LESEN.
147800     READ ERGEBNIS-DATEI
147900         AT END
148000             SET WS-ERGEBNIS-EOF TO TRUE
148100     END-READ.
148200 8210-EXIT.
148300     EXIT.
148400*--------------------------------------------------------------*
148500* 8220-NACHRICHT-AUSGEBEN - EINE ZEILE JE NACHRICHT, DANACH    *
148600* DIE NACHRICHT DEM AUFTRAGGEBER ZURECHNEN                     *
148700*--------------------------------------------------------------*
148800 8220-NACHRICHT-AUSGEBEN.
148900     MOVE PER-MSG-ID              TO WS-NZ-MSG-ID
149000     MOVE PER-NACHRICHTENTYP      TO WS-NZ-TYP
149100     IF PER-INITIATOR-ID = SPACES
149200         MOVE PER-INITIATOR-NAME  TO WS-NZ-INITIATOR
149300     ELSE
149400         MOVE PER-INITIATOR-ID    TO WS-NZ-INITIATOR
149500     END-IF
149600     MOVE PER-ANZAHL-GELESEN      TO WS-NZ-GELESEN
149700     MOVE PER-ANZAHL-ANGENOMMEN   TO WS-NZ-ANGENOMMEN
149800     MOVE PER-ANZAHL-ABGELEHNT    TO WS-NZ-ABGELEHNT
149900     EVALUATE TRUE
150000         WHEN PER-ANGENOMMEN
150100             MOVE 'ANGENOMMEN'    TO WS-NZ-STATUS
150200         WHEN PER-TEILWEISE
150300             MOVE 'TEILWEISE'     TO WS-NZ-STATUS
150400         WHEN OTHER
150500             MOVE 'ABGELEHNT'     TO WS-NZ-STATUS
150600     END-EVALUATE
150700     IF PER-ANZAHL-ABWEICHEND
150800         MOVE 'ANZ.ABW.'          TO WS-NZ-HINWEIS
150900         ADD 1 TO WS-ANZAHL-ABWEICHUNG
151000     ELSE
151100         MOVE SPACES              TO WS-NZ-HINWEIS
151200     END-IF
151300     MOVE WS-NACHRICHTENZEILE     TO BERICHT-ZEILE
151400     WRITE BERICHT-ZEILE
151500     PERFORM 8230-AUFTRAGGEBER-ZAEHLEN THRU 8230-EXIT
151600     PERFORM 8210-ERGEBNIS-LESEN THRU 8210-EXIT.
151700 8220-EXIT.
151800     EXIT.
151900*--------------------------------------------------------------*
152000* 8230-AUFTRAGGEBER-ZAEHLEN - AUFTRAGGEBER DER NACHRICHT IN    *
152100* DER SUMMENTABELLE SUCHEN BZW. NEU AUFNEHMEN (WIE             *
152200* 3100-SUCHWERT-ZAEHLEN IN CBK970)                             *
152300*--------------------------------------------------------------*
152400 8230-AUFTRAGGEBER-ZAEHLEN.
152500     IF PER-INITIATOR-ID = SPACES
152600         MOVE PER-INITIATOR-NAME  TO WS-AT-SUCH-ID
152700     ELSE
152800         MOVE PER-INITIATOR-ID    TO WS-AT-SUCH-ID
152900     END-IF
153000     MOVE 'N' TO WS-GEFUNDEN-KZ
153100     IF WS-AT-ANZAHL-BELEGT > ZERO
153200         PERFORM 8240-AUFTRAGGEBER-VERGLEICHEN THRU 8240-EXIT
153300             VARYING WS-AT-IX FROM 1 BY 1
153400             UNTIL WS-GEFUNDEN
153500                OR WS-AT-IX > WS-AT-ANZAHL-BELEGT
153600     END-IF
153700     IF WS-GEFUNDEN
153800         GO TO 8230-EXIT
153900     END-IF
154000     IF WS-AT-ANZAHL-BELEGT >= WS-AT-MAX
154100         ADD 1 TO WS-ANZAHL-WEITERE-AG
154200         GO TO 8230-EXIT
154300     END-IF
154400     ADD 1 TO WS-AT-ANZAHL-BELEGT
154500     SET WS-AT-IX TO WS-AT-ANZAHL-BELEGT
154600     MOVE WS-AT-SUCH-ID           TO WS-AT-ID (WS-AT-IX)
154700     MOVE PER-INITIATOR-NAME      TO WS-AT-NAME (WS-AT-IX)
154800     MOVE ZERO                    TO WS-AT-NACHRICHTEN (WS-AT-IX)
154900     MOVE ZERO                    TO WS-AT-GELESEN (WS-AT-IX)
155000     MOVE ZERO                    TO WS-AT-ANGENOMMEN (WS-AT-IX)
155100     MOVE ZERO                    TO WS-AT-ABGELEHNT (WS-AT-IX)
155200     MOVE ZERO                    TO WS-AT-BETRAG-ABG (WS-AT-IX)
155300     PERFORM 8250-AUFTRAGGEBER-ADDIEREN THRU 8250-EXIT.
155400 8230-EXIT.
155500     EXIT.
155600*--------------------------------------------------------------*
155700* 8240-AUFTRAGGEBER-VERGLEICHEN                                *
155800*--------------------------------------------------------------*
155900 8240-AUFTRAGGEBER-VERGLEICHEN.
156000     IF WS-AT-ID (WS-AT-IX) = WS-AT-SUCH-ID
156100         PERFORM 8250-AUFTRAGGEBER-ADDIEREN THRU 8250-EXIT
156200         SET WS-GEFUNDEN TO TRUE
156300     END-IF.
156400 8240-EXIT.
156500     EXIT.
156600*--------------------------------------------------------------*
156700* 8250-AUFTRAGGEBER-ADDIEREN - DIE NACHRICHT AUF DEN           *
156800* TABELLENEINTRAG WS-AT-IX ADDIEREN                            *
156900*--------------------------------------------------------------*
157000 8250-AUFTRAGGEBER-ADDIEREN.
157100     ADD 1                     TO WS-AT-NACHRICHTEN (WS-AT-IX)
157200     ADD PER-ANZAHL-GELESEN    TO WS-AT-GELESEN (WS-AT-IX)
157300     ADD PER-ANZAHL-ANGENOMMEN TO WS-AT-ANGENOMMEN (WS-AT-IX)
157400     ADD PER-ANZAHL-ABGELEHNT  TO WS-AT-ABGELEHNT (WS-AT-IX)
157500     ADD PER-BETRAG-ABGELEHNT  TO WS-AT-BETRAG-ABG (WS-AT-IX).
157600 8250-EXIT.
157700     EXIT.
157800*--------------------------------------------------------------*
157900* 8300-AUFTRAGGEBER-BERICHT - SUMMEN JE AUFTRAGGEBER IN DER    *
158000* REIHENFOLGE DES ERSTEN AUFTRETENS AUSGEBEN                   *
158100*--------------------------------------------------------------*
158200 8300-AUFTRAGGEBER-BERICHT.
158300     MOVE SPACES TO BERICHT-ZEILE
158400     MOVE 'SUMME JE AUFTRAGGEBER' TO BERICHT-ZEILE
158500     WRITE BERICHT-ZEILE
158600     MOVE SPACES TO BERICHT-ZEILE
158700     STRING 'AUFTRAGGEBER                        '
158800            'NAME              NACHR  TRANS.  ANGEN.  ABGEL.'
158900            '  BETRAG ABGELEHNT'
159000            DELIMITED BY SIZE
159100       INTO BERICHT-ZEILE
159200     WRITE BERICHT-ZEILE
159300     PERFORM 8310-AUFTRAGGEBER-AUSGEBEN THRU 8310-EXIT
159400         VARYING WS-AT-IX FROM 1 BY 1
159500         UNTIL WS-AT-IX > WS-AT-ANZAHL-BELEGT
159600     IF WS-ANZAHL-WEITERE-AG > ZERO
159700         MOVE 'NACHRICHTEN WEITERER AUFTRAGGEBER (TABELLE VOLL):'
159800           TO WS-ZZ-TEXT
159900         MOVE WS-ANZAHL-WEITERE-AG TO WS-ZZ-ANZAHL
160000         PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
160100     END-IF.
160200 8300-EXIT.
160300     EXIT.
160400*--------------------------------------------------------------*
160500* 8310-AUFTRAGGEBER-AUSGEBEN                                   *
160600*--------------------------------------------------------------*
160700 8310-AUFTRAGGEBER-AUSGEBEN.
160800     MOVE WS-AT-ID (WS-AT-IX)          TO WS-AZ-ID
160900     MOVE WS-AT-NAME (WS-AT-IX)        TO WS-AZ-NAME
161000     MOVE WS-AT-NACHRICHTEN (WS-AT-IX) TO WS-AZ-NACHRICHTEN
161100     MOVE WS-AT-GELESEN (WS-AT-IX)     TO WS-AZ-GELESEN
161200     MOVE WS-AT-ANGENOMMEN (WS-AT-IX)  TO WS-AZ-ANGENOMMEN
161300     MOVE WS-AT-ABGELEHNT (WS-AT-IX)   TO WS-AZ-ABGELEHNT
161400     MOVE WS-AT-BETRAG-ABG (WS-AT-IX)  TO WS-AZ-BETRAG-ABG
161500     MOVE WS-AUFTRAGGEBERZEILE         TO BERICHT-ZEILE
161600     WRITE BERICHT-ZEILE.
161700 8310-EXIT.
161800     EXIT.
161900*--------------------------------------------------------------*
162000* 9000-ABBRUCH - EINEN UNVOLLSTAENDIGEN CHECKPUNKT MIT DEM     *
162100* ZUSTAND DER LAUFENDEN NACHRICHT SCHREIBEN UND DEN LAUF MIT   *
162200* FEHLER-RETURN-CODE BEENDEN, DAMIT DER NAECHSTE LAUF HINTER   *
162300* DEM LETZTEN VERARBEITETEN EINGABESATZ WIEDERANLAUFEN KANN;   *
162400* DIE ZULETZT GELESENE TRANSAKTION IST NOCH NICHT AUSGEGEBEN   *
162500* UND WIRD NICHT MITGEZAEHLT. NUR FUER DIE                     *
162600* DATENBANK-FEHLERPFADE.                                       *
162700*--------------------------------------------------------------*
162800 9000-ABBRUCH.
162900     SUBTRACT 1 FROM WS-ANZAHL-GELESEN
163000     SET CPS-UNTERBROCHEN TO TRUE
163100     PERFORM 7000-CHECKPUNKT-SCHREIBEN THRU 7000-EXIT
163200     CLOSE EINGABE-DATEI CHECKPUNKT-DATEI GUT-DATEI
163300           FEHLER-DATEI ERGEBNIS-DATEI TREFFER-DATEI
163400           BERICHT-DATEI
163500     MOVE 16 TO RETURN-CODE
163600     STOP RUN.
163700 9000-EXIT.
163800     EXIT.
163900*--------------------------------------------------------------*
164000* 9100-ABBRUCH-OHNE-WIEDERANLAUF - ABBRUCH WEGEN FEHLERHAFTER  *
164100* SATZFOLGE DER EINGABE: DIE DATEI MUSS VOM GATEWAY NEU        *
164200* ANGELIEFERT WERDEN, EINE SATZPOSITION IN DER ALTEN DATEI     *
164300* WAERE DANN FALSCH. DESHALB WIRD EIN ABSCHLUSS-CHECKPUNKT     *
164400* GESCHRIEBEN - DER NAECHSTE LAUF IST EIN NEUANFANG. DIE       *
164500* ANGEFANGENEN AUSGABEDATEIEN SIND VORHER ZU LOESCHEN (SIEHE   *
164600* CBK955J).                                                    *
164700*--------------------------------------------------------------*
164800 9100-ABBRUCH-OHNE-WIEDERANLAUF.
164900     SUBTRACT 1 FROM WS-ANZAHL-GELESEN
165000     SET CPS-ABGESCHLOSSEN TO TRUE
165100     PERFORM 7000-CHECKPUNKT-SCHREIBEN THRU 7000-EXIT
165200     CLOSE EINGABE-DATEI CHECKPUNKT-DATEI GUT-DATEI
165300           FEHLER-DATEI ERGEBNIS-DATEI TREFFER-DATEI
165400           BERICHT-DATEI
165500     MOVE 16 TO RETURN-CODE
165600     STOP RUN.
165700 9100-EXIT.
165800     EXIT.
