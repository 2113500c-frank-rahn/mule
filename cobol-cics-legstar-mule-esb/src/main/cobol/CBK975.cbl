000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBK975.
000300 AUTHOR.        H-J WILMS.
000400 INSTALLATION.  BANKLEITZAHLEN-AUSKUNFT.
000500 DATE-WRITTEN.  15.10.2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* AENDERUNGSHISTORIE                                           *
000900*--------------------------------------------------------------*
001000* DATUM      NAME  BESCHREIBUNG                                 *
001100* ---------- ----- ------------------------------------------- *
001200* 15.10.2026 HJW   ERSTERSTELLUNG - MONATLICHE AUFBEWAHRUNG,    *
001300*                  ARCHIVIERUNG UND PSEUDONYMISIERUNG DER       *
001400*                  PROTOKOLLDATEIEN CBK010A/CBK030A UND         *
001500*                  VERDICHTUNG DES DELTA-ARCHIVS                *
001600*--------------------------------------------------------------*
001700* ZWECK:                                                       *
001800*   MONATLICHER AUFRAEUMLAUF. JE DATEI GIBT DIE STEUERKARTE    *
001900*   (STEUERIN) EINE AUFBEWAHRUNGSFRIST IN KALENDERTAGEN VOR;   *
002000*   SAETZE, DIE AELTER SIND, WERDEN IN EINE NEUE               *
002100*   ARCHIVGENERATION UEBERNOMMEN UND AUS DEM ONLINE-BESTAND    *
002200*   ENTFERNT:                                                  *
002300*   - AUFRUFPROTOKOLL CBK010A (AUDITEIN, AUFBAU AUDITSATZ):    *
002400*     ABGELAUFENE SAETZE GEHEN NACH AUDARCH, DIE UEBRIGEN NACH *
002500*     AUDITNEU. IM ARCHIV WIRD DER ANGEMELDETE BENUTZER DURCH  *
002600*     EIN PSEUDONYM ERSETZT (ZUORDNUNG PSEUEIN -> PSEUAUS,     *
002700*     AUFBAU PSEUSATZ); ALLE ANDEREN FELDER BLEIBEN ERHALTEN,  *
002800*     SO DASS DIE VERRECHNUNG (CBK970, VERRSATZ) AUS DEM       *
002900*     ARCHIV UNVERAENDERT WIEDERHOLT WERDEN KANN. DER BERICHT  *
003000*     WEIST JE ARCHIVIERTEM MONAT AUFRUFE UND POSTEN (WIE      *
003100*     CBK970) ALS ABSTIMMGRUNDLAGE AUS.                        *
003200*   - AENDERUNGSPROTOKOLL CBK030A (AENDEIN, AUFBAU AENDSATZ):  *
003300*     ABGELAUFENE SAETZE NACH AENDARCH, DIE UEBRIGEN NACH      *
003400*     AENDNEU. DIE BENUTZER DES VIER-AUGEN-PRINZIPS BLEIBEN    *
003500*     FUER DIE NACHVOLLZIEHBARKEIT DER STAMMAENDERUNGEN        *
003600*     UNVERAENDERT.                                            *
003700*   - DELTA-ARCHIV (DELTARCH, AUFBAU DELTSATZ): ALLE SAETZE    *
003800*     BIS ZUR GRENZ-LFDNR GEHEN NACH DELTAALT. VON IHNEN       *
003900*     BLEIBT JE SCHLUESSEL (SATZART, BLZ, FILIALNR,            *
004000*     LAENDERCODE, NAT-SORTCODE) NUR DER JUENGSTE SATZ MIT     *
004100*     UNVERAENDERTER LFDNR, AENDERUNGSCODE UND DATUM IM NEUEN  *
004200*     ARCHIV (DELTNEU) STEHEN; DIESE SAETZE BILDEN ZUSAMMEN    *
004300*     DEN VERDICHTETEN STAND (BASISOUT, MIT VOR- UND           *
004400*     NACHLAUFSATZ NACH KONTSATZ). CBK962 BAUT DARAUS EINE     *
004500*     BANKHISTORIE AUF, DIE FUER JEDEN STICHTAG AB DEM         *
004600*     JUENGSTEN SATZ EINES SCHLUESSELS DIESELBE AUSKUNFT GIBT  *
004700*     WIE VORHER; AELTERE STAENDE SIND NUR NOCH AUS DELTAALT   *
004800*     ZU BELEGEN.                                              *
004900*   DIE GRENZ-LFDNR IST DIE HOECHSTE LFDNR VOR DEM GRENZDATUM, *
005000*   HOECHSTENS ABER DER NIEDRIGSTE BESTAETIGTE STAND EINES     *
005100*   DELTA-ABNEHMERS (ABNEHMIN, AUFBAU ABNSATZ), DAMIT CBK963   *
005200*   NOCH NICHT QUITTIERTE DELTAS WEITER LIEFERN KANN. DIE      *
005300*   SCHLUESSEL DES VERDICHTETEN STANDS LIEST DER LAUF AUS DER  *
005400*   TABELLE BANKHISTORIE, DIE DAZU AUF DEM STAND VON DELTARCH  *
005500*   SEIN MUSS (CBK962J VORHER); STIMMEN TABELLE UND DATEI      *
005600*   NICHT UEBEREIN, BRICHT DER LAUF AB.                        *
005700*   NACH DER VERARBEITUNG WERDEN ALLE ARCHIVE UND NEUEN        *
005800*   BESTAENDE ERNEUT GELESEN UND GEGEN ANZAHL UND              *
005900*   SCHLUESSELSUMME DER EINGABE ABGESTIMMT. NUR WENN ALLES     *
006000*   STIMMT, ENDET DER LAUF MIT RC 0 UND DIE FOLGESCHRITTE      *
006100*   DUERFEN DIE ONLINE-BESTAENDE DURCH DIE NEUEN ERSETZEN;     *
006200*   SONST RC 16 UND ES WIRD NICHTS ENTFERNT.                   *
006300*   STEUERKARTE (PFLICHT): STELLE 1-4 TAGE CBK010A, 5-8 TAGE   *
006400*   CBK030A, 9-12 TAGE DELTARCH, JE VIERSTELLIG NUMERISCH;     *
006500*   0000 = DATEI NICHT ARCHIVIEREN. DAS AUFRUFPROTOKOLL WIRD   *
006600*   MINDESTENS 90 TAGE AUFBEWAHRT (AUSWERTUNGSZEITRAUM VON     *
006700*   CBK971).                                                   *
006800*--------------------------------------------------------------*
006900 ENVIRONMENT DIVISION.
007000 CONFIGURATION SECTION.
007100 SPECIAL-NAMES.
007200     DECIMAL-POINT IS COMMA.
007300 INPUT-OUTPUT SECTION.
007400 FILE-CONTROL.
007500     SELECT STEUER-DATEI   ASSIGN TO STEUERIN
007600            ORGANIZATION IS SEQUENTIAL.
007700     SELECT AUDIT-DATEI    ASSIGN TO AUDITEIN
007800            ORGANIZATION IS SEQUENTIAL.
007900     SELECT AUDIT-NEU-DATEI ASSIGN TO AUDITNEU
008000            ORGANIZATION IS SEQUENTIAL.
008100     SELECT AUDIT-ARCH-DATEI ASSIGN TO AUDARCH
008200            ORGANIZATION IS SEQUENTIAL.
008300     SELECT AEND-DATEI     ASSIGN TO AENDEIN
008400            ORGANIZATION IS SEQUENTIAL.
008500     SELECT AEND-NEU-DATEI ASSIGN TO AENDNEU
008600            ORGANIZATION IS SEQUENTIAL.
008700     SELECT AEND-ARCH-DATEI ASSIGN TO AENDARCH
008800            ORGANIZATION IS SEQUENTIAL.
008900     SELECT DELTA-DATEI    ASSIGN TO DELTARCH
009000            ORGANIZATION IS SEQUENTIAL.
009100     SELECT DELTA-NEU-DATEI ASSIGN TO DELTNEU
009200            ORGANIZATION IS SEQUENTIAL.
009300     SELECT DELTA-ALT-DATEI ASSIGN TO DELTAALT
009400            ORGANIZATION IS SEQUENTIAL.
009500     SELECT BASIS-DATEI    ASSIGN TO BASISOUT
009600            ORGANIZATION IS SEQUENTIAL.
009700     SELECT ABNEHMER-DATEI ASSIGN TO ABNEHMIN
009800            ORGANIZATION IS SEQUENTIAL.
009900     SELECT PSEU-DATEI     ASSIGN TO PSEUEIN
010000            ORGANIZATION IS SEQUENTIAL.
010100     SELECT PSEU-NEU-DATEI ASSIGN TO PSEUAUS
010200            ORGANIZATION IS SEQUENTIAL.
010300     SELECT BERICHT-DATEI  ASSIGN TO RETRPT
010400            ORGANIZATION IS SEQUENTIAL.
010500 DATA DIVISION.
010600 FILE SECTION.
010700 FD  STEUER-DATEI
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000 01  STEUER-SATZ.
011100     05 STEU-AUDIT-TAGE        PIC X(04).
011200     05 STEU-AEND-TAGE         PIC X(04).
011300     05 STEU-DELTA-TAGE        PIC X(04).
011400     05 FILLER                 PIC X(68).
011500 FD  AUDIT-DATEI
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800     COPY AUDITSATZ.
011900 FD  AUDIT-NEU-DATEI
012000     RECORDING MODE IS F
012100     LABEL RECORDS ARE STANDARD.
012200 01  AUDIT-NEU-SATZ            PIC X(89).
012300 FD  AUDIT-ARCH-DATEI
012400     RECORDING MODE IS F
012500     LABEL RECORDS ARE STANDARD.
012600 01  AUDIT-ARCH-SATZ           PIC X(89).
012700 FD  AEND-DATEI
012800     RECORDING MODE IS F
012900     LABEL RECORDS ARE STANDARD.
013000     COPY AENDSATZ.
013100 FD  AEND-NEU-DATEI
013200     RECORDING MODE IS F
013300     LABEL RECORDS ARE STANDARD.
013400 01  AEND-NEU-SATZ             PIC X(230).
013500 FD  AEND-ARCH-DATEI
013600     RECORDING MODE IS F
013700     LABEL RECORDS ARE STANDARD.
013800 01  AEND-ARCH-SATZ            PIC X(230).
013900 FD  DELTA-DATEI
014000     RECORDING MODE IS F
014100     LABEL RECORDS ARE STANDARD.
014200 01  DELTA-EIN-SATZ            PIC X(152).
014300 FD  DELTA-NEU-DATEI
014400     RECORDING MODE IS F
014500     LABEL RECORDS ARE STANDARD.
014600 01  DELTA-NEU-SATZ            PIC X(152).
014700 FD  DELTA-ALT-DATEI
014800     RECORDING MODE IS F
014900     LABEL RECORDS ARE STANDARD.
015000 01  DELTA-ALT-SATZ            PIC X(152).
015100 FD  BASIS-DATEI
015200     RECORDING MODE IS F
015300     LABEL RECORDS ARE STANDARD.
015400 01  BASIS-SATZ                PIC X(152).
015500 FD  ABNEHMER-DATEI
015600     RECORDING MODE IS F
015700     LABEL RECORDS ARE STANDARD.
015800     COPY ABNSATZ.
015900 FD  PSEU-DATEI
016000     RECORDING MODE IS F
016100     LABEL RECORDS ARE STANDARD.
016200     COPY PSEUSATZ.
016300 FD  PSEU-NEU-DATEI
016400     RECORDING MODE IS F
016500     LABEL RECORDS ARE STANDARD.
016600 01  PSEU-NEU-SATZ             PIC X(80).
016700 FD  BERICHT-DATEI
016800     RECORDING MODE IS F
016900     LABEL RECORDS ARE STANDARD.
017000 01  BERICHT-ZEILE             PIC X(101).
017100 WORKING-STORAGE SECTION.
017200*--------------------------------------------------------------*
017300* SCHALTER UND ZAEHLER                                         *
017400*--------------------------------------------------------------*
017500 77  WS-SQLCODE                PIC S9(05) COMP VALUE ZERO.
017600 77  WS-NULL-KZ                PIC S9(04) COMP VALUE ZERO.
017700 77  WS-TAG-NR                 PIC 9(04) COMP VALUE ZERO.
017800 77  WS-QUOTIENT               PIC 9(04) COMP VALUE ZERO.
017900 77  WS-REST                   PIC 9(04) COMP VALUE ZERO.
018000 77  WS-MONAT-ENDE             PIC 9(02) VALUE ZERO.
018100 77  WS-IX                     PIC 9(02) COMP VALUE ZERO.
018200 77  WS-PS-MAX                 PIC 9(05) COMP VALUE 5000.
018300 77  WS-PS-NR                  PIC 9(05) COMP VALUE ZERO.
018400 77  WS-VM-MAX                 PIC 9(03) COMP VALUE 120.
018500 77  WS-VS-POSTEN              PIC 9(03) COMP VALUE ZERO.
018600 77  WS-AUDIT-MINDEST          PIC 9(04) VALUE 90.
018700 01  WS-SCHALTER.
018800     05 WS-STEUER-EOF-KZ       PIC X(01) VALUE 'N'.
018900         88 WS-STEUER-EOF             VALUE 'J'.
019000     05 WS-AUDIT-EOF-KZ        PIC X(01) VALUE 'N'.
019100         88 WS-AUDIT-EOF              VALUE 'J'.
019200     05 WS-AEND-EOF-KZ         PIC X(01) VALUE 'N'.
019300         88 WS-AEND-EOF               VALUE 'J'.
019400     05 WS-DELTA-EOF-KZ        PIC X(01) VALUE 'N'.
019500         88 WS-DELTA-EOF              VALUE 'J'.
019600     05 WS-ABNEHMER-EOF-KZ     PIC X(01) VALUE 'N'.
019700         88 WS-ABNEHMER-EOF           VALUE 'J'.
019800     05 WS-PSEU-EOF-KZ         PIC X(01) VALUE 'N'.
019900         88 WS-PSEU-EOF               VALUE 'J'.
020000     05 WS-PRUEF-EOF-KZ        PIC X(01) VALUE 'N'.
020100         88 WS-PRUEF-EOF              VALUE 'J'.
020200     05 WS-GEFUNDEN-KZ         PIC X(01) VALUE 'N'.
020300         88 WS-GEFUNDEN               VALUE 'J'.
020400     05 WS-FEHLER-KZ           PIC X(01) VALUE 'N'.
020500         88 WS-ARCHIVFEHLER           VALUE 'J'.
020600 01  WS-DATUM.
020700     05 WS-DATUM-JJ            PIC 9(02).
020800     05 WS-DATUM-MM            PIC 9(02).
020900     05 WS-DATUM-TT            PIC 9(02).
021000 01  WS-TAGESDATUM.
021100     05 FILLER                 PIC X(02) VALUE '20'.
021200     05 WS-TAGESDATUM-JJMMTT   PIC 9(06).
021300*--------------------------------------------------------------*
021400* AUFBEWAHRUNGSFRISTEN AUS DER STEUERKARTE UND DARAUS          *
021500* BERECHNETE GRENZDATEN (JJJJMMTT UND FUER DIE                 *
021600* PROTOKOLLSCHLUESSEL 0CJJTTT). SAETZE VOR DEM GRENZDATUM      *
021700* WERDEN ARCHIVIERT; BEI FRIST 0000 BLEIBT DAS GRENZDATUM AUF  *
021800* NULL.                                                        *
021900*--------------------------------------------------------------*
022000 01  WS-FRISTEN.
022100     05 WS-AUDIT-TAGE          PIC 9(04) VALUE ZERO.
022200     05 WS-AEND-TAGE           PIC 9(04) VALUE ZERO.
022300     05 WS-DELTA-TAGE          PIC 9(04) VALUE ZERO.
022400 77  WS-TAGE-ARBEIT            PIC 9(04) VALUE ZERO.
022500 01  WS-GRENZDATEN.
022600     05 WS-AUDIT-GRENZE        PIC X(08) VALUE '00000000'.
022700     05 WS-AUDIT-GRENZE-CJJTTT PIC 9(07) VALUE ZERO.
022800     05 WS-AEND-GRENZE         PIC X(08) VALUE '00000000'.
022900     05 WS-AEND-GRENZE-CJJTTT  PIC 9(07) VALUE ZERO.
023000     05 WS-DELTA-GRENZE        PIC X(08) VALUE '00000000'.
023100 01  WS-GRENZ-DATUM.
023200     05 WS-GD-JJJJ             PIC 9(04).
023300     05 WS-GD-MM               PIC 9(02).
023400     05 WS-GD-TT               PIC 9(02).
023500 01  WS-GRENZ-DATUM-X REDEFINES WS-GRENZ-DATUM
023600                               PIC X(08).
023700 77  WS-GRENZ-CJJTTT           PIC 9(07) VALUE ZERO.
023800*--------------------------------------------------------------*
023900* TAGE JE MONAT (FEBRUAR IM SCHALTJAHR WIRD ANGEPASST) UND      *
024000* TAGE BIS MONATSENDE IM GEMEINJAHR                             *
024100*--------------------------------------------------------------*
024200 01  WS-MONATSTAGE-WERTE.
024300     05 FILLER                 PIC X(24)
024400                               VALUE '312831303130313130313031'.
024500 01  WS-MONATSTAGE REDEFINES WS-MONATSTAGE-WERTE.
024600     05 WS-MT-TAGE             PIC 9(02) OCCURS 12 TIMES.
024700 01  WS-MONATSENDE-KONSTANTE.
024800     05 FILLER                 PIC X(36) VALUE
024900     '031059090120151181212243273304334365'.
025000 01  WS-MONATSENDE-TABELLE REDEFINES WS-MONATSENDE-KONSTANTE.
025100     05 WS-MONATSENDE          PIC 9(03) OCCURS 12 TIMES.
025200*--------------------------------------------------------------*
025300* UMSETZUNG DES PROTOKOLLDATUMS (EIBDATE, 0CJJTTT) IN DEN      *
025400* ABRECHNUNGSMONAT JJJJMM                                      *
025500*--------------------------------------------------------------*
025600 01  WS-AUDIT-DATUM-Z          PIC 9(07) VALUE ZERO.
025700 01  WS-AUDIT-DATUM-AUFBAU REDEFINES WS-AUDIT-DATUM-Z.
025800     05 FILLER                 PIC 9(01).
025900     05 WS-AD-JAHRHUNDERT      PIC 9(01).
026000     05 WS-AD-JAHR             PIC 9(02).
026100     05 WS-AD-TAG              PIC 9(03).
026200 77  WS-TAG-IM-JAHR            PIC 9(03) COMP VALUE ZERO.
026300 77  WS-SCHALTTAG              PIC 9(01) COMP VALUE ZERO.
026400 01  WS-AUFRUF-MONAT.
026500     05 WS-AM-JJJJ             PIC 9(04).
026600     05 WS-AM-MM               PIC 9(02).
026700 01  WS-AUFRUF-MONAT-X REDEFINES WS-AUFRUF-MONAT
026800                               PIC X(06).
026900*--------------------------------------------------------------*
027000* ABSTIMMGRUNDLAGE DER VERRECHNUNG: AUFRUFE UND POSTEN JE      *
027100* ARCHIVIERTEM MONAT. IST DIE TABELLE VOLL, WERDEN WEITERE     *
027200* MONATE NUR SUMMARISCH GEZAEHLT (WIE CBK970).                 *
027300*--------------------------------------------------------------*
027400 77  WS-VM-ANZAHL              PIC 9(03) COMP VALUE ZERO.
027500 01  WS-VERRECHNUNGS-TABELLE.
027600     05 WS-VM-EINTRAG          OCCURS 120
027700                               INDEXED BY WS-VM-IX.
027800         10 WS-VM-MONAT        PIC X(06).
027900         10 WS-VM-AUFRUFE      PIC 9(09) COMP.
028000         10 WS-VM-POSTEN       PIC 9(09) COMP.
028100*--------------------------------------------------------------*
028200* PSEUDONYMZUORDNUNG NACH BENUTZER AUFSTEIGEND FUER DIE        *
028300* BINAERE SUCHE; UNBELEGTE EINTRAEGE STEHEN AUF HIGH-VALUES.   *
028400* NEUE BENUTZER WERDEN AN IHRER STELLE EINGEFUEGT UND ERHALTEN *
028500* DIE NAECHSTE FREIE NUMMER.                                   *
028600*--------------------------------------------------------------*
028700 77  WS-PS-ANZAHL              PIC 9(05) COMP VALUE ZERO.
028800 77  WS-PS-ANZAHL-ALT          PIC 9(05) COMP VALUE ZERO.
028900 77  WS-PS-LETZTE-NR           PIC 9(06) VALUE ZERO.
029000 01  WS-PSEUDONYM-TABELLE.
029100     05 WS-PS-EINTRAG          OCCURS 5000
029200                               ASCENDING KEY IS WS-PS-BENUTZER
029300                               INDEXED BY WS-PS-IX.
029400         10 WS-PS-BENUTZER     PIC X(08).
029500         10 WS-PS-PSEUDONYM    PIC X(08).
029600         10 WS-PS-VERGABE-DATUM PIC X(08).
029700 01  WS-PSEUDONYM-AUFBAU.
029800     05 WS-PA-PRAEFIX          PIC X(02) VALUE 'PS'.
029900     05 WS-PA-NUMMER           PIC 9(06) VALUE ZERO.
030000 01  WS-PSEUDONYM-AUFBAU-X REDEFINES WS-PSEUDONYM-AUFBAU
030100                               PIC X(08).
030200 01  WS-VORIGER-BENUTZER       PIC X(08) VALUE LOW-VALUES.
030300 01  WS-LETZTER-BENUTZER       PIC X(08) VALUE LOW-VALUES.
030400 01  WS-LETZTES-PSEUDONYM      PIC X(08) VALUE SPACES.
030500*--------------------------------------------------------------*
030600* ABSTIMMUNG: JE DATEI ANZAHL UND SCHLUESSELSUMME DER EINGABE, *
030700* DER GESCHRIEBENEN UND DER WIEDER GELESENEN AUSGABEN.         *
030800* SCHLUESSEL DER PROTOKOLLE IST DATUM + UHRZEIT + TASKNR, DES  *
030900* DELTA-ARCHIVS DIE LFDNR.                                     *
031000*--------------------------------------------------------------*
031100 01  WS-PRUEF-SCHLUESSEL.
031200     05 WS-PK-DATUM            PIC S9(07) COMP-3.
031300     05 WS-PK-UHRZEIT          PIC S9(07) COMP-3.
031400     05 WS-PK-TASKNR           PIC S9(07) COMP-3.
031500 01  WS-PRUEF-LFDNR            PIC 9(09) VALUE ZERO.
031600 77  WS-PRUEF-WERT             PIC 9(09) COMP-3 VALUE ZERO.
031700 01  WS-AUDIT-ABSTIMMUNG.
031800     05 WS-AU-EIN-ANZAHL       PIC 9(09) COMP VALUE ZERO.
031900     05 WS-AU-EIN-SUMME        PIC 9(18) COMP-3 VALUE ZERO.
032000     05 WS-AU-ARCH-ANZAHL      PIC 9(09) COMP VALUE ZERO.
032100     05 WS-AU-ARCH-SUMME       PIC 9(18) COMP-3 VALUE ZERO.
032200     05 WS-AU-NEU-ANZAHL       PIC 9(09) COMP VALUE ZERO.
032300     05 WS-AU-ARCH-GEL-ANZAHL  PIC 9(09) COMP VALUE ZERO.
032400     05 WS-AU-ARCH-GEL-SUMME   PIC 9(18) COMP-3 VALUE ZERO.
032500     05 WS-AU-NEU-GEL-ANZAHL   PIC 9(09) COMP VALUE ZERO.
032600     05 WS-AU-NEU-GEL-SUMME    PIC 9(18) COMP-3 VALUE ZERO.
032700     05 WS-AU-PSEUDONYMISIERT  PIC 9(09) COMP VALUE ZERO.
032800 01  WS-AEND-ABSTIMMUNG.
032900     05 WS-AE-EIN-ANZAHL       PIC 9(09) COMP VALUE ZERO.
033000     05 WS-AE-EIN-SUMME        PIC 9(18) COMP-3 VALUE ZERO.
033100     05 WS-AE-ARCH-ANZAHL      PIC 9(09) COMP VALUE ZERO.
033200     05 WS-AE-ARCH-SUMME       PIC 9(18) COMP-3 VALUE ZERO.
033300     05 WS-AE-NEU-ANZAHL       PIC 9(09) COMP VALUE ZERO.
033400     05 WS-AE-ARCH-GEL-ANZAHL  PIC 9(09) COMP VALUE ZERO.
033500     05 WS-AE-ARCH-GEL-SUMME   PIC 9(18) COMP-3 VALUE ZERO.
033600     05 WS-AE-NEU-GEL-ANZAHL   PIC 9(09) COMP VALUE ZERO.
033700     05 WS-AE-NEU-GEL-SUMME    PIC 9(18) COMP-3 VALUE ZERO.
033800 01  WS-DELTA-ABSTIMMUNG.
033900     05 WS-DL-EIN-ALT-ANZAHL   PIC 9(09) COMP VALUE ZERO.
034000     05 WS-DL-EIN-ALT-SUMME    PIC 9(18) COMP-3 VALUE ZERO.
034100     05 WS-DL-EIN-NEU-ANZAHL   PIC 9(09) COMP VALUE ZERO.
034200     05 WS-DL-EIN-NEU-SUMME    PIC 9(18) COMP-3 VALUE ZERO.
034300     05 WS-DL-BASIS-ANZAHL     PIC 9(09) COMP VALUE ZERO.
034400     05 WS-DL-BASIS-SUMME      PIC 9(18) COMP-3 VALUE ZERO.
034500     05 WS-DL-ALT-GEL-ANZAHL   PIC 9(09) COMP VALUE ZERO.
034600     05 WS-DL-ALT-GEL-SUMME    PIC 9(18) COMP-3 VALUE ZERO.
034700     05 WS-DL-NB-GEL-ANZAHL    PIC 9(09) COMP VALUE ZERO.
034800     05 WS-DL-NB-GEL-SUMME     PIC 9(18) COMP-3 VALUE ZERO.
034900     05 WS-DL-NN-GEL-ANZAHL    PIC 9(09) COMP VALUE ZERO.
035000     05 WS-DL-NN-GEL-SUMME     PIC 9(18) COMP-3 VALUE ZERO.
035100     05 WS-DL-BS-GEL-ANZAHL    PIC 9(09) COMP VALUE ZERO.
035200     05 WS-DL-BS-GEL-SUMME     PIC 9(18) COMP-3 VALUE ZERO.
035300     05 WS-DL-BS-KONT-ANZAHL   PIC 9(09) VALUE ZERO.
035400     05 WS-DL-BS-KONT-SUMME    PIC 9(10) VALUE ZERO.
035500     05 WS-DL-BS-VORLAUF-KZ    PIC X(01) VALUE 'N'.
035600     05 WS-DL-BS-NACHLAUF-KZ   PIC X(01) VALUE 'N'.
035700 01  WS-PSEU-ABSTIMMUNG.
035800     05 WS-PS-GEL-ANZAHL       PIC 9(09) COMP VALUE ZERO.
035900*--------------------------------------------------------------*
036000* DELTA-ARCHIV: GRENZ-LFDNR, NIEDRIGSTER ABNEHMERSTAND,        *
036100* NAECHSTE LFDNR DES VERDICHTETEN STANDS (NEUNEN = KEINE       *
036200* WEITERE) UND VORIGE LFDNR ZUR FOLGEPRUEFUNG                  *
036300*--------------------------------------------------------------*
036400 01  WS-GRENZ-LFDNR            PIC 9(09) VALUE ZERO.
036500 01  WS-HIST-LFDNR             PIC 9(09) VALUE ZERO.
036600 01  WS-ABNEHMER-MIN           PIC 9(09) VALUE 999999999.
036700 01  WS-BASIS-LFDNR            PIC 9(09) VALUE 999999999.
036800 01  WS-VORIGE-LFDNR           PIC 9(09) VALUE ZERO.
036900 77  WS-ANZAHL-ABNEHMER        PIC 9(03) COMP VALUE ZERO.
037000*--------------------------------------------------------------*
037100* PRUEFSUMME DES VERDICHTETEN STANDS, MODULO 10 HOCH 10         *
037200* (BILDUNG WIE STANDLIEFERUNG IN KONTSATZ, VERFAHREN WIE        *
037300* CBK964)                                                       *
037400*--------------------------------------------------------------*
037500 77  WS-PRUEFSUMME             PIC 9(12) VALUE ZERO.
037600 77  WS-PRUEF-BEITRAG          PIC 9(12) VALUE ZERO.
037700 77  WS-MODULO                 PIC 9(11) VALUE 10000000000.
037800 77  WS-BLZ-ZAHL               PIC 9(08) VALUE ZERO.
037900 77  WS-FILIALNR-ZAHL          PIC 9(03) VALUE ZERO.
038000 77  WS-ALPHA-IX               PIC 9(02) COMP VALUE ZERO.
038100 77  WS-BIC-IX                 PIC 9(02) COMP VALUE ZERO.
038200 77  WS-ZEICHEN-WERT           PIC 9(02) COMP VALUE ZERO.
038300 01  WS-ALPHABET-KONSTANTE     PIC X(36) VALUE
038400     '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
038500 01  WS-ALPHABET REDEFINES WS-ALPHABET-KONSTANTE.
038600     05 WS-ALPHABET-ZEICHEN    PIC X(01) OCCURS 36.
038700 01  WS-BIC-ARBEIT.
038800     05 WS-BIC-ZEICHEN         PIC X(01) OCCURS 11.
038900*--------------------------------------------------------------*
039000* DELTASATZ UND KONTROLLSATZ                                   *
039100*--------------------------------------------------------------*
039200     COPY DELTSATZ.
039300     COPY KONTSATZ.
039400*--------------------------------------------------------------*
039500* AUFBAU DER BERICHTSZEILEN                                    *
039600*--------------------------------------------------------------*
039700 01  WS-SPALTENZEILE-1.
039800     05 FILLER                 PIC X(50) VALUE
039900        'DATEI                            VORHER ARCHIVIERT'.
040000     05 FILLER                 PIC X(51) VALUE
040100        '      BASIS    NACHHER  PRUEFUNG'.
040200 01  WS-DATEIZEILE.
040300     05 WS-DZ-DATEI            PIC X(28).
040400     05 FILLER                 PIC X(02) VALUE SPACES.
040500     05 WS-DZ-VORHER           PIC ZZZZZZZZ9.
040600     05 FILLER                 PIC X(02) VALUE SPACES.
040700     05 WS-DZ-ARCHIVIERT       PIC ZZZZZZZZ9.
040800     05 FILLER                 PIC X(02) VALUE SPACES.
040900     05 WS-DZ-BASIS            PIC ZZZZZZZZ9.
041000     05 FILLER                 PIC X(02) VALUE SPACES.
041100     05 WS-DZ-NACHHER          PIC ZZZZZZZZ9.
041200     05 FILLER                 PIC X(02) VALUE SPACES.
041300     05 WS-DZ-PRUEFUNG         PIC X(12).
041400     05 FILLER                 PIC X(15) VALUE SPACES.
041500 01  WS-SPALTENZEILE-2.
041600     05 FILLER                 PIC X(50) VALUE
041700        '  MONAT     AUFRUFE     POSTEN'.
041800     05 FILLER                 PIC X(51) VALUE SPACES.
041900 01  WS-MONATSZEILE.
042000     05 FILLER                 PIC X(02) VALUE SPACES.
042100     05 WS-MZ-MONAT            PIC X(06).
042200     05 FILLER                 PIC X(02) VALUE SPACES.
042300     05 WS-MZ-AUFRUFE          PIC ZZZZZZZZ9.
042400     05 FILLER                 PIC X(02) VALUE SPACES.
042500     05 WS-MZ-POSTEN           PIC ZZZZZZZZ9.
042600     05 FILLER                 PIC X(71) VALUE SPACES.
042700 01  WS-FRISTZEILE.
042800     05 WS-FZ-DATEI            PIC X(28).
042900     05 FILLER                 PIC X(14) VALUE
043000        'AUFBEWAHRUNG '.
043100     05 WS-FZ-TAGE             PIC ZZZ9.
043200     05 FILLER                 PIC X(22) VALUE
043300        ' TAGE, ARCHIVIERT VOR '.
043400     05 WS-FZ-GRENZE           PIC X(08).
043500     05 FILLER                 PIC X(25) VALUE SPACES.
043600 01  WS-ZAEHLERZEILE.
043700     05 WS-ZZ-TEXT             PIC X(42).
043800     05 WS-ZZ-ANZAHL           PIC ZZZZZZZZZZZ9.
043900     05 FILLER                 PIC X(47) VALUE SPACES.
044000*--------------------------------------------------------------*
044100* DB2 KOMMUNIKATIONSBEREICH UND HOST-VARIABLEN                 *
044200*--------------------------------------------------------------*
044300     EXEC SQL INCLUDE SQLCA END-EXEC.
044400     COPY HISTSATZ.
044500 01  WS-DB-GRENZ-LFDNR         PIC S9(09) COMP-3 VALUE ZERO.
044600 01  WS-DB-ANZAHL              PIC S9(09) COMP VALUE ZERO.
044700 PROCEDURE DIVISION.
044800*--------------------------------------------------------------*
044900* 0000-MAINLINE                                                *
045000*--------------------------------------------------------------*
045100 0000-MAINLINE.
045200     PERFORM 1000-INITIALISIEREN  THRU 1000-EXIT
045300     PERFORM 2000-AUDIT-AUFTEILEN THRU 2000-EXIT
045400         UNTIL WS-AUDIT-EOF
045500     PERFORM 3000-AEND-AUFTEILEN  THRU 3000-EXIT
045600         UNTIL WS-AEND-EOF
045700     PERFORM 4000-DELTA-AUFTEILEN THRU 4000-EXIT
045800         UNTIL WS-DELTA-EOF
045900     PERFORM 4500-DELTA-ABSCHLIESSEN THRU 4500-EXIT
046000     PERFORM 5000-PSEUDONYME-SCHREIBEN THRU 5000-EXIT
046100     PERFORM 6000-ARCHIVE-PRUEFEN THRU 6000-EXIT
046200     PERFORM 7000-BERICHT-SCHREIBEN THRU 7000-EXIT
046300     PERFORM 8000-ABSCHLUSS       THRU 8000-EXIT
046400     STOP RUN.
046500*--------------------------------------------------------------*
046600* 1000-INITIALISIEREN - STEUERKARTE PRUEFEN, GRENZDATEN        *
046700* BERECHNEN, PSEUDONYMZUORDNUNG UND ABNEHMERSTAENDE EINLESEN,  *
046800* GRENZ-LFDNR ERMITTELN UND DIE ERSTEN SAETZE LESEN            *
046900*--------------------------------------------------------------*
047000 1000-INITIALISIEREN.
047100     ACCEPT WS-DATUM FROM DATE
047200     MOVE WS-DATUM TO WS-TAGESDATUM-JJMMTT
047300     OPEN INPUT  STEUER-DATEI
047400     READ STEUER-DATEI
047500         AT END
047600             SET WS-STEUER-EOF TO TRUE
047700     END-READ
047800     IF WS-STEUER-EOF
047900        OR STEU-AUDIT-TAGE NOT NUMERIC
048000        OR STEU-AEND-TAGE NOT NUMERIC
048100        OR STEU-DELTA-TAGE NOT NUMERIC
048200         DISPLAY 'CBK975: STEUERKARTE FEHLT ODER UNGUELTIG'
048300                 ' - LAUF ABGEBROCHEN'
048400         CLOSE STEUER-DATEI
048500         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
048600     END-IF
048700     MOVE STEU-AUDIT-TAGE       TO WS-AUDIT-TAGE
048800     MOVE STEU-AEND-TAGE        TO WS-AEND-TAGE
048900     MOVE STEU-DELTA-TAGE       TO WS-DELTA-TAGE
049000     CLOSE STEUER-DATEI
049100     IF WS-AUDIT-TAGE > ZERO
049200        AND WS-AUDIT-TAGE < WS-AUDIT-MINDEST
049300         DISPLAY 'CBK975: AUFBEWAHRUNG CBK010A UNTER '
049400                 WS-AUDIT-MINDEST ' TAGEN - LAUF ABGEBROCHEN'
049500         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
049600     END-IF
049700     IF WS-AUDIT-TAGE > ZERO
049800         MOVE WS-AUDIT-TAGE     TO WS-TAGE-ARBEIT
049900         PERFORM 1100-GRENZE-BERECHNEN THRU 1100-EXIT
050000         MOVE WS-GRENZ-DATUM-X  TO WS-AUDIT-GRENZE
050100         MOVE WS-GRENZ-CJJTTT   TO WS-AUDIT-GRENZE-CJJTTT
050200     END-IF
050300     IF WS-AEND-TAGE > ZERO
050400         MOVE WS-AEND-TAGE      TO WS-TAGE-ARBEIT
050500         PERFORM 1100-GRENZE-BERECHNEN THRU 1100-EXIT
050600         MOVE WS-GRENZ-DATUM-X  TO WS-AEND-GRENZE
050700         MOVE WS-GRENZ-CJJTTT   TO WS-AEND-GRENZE-CJJTTT
050800     END-IF
050900     IF WS-DELTA-TAGE > ZERO
051000         MOVE WS-DELTA-TAGE     TO WS-TAGE-ARBEIT
051100         PERFORM 1100-GRENZE-BERECHNEN THRU 1100-EXIT
051200         MOVE WS-GRENZ-DATUM-X  TO WS-DELTA-GRENZE
051300     END-IF
051400     OPEN INPUT  AUDIT-DATEI
051500                 AEND-DATEI
051600                 DELTA-DATEI
051700                 ABNEHMER-DATEI
051800                 PSEU-DATEI
051900     OPEN OUTPUT AUDIT-NEU-DATEI
052000                 AUDIT-ARCH-DATEI
052100                 AEND-NEU-DATEI
052200                 AEND-ARCH-DATEI
052300                 DELTA-NEU-DATEI
052400                 DELTA-ALT-DATEI
052500                 BASIS-DATEI
052600                 PSEU-NEU-DATEI
052700                 BERICHT-DATEI
052800     PERFORM 1200-PSEUDONYME-LADEN THRU 1200-EXIT
052900     PERFORM 1300-ABNEHMER-LESEN  THRU 1300-EXIT
053000         UNTIL WS-ABNEHMER-EOF
053100     CLOSE ABNEHMER-DATEI
053200     PERFORM 1400-GRENZ-LFDNR-ERMITTELN THRU 1400-EXIT
053300     MOVE SPACES                  TO KONT-SATZ
053400     SET KONT-VORLAUF             TO TRUE
053500     MOVE WS-TAGESDATUM           TO KONT-ERSTELL-DATUM
053600     MOVE ZERO                    TO KONT-ANZAHL
053700     MOVE ZERO                    TO KONT-PRUEFSUMME
053800     MOVE WS-GRENZ-LFDNR          TO KONT-STAND-LFDNR
053900     MOVE SPACES                  TO BASIS-SATZ
054000     MOVE KONT-SATZ               TO BASIS-SATZ
054100     WRITE BASIS-SATZ
054200     PERFORM 2900-AUDIT-LESEN     THRU 2900-EXIT
054300     PERFORM 3900-AEND-LESEN      THRU 3900-EXIT
054400     PERFORM 4900-DELTA-LESEN     THRU 4900-EXIT.
054500 1000-EXIT.
054600     EXIT.
054700*--------------------------------------------------------------*
054800* 1100-GRENZE-BERECHNEN - VOM LAUFTAG UM WS-TAGE-ARBEIT        *
054900* KALENDERTAGE ZURUECKGEHEN UND DAS GRENZDATUM ZUSAETZLICH ALS *
055000* 0CJJTTT BILDEN                                               *
055100*--------------------------------------------------------------*
055200 1100-GRENZE-BERECHNEN.
055300     MOVE WS-TAGESDATUM         TO WS-GRENZ-DATUM-X
055400     PERFORM 1110-TAG-ZURUECKZAEHLEN THRU 1110-EXIT
055500         VARYING WS-TAG-NR FROM 1 BY 1
055600         UNTIL WS-TAG-NR > WS-TAGE-ARBEIT
055700     MOVE WS-GD-TT              TO WS-TAG-IM-JAHR
055800     IF WS-GD-MM > 1
055900         ADD WS-MONATSENDE (WS-GD-MM - 1) TO WS-TAG-IM-JAHR
056000     END-IF
056100     DIVIDE WS-GD-JJJJ BY 4
056200         GIVING WS-QUOTIENT REMAINDER WS-REST
056300     IF WS-REST = ZERO AND WS-GD-MM > 2
056400         ADD 1 TO WS-TAG-IM-JAHR
056500     END-IF
056600     COMPUTE WS-GRENZ-CJJTTT =
056700             (WS-GD-JJJJ - 1900) * 1000 + WS-TAG-IM-JAHR.
056800 1100-EXIT.
056900     EXIT.
057000*--------------------------------------------------------------*
057100* 1110-TAG-ZURUECKZAEHLEN - DAS GRENZDATUM UM EINEN            *
057200* KALENDERTAG ZURUECKSETZEN (WIE CBK971)                       *
057300*--------------------------------------------------------------*
057400 1110-TAG-ZURUECKZAEHLEN.
057500     IF WS-GD-TT > 1
057600         SUBTRACT 1 FROM WS-GD-TT
057700         GO TO 1110-EXIT
057800     END-IF
057900     IF WS-GD-MM > 1
058000         SUBTRACT 1 FROM WS-GD-MM
058100     ELSE
058200         MOVE 12                TO WS-GD-MM
058300         SUBTRACT 1 FROM WS-GD-JJJJ
058400     END-IF
058500     MOVE WS-MT-TAGE (WS-GD-MM) TO WS-MONAT-ENDE
058600     IF WS-GD-MM = 2
058700         DIVIDE WS-GD-JJJJ BY 4 GIVING WS-QUOTIENT
058800             REMAINDER WS-REST
058900         IF WS-REST = ZERO
059000             MOVE 29            TO WS-MONAT-ENDE
059100         END-IF
059200     END-IF
059300     MOVE WS-MONAT-ENDE         TO WS-GD-TT.
059400 1110-EXIT.
059500     EXIT.
059600*--------------------------------------------------------------*
059700* 1200-PSEUDONYME-LADEN - BISHERIGE ZUORDNUNG EINLESEN; SIE    *
059800* MUSS NACH BENUTZER AUFSTEIGEND SORTIERT SEIN. DIE HOECHSTE   *
059900* VERGEBENE NUMMER WIRD FORTGESCHRIEBEN.                       *
060000*--------------------------------------------------------------*
060100 1200-PSEUDONYME-LADEN.
060200     MOVE HIGH-VALUES TO WS-PSEUDONYM-TABELLE
060300     PERFORM 1210-PSEUDONYM-LESEN THRU 1210-EXIT
060400     PERFORM 1220-PSEUDONYM-UEBERNEHMEN THRU 1220-EXIT
060500         UNTIL WS-PSEU-EOF
060600     CLOSE PSEU-DATEI
060700     MOVE WS-PS-ANZAHL TO WS-PS-ANZAHL-ALT.
060800 1200-EXIT.
060900     EXIT.
061000*--------------------------------------------------------------*
061100* 1210-PSEUDONYM-LESEN                                         *
061200*--------------------------------------------------------------*
061300 1210-PSEUDONYM-LESEN.
061400     READ PSEU-DATEI
061500         AT END
061600             SET WS-PSEU-EOF TO TRUE
061700     END-READ.
061800 1210-EXIT.
061900     EXIT.
062000*--------------------------------------------------------------*
062100* 1220-PSEUDONYM-UEBERNEHMEN - EINEN ZUORDNUNGSSATZ IN DIE     *
062200* TABELLE STELLEN                                              *
062300*--------------------------------------------------------------*
062400 1220-PSEUDONYM-UEBERNEHMEN.
062500     IF PSEU-BENUTZER NOT > WS-VORIGER-BENUTZER
062600         DISPLAY 'CBK975: PSEUDONYMZUORDNUNG NICHT NACH BENUTZER'
062700                 ' SORTIERT BEI ' PSEU-BENUTZER
062800         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
062900     END-IF
063000     IF PSEU-PSEUDONYM (1:2) NOT = 'PS'
063100        OR PSEU-PSEUDONYM (3:6) NOT NUMERIC
063200         DISPLAY 'CBK975: UNGUELTIGES PSEUDONYM ' PSEU-PSEUDONYM
063300                 ' - LAUF ABGEBROCHEN'
063400         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
063500     END-IF
063600     IF WS-PS-ANZAHL >= WS-PS-MAX
063700         DISPLAY 'CBK975: MEHR ALS ' WS-PS-MAX
063800                 ' PSEUDONYME - TABELLE ERWEITERN'
063900         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
064000     END-IF
064100     MOVE PSEU-BENUTZER           TO WS-VORIGER-BENUTZER
064200     ADD 1 TO WS-PS-ANZAHL
064300     MOVE PSEU-BENUTZER     TO WS-PS-BENUTZER (WS-PS-ANZAHL)
064400     MOVE PSEU-PSEUDONYM    TO WS-PS-PSEUDONYM (WS-PS-ANZAHL)
064500     MOVE PSEU-VERGABE-DATUM
064600       TO WS-PS-VERGABE-DATUM (WS-PS-ANZAHL)
064700     MOVE PSEU-PSEUDONYM          TO WS-PSEUDONYM-AUFBAU-X
064800     IF WS-PA-NUMMER > WS-PS-LETZTE-NR
064900         MOVE WS-PA-NUMMER        TO WS-PS-LETZTE-NR
065000     END-IF
065100     PERFORM 1210-PSEUDONYM-LESEN THRU 1210-EXIT.
065200 1220-EXIT.
065300     EXIT.
065400*--------------------------------------------------------------*
065500* 1300-ABNEHMER-LESEN - DEN NIEDRIGSTEN BESTAETIGTEN STAND     *
065600* ALLER DELTA-ABNEHMER ERMITTELN                               *
065700*--------------------------------------------------------------*
065800 1300-ABNEHMER-LESEN.
065900     READ ABNEHMER-DATEI
066000         AT END
066100             SET WS-ABNEHMER-EOF TO TRUE
066200             GO TO 1300-EXIT
066300     END-READ
066400     IF ABN-LETZTE-LFDNR NOT NUMERIC
066500         DISPLAY 'CBK975: UNGUELTIGER STAND FUER ABNEHMER '
066600                 ABN-SYSTEM ' - LAUF ABGEBROCHEN'
066700         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
066800     END-IF
066900     ADD 1 TO WS-ANZAHL-ABNEHMER
067000     IF ABN-LETZTE-LFDNR < WS-ABNEHMER-MIN
067100         MOVE ABN-LETZTE-LFDNR    TO WS-ABNEHMER-MIN
067200     END-IF.
067300 1300-EXIT.
067400     EXIT.
067500*--------------------------------------------------------------*
067600* 1400-GRENZ-LFDNR-ERMITTELN - HOECHSTE LFDNR VOR DEM          *
067700* GRENZDATUM, BEGRENZT AUF DEN NIEDRIGSTEN ABNEHMERSTAND;      *
067800* ABGLEICH DER HISTORIENTABELLE MIT DEM DELTA-ARCHIV           *
067900* VORBEREITEN UND DEN CURSOR DES VERDICHTETEN STANDS OEFFNEN   *
068000*--------------------------------------------------------------*
068100 1400-GRENZ-LFDNR-ERMITTELN.
068200     IF WS-DELTA-TAGE = ZERO
068300         GO TO 1400-EXIT
068400     END-IF
068500     EXEC SQL
068600         SELECT MAX(LFDNR)
068700           INTO :HS-LFDNR :WS-NULL-KZ
068800           FROM BANKHISTORIE
068900          WHERE DATUM < :WS-DELTA-GRENZE
069000     END-EXEC
069100     MOVE SQLCODE TO WS-SQLCODE
069200     IF WS-SQLCODE NOT = ZERO
069300         DISPLAY 'CBK975: FEHLER SELECT MAX(LFDNR) SQLCODE '
069400                 WS-SQLCODE
069500         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
069600     END-IF
069700     IF WS-NULL-KZ < ZERO
069800         GO TO 1400-EXIT
069900     END-IF
070000     MOVE HS-LFDNR                TO WS-HIST-LFDNR
070100     MOVE WS-HIST-LFDNR           TO WS-GRENZ-LFDNR
070200     IF WS-ABNEHMER-MIN < WS-GRENZ-LFDNR
070300         MOVE WS-ABNEHMER-MIN     TO WS-GRENZ-LFDNR
070400     END-IF
070500     IF WS-GRENZ-LFDNR = ZERO
070600         GO TO 1400-EXIT
070700     END-IF
070800     MOVE WS-GRENZ-LFDNR          TO WS-DB-GRENZ-LFDNR
070900     EXEC SQL
071000         SELECT COUNT(*)
071100           INTO :WS-DB-ANZAHL
071200           FROM BANKHISTORIE
071300          WHERE LFDNR <= :WS-DB-GRENZ-LFDNR
071400     END-EXEC
071500     MOVE SQLCODE TO WS-SQLCODE
071600     IF WS-SQLCODE NOT = ZERO
071700         DISPLAY 'CBK975: FEHLER SELECT COUNT SQLCODE '
071800                 WS-SQLCODE
071900         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
072000     END-IF
072100     EXEC SQL
072200         DECLARE BASIS-CURSOR CURSOR FOR
072300         SELECT MAX(LFDNR)
072400           FROM BANKHISTORIE
072500          WHERE LFDNR <= :WS-DB-GRENZ-LFDNR
072600          GROUP BY SATZART, BLZ, FILIALNR, LAENDERCODE,
072700                   NAT-SORTCODE
072800          ORDER BY 1
072900     END-EXEC
073000     EXEC SQL
073100         OPEN BASIS-CURSOR
073200     END-EXEC
073300     MOVE SQLCODE TO WS-SQLCODE
073400     IF WS-SQLCODE NOT = ZERO
073500         DISPLAY 'CBK975: FEHLER OPEN BASIS-CURSOR SQLCODE '
073600                 WS-SQLCODE
073700         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
073800     END-IF
073900     PERFORM 4200-BASIS-LFDNR-LESEN THRU 4200-EXIT.
074000 1400-EXIT.
074100     EXIT.
074200*--------------------------------------------------------------*
074300* 2000-AUDIT-AUFTEILEN - EINEN PROTOKOLLSATZ CBK010A           *
074400* ARCHIVIEREN (VOR DEM GRENZDATUM) ODER IM BESTAND BELASSEN    *
074500*--------------------------------------------------------------*
074600 2000-AUDIT-AUFTEILEN.
074700     ADD 1 TO WS-AU-EIN-ANZAHL
074800     MOVE AUDIT-SCHLUESSEL        TO WS-PRUEF-SCHLUESSEL
074900     PERFORM 6900-SCHLUESSEL-BEWERTEN THRU 6900-EXIT
075000     ADD WS-PRUEF-WERT            TO WS-AU-EIN-SUMME
075100     IF AUDIT-DATUM NOT < WS-AUDIT-GRENZE-CJJTTT
075200         WRITE AUDIT-NEU-SATZ FROM AUDIT-SATZ
075300         ADD 1 TO WS-AU-NEU-ANZAHL
075400         GO TO 2000-WEITER
075500     END-IF
075600     PERFORM 2100-VERRECHNUNG-ZAEHLEN THRU 2100-EXIT
075700     PERFORM 2300-PSEUDONYM-SETZEN THRU 2300-EXIT
075800     WRITE AUDIT-ARCH-SATZ FROM AUDIT-SATZ
075900     ADD 1 TO WS-AU-ARCH-ANZAHL
076000     ADD WS-PRUEF-WERT            TO WS-AU-ARCH-SUMME.
076100 2000-WEITER.
076200     PERFORM 2900-AUDIT-LESEN     THRU 2900-EXIT.
076300 2000-EXIT.
076400     EXIT.
076500*--------------------------------------------------------------*
076600* 2100-VERRECHNUNG-ZAEHLEN - DEN ARCHIVIERTEN AUFRUF SEINEM    *
076700* ABRECHNUNGSMONAT ZURECHNEN; POSTEN WIE CBK970                *
076800* (IBAN-LISTENPRUEFUNG: ZAHL DER GEPRUEFTEN IBAN, SONST 1)     *
076900*--------------------------------------------------------------*
077000 2100-VERRECHNUNG-ZAEHLEN.
077100     PERFORM 2200-AUFRUFMONAT-ERMITTELN THRU 2200-EXIT
077200     MOVE 1                       TO WS-VS-POSTEN
077300     IF AUDIT-SUCHART = 'L'
077400        AND AUDIT-ANZAHL-SAETZE NUMERIC
077500         MOVE AUDIT-ANZAHL-SAETZE TO WS-VS-POSTEN
077600     END-IF
077700     MOVE 'N' TO WS-GEFUNDEN-KZ
077800     IF WS-VM-ANZAHL > ZERO
077900         PERFORM 2110-MONAT-VERGLEICHEN THRU 2110-EXIT
078000             VARYING WS-VM-IX FROM 1 BY 1
078100             UNTIL WS-GEFUNDEN
078200                OR WS-VM-IX > WS-VM-ANZAHL
078300     END-IF
078400     IF WS-GEFUNDEN
078500         GO TO 2100-EXIT
078600     END-IF
078700     IF WS-VM-ANZAHL >= WS-VM-MAX
078800         DISPLAY 'CBK975: MEHR ALS ' WS-VM-MAX
078900                 ' ARCHIVIERTE MONATE - TABELLE ERWEITERN'
079000         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
079100     END-IF
079200     ADD 1 TO WS-VM-ANZAHL
079300     SET WS-VM-IX                 TO WS-VM-ANZAHL
079400     MOVE WS-AUFRUF-MONAT-X       TO WS-VM-MONAT (WS-VM-IX)
079500     MOVE 1                       TO WS-VM-AUFRUFE (WS-VM-IX)
079600     MOVE WS-VS-POSTEN            TO WS-VM-POSTEN (WS-VM-IX).
079700 2100-EXIT.
079800     EXIT.
079900*--------------------------------------------------------------*
080000* 2110-MONAT-VERGLEICHEN                                       *
080100*--------------------------------------------------------------*
080200 2110-MONAT-VERGLEICHEN.
080300     IF WS-VM-MONAT (WS-VM-IX) = WS-AUFRUF-MONAT-X
080400         ADD 1 TO WS-VM-AUFRUFE (WS-VM-IX)
080500         ADD WS-VS-POSTEN TO WS-VM-POSTEN (WS-VM-IX)
080600         SET WS-GEFUNDEN TO TRUE
080700     END-IF.
080800 2110-EXIT.
080900     EXIT.
081000*--------------------------------------------------------------*
081100* 2200-AUFRUFMONAT-ERMITTELN - PROTOKOLLDATUM 0CJJTTT IN DEN   *
081200* MONAT JJJJMM UMSETZEN (WIE CBK970)                           *
081300*--------------------------------------------------------------*
081400 2200-AUFRUFMONAT-ERMITTELN.
081500     MOVE AUDIT-DATUM           TO WS-AUDIT-DATUM-Z
081600     COMPUTE WS-AM-JJJJ =
081700             1900 + WS-AD-JAHRHUNDERT * 100 + WS-AD-JAHR
081800     MOVE WS-AD-TAG             TO WS-TAG-IM-JAHR
081900     MOVE ZERO                  TO WS-SCHALTTAG
082000     DIVIDE WS-AM-JJJJ BY 4
082100         GIVING WS-QUOTIENT REMAINDER WS-REST
082200     IF WS-REST = ZERO
082300         MOVE 1                 TO WS-SCHALTTAG
082400     END-IF
082500     IF WS-SCHALTTAG = 1 AND WS-TAG-IM-JAHR = 60
082600         MOVE 2                 TO WS-AM-MM
082700         GO TO 2200-EXIT
082800     END-IF
082900     IF WS-SCHALTTAG = 1 AND WS-TAG-IM-JAHR > 60
083000         SUBTRACT 1 FROM WS-TAG-IM-JAHR
083100     END-IF
083200     MOVE ZERO                  TO WS-AM-MM
083300     PERFORM 2210-MONAT-SUCHEN THRU 2210-EXIT
083400         VARYING WS-IX FROM 1 BY 1
083500         UNTIL WS-IX > 12 OR WS-AM-MM > ZERO
083600     IF WS-AM-MM = ZERO
083700         MOVE 12                TO WS-AM-MM
083800     END-IF.
083900 2200-EXIT.
084000     EXIT.
084100*--------------------------------------------------------------*
084200* 2210-MONAT-SUCHEN                                            *
084300*--------------------------------------------------------------*
084400 2210-MONAT-SUCHEN.
084500     IF WS-TAG-IM-JAHR NOT > WS-MONATSENDE (WS-IX)
084600         MOVE WS-IX TO WS-AM-MM
084700     END-IF.
084800 2210-EXIT.
084900     EXIT.
085000*--------------------------------------------------------------*
085100* 2300-PSEUDONYM-SETZEN - DEN BENUTZER DES ARCHIVSATZES DURCH  *
085200* SEIN PSEUDONYM ERSETZEN; EIN LEERER BENUTZER BLEIBT LEER,    *
085300* EIN NEUER ERHAELT DIE NAECHSTE NUMMER                        *
085400*--------------------------------------------------------------*
085500 2300-PSEUDONYM-SETZEN.
085600     IF AUDIT-BENUTZER = SPACES
085700         GO TO 2300-EXIT
085800     END-IF
085900     ADD 1 TO WS-AU-PSEUDONYMISIERT
086000     IF AUDIT-BENUTZER = WS-LETZTER-BENUTZER
086100         MOVE WS-LETZTES-PSEUDONYM TO AUDIT-BENUTZER
086200         GO TO 2300-EXIT
086300     END-IF
086400     MOVE AUDIT-BENUTZER          TO WS-LETZTER-BENUTZER
086500     SEARCH ALL WS-PS-EINTRAG
086600         AT END
086700             PERFORM 2310-PSEUDONYM-VERGEBEN THRU 2310-EXIT
086800         WHEN WS-PS-BENUTZER (WS-PS-IX) = AUDIT-BENUTZER
086900             MOVE WS-PS-PSEUDONYM (WS-PS-IX)
087000               TO WS-LETZTES-PSEUDONYM
087100     END-SEARCH
087200     MOVE WS-LETZTES-PSEUDONYM    TO AUDIT-BENUTZER.
087300 2300-EXIT.
087400     EXIT.
087500*--------------------------------------------------------------*
087600* 2310-PSEUDONYM-VERGEBEN - NAECHSTE NUMMER VERGEBEN UND DEN   *
087700* BENUTZER AN SEINER STELLE IN DIE SORTIERTE TABELLE EINFUEGEN *
087800*--------------------------------------------------------------*
087900 2310-PSEUDONYM-VERGEBEN.
088000     IF WS-PS-ANZAHL >= WS-PS-MAX
088100         DISPLAY 'CBK975: MEHR ALS ' WS-PS-MAX
088200                 ' PSEUDONYME - TABELLE ERWEITERN'
088300         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
088400     END-IF
088500     IF WS-PS-LETZTE-NR = 999999
088600         DISPLAY 'CBK975: PSEUDONYMNUMMERN ERSCHOEPFT'
088700                 ' - LAUF ABGEBROCHEN'
088800         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
088900     END-IF
089000     ADD 1 TO WS-PS-LETZTE-NR
089100     MOVE WS-PS-LETZTE-NR         TO WS-PA-NUMMER
089200     MOVE WS-PSEUDONYM-AUFBAU-X   TO WS-LETZTES-PSEUDONYM
089300     MOVE 'N' TO WS-GEFUNDEN-KZ
089400     MOVE WS-PS-ANZAHL            TO WS-PS-NR
089500     PERFORM 2320-EINTRAG-VERSCHIEBEN THRU 2320-EXIT
089600         UNTIL WS-PS-NR = ZERO OR WS-GEFUNDEN
089700     ADD 1 TO WS-PS-NR
089800     MOVE AUDIT-BENUTZER          TO WS-PS-BENUTZER (WS-PS-NR)
089900     MOVE WS-LETZTES-PSEUDONYM    TO WS-PS-PSEUDONYM (WS-PS-NR)
090000     MOVE WS-TAGESDATUM     TO WS-PS-VERGABE-DATUM (WS-PS-NR)
090100     ADD 1 TO WS-PS-ANZAHL.
090200 2310-EXIT.
090300     EXIT.
090400*--------------------------------------------------------------*
090500* 2320-EINTRAG-VERSCHIEBEN - EINEN EINTRAG MIT GROESSEREM      *
090600* BENUTZER UM EINE STELLE NACH HINTEN RUECKEN, BIS DIE         *
090700* EINFUEGESTELLE ERREICHT IST                                  *
090800*--------------------------------------------------------------*
090900 2320-EINTRAG-VERSCHIEBEN.
091000     IF WS-PS-BENUTZER (WS-PS-NR) < AUDIT-BENUTZER
091100         SET WS-GEFUNDEN TO TRUE
091200         GO TO 2320-EXIT
091300     END-IF
091400     MOVE WS-PS-EINTRAG (WS-PS-NR)
091500       TO WS-PS-EINTRAG (WS-PS-NR + 1)
091600     SUBTRACT 1 FROM WS-PS-NR.
091700 2320-EXIT.
091800     EXIT.
091900*--------------------------------------------------------------*
092000* 2900-AUDIT-LESEN                                             *
092100*--------------------------------------------------------------*
092200 2900-AUDIT-LESEN.
092300     READ AUDIT-DATEI
092400         AT END
092500             SET WS-AUDIT-EOF TO TRUE
092600     END-READ.
092700 2900-EXIT.
092800     EXIT.
092900*--------------------------------------------------------------*
093000* 3000-AEND-AUFTEILEN - EINEN PROTOKOLLSATZ CBK030A            *
093100* ARCHIVIEREN (VOR DEM GRENZDATUM) ODER IM BESTAND BELASSEN    *
093200*--------------------------------------------------------------*
093300 3000-AEND-AUFTEILEN.
093400     ADD 1 TO WS-AE-EIN-ANZAHL
093500     MOVE AEND-SCHLUESSEL         TO WS-PRUEF-SCHLUESSEL
093600     PERFORM 6900-SCHLUESSEL-BEWERTEN THRU 6900-EXIT
093700     ADD WS-PRUEF-WERT            TO WS-AE-EIN-SUMME
093800     IF AEND-DATUM NOT < WS-AEND-GRENZE-CJJTTT
093900         WRITE AEND-NEU-SATZ FROM AEND-SATZ
094000         ADD 1 TO WS-AE-NEU-ANZAHL
094100     ELSE
094200         WRITE AEND-ARCH-SATZ FROM AEND-SATZ
094300         ADD 1 TO WS-AE-ARCH-ANZAHL
094400         ADD WS-PRUEF-WERT        TO WS-AE-ARCH-SUMME
094500     END-IF
094600     PERFORM 3900-AEND-LESEN      THRU 3900-EXIT.
094700 3000-EXIT.
094800     EXIT.
094900*--------------------------------------------------------------*
095000* 3900-AEND-LESEN                                              *
095100*--------------------------------------------------------------*
095200 3900-AEND-LESEN.
095300     READ AEND-DATEI
095400         AT END
095500             SET WS-AEND-EOF TO TRUE
095600     END-READ.
095700 3900-EXIT.
095800     EXIT.
095900*--------------------------------------------------------------*
096000* 4000-DELTA-AUFTEILEN - EINEN SATZ DES DELTA-ARCHIVS          *
096100* ZUORDNEN: UEBER DER GRENZ-LFDNR UNVERAENDERT INS NEUE        *
096200* ARCHIV; BIS ZUR GRENZE INS ALTARCHIV UND, WENN ER DER        *
096300* JUENGSTE SEINES SCHLUESSELS IST, ZUSAETZLICH IN DEN          *
096400* VERDICHTETEN STAND                                           *
096500*--------------------------------------------------------------*
096600 4000-DELTA-AUFTEILEN.
096700     IF DELTA-LFDNR NOT > WS-VORIGE-LFDNR
096800         DISPLAY 'CBK975: DELTA-ARCHIV NICHT AUFSTEIGEND BEI '
096900                 'LFDNR ' DELTA-LFDNR
097000         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
097100     END-IF
097200     MOVE DELTA-LFDNR             TO WS-VORIGE-LFDNR
097300     MOVE DELTA-LFDNR             TO WS-PRUEF-WERT
097400     IF DELTA-LFDNR > WS-GRENZ-LFDNR
097500         WRITE DELTA-NEU-SATZ FROM DELTA-SATZ
097600         ADD 1 TO WS-DL-EIN-NEU-ANZAHL
097700         ADD WS-PRUEF-WERT        TO WS-DL-EIN-NEU-SUMME
097800         GO TO 4000-WEITER
097900     END-IF
098000     ADD 1 TO WS-DL-EIN-ALT-ANZAHL
098100     ADD WS-PRUEF-WERT            TO WS-DL-EIN-ALT-SUMME
098200     WRITE DELTA-ALT-SATZ FROM DELTA-SATZ
098300     IF DELTA-LFDNR > WS-BASIS-LFDNR
098400         DISPLAY 'CBK975: BASISSATZ ' WS-BASIS-LFDNR
098500                 ' FEHLT IM DELTA-ARCHIV - CBK962J ZUERST'
098600         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
098700     END-IF
098800     IF DELTA-LFDNR = WS-BASIS-LFDNR
098900         PERFORM 4100-BASISSATZ-SCHREIBEN THRU 4100-EXIT
099000     END-IF.
099100 4000-WEITER.
099200     PERFORM 4900-DELTA-LESEN     THRU 4900-EXIT.
099300 4000-EXIT.
099400     EXIT.
099500*--------------------------------------------------------------*
099600* 4100-BASISSATZ-SCHREIBEN - DEN JUENGSTEN SATZ EINES          *
099700* SCHLUESSELS UNVERAENDERT INS NEUE ARCHIV UND IN DEN          *
099800* VERDICHTETEN STAND STELLEN, IN ANZAHL UND PRUEFSUMME         *
099900* EINRECHNEN UND DIE NAECHSTE BASIS-LFDNR HOLEN                *
100000*--------------------------------------------------------------*
100100 4100-BASISSATZ-SCHREIBEN.
100200     WRITE DELTA-NEU-SATZ FROM DELTA-SATZ
100300     WRITE BASIS-SATZ FROM DELTA-SATZ
100400     ADD 1 TO WS-DL-BASIS-ANZAHL
100500     ADD WS-PRUEF-WERT            TO WS-DL-BASIS-SUMME
100600     PERFORM 6400-BEITRAG-ERMITTELN THRU 6400-EXIT
100700     ADD WS-PRUEF-BEITRAG         TO WS-PRUEFSUMME
100800     PERFORM 6200-SUMME-KUERZEN   THRU 6200-EXIT
100900         UNTIL WS-PRUEFSUMME < WS-MODULO
101000     PERFORM 4200-BASIS-LFDNR-LESEN THRU 4200-EXIT.
101100 4100-EXIT.
101200     EXIT.
101300*--------------------------------------------------------------*
101400* 4200-BASIS-LFDNR-LESEN - NAECHSTE LFDNR DES VERDICHTETEN     *
101500* STANDS AUS DER HISTORIENTABELLE; AM ENDE NEUNEN              *
101600*--------------------------------------------------------------*
101700 4200-BASIS-LFDNR-LESEN.
101800     EXEC SQL
101900         FETCH BASIS-CURSOR
102000         INTO :HS-LFDNR
102100     END-EXEC
102200     MOVE SQLCODE TO WS-SQLCODE
102300     IF WS-SQLCODE = 100
102400         MOVE 999999999           TO WS-BASIS-LFDNR
102500         GO TO 4200-EXIT
102600     END-IF
102700     IF WS-SQLCODE NOT = ZERO
102800         DISPLAY 'CBK975: FEHLER FETCH BASIS-CURSOR SQLCODE '
102900                 WS-SQLCODE
103000         PERFORM 9000-ABBRUCH     THRU 9000-EXIT
103100     END-IF
103200     MOVE HS-LFDNR                TO WS-BASIS-LFDNR.
103300 4200-EXIT.
103400     EXIT.
103500*--------------------------------------------------------------*
103600* 4500-DELTA-ABSCHLIESSEN - PRUEFEN, DASS JEDER SATZ DES       *
103700* VERDICHTETEN STANDS UND JEDE HISTORIENZEILE BIS ZUR GRENZE   *
103800* IM DELTA-ARCHIV GEFUNDEN WURDE; NACHLAUFSATZ DES             *
103900* VERDICHTETEN STANDS SCHREIBEN                                *
104000*--------------------------------------------------------------*
104100 4500-DELTA-ABSCHLIESSEN.
104200     IF WS-GRENZ-LFDNR > ZERO
104300         IF WS-BASIS-LFDNR NOT = 999999999
104400             DISPLAY 'CBK975: BASISSATZ ' WS-BASIS-LFDNR
104500                     ' FEHLT IM DELTA-ARCHIV - CBK962J ZUERST'
104600             PERFORM 9000-ABBRUCH THRU 9000-EXIT
104700         END-IF
104800         EXEC SQL
104900             CLOSE BASIS-CURSOR
105000         END-EXEC
105100         IF WS-DB-ANZAHL NOT = WS-DL-EIN-ALT-ANZAHL
105200             DISPLAY 'CBK975: BANKHISTORIE ' WS-DB-ANZAHL
105300                     ' ZEILEN, DELTA-ARCHIV ' WS-DL-EIN-ALT-ANZAHL
105400                     ' SAETZE BIS ZUR GRENZE - CBK962J ZUERST'
105500             PERFORM 9000-ABBRUCH THRU 9000-EXIT
105600         END-IF
105700     END-IF
105800     MOVE SPACES                  TO KONT-SATZ
105900     SET KONT-NACHLAUF            TO TRUE
106000     MOVE WS-DL-BASIS-ANZAHL      TO KONT-ANZAHL
106100     MOVE WS-PRUEFSUMME           TO KONT-PRUEFSUMME
106200     MOVE WS-GRENZ-LFDNR          TO KONT-STAND-LFDNR
106300     MOVE SPACES                  TO BASIS-SATZ
106400     MOVE KONT-SATZ               TO BASIS-SATZ
106500     WRITE BASIS-SATZ.
106600 4500-EXIT.
106700     EXIT.
106800*--------------------------------------------------------------*
106900* 4900-DELTA-LESEN                                             *
107000*--------------------------------------------------------------*
107100 4900-DELTA-LESEN.
107200     READ DELTA-DATEI INTO DELTA-SATZ
107300         AT END
107400             SET WS-DELTA-EOF TO TRUE
107500     END-READ.
107600 4900-EXIT.
107700     EXIT.
107800*--------------------------------------------------------------*
107900* 5000-PSEUDONYME-SCHREIBEN - DIE FORTGESCHRIEBENE ZUORDNUNG   *
108000* NACH BENUTZER SORTIERT AUSGEBEN                              *
108100*--------------------------------------------------------------*
108200 5000-PSEUDONYME-SCHREIBEN.
108300     PERFORM 5100-PSEUDONYM-AUSGEBEN THRU 5100-EXIT
108400         VARYING WS-PS-NR FROM 1 BY 1
108500         UNTIL WS-PS-NR > WS-PS-ANZAHL.
108600 5000-EXIT.
108700     EXIT.
108800*--------------------------------------------------------------*
108900* 5100-PSEUDONYM-AUSGEBEN                                      *
109000*--------------------------------------------------------------*
109100 5100-PSEUDONYM-AUSGEBEN.
109200     MOVE SPACES                  TO PSEU-NEU-SATZ
109300     MOVE WS-PS-BENUTZER (WS-PS-NR) TO PSEU-NEU-SATZ (1:8)
109400     MOVE WS-PS-PSEUDONYM (WS-PS-NR) TO PSEU-NEU-SATZ (9:8)
109500     MOVE WS-PS-VERGABE-DATUM (WS-PS-NR)
109600       TO PSEU-NEU-SATZ (17:8)
109700     WRITE PSEU-NEU-SATZ.
109800 5100-EXIT.
109900     EXIT.
110000*--------------------------------------------------------------*
110100* 6000-ARCHIVE-PRUEFEN - ALLE AUSGABEN SCHLIESSEN, ERNEUT      *
110200* LESEN UND GEGEN DIE EINGABE ABSTIMMEN. JEDE ABWEICHUNG SETZT *
110300* DEN ARCHIVFEHLER; DANN DARF NICHTS ENTFERNT WERDEN.          *
110400*--------------------------------------------------------------*
110500 6000-ARCHIVE-PRUEFEN.
110600     CLOSE AUDIT-DATEI
110700           AUDIT-NEU-DATEI
110800           AUDIT-ARCH-DATEI
110900           AEND-DATEI
111000           AEND-NEU-DATEI
111100           AEND-ARCH-DATEI
111200           DELTA-DATEI
111300           DELTA-NEU-DATEI
111400           DELTA-ALT-DATEI
111500           BASIS-DATEI
111600           PSEU-NEU-DATEI
111700     OPEN INPUT AUDIT-NEU-DATEI
111800                AUDIT-ARCH-DATEI
111900                AEND-NEU-DATEI
112000                AEND-ARCH-DATEI
112100                DELTA-NEU-DATEI
112200                DELTA-ALT-DATEI
112300                BASIS-DATEI
112400                PSEU-NEU-DATEI
112500     MOVE 'N' TO WS-PRUEF-EOF-KZ
112600     PERFORM 6110-AUDIT-ARCHIV-LESEN THRU 6110-EXIT
112700         UNTIL WS-PRUEF-EOF
112800     MOVE 'N' TO WS-PRUEF-EOF-KZ
112900     PERFORM 6120-AUDIT-BESTAND-LESEN THRU 6120-EXIT
113000         UNTIL WS-PRUEF-EOF
113100     MOVE 'N' TO WS-PRUEF-EOF-KZ
113200     PERFORM 6210-AEND-ARCHIV-LESEN THRU 6210-EXIT
113300         UNTIL WS-PRUEF-EOF
113400     MOVE 'N' TO WS-PRUEF-EOF-KZ
113500     PERFORM 6220-AEND-BESTAND-LESEN THRU 6220-EXIT
113600         UNTIL WS-PRUEF-EOF
113700     MOVE 'N' TO WS-PRUEF-EOF-KZ
113800     PERFORM 6310-DELTA-ALT-LESEN THRU 6310-EXIT
113900         UNTIL WS-PRUEF-EOF
114000     MOVE 'N' TO WS-PRUEF-EOF-KZ
114100     PERFORM 6320-DELTA-NEU-LESEN THRU 6320-EXIT
114200         UNTIL WS-PRUEF-EOF
114300     MOVE 'N' TO WS-PRUEF-EOF-KZ
114400     PERFORM 6330-BASIS-LESEN     THRU 6330-EXIT
114500         UNTIL WS-PRUEF-EOF
114600     MOVE 'N' TO WS-PRUEF-EOF-KZ
114700     PERFORM 6340-PSEUDONYME-LESEN THRU 6340-EXIT
114800         UNTIL WS-PRUEF-EOF
114900     CLOSE AUDIT-NEU-DATEI
115000           AUDIT-ARCH-DATEI
115100           AEND-NEU-DATEI
115200           AEND-ARCH-DATEI
115300           DELTA-NEU-DATEI
115400           DELTA-ALT-DATEI
115500           BASIS-DATEI
115600           PSEU-NEU-DATEI.
115700 6000-EXIT.
115800     EXIT.
115900*--------------------------------------------------------------*
116000* 6110-AUDIT-ARCHIV-LESEN                                      *
116100*--------------------------------------------------------------*
116200 6110-AUDIT-ARCHIV-LESEN.
116300     READ AUDIT-ARCH-DATEI
116400         AT END
116500             SET WS-PRUEF-EOF TO TRUE
116600             GO TO 6110-EXIT
116700     END-READ
116800     MOVE AUDIT-ARCH-SATZ (1:12)  TO WS-PRUEF-SCHLUESSEL
116900     PERFORM 6900-SCHLUESSEL-BEWERTEN THRU 6900-EXIT
117000     ADD 1 TO WS-AU-ARCH-GEL-ANZAHL
117100     ADD WS-PRUEF-WERT            TO WS-AU-ARCH-GEL-SUMME.
117200 6110-EXIT.
117300     EXIT.
117400*--------------------------------------------------------------*
117500* 6120-AUDIT-BESTAND-LESEN                                     *
117600*--------------------------------------------------------------*
117700 6120-AUDIT-BESTAND-LESEN.
117800     READ AUDIT-NEU-DATEI
117900         AT END
118000             SET WS-PRUEF-EOF TO TRUE
118100             GO TO 6120-EXIT
118200     END-READ
118300     MOVE AUDIT-NEU-SATZ (1:12)   TO WS-PRUEF-SCHLUESSEL
118400     PERFORM 6900-SCHLUESSEL-BEWERTEN THRU 6900-EXIT
118500     ADD 1 TO WS-AU-NEU-GEL-ANZAHL
118600     ADD WS-PRUEF-WERT            TO WS-AU-NEU-GEL-SUMME.
118700 6120-EXIT.
118800     EXIT.
118900*--------------------------------------------------------------*
119000* 6210-AEND-ARCHIV-LESEN                                       *
119100*--------------------------------------------------------------*
119200 6210-AEND-ARCHIV-LESEN.
119300     READ AEND-ARCH-DATEI
119400         AT END
119500             SET WS-PRUEF-EOF TO TRUE
119600             GO TO 6210-EXIT
119700     END-READ
119800     MOVE AEND-ARCH-SATZ (1:12)   TO WS-PRUEF-SCHLUESSEL
119900     PERFORM 6900-SCHLUESSEL-BEWERTEN THRU 6900-EXIT
120000     ADD 1 TO WS-AE-ARCH-GEL-ANZAHL
120100     ADD WS-PRUEF-WERT            TO WS-AE-ARCH-GEL-SUMME.
120200 6210-EXIT.
120300     EXIT.
120400*--------------------------------------------------------------*
120500* 6220-AEND-BESTAND-LESEN                                      *
120600*--------------------------------------------------------------*
120700 6220-AEND-BESTAND-LESEN.
120800     READ AEND-NEU-DATEI
120900         AT END
121000             SET WS-PRUEF-EOF TO TRUE
121100             GO TO 6220-EXIT
121200     END-READ
121300     MOVE AEND-NEU-SATZ (1:12)    TO WS-PRUEF-SCHLUESSEL
121400     PERFORM 6900-SCHLUESSEL-BEWERTEN THRU 6900-EXIT
121500     ADD 1 TO WS-AE-NEU-GEL-ANZAHL
121600     ADD WS-PRUEF-WERT            TO WS-AE-NEU-GEL-SUMME.
121700 6220-EXIT.
121800     EXIT.
121900*--------------------------------------------------------------*
122000* 6310-DELTA-ALT-LESEN                                         *
122100*--------------------------------------------------------------*
122200 6310-DELTA-ALT-LESEN.
122300     READ DELTA-ALT-DATEI
122400         AT END
122500             SET WS-PRUEF-EOF TO TRUE
122600             GO TO 6310-EXIT
122700     END-READ
122800     MOVE DELTA-ALT-SATZ (1:9)    TO WS-PRUEF-LFDNR
122900     ADD 1 TO WS-DL-ALT-GEL-ANZAHL
123000     ADD WS-PRUEF-LFDNR           TO WS-DL-ALT-GEL-SUMME.
123100 6310-EXIT.
123200     EXIT.
123300*--------------------------------------------------------------*
123400* 6320-DELTA-NEU-LESEN - DAS NEUE DELTA-ARCHIV GETRENNT NACH   *
123500* VERDICHTETEM STAND (BIS ZUR GRENZE) UND FORTGEFUEHRTEN       *
123600* SAETZEN ABSTIMMEN                                            *
123700*--------------------------------------------------------------*
123800 6320-DELTA-NEU-LESEN.
123900     READ DELTA-NEU-DATEI
124000         AT END
124100             SET WS-PRUEF-EOF TO TRUE
124200             GO TO 6320-EXIT
124300     END-READ
124400     MOVE DELTA-NEU-SATZ (1:9)    TO WS-PRUEF-LFDNR
124500     IF WS-PRUEF-LFDNR > WS-GRENZ-LFDNR
124600         ADD 1 TO WS-DL-NN-GEL-ANZAHL
124700         ADD WS-PRUEF-LFDNR       TO WS-DL-NN-GEL-SUMME
124800     ELSE
124900         ADD 1 TO WS-DL-NB-GEL-ANZAHL
125000         ADD WS-PRUEF-LFDNR       TO WS-DL-NB-GEL-SUMME
125100     END-IF.
125200 6320-EXIT.
125300     EXIT.
125400*--------------------------------------------------------------*
125500* 6330-BASIS-LESEN - DEN VERDICHTETEN STAND MIT VOR- UND       *
125600* NACHLAUFSATZ LESEN; ANZAHL UND PRUEFSUMME DES NACHLAUFSATZES *
125700* MERKEN                                                       *
125800*--------------------------------------------------------------*
125900 6330-BASIS-LESEN.
126000     READ BASIS-DATEI
126100         AT END
126200             SET WS-PRUEF-EOF TO TRUE
126300             GO TO 6330-EXIT
126400     END-READ
126500     MOVE BASIS-SATZ              TO KONT-SATZ
126600     IF KONT-VORLAUF
126700         MOVE 'J'                 TO WS-DL-BS-VORLAUF-KZ
126800         GO TO 6330-EXIT
126900     END-IF
127000     IF KONT-NACHLAUF
127100         MOVE 'J'                 TO WS-DL-BS-NACHLAUF-KZ
127200         MOVE KONT-ANZAHL         TO WS-DL-BS-KONT-ANZAHL
127300         MOVE KONT-PRUEFSUMME     TO WS-DL-BS-KONT-SUMME
127400         GO TO 6330-EXIT
127500     END-IF
127600     MOVE BASIS-SATZ (1:9)        TO WS-PRUEF-LFDNR
127700     ADD 1 TO WS-DL-BS-GEL-ANZAHL
127800     ADD WS-PRUEF-LFDNR           TO WS-DL-BS-GEL-SUMME.
127900 6330-EXIT.
128000     EXIT.
128100*--------------------------------------------------------------*
128200* 6340-PSEUDONYME-LESEN                                        *
128300*--------------------------------------------------------------*
128400 6340-PSEUDONYME-LESEN.
128500     READ PSEU-NEU-DATEI
128600         AT END
128700             SET WS-PRUEF-EOF TO TRUE
128800             GO TO 6340-EXIT
128900     END-READ
129000     ADD 1 TO WS-PS-GEL-ANZAHL.
129100 6340-EXIT.
129200     EXIT.
129300*--------------------------------------------------------------*
129400* 6200-SUMME-KUERZEN                                           *
129500*--------------------------------------------------------------*
129600 6200-SUMME-KUERZEN.
129700     SUBTRACT WS-MODULO FROM WS-PRUEFSUMME.
129800 6200-EXIT.
129900     EXIT.
130000*--------------------------------------------------------------*
130100* 6400-BEITRAG-ERMITTELN - SCHLUESSELBEITRAG EINES SATZES DES  *
130200* VERDICHTETEN STANDS, BEREITS AUF MODULO GEKUERZT (BILDUNG    *
130300* WIE STANDLIEFERUNG IN KONTSATZ, VERFAHREN WIE CBK964)        *
130400*--------------------------------------------------------------*
130500 6400-BEITRAG-ERMITTELN.
130600     MOVE ZERO TO WS-PRUEF-BEITRAG
130700     IF DELTA-SATZART = 'D'
130800         IF DELTA-BLZ NUMERIC
130900             MOVE DELTA-BLZ       TO WS-BLZ-ZAHL
131000         ELSE
131100             MOVE ZERO            TO WS-BLZ-ZAHL
131200         END-IF
131300         IF DELTA-FILIALNR NUMERIC
131400             MOVE DELTA-FILIALNR  TO WS-FILIALNR-ZAHL
131500         ELSE
131600             MOVE ZERO            TO WS-FILIALNR-ZAHL
131700         END-IF
131800         COMPUTE WS-PRUEF-BEITRAG =
131900                 WS-BLZ-ZAHL * 1000 + WS-FILIALNR-ZAHL
132000     ELSE
132100         MOVE DELTA-BIC           TO WS-BIC-ARBEIT
132200         PERFORM 6500-BIC-STELLE-BEWERTEN THRU 6500-EXIT
132300             VARYING WS-BIC-IX FROM 1 BY 1 UNTIL WS-BIC-IX > 11
132400     END-IF
132500     PERFORM 6700-BEITRAG-KUERZEN THRU 6700-EXIT
132600         UNTIL WS-PRUEF-BEITRAG < WS-MODULO.
132700 6400-EXIT.
132800     EXIT.
132900*--------------------------------------------------------------*
133000* 6500-BIC-STELLE-BEWERTEN - WERT EINER BIC-STELLE BESTIMMEN   *
133100* UND GEWICHTET MIT DER STELLENNUMMER IN DEN BEITRAG ADDIEREN  *
133200*--------------------------------------------------------------*
133300 6500-BIC-STELLE-BEWERTEN.
133400     MOVE ZERO TO WS-ZEICHEN-WERT
133500     IF WS-BIC-ZEICHEN (WS-BIC-IX) = SPACE
133600         GO TO 6500-EXIT
133700     END-IF
133800     PERFORM 6600-ZEICHEN-SUCHEN THRU 6600-EXIT
133900         VARYING WS-ALPHA-IX FROM 1 BY 1
134000         UNTIL WS-ALPHA-IX > 36 OR WS-ZEICHEN-WERT > ZERO
134100     COMPUTE WS-PRUEF-BEITRAG =
134200             WS-PRUEF-BEITRAG + WS-ZEICHEN-WERT * WS-BIC-IX.
134300 6500-EXIT.
134400     EXIT.
134500*--------------------------------------------------------------*
134600* 6600-ZEICHEN-SUCHEN - POSITION DES ZEICHENS IM ALPHABET      *
134700* '0'-'9','A'-'Z' (1-36) BESTIMMEN                             *
134800*--------------------------------------------------------------*
134900 6600-ZEICHEN-SUCHEN.
135000     IF WS-ALPHABET-ZEICHEN (WS-ALPHA-IX)
135100        = WS-BIC-ZEICHEN (WS-BIC-IX)
135200         MOVE WS-ALPHA-IX TO WS-ZEICHEN-WERT
135300     END-IF.
135400 6600-EXIT.
135500     EXIT.
135600*--------------------------------------------------------------*
135700* 6700-BEITRAG-KUERZEN                                         *
135800*--------------------------------------------------------------*
135900 6700-BEITRAG-KUERZEN.
136000     SUBTRACT WS-MODULO FROM WS-PRUEF-BEITRAG.
136100 6700-EXIT.
136200     EXIT.
136300*--------------------------------------------------------------*
136400* 6900-SCHLUESSEL-BEWERTEN - ABSTIMMWERT EINES                 *
136500* PROTOKOLLSCHLUESSELS: DATUM + UHRZEIT + TASKNR               *
136600*--------------------------------------------------------------*
136700 6900-SCHLUESSEL-BEWERTEN.
136800     MOVE ZERO TO WS-PRUEF-WERT
136900     IF WS-PK-DATUM > ZERO
137000         ADD WS-PK-DATUM          TO WS-PRUEF-WERT
137100     END-IF
137200     IF WS-PK-UHRZEIT > ZERO
137300         ADD WS-PK-UHRZEIT        TO WS-PRUEF-WERT
137400     END-IF
137500     IF WS-PK-TASKNR > ZERO
137600         ADD WS-PK-TASKNR         TO WS-PRUEF-WERT
137700     END-IF.
137800 6900-EXIT.
137900     EXIT.
138000*--------------------------------------------------------------*
138100* 7000-BERICHT-SCHREIBEN - FRISTEN, ANZAHLEN VORHER/NACHHER    *
138200* MIT PRUEFERGEBNIS JE DATEI, ABSTIMMGRUNDLAGE DER VERRECHNUNG *
138300* UND ANGABEN ZUR VERDICHTUNG                                  *
138400*--------------------------------------------------------------*
138500 7000-BERICHT-SCHREIBEN.
138600     MOVE SPACES TO BERICHT-ZEILE
138700     STRING 'AUFBEWAHRUNG, ARCHIVIERUNG UND PSEUDONYMISIERUNG '
138800            'VOM 20' WS-DATUM-JJ '-' WS-DATUM-MM '-' WS-DATUM-TT
138900            DELIMITED BY SIZE
139000       INTO BERICHT-ZEILE
139100     WRITE BERICHT-ZEILE
139200     MOVE SPACES TO BERICHT-ZEILE
139300     WRITE BERICHT-ZEILE
139400     MOVE 'AUFRUFPROTOKOLL CBK010A'  TO WS-FZ-DATEI
139500     MOVE WS-AUDIT-TAGE           TO WS-FZ-TAGE
139600     MOVE WS-AUDIT-TAGE           TO WS-TAGE-ARBEIT
139700     MOVE WS-AUDIT-GRENZE         TO WS-FZ-GRENZE
139800     PERFORM 7100-FRISTZEILE-SCHREIBEN THRU 7100-EXIT
139900     MOVE 'AENDERUNGSPROTOKOLL CBK030A' TO WS-FZ-DATEI
140000     MOVE WS-AEND-TAGE            TO WS-FZ-TAGE
140100     MOVE WS-AEND-TAGE            TO WS-TAGE-ARBEIT
140200     MOVE WS-AEND-GRENZE          TO WS-FZ-GRENZE
140300     PERFORM 7100-FRISTZEILE-SCHREIBEN THRU 7100-EXIT
140400     MOVE 'DELTA-ARCHIV DELTARCH'    TO WS-FZ-DATEI
140500     MOVE WS-DELTA-TAGE           TO WS-FZ-TAGE
140600     MOVE WS-DELTA-TAGE           TO WS-TAGE-ARBEIT
140700     MOVE WS-DELTA-GRENZE         TO WS-FZ-GRENZE
140800     PERFORM 7100-FRISTZEILE-SCHREIBEN THRU 7100-EXIT
140900     MOVE SPACES TO BERICHT-ZEILE
141000     WRITE BERICHT-ZEILE
141100     MOVE SPACES TO BERICHT-ZEILE
141200     MOVE WS-SPALTENZEILE-1 TO BERICHT-ZEILE
141300     WRITE BERICHT-ZEILE
141400     PERFORM 7200-AUDIT-ZEILE     THRU 7200-EXIT
141500     PERFORM 7300-AEND-ZEILE      THRU 7300-EXIT
141600     PERFORM 7400-DELTA-ZEILE     THRU 7400-EXIT
141700     PERFORM 7500-PSEUDONYM-ZEILE THRU 7500-EXIT
141800     MOVE SPACES TO BERICHT-ZEILE
141900     WRITE BERICHT-ZEILE
142000     MOVE 'GRENZ-LFDNR DES DELTA-ARCHIVS:' TO WS-ZZ-TEXT
142100     MOVE WS-GRENZ-LFDNR TO WS-ZZ-ANZAHL
142200     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
142300     MOVE '  HOECHSTE LFDNR VOR DEM GRENZDATUM:' TO WS-ZZ-TEXT
142400     MOVE WS-HIST-LFDNR TO WS-ZZ-ANZAHL
142500     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
142600     IF WS-ANZAHL-ABNEHMER > ZERO
142700         MOVE '  NIEDRIGSTER ABNEHMERSTAND:'
142800           TO WS-ZZ-TEXT
142900         MOVE WS-ABNEHMER-MIN TO WS-ZZ-ANZAHL
143000         PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
143100     END-IF
143200     MOVE 'PRUEFSUMME VERDICHTETER STAND:' TO WS-ZZ-TEXT
143300     MOVE WS-PRUEFSUMME TO WS-ZZ-ANZAHL
143400     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
143500     PERFORM 7600-VERRECHNUNG-SCHREIBEN THRU 7600-EXIT.
143600 7000-EXIT.
143700     EXIT.
143800*--------------------------------------------------------------*
143900* 7100-FRISTZEILE-SCHREIBEN - AUFBEWAHRUNGSFRIST UND           *
144000* GRENZDATUM EINER DATEI; OHNE FRIST WIRD DIE DATEI NICHT      *
144100* ARCHIVIERT                                                   *
144200*--------------------------------------------------------------*
144300 7100-FRISTZEILE-SCHREIBEN.
144400     MOVE SPACES TO BERICHT-ZEILE
144500     IF WS-TAGE-ARBEIT = ZERO
144600         STRING WS-FZ-DATEI 'KEINE ARCHIVIERUNG'
144700                DELIMITED BY SIZE
144800           INTO BERICHT-ZEILE
144900     ELSE
145000         MOVE WS-FRISTZEILE TO BERICHT-ZEILE
145100     END-IF
145200     WRITE BERICHT-ZEILE.
145300 7100-EXIT.
145400     EXIT.
145500*--------------------------------------------------------------*
145600* 7200-AUDIT-ZEILE - AUFRUFPROTOKOLL: ARCHIV UND BESTAND       *
145700* MUESSEN NACH ANZAHL UND SCHLUESSELSUMME ZUSAMMEN DIE EINGABE *
145800* ERGEBEN                                                      *
145900*--------------------------------------------------------------*
146000 7200-AUDIT-ZEILE.
146100     MOVE 'AUFRUFPROTOKOLL CBK010A'  TO WS-DZ-DATEI
146200     MOVE WS-AU-EIN-ANZAHL        TO WS-DZ-VORHER
146300     MOVE WS-AU-ARCH-GEL-ANZAHL   TO WS-DZ-ARCHIVIERT
146400     MOVE ZERO                    TO WS-DZ-BASIS
146500     MOVE WS-AU-NEU-GEL-ANZAHL    TO WS-DZ-NACHHER
146600     MOVE 'GESICHERT'             TO WS-DZ-PRUEFUNG
146700     IF WS-AU-ARCH-GEL-ANZAHL NOT = WS-AU-ARCH-ANZAHL
146800        OR WS-AU-ARCH-GEL-SUMME NOT = WS-AU-ARCH-SUMME
146900        OR WS-AU-NEU-GEL-ANZAHL NOT = WS-AU-NEU-ANZAHL
147000        OR WS-AU-ARCH-GEL-ANZAHL + WS-AU-NEU-GEL-ANZAHL
147100           NOT = WS-AU-EIN-ANZAHL
147200        OR WS-AU-ARCH-GEL-SUMME + WS-AU-NEU-GEL-SUMME
147300           NOT = WS-AU-EIN-SUMME
147400         MOVE 'ABWEICHUNG'        TO WS-DZ-PRUEFUNG
147500         SET WS-ARCHIVFEHLER      TO TRUE
147600     END-IF
147700     MOVE SPACES TO BERICHT-ZEILE
147800     MOVE WS-DATEIZEILE TO BERICHT-ZEILE
147900     WRITE BERICHT-ZEILE.
148000 7200-EXIT.
148100     EXIT.
148200*--------------------------------------------------------------*
148300* 7300-AEND-ZEILE - WIE 7200 FUER DAS AENDERUNGSPROTOKOLL       *
148400*--------------------------------------------------------------*
148500 7300-AEND-ZEILE.
148600     MOVE 'AENDERUNGSPROTOKOLL CBK030A' TO WS-DZ-DATEI
148700     MOVE WS-AE-EIN-ANZAHL        TO WS-DZ-VORHER
148800     MOVE WS-AE-ARCH-GEL-ANZAHL   TO WS-DZ-ARCHIVIERT
148900     MOVE ZERO                    TO WS-DZ-BASIS
149000     MOVE WS-AE-NEU-GEL-ANZAHL    TO WS-DZ-NACHHER
149100     MOVE 'GESICHERT'             TO WS-DZ-PRUEFUNG
149200     IF WS-AE-ARCH-GEL-ANZAHL NOT = WS-AE-ARCH-ANZAHL
149300        OR WS-AE-ARCH-GEL-SUMME NOT = WS-AE-ARCH-SUMME
149400        OR WS-AE-NEU-GEL-ANZAHL NOT = WS-AE-NEU-ANZAHL
149500        OR WS-AE-ARCH-GEL-ANZAHL + WS-AE-NEU-GEL-ANZAHL
149600           NOT = WS-AE-EIN-ANZAHL
149700        OR WS-AE-ARCH-GEL-SUMME + WS-AE-NEU-GEL-SUMME
149800           NOT = WS-AE-EIN-SUMME
149900         MOVE 'ABWEICHUNG'        TO WS-DZ-PRUEFUNG
150000         SET WS-ARCHIVFEHLER      TO TRUE
150100     END-IF
150200     MOVE SPACES TO BERICHT-ZEILE
150300     MOVE WS-DATEIZEILE TO BERICHT-ZEILE
150400     WRITE BERICHT-ZEILE.
150500 7300-EXIT.
150600     EXIT.
150700*--------------------------------------------------------------*
150800* 7400-DELTA-ZEILE - DELTA-ARCHIV: DAS ALTARCHIV MUSS ALLE     *
150900* SAETZE BIS ZUR GRENZE ENTHALTEN, DAS NEUE ARCHIV DEN         *
151000* VERDICHTETEN STAND UND ALLE SAETZE DANACH, DER VERDICHTETE   *
151100* STAND SEINEN NACHLAUFSATZ                                    *
151200*--------------------------------------------------------------*
151300 7400-DELTA-ZEILE.
151400     MOVE 'DELTA-ARCHIV DELTARCH'    TO WS-DZ-DATEI
151500     COMPUTE WS-DZ-VORHER =
151600             WS-DL-EIN-ALT-ANZAHL + WS-DL-EIN-NEU-ANZAHL
151700     MOVE WS-DL-ALT-GEL-ANZAHL    TO WS-DZ-ARCHIVIERT
151800     MOVE WS-DL-BS-GEL-ANZAHL     TO WS-DZ-BASIS
151900     COMPUTE WS-DZ-NACHHER =
152000             WS-DL-NB-GEL-ANZAHL + WS-DL-NN-GEL-ANZAHL
152100     MOVE 'GESICHERT'             TO WS-DZ-PRUEFUNG
152200     IF WS-DL-ALT-GEL-ANZAHL NOT = WS-DL-EIN-ALT-ANZAHL
152300        OR WS-DL-ALT-GEL-SUMME NOT = WS-DL-EIN-ALT-SUMME
152400        OR WS-DL-NN-GEL-ANZAHL NOT = WS-DL-EIN-NEU-ANZAHL
152500        OR WS-DL-NN-GEL-SUMME NOT = WS-DL-EIN-NEU-SUMME
152600        OR WS-DL-NB-GEL-ANZAHL NOT = WS-DL-BASIS-ANZAHL
152700        OR WS-DL-NB-GEL-SUMME NOT = WS-DL-BASIS-SUMME
152800        OR WS-DL-BS-GEL-ANZAHL NOT = WS-DL-BASIS-ANZAHL
152900        OR WS-DL-BS-GEL-SUMME NOT = WS-DL-BASIS-SUMME
153000        OR WS-DL-BS-VORLAUF-KZ NOT = 'J'
153100        OR WS-DL-BS-NACHLAUF-KZ NOT = 'J'
153200        OR WS-DL-BS-KONT-ANZAHL NOT = WS-DL-BASIS-ANZAHL
153300        OR WS-DL-BS-KONT-SUMME NOT = WS-PRUEFSUMME
153400         MOVE 'ABWEICHUNG'        TO WS-DZ-PRUEFUNG
153500         SET WS-ARCHIVFEHLER      TO TRUE
153600     END-IF
153700     MOVE SPACES TO BERICHT-ZEILE
153800     MOVE WS-DATEIZEILE TO BERICHT-ZEILE
153900     WRITE BERICHT-ZEILE.
154000 7400-EXIT.
154100     EXIT.
154200*--------------------------------------------------------------*
154300* 7500-PSEUDONYM-ZEILE - PSEUDONYMZUORDNUNG: BISHERIGE UND NEU *
154400* VERGEBENE PSEUDONYME, WIEDER GELESEN                         *
154500*--------------------------------------------------------------*
154600 7500-PSEUDONYM-ZEILE.
154700     MOVE 'PSEUDONYMZUORDNUNG'       TO WS-DZ-DATEI
154800     MOVE WS-PS-ANZAHL-ALT        TO WS-DZ-VORHER
154900     MOVE ZERO                    TO WS-DZ-ARCHIVIERT
155000     MOVE ZERO                    TO WS-DZ-BASIS
155100     MOVE WS-PS-GEL-ANZAHL        TO WS-DZ-NACHHER
155200     MOVE 'GESICHERT'             TO WS-DZ-PRUEFUNG
155300     IF WS-PS-GEL-ANZAHL NOT = WS-PS-ANZAHL
155400         MOVE 'ABWEICHUNG'        TO WS-DZ-PRUEFUNG
155500         SET WS-ARCHIVFEHLER      TO TRUE
155600     END-IF
155700     MOVE SPACES TO BERICHT-ZEILE
155800     MOVE WS-DATEIZEILE TO BERICHT-ZEILE
155900     WRITE BERICHT-ZEILE
156000     MOVE '  ARCHIVSAETZE MIT PSEUDONYM:' TO WS-ZZ-TEXT
156100     MOVE WS-AU-PSEUDONYMISIERT TO WS-ZZ-ANZAHL
156200     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT.
156300 7500-EXIT.
156400     EXIT.
156500*--------------------------------------------------------------*
156600* 7600-VERRECHNUNG-SCHREIBEN - AUFRUFE UND POSTEN JE           *
156700* ARCHIVIERTEM MONAT; EINE WIEDERHOLUNG VON CBK970 AUF DEM     *
156800* ARCHIV MUSS DIESELBEN SUMMEN ERGEBEN                         *
156900*--------------------------------------------------------------*
157000 7600-VERRECHNUNG-SCHREIBEN.
157100     MOVE SPACES TO BERICHT-ZEILE
157200     WRITE BERICHT-ZEILE
157300     MOVE SPACES TO BERICHT-ZEILE
157400     MOVE 'VERRECHNUNGSGRUNDLAGE DER ARCHIVIERTEN AUFRUFE'
157500       TO BERICHT-ZEILE
157600     WRITE BERICHT-ZEILE
157700     IF WS-VM-ANZAHL = ZERO
157800         MOVE SPACES TO BERICHT-ZEILE
157900         MOVE 'KEINE' TO BERICHT-ZEILE
158000         WRITE BERICHT-ZEILE
158100         GO TO 7600-EXIT
158200     END-IF
158300     MOVE SPACES TO BERICHT-ZEILE
158400     MOVE WS-SPALTENZEILE-2 TO BERICHT-ZEILE
158500     WRITE BERICHT-ZEILE
158600     PERFORM 7610-MONAT-AUSGEBEN  THRU 7610-EXIT
158700         VARYING WS-VM-IX FROM 1 BY 1
158800         UNTIL WS-VM-IX > WS-VM-ANZAHL.
158900 7600-EXIT.
159000     EXIT.
159100*--------------------------------------------------------------*
159200* 7610-MONAT-AUSGEBEN                                          *
159300*--------------------------------------------------------------*
159400 7610-MONAT-AUSGEBEN.
159500     MOVE WS-VM-MONAT (WS-VM-IX)  TO WS-MZ-MONAT
159600     MOVE WS-VM-AUFRUFE (WS-VM-IX) TO WS-MZ-AUFRUFE
159700     MOVE WS-VM-POSTEN (WS-VM-IX) TO WS-MZ-POSTEN
159800     MOVE SPACES TO BERICHT-ZEILE
159900     MOVE WS-MONATSZEILE TO BERICHT-ZEILE
160000     WRITE BERICHT-ZEILE.
160100 7610-EXIT.
160200     EXIT.
160300*--------------------------------------------------------------*
160400* 8000-ABSCHLUSS - ERGEBNIS DER ARCHIVPRUEFUNG MELDEN UND      *
160500* BERICHT SCHLIESSEN; BEI ABWEICHUNG RC 16, DAMIT DIE          *
160600* BESTAENDE NICHT ERSETZT WERDEN                               *
160700*--------------------------------------------------------------*
160800 8000-ABSCHLUSS.
160900     MOVE SPACES TO BERICHT-ZEILE
161000     WRITE BERICHT-ZEILE
161100     MOVE SPACES TO BERICHT-ZEILE
161200     IF WS-ARCHIVFEHLER
161300         MOVE 'ARCHIVPRUEFUNG FEHLERHAFT - NICHTS ENTFERNEN'
161400           TO BERICHT-ZEILE
161500     ELSE
161600         MOVE 'ALLE ARCHIVE GESICHERT - BESTAENDE WERDEN ERSETZT'
161700           TO BERICHT-ZEILE
161800     END-IF
161900     WRITE BERICHT-ZEILE
162000     CLOSE BERICHT-DATEI
162100     IF WS-ARCHIVFEHLER
162200         DISPLAY 'CBK975: ARCHIVPRUEFUNG FEHLERHAFT - BESTAENDE'
162300                 ' NICHT ERSETZEN'
162400         MOVE 16 TO RETURN-CODE
162500     END-IF.
162600 8000-EXIT.
162700     EXIT.
162800*--------------------------------------------------------------*
162900* 8100-SUMMENZEILE-SCHREIBEN                                   *
163000*--------------------------------------------------------------*
163100 8100-SUMMENZEILE-SCHREIBEN.
163200     MOVE SPACES TO BERICHT-ZEILE
163300     MOVE WS-ZAEHLERZEILE TO BERICHT-ZEILE
163400     WRITE BERICHT-ZEILE.
163500 8100-EXIT.
163600     EXIT.
163700*--------------------------------------------------------------*
163800* 9000-ABBRUCH - LAUF MIT RC 16 BEENDEN; DIE FOLGESCHRITTE     *
163900* ERSETZEN DANN KEINEN BESTAND                                 *
164000*--------------------------------------------------------------*
164100 9000-ABBRUCH.
164200     MOVE 16 TO RETURN-CODE
164300     STOP RUN.
164400 9000-EXIT.
164500     EXIT.
