001420*                  NUR AUS DEN HAUPTSTELLEN (FILIALNR '000')    *
001430*                  AUFGEBAUT, DAMIT JE BLZ/SUCHWORT NUR EIN     *
001440*                  EINTRAG ENTSTEHT                             *
001450* 15.10.2026 HJW   LAUFSATZ (AUFBAU LAUFSATZ) AM LAUFENDE UND   *
001460*                  VOR JEDEM ABBRUCH AN DAS LAUFBUCH DER        *
001470*                  NACHTKETTE (LAUFPROT) ANGEHAENGT             *
001500*--------------------------------------------------------------*
001600* ZWECK:                                                       *
001700*   ZERLEGT NAME UND ORT JEDES INLAENDISCHEN BANKSATZES        *
002200*   NAMENSSUCHE UEBER DIESE TABELLE MIT INDEXFAEHIGEN          *
002300*   PRAEDIKATEN AUF, STATT DIE GESAMTE BANKLEITZAHLEN-TABELLE  *
002400*   MIT FUEHRENDEM PROZENTZEICHEN ZU DURCHSUCHEN.              *
002410*                                                              *
002420*   AM ENDE JEDES LAUFS - AUCH VOR EINEM ABBRUCH - WIRD EIN    *
002430*   SATZ MIT RETURN-CODE UND DEN KENNZAHLEN DES LAUFS AN DAS   *
002440*   LAUFBUCH LAUFPROT (AUFBAU LAUFSATZ) ANGEHAENGT; DER        *
002450*   MORGENBERICHT CBK995 WERTET DAS LAUFBUCH AUS.              *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003100 FILE-CONTROL.
003200     SELECT BERICHT-DATEI ASSIGN TO INDEXRPT
003300            ORGANIZATION IS SEQUENTIAL.
003310     SELECT LAUF-DATEI    ASSIGN TO LAUFPROT
003320            ORGANIZATION IS SEQUENTIAL.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  BERICHT-DATEI
003700     RECORDING MODE IS F
003800     LABEL RECORDS ARE STANDARD.
003900 01  BERICHT-ZEILE             PIC X(101).
003910 FD  LAUF-DATEI
003920     RECORDING MODE IS F
003930     LABEL RECORDS ARE STANDARD.
003940 01  LAUF-AUSGABE-SATZ         PIC X(120).
004000 WORKING-STORAGE SECTION.
004100*--------------------------------------------------------------*
004200* SCHALTER UND ZAEHLER                                         *
008100* UEBERGABEBEREICH FUER DAS AUFBEREITUNGSMODUL CBK981           *
008200*--------------------------------------------------------------*
008300     COPY SWBSATZ.
008309*--------------------------------------------------------------*
008318* ZEITPUNKT UND SATZ FUER DAS LAUFBUCH DER NACHTKETTE          *
008327* (LAUFPROT)                                                   *
008336*--------------------------------------------------------------*
008345 01  WS-LAUF-ZEITPUNKT.
008354     05 WS-LAUF-DATUM          PIC 9(06).
008363     05 WS-LAUF-ZEIT.
008372         10 WS-LAUF-HHMMSS     PIC 9(06).
008381         10 FILLER             PIC 9(02).
008390     COPY LAUFSATZ.
008400 PROCEDURE DIVISION.
008500*--------------------------------------------------------------*
008600* 0000-MAINLINE                                                *
009000     PERFORM 3000-SATZ-VERARBEITEN THRU 3000-EXIT
009100         UNTIL WS-EOF
009200     PERFORM 8000-ABSCHLUSS       THRU 8000-EXIT
009210     PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
009300     STOP RUN.
009400*--------------------------------------------------------------*
009500* 1000-INITIALISIEREN - ALTEN INDEXSTAND LOESCHEN UND CURSOR    *
028400     WRITE BERICHT-ZEILE.
028500 8100-EXIT.
028600     EXIT.
028603*--------------------------------------------------------------*
028606* 8900-LAUFSATZ-SCHREIBEN - LAUFSATZ MIT RETURN-CODE UND       *
028609* KENNZAHLEN DES LAUFS AN DAS LAUFBUCH (LAUFPROT) ANHAENGEN;   *
028612* WIRD AUCH VOR JEDEM ABBRUCH DURCHLAUFEN                      *
028615*--------------------------------------------------------------*
028618 8900-LAUFSATZ-SCHREIBEN.
028621     MOVE SPACES                TO LAUF-SATZ
028624     MOVE ZERO                  TO LAUF-ANZAHL-1 LAUF-ANZAHL-2
028627                                   LAUF-ANZAHL-3 LAUF-ANZAHL-4
028630     ACCEPT WS-LAUF-DATUM FROM DATE
028633     ACCEPT WS-LAUF-ZEIT  FROM TIME
028636     MOVE 'CBK980'              TO LAUF-PROGRAMM
028639     STRING '20' WS-LAUF-DATUM DELIMITED BY SIZE
028642       INTO LAUF-DATUM
028645     MOVE WS-LAUF-HHMMSS        TO LAUF-UHRZEIT
028648     MOVE RETURN-CODE           TO LAUF-RC
028651     SET LAUF-NORMALLAUF        TO TRUE
028654     MOVE 'BANKEN'              TO LAUF-TEXT-1
028657     MOVE WS-ANZAHL-BANKSAETZE  TO LAUF-ANZAHL-1
028660     MOVE 'SUCHWORTE'           TO LAUF-TEXT-2
028663     MOVE WS-ANZAHL-SUCHWOERTER TO LAUF-ANZAHL-2
028666     OPEN EXTEND LAUF-DATEI
028669     WRITE LAUF-AUSGABE-SATZ FROM LAUF-SATZ
028672     CLOSE LAUF-DATEI.
028675 8900-EXIT.
028678     EXIT.
028700*--------------------------------------------------------------*
028800* 9000-ABBRUCH - LAUF MIT FEHLER-RETURN-CODE BEENDEN; DIE       *
028900* AENDERUNGEN SEIT DEM LETZTEN COMMIT WERDEN VON DB2            *
029200 9000-ABBRUCH.
029300     CLOSE BERICHT-DATEI
029400     MOVE 16 TO RETURN-CODE
029410     PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
029500     STOP RUN.
029600 9000-EXIT.
029700     EXIT.
