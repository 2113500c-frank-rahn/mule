001760* 02.09.2026 HJW   FILIALNR MITGEFUEHRT (AUSLALT JETZT 127      *
001770*                  BYTE, JOURNALSATZ JETZT 146 BYTE); BEI       *
001780*                  AUSLAENDISCHEN INSTITUTEN IMMER '000'        *
001785* 15.10.2026 HJW   SPALTE IBAN_REGEL BZW. JOURNALFELD IBAN-     *
001790*                  REGEL (JOURNALSATZ JETZT 152 BYTE); AUS-     *
001795*                  LAENDISCHE INSTITUTE OHNE IBAN-REGEL (LEER)  *
001796* 15.10.2026 HJW   LAUFSATZ (AUFBAU LAUFSATZ) AM LAUFENDE UND   *
001797*                  VOR JEDEM ABBRUCH AN DAS LAUFBUCH DER        *
001798*                  NACHTKETTE (LAUFPROT) ANGEHAENGT             *
001800*--------------------------------------------------------------*
001900* ZWECK:                                                       *
002000*   VERGLEICHT - WIE CBK911 - DIE NACH BIC AUFSTEIGEND         *
002700*   COMMIT MIT CHECKPUNKT AUF CBK931CP GESCHRIEBEN; EIN        *
002800*   ABGEBROCHENER LAUF SETZT HINTER DEM DORT VERMERKTEN BIC    *
002900*   FORT.                                                      *
002910*                                                              *
002920*   AM ENDE JEDES LAUFS - AUCH VOR EINEM ABBRUCH - WIRD EIN    *
002930*   SATZ MIT RETURN-CODE UND DEN KENNZAHLEN DES LAUFS AN DAS   *
002940*   LAUFBUCH LAUFPROT (AUFBAU LAUFSATZ) ANGEHAENGT; DER        *
002950*   MORGENBERICHT CBK995 WERTET DAS LAUFBUCH AUS.              *
003000*--------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
004400            ORGANIZATION IS SEQUENTIAL.
004410     SELECT JOURNAL-DATEI    ASSIGN TO BANKJRNL
004420            ORGANIZATION IS SEQUENTIAL.
004430     SELECT LAUF-DATEI       ASSIGN TO LAUFPROT
004440            ORGANIZATION IS SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  SWIFT-DATEI
007610 FD  JOURNAL-DATEI
007620     RECORDING MODE IS F
007630     LABEL RECORDS ARE STANDARD.
007640 01  JOURNAL-SATZ              PIC X(152).
007650 FD  LAUF-DATEI
007660     RECORDING MODE IS F
007670     LABEL RECORDS ARE STANDARD.
007680 01  LAUF-AUSGABE-SATZ         PIC X(120).
007700 WORKING-STORAGE SECTION.
007800*--------------------------------------------------------------*
007900* SCHALTER UND ZAEHLER                                         *
012820* JOURNALSATZ FUER DIE TAEGLICHE DELTA-LIEFERUNG (BANKJRNL)     *
012830*--------------------------------------------------------------*
012840     COPY DELTSATZ.
012845*--------------------------------------------------------------*
012850* ZEITPUNKT UND SATZ FUER DAS LAUFBUCH DER NACHTKETTE          *
012855* (LAUFPROT)                                                   *
012860*--------------------------------------------------------------*
012865 01  WS-LAUF-ZEITPUNKT.
012870     05 WS-LAUF-DATUM          PIC 9(06).
012875     05 WS-LAUF-ZEIT.
012880         10 WS-LAUF-HHMMSS     PIC 9(06).
012885         10 FILLER             PIC 9(02).
012890     COPY LAUFSATZ.
012900 PROCEDURE DIVISION.
013000*--------------------------------------------------------------*
013100* 0000-MAINLINE                                                *
013500     PERFORM 3000-DATEIEN-VERGLEICHEN THRU 3000-EXIT
013600         UNTIL WS-SWIFT-EOF AND WS-MASTER-EOF
013700     PERFORM 8000-ABSCHLUSS       THRU 8000-EXIT
013710     PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
013800     STOP RUN.
013900*--------------------------------------------------------------*
014000* 1000-INITIALISIEREN                                          *
027710     MOVE SPACES                TO BS-GUELTIG-VON
027720     MOVE SPACES                TO BS-GUELTIG-BIS
027730     MOVE SPACES                TO BS-NACHFOLGE-BLZ
027740     MOVE SPACES                TO BS-IBAN-REGEL
027800     EXEC SQL
027900         INSERT INTO BANKLEITZAHLEN
028000             (SATZART, NAME, BLZ, FILIALNR, PLZ, LAENDERCODE,
028100              NAT-SORTCODE, ORT, BIC, PZ_METHODE,
028150              GUELTIG_VON, GUELTIG_BIS, NACHFOLGE_BLZ,
028160              IBAN_REGEL)
028200         VALUES
028300             (:BS-SATZART, :BS-NAME, :BS-BLZ, :BS-FILIALNR,
028400              :BS-PLZ, :BS-LAENDERCODE, :BS-NAT-SORTCODE,
028450              :BS-ORT,
028500              :BS-BIC, :BS-PZ-METHODE, :BS-GUELTIG-VON,
028550              :BS-GUELTIG-BIS, :BS-NACHFOLGE-BLZ,
028560              :BS-IBAN-REGEL)
028600     END-EXEC
028700     MOVE SQLCODE               TO WS-SQLCODE
028800     IF WS-SQLCODE NOT = ZERO
038644     MOVE BS-SATZART            TO DELTA-SATZART
038645     MOVE BS-NAME               TO DELTA-NAME
038646     MOVE BS-BLZ                TO DELTA-BLZ
038647     MOVE BS-FILIALNR           TO DELTA-FILIALNR
038648     MOVE BS-PLZ                TO DELTA-PLZ
038649     MOVE BS-LAENDERCODE        TO DELTA-LAENDERCODE
038650     MOVE BS-NAT-SORTCODE       TO DELTA-NAT-SORTCODE
038651     MOVE BS-ORT                TO DELTA-ORT
038652     MOVE BS-BIC                TO DELTA-BIC
038653     MOVE BS-PZ-METHODE         TO DELTA-PZ-METHODE
038654     MOVE BS-GUELTIG-VON        TO DELTA-GUELTIG-VON
038655     MOVE BS-GUELTIG-BIS        TO DELTA-GUELTIG-BIS
038656     MOVE BS-NACHFOLGE-BLZ      TO DELTA-NACHFOLGE-BLZ
038657     MOVE SPACES                TO DELTA-IBAN-REGEL
038658     WRITE JOURNAL-SATZ FROM DELTA-SATZ.
038659 6100-EXIT.
038660     EXIT.
038661*--------------------------------------------------------------*
038665* 6200-JOURNAL-AUS-MASTER - JOURNALSATZ FUER EINEN GELOESCHTEN   *
038670* AUSLANDSSATZ AUS DEM LETZTEN BESTANDSBILD (AUSLALT) AUFBAUEN   *
038675*--------------------------------------------------------------*
038684     MOVE MASTER-SATZART        TO DELTA-SATZART
038685     MOVE MASTER-NAME           TO DELTA-NAME
038686     MOVE MASTER-BLZ            TO DELTA-BLZ
038687     MOVE MASTER-FILIALNR       TO DELTA-FILIALNR
038688     MOVE MASTER-PLZ            TO DELTA-PLZ
038689     MOVE MASTER-LAENDERCODE    TO DELTA-LAENDERCODE
038690     MOVE MASTER-NAT-SORTCODE   TO DELTA-NAT-SORTCODE
038691     MOVE MASTER-ORT            TO DELTA-ORT
038692     MOVE MASTER-BIC            TO DELTA-BIC
038693     MOVE MASTER-PZ-METHODE     TO DELTA-PZ-METHODE
038694     MOVE MASTER-GUELTIG-VON    TO DELTA-GUELTIG-VON
038695     MOVE MASTER-GUELTIG-BIS    TO DELTA-GUELTIG-BIS
038696     MOVE MASTER-NACHFOLGE-BLZ  TO DELTA-NACHFOLGE-BLZ
038697     MOVE SPACES                TO DELTA-IBAN-REGEL
038698     WRITE JOURNAL-SATZ FROM DELTA-SATZ.
038699 6200-EXIT.
038700     EXIT.
038701*--------------------------------------------------------------*
038800* 7000-CHECKPUNKT-SCHREIBEN - AKTUELLEN STAND AUF DIE           *
038900* CHECKPUNKT-DATEI SCHREIBEN UND DIE DB2-AENDERUNGEN SEIT DEM   *
039000* LETZTEN CHECKPUNKT MIT COMMIT FESTSCHREIBEN                   *
045500           CHECKPUNKT-DATEI JOURNAL-DATEI.
045600 8000-EXIT.
045700     EXIT.
045702*--------------------------------------------------------------*
045704* 8900-LAUFSATZ-SCHREIBEN - LAUFSATZ MIT RETURN-CODE UND       *
045706* KENNZAHLEN DES LAUFS AN DAS LAUFBUCH (LAUFPROT) ANHAENGEN;   *
045708* WIRD AUCH VOR JEDEM ABBRUCH DURCHLAUFEN                      *
045710*--------------------------------------------------------------*
045712 8900-LAUFSATZ-SCHREIBEN.
045714     MOVE SPACES                TO LAUF-SATZ
045716     MOVE ZERO                  TO LAUF-ANZAHL-1 LAUF-ANZAHL-2
045718                                   LAUF-ANZAHL-3 LAUF-ANZAHL-4
045720     ACCEPT WS-LAUF-DATUM FROM DATE
045722     ACCEPT WS-LAUF-ZEIT  FROM TIME
045724     MOVE 'CBK931'              TO LAUF-PROGRAMM
045726     STRING '20' WS-LAUF-DATUM DELIMITED BY SIZE
045728       INTO LAUF-DATUM
045730     MOVE WS-LAUF-HHMMSS        TO LAUF-UHRZEIT
045732     MOVE RETURN-CODE           TO LAUF-RC
045734     SET LAUF-NORMALLAUF        TO TRUE
045736     IF WS-IST-RESTART
045738         SET LAUF-WIEDERANLAUF  TO TRUE
045740     END-IF
045742     MOVE 'UNVERAENDT'          TO LAUF-TEXT-1
045744     MOVE WS-ANZAHL-UNVERAENDERT TO LAUF-ANZAHL-1
045746     MOVE 'NEU'                 TO LAUF-TEXT-2
045748     MOVE WS-ANZAHL-NEU         TO LAUF-ANZAHL-2
045750     MOVE 'GEAENDERT'           TO LAUF-TEXT-3
045752     MOVE WS-ANZAHL-GEAENDERT   TO LAUF-ANZAHL-3
045754     MOVE 'GELOESCHT'           TO LAUF-TEXT-4
045756     MOVE WS-ANZAHL-GELOESCHT   TO LAUF-ANZAHL-4
045758     OPEN EXTEND LAUF-DATEI
045760     WRITE LAUF-AUSGABE-SATZ FROM LAUF-SATZ
045762     CLOSE LAUF-DATEI.
045764 8900-EXIT.
045766     EXIT.
045800*--------------------------------------------------------------*
045900* 9000-ABBRUCH - EINEN UNVOLLSTAENDIGEN CHECKPUNKT SCHREIBEN    *
046000* UND DEN LAUF MIT FEHLER-RETURN-CODE BEENDEN, DAMIT DER        *
046500     CLOSE CHECKPUNKT-DATEI
046600     CLOSE SWIFT-DATEI MASTER-DATEI BERICHT-DATEI JOURNAL-DATEI
046700     MOVE 16 TO RETURN-CODE
046710     PERFORM 8900-LAUFSATZ-SCHREIBEN THRU 8900-EXIT
046800     STOP RUN.
046900 9000-EXIT.
047000     EXIT.
