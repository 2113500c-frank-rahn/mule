001460*                  (VERROUT, AUFBAU VERRSATZ: ANZAHL JE SYSTEM, *
001470*                  SERVICE UND FEHLERKLASSE) GESCHRIEBEN, DIE   *
001480*                  DIE KOSTENRECHNUNG DIREKT LAEDT              *
001482* 15.10.2026 HJW   IBAN-LISTENPRUEFUNG CBK021 (SUCHART 'L') ALS *
001484*                  EIGENER SERVICE AUSGEWIESEN. DER VERRECH-    *
001486*                  NUNGSSATZ FUEHRT ZUSAETZLICH DIE ANZAHL DER  *
001488*                  POSTEN (CBK021: GEPRUEFTE IBAN, SONST DIE    *
001490*                  AUFRUFE); DIE TREFFERVERTEILUNG LAESST DIE   *
001492*                  LISTENAUFRUFE AUS                            *
001500*--------------------------------------------------------------*
001600* ZWECK:                                                       *
001700*   WERTET DEN MONATSAUSZUG DER AUFRUFPROTOKOLLDATEI CBK010A   *
001800*   (AUDITEIN, AUFBAU AUDITSATZ) AUS UND SCHREIBT EINEN        *
001900*   BERICHT (AUDITRPT) MIT                                     *
002000*   - AUFRUFVOLUMEN JE SUCHART (PLZ/ORT, NAME, BIC, IBAN-      *
002010*     PRUEFUNG, IBAN-ERZEUGUNG, IBAN-LISTENPRUEFUNG)           *
002100*   - DEN HAEUFIGSTEN SUCHBEGRIFFEN                            *
002200*   - ANTEIL DER AUFRUFE JE FEHLERCODE                         *
002300*   - VERTEILUNG DER TREFFERLISTENGROESSE                      *
005500 77  WS-MAX-ANZAHL             PIC 9(07) COMP VALUE ZERO.
005600 77  WS-STUNDE                 PIC 9(02) VALUE ZERO.
005700 77  WS-ANTEIL                 PIC 9(03)V9(01) VALUE ZERO.
005750 77  WS-VS-POSTEN              PIC 9(03) COMP VALUE ZERO.
005800 01  WS-SCHALTER.
005900     05 WS-EOF-KZ              PIC X(01) VALUE 'N'.
006000         88 WS-EOF                       VALUE 'J'.
006700     05 WS-ANZAHL-BIC          PIC 9(07) COMP VALUE ZERO.
006710     05 WS-ANZAHL-IBAN-PRUEF   PIC 9(07) COMP VALUE ZERO.
006720     05 WS-ANZAHL-IBAN-ERZ     PIC 9(07) COMP VALUE ZERO.
006730     05 WS-ANZAHL-IBAN-LISTE   PIC 9(07) COMP VALUE ZERO.
006740     05 WS-ANZAHL-LISTEN-IBAN  PIC 9(07) COMP VALUE ZERO.
006800     05 WS-ANZAHL-SONSTIGE     PIC 9(07) COMP VALUE ZERO.
006900     05 WS-ANZAHL-WEITERE      PIC 9(07) COMP VALUE ZERO.
006910     05 WS-ANZAHL-VR-WEITERE   PIC 9(07) COMP VALUE ZERO.
009760         10 WS-VR-SERVICE      PIC X(06).
009770         10 WS-VR-KLASSE       PIC X(01).
009780         10 WS-VR-ANZAHL       PIC 9(07) COMP.
009782         10 WS-VR-POSTEN       PIC 9(09) COMP.
009785*--------------------------------------------------------------*
009786* SCHLUESSEL- UND HILFSFELDER DER VERRECHNUNG; SERVICE UND      *
009787* SYSTEM SIND IN ALTSAETZEN (VOR EINFUEHRUNG DER AUFRUFER-      *
018250     MOVE SPACES TO WS-VR-SYSTEM (WS-VR-IX)
018260     MOVE SPACES TO WS-VR-SERVICE (WS-VR-IX)
018270     MOVE SPACES TO WS-VR-KLASSE (WS-VR-IX)
018280     MOVE ZERO   TO WS-VR-ANZAHL (WS-VR-IX)
018285     MOVE ZERO   TO WS-VR-POSTEN (WS-VR-IX).
018290 1150-EXIT.
018295     EXIT.
018300*--------------------------------------------------------------*
020520             ADD 1 TO WS-ANZAHL-IBAN-PRUEF
020530         WHEN 'G'
020540             ADD 1 TO WS-ANZAHL-IBAN-ERZ
020550         WHEN 'L'
020560             ADD 1 TO WS-ANZAHL-IBAN-LISTE
020570             IF AUDIT-ANZAHL-SAETZE NUMERIC
020580                 ADD AUDIT-ANZAHL-SAETZE TO WS-ANZAHL-LISTEN-IBAN
020590             END-IF
020600         WHEN OTHER
020700             ADD 1 TO WS-ANZAHL-SONSTIGE
020800     END-EVALUATE
028000     EXIT.
028100*--------------------------------------------------------------*
028200* 3300-TREFFER-ZAEHLEN - VERTEILUNG DER TREFFERLISTENGROESSE    *
028300* (0 BIS 15 TREFFER JE AUFRUF). BEI DER IBAN-LISTENPRUEFUNG     *
028310* (SUCHART 'L') IST DIE ANZAHL KEINE TREFFERZAHL                *
028400*--------------------------------------------------------------*
028500 3300-TREFFER-ZAEHLEN.
028600     IF AUDIT-SUCHART NOT = 'L'
028610        AND AUDIT-ANZAHL-SAETZE NUMERIC
028700        AND AUDIT-ANZAHL-SAETZE < 16
028800         COMPUTE WS-IX = AUDIT-ANZAHL-SAETZE + 1
028900         ADD 1 TO WS-TREFFER-ANZAHL (WS-IX)
030530* (SYSTEM/SERVICE/FEHLERKLASSE) ZAEHLEN. ALTSAETZE OHNE         *
030540* AUFRUFERIDENTITAET GEHEN AUF DIE VORGABEWERTE 'UNBEKANT'      *
030550* BZW. 'CBK010'; IST DIE TABELLE VOLL, WERDEN WEITERE           *
030560* KOMBINATIONEN NUR NOCH SUMMARISCH GEZAEHLT. ALS POSTEN        *
030563* ZAEHLT JE AUFRUF 1, BEI DER IBAN-LISTENPRUEFUNG DIE ANZAHL    *
030566* DER GEPRUEFTEN IBAN                                           *
030570*--------------------------------------------------------------*
030580 3500-VERRECHNUNG-ZAEHLEN.
030590     IF AUDIT-SYSTEM = SPACES
030750         WHEN OTHER
030760             MOVE 'F'           TO WS-VS-KLASSE
030770     END-EVALUATE
030771     MOVE 1                     TO WS-VS-POSTEN
030772     IF AUDIT-SUCHART = 'L'
030773        AND AUDIT-ANZAHL-SAETZE NUMERIC
030774         MOVE AUDIT-ANZAHL-SAETZE TO WS-VS-POSTEN
030775     END-IF
030780     MOVE 'N' TO WS-GEFUNDEN-KZ
030790     IF WS-VR-ANZAHL-BELEGT > ZERO
030800         PERFORM 3510-VERRECHNUNG-VERGLEICHEN THRU 3510-EXIT
030900             MOVE WS-VS-SERVICE TO WS-VR-SERVICE (WS-VR-IX)
030910             MOVE WS-VS-KLASSE  TO WS-VR-KLASSE (WS-VR-IX)
030920             MOVE 1             TO WS-VR-ANZAHL (WS-VR-IX)
030925             MOVE WS-VS-POSTEN  TO WS-VR-POSTEN (WS-VR-IX)
030930         ELSE
030940             ADD 1 TO WS-ANZAHL-VR-WEITERE
030950         END-IF
030990     IF WS-VR-SYSTEM (WS-VR-IX) = WS-VS-SYSTEM
030992        AND WS-VR-SERVICE (WS-VR-IX) = WS-VS-SERVICE
030994        AND WS-VR-KLASSE (WS-VR-IX) = WS-VS-KLASSE
030995         ADD 1 TO WS-VR-ANZAHL (WS-VR-IX)
030996         ADD WS-VS-POSTEN TO WS-VR-POSTEN (WS-VR-IX)
030997         SET WS-GEFUNDEN TO TRUE
030998     END-IF.
030999 3510-EXIT.
037240     MOVE 'IBAN-ERZEUGUNG CBK040 (G):' TO WS-ZZ-TEXT
037250     MOVE WS-ANZAHL-IBAN-ERZ TO WS-ZZ-ANZAHL
037260     PERFORM 8060-SUMMENZEILE THRU 8060-EXIT
037265     MOVE 'IBAN-LISTENPRUEFUNG CBK021 (L):' TO WS-ZZ-TEXT
037270     MOVE WS-ANZAHL-IBAN-LISTE TO WS-ZZ-ANZAHL
037275     PERFORM 8060-SUMMENZEILE THRU 8060-EXIT
037280     MOVE '  DARIN GEPRUEFTE IBAN:' TO WS-ZZ-TEXT
037285     MOVE WS-ANZAHL-LISTEN-IBAN TO WS-ZZ-ANZAHL
037290     PERFORM 8060-SUMMENZEILE THRU 8060-EXIT
037300     MOVE 'SONSTIGE SUCHARTEN:' TO WS-ZZ-TEXT
037400     MOVE WS-ANZAHL-SONSTIGE TO WS-ZZ-ANZAHL
037500     PERFORM 8060-SUMMENZEILE THRU 8060-EXIT.
054100       INTO WS-ZZ-TEXT
054200     MOVE WS-VR-ANZAHL (WS-VR-IX) TO WS-ZZ-ANZAHL
054300     PERFORM 8060-SUMMENZEILE THRU 8060-EXIT
054310     IF WS-VR-POSTEN (WS-VR-IX) NOT = WS-VR-ANZAHL (WS-VR-IX)
054320         MOVE '  DARIN ABGERECHNETE POSTEN:' TO WS-ZZ-TEXT
054330         MOVE WS-VR-POSTEN (WS-VR-IX) TO WS-ZZ-ANZAHL
054340         PERFORM 8060-SUMMENZEILE THRU 8060-EXIT
054350     END-IF
054400     MOVE SPACES                TO VERR-SATZ
054500     MOVE WS-MONAT              TO VERR-MONAT
054600     MOVE WS-VR-SYSTEM (WS-VR-IX)  TO VERR-SYSTEM
054700     MOVE WS-VR-SERVICE (WS-VR-IX) TO VERR-SERVICE
054800     MOVE WS-VR-KLASSE (WS-VR-IX)  TO VERR-FEHLERKLASSE
054900     MOVE WS-VR-ANZAHL (WS-VR-IX)  TO VERR-ANZAHL
054910     MOVE WS-VR-POSTEN (WS-VR-IX)  TO VERR-ANZAHL-POSTEN
055000     WRITE VERR-AUSGABE-SATZ FROM VERR-SATZ.
055100 8610-EXIT.
055200     EXIT.
