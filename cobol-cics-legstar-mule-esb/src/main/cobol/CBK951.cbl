001400*                  IBAN, DEREN BLZ AUSLAEUFT UND EINE           *
001500*                  NACHFOLGE-BLZ HAT, MASCHINELL DIE NEUE       *
001600*                  IBAN AUF DEM NACHFOLGEINSTITUT               *
001610* 15.10.2026 HJW   IBAN-REGEL DES NACHFOLGERS (IBAN_REGEL,      *
001620*                  MODUL CBK027) VOR DER ERZEUGUNG ANGEWANDT -  *
001630*                  ERSATZ-BLZ/-KONTO; VERBIETET DIE REGEL DIE   *
001640*                  IBAN (FEHLERCODE '19') ODER IST SIE NICHT    *
001650*                  UMGESETZT ('20'), GEHT DAS KONTO NACH        *
001660*                  UMSTFEHL. ANGEWANDTE REGEL IM UMSTELLUNGS-   *
001670*                  SATZ (UMS-IBAN-REGEL, SATZ JETZT 129 BYTE)   *
001700*--------------------------------------------------------------*
001800* ZWECK:                                                       *
001900*   LIEST EINE KUNDENKONTENDATEI (KONTOEIN: KUNDENREFERENZ     *
006400     05 UMS-NEUE-BLZ           PIC X(08).
006500     05 UMS-NEUER-NAME         PIC X(30).
006600     05 UMS-NEUER-BIC          PIC X(11).
006610     05 UMS-IBAN-REGEL         PIC X(06).
006700 FD  FEHLER-DATEI
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
009800     05 WS-ANZAHL-UMGESTELLT   PIC 9(07) COMP VALUE ZERO.
009900     05 WS-ANZAHL-UNBETROFFEN  PIC 9(07) COMP VALUE ZERO.
010000     05 WS-ANZAHL-ABGELEHNT    PIC 9(07) COMP VALUE ZERO.
010010     05 WS-ANZAHL-REGEL-ANGEPASST PIC 9(07) COMP VALUE ZERO.
010100 01  WS-FEHLERCODE             PIC X(02) VALUE SPACES.
010200 01  WS-FEHLERTEXT             PIC X(72) VALUE SPACES.
010300 01  WS-DATUM.
012300 01  WS-NF-NAME                PIC X(30).
012400 01  WS-NF-BIC                 PIC X(11).
012500 01  WS-NF-PZ-METHODE          PIC X(02).
012510 01  WS-NF-IBAN-REGEL          PIC X(06).
012600*--------------------------------------------------------------*
012700* AUFGEBAUTE NEUE IBAN UND UMGESTELLTE ZEICHENKETTE FUER DIE    *
012800* MOD-97-RECHNUNG (ARITHMETIK WIE IN CBK040)                    *
014900* UEBERGABEBEREICH FUER DAS KONTONUMMERN-PRUEFMODUL CBK025      *
015000*--------------------------------------------------------------*
015100     COPY PZMSATZ.
015110*--------------------------------------------------------------*
015120* UEBERGABEBEREICH FUER DAS IBAN-REGELMODUL CBK027              *
015130*--------------------------------------------------------------*
015140     COPY IBRSATZ.
015200 PROCEDURE DIVISION.
015300*--------------------------------------------------------------*
015400* 0000-MAINLINE                                                *
027900     IF WS-SATZ-OK
028000         PERFORM 3400-KONTO-PZ-PRUEFEN THRU 3400-EXIT
028100     END-IF
028110     IF WS-SATZ-OK
028120         PERFORM 3500-IBAN-REGEL-ANWENDEN THRU 3500-EXIT
028130     END-IF
028200     IF WS-SATZ-OK
028300         PERFORM 4000-NEUE-IBAN-ERZEUGEN THRU 4000-EXIT
028400     END-IF.
029000 3300-NACHFOLGER-LESEN.
029100     MOVE WS-NF-BLZ               TO BS-BLZ
029200     EXEC SQL
029300         SELECT NAME, BIC, PZ_METHODE, IBAN_REGEL
029400           INTO :BS-NAME, :BS-BIC, :BS-PZ-METHODE,
029410                :BS-IBAN-REGEL
029500           FROM BANKLEITZAHLEN
029600          WHERE BLZ = :BS-BLZ
029700            AND FILIALNR = '000'
030300             MOVE BS-NAME         TO WS-NF-NAME
030400             MOVE BS-BIC          TO WS-NF-BIC
030500             MOVE BS-PZ-METHODE   TO WS-NF-PZ-METHODE
030510             MOVE BS-IBAN-REGEL   TO WS-NF-IBAN-REGEL
030600         WHEN WS-SQLCODE = 100
030700             MOVE '17'            TO WS-FEHLERCODE
030800             MOVE 'NACHFOLGE-BLZ NICHT IM BANKENSTAMM'
034200     END-IF.
034300 3400-EXIT.
034400     EXIT.
034401*--------------------------------------------------------------*
034402* 3500-IBAN-REGEL-ANWENDEN - IBAN-REGEL DES NACHFOLGERS ANWENDEN *
034403* (MODUL CBK027, WIE IN CBK040). DIE REGEL KANN BLZ ODER KONTO-  *
034404* NUMMER DER NEUEN IBAN ERSETZEN ODER DIE ERZEUGUNG VERBIETEN;   *
034405* EINE NICHT UMGESETZTE REGEL LEHNT DIE UMSTELLUNG AB. ERSETZT   *
034406* DIE REGEL DIE BLZ, GILT DER BIC DER HAUPTSTELLE DIESER BLZ.    *
034407*--------------------------------------------------------------*
034408 3500-IBAN-REGEL-ANWENDEN.
034409     MOVE WS-NF-IBAN-REGEL        TO IBR-REGEL
034410     MOVE WS-NF-BLZ               TO IBR-BLZ
034411     MOVE WS-IBAN-KONTO           TO IBR-KONTONR
034412     CALL 'CBK027' USING IBR-BEREICH
034413     IF IBR-KEINE-IBAN
034414         MOVE '19'                TO WS-FEHLERCODE
034415         MOVE SPACES              TO WS-FEHLERTEXT
034416         STRING 'IBAN-REGEL '     DELIMITED BY SIZE
034417                IBR-ANGEWANDTE-REGEL DELIMITED BY SIZE
034418                ' DES NACHFOLGERS - KEINE IBAN FUER DIESES KONTO'
034419                                  DELIMITED BY SIZE
034420           INTO WS-FEHLERTEXT
034421         MOVE 'N'                 TO WS-SATZ-OK-KZ
034422         GO TO 3500-EXIT
034423     END-IF
034424     IF IBR-NICHT-UMGESETZT
034425         MOVE '20'                TO WS-FEHLERCODE
034426         MOVE SPACES              TO WS-FEHLERTEXT
034427         STRING 'IBAN-REGEL '     DELIMITED BY SIZE
034428                IBR-ANGEWANDTE-REGEL DELIMITED BY SIZE
034429                ' DES NACHFOLGERS NICHT UMGESETZT'
034430                                  DELIMITED BY SIZE
034431           INTO WS-FEHLERTEXT
034432         MOVE 'N'                 TO WS-SATZ-OK-KZ
034433         GO TO 3500-EXIT
034434     END-IF
034435     MOVE IBR-IBAN-BLZ            TO WS-NEU-BLZ
034436     MOVE IBR-IBAN-KONTONR        TO WS-NEU-KONTO
034437     IF WS-NEU-BLZ = WS-NF-BLZ AND WS-NEU-KONTO = WS-IBAN-KONTO
034438         GO TO 3500-EXIT
034439     END-IF
034440     ADD 1 TO WS-ANZAHL-REGEL-ANGEPASST
034441     IF WS-NEU-BLZ = WS-NF-BLZ
034442         GO TO 3500-EXIT
034443     END-IF
034444     MOVE WS-NEU-BLZ              TO BS-BLZ
034445     EXEC SQL
034446         SELECT BIC
034447           INTO :BS-BIC
034448           FROM BANKLEITZAHLEN
034449          WHERE BLZ = :BS-BLZ
034450            AND FILIALNR = '000'
034451            AND SATZART = 'D'
034452     END-EXEC
034453     IF SQLCODE = ZERO AND BS-BIC NOT = SPACES
034454         MOVE BS-BIC              TO WS-NF-BIC
034455     END-IF.
034456 3500-EXIT.
034457     EXIT.
034500*--------------------------------------------------------------*
034600* 4000-NEUE-IBAN-ERZEUGEN - MOD-97-PRUEFZIFFERN NACH ISO 7064   *
034700* FUER DIE NACHFOLGE-BLZ ERMITTELN (PRUEFZIFFER = 98 - REST,    *
034900* DEN UMSTELLUNGSSATZ SCHREIBEN                                 *
035000*--------------------------------------------------------------*
035100 4000-NEUE-IBAN-ERZEUGEN.
035200     STRING WS-NEU-BLZ            DELIMITED BY SIZE
035300            WS-NEU-KONTO          DELIMITED BY SIZE
035400            '131400'              DELIMITED BY SIZE
035500       INTO WS-IBAN-NUMERISCH
035600     MOVE ZERO                    TO WS-REST
035800         VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 24
035900     COMPUTE WS-PRUEFZIFFER = 98 - WS-REST
036000     MOVE WS-PRUEFZIFFER          TO WS-NEU-PRUEFZIFFER
036300     MOVE EIN-KUNDENREF           TO UMS-KUNDENREF
036400     MOVE EIN-IBAN                TO UMS-ALTE-IBAN
036500     MOVE WS-NEUE-IBAN            TO UMS-NEUE-IBAN
036700     MOVE WS-NF-BLZ               TO UMS-NEUE-BLZ
036800     MOVE WS-NF-NAME              TO UMS-NEUER-NAME
036900     MOVE WS-NF-BIC               TO UMS-NEUER-BIC
036910     MOVE IBR-ANGEWANDTE-REGEL    TO UMS-IBAN-REGEL
037000     WRITE UMST-SATZ
037100     ADD 1 TO WS-ANZAHL-UMGESTELLT.
037200 4000-EXIT.
040400     MOVE 'DAVON UMGESTELLT (NEUE IBAN ERZEUGT):' TO WS-ZZ-TEXT
040500     MOVE WS-ANZAHL-UMGESTELLT TO WS-ZZ-ANZAHL
040600     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
040610     MOVE '  DARUNTER BLZ/KONTO NACH IBAN-REGEL ERSETZT:'
040620       TO WS-ZZ-TEXT
040630     MOVE WS-ANZAHL-REGEL-ANGEPASST TO WS-ZZ-ANZAHL
040640     PERFORM 8100-SUMMENZEILE-SCHREIBEN THRU 8100-EXIT
040700     MOVE 'DAVON OHNE AUSLAUFENDE BLZ (UNVERAENDERT):'
040800       TO WS-ZZ-TEXT
040900     MOVE WS-ANZAHL-UNBETROFFEN TO WS-ZZ-ANZAHL
