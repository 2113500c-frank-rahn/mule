001300*                  BANKHISTORIE AUS DEM FORTLAUFENDEN DELTA-    *
001400*                  ARCHIV (DELTARCH) FUER DIE STICHTAGS-        *
001500*                  AUSKUNFT CBK011                              *
001510* 15.10.2026 HJW   DELTASATZ UM IBAN-REGEL ERWEITERT (SATZ      *
001520*                  JETZT 152 BYTE), SPALTE IBAN_REGEL MIT       *
001521*                  GELADEN                                      *
001600*--------------------------------------------------------------*
001700* ZWECK:                                                       *
001800*   BAUT DIE HISTORIENTABELLE BANKHISTORIE VOLLSTAENDIG NEU    *
004200 FD  ARCHIV-DATEI
004300     RECORDING MODE IS F
004400     LABEL RECORDS ARE STANDARD.
004500 01  ARCHIV-SATZ               PIC X(152).
004600 FD  BERICHT-DATEI
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
015100     MOVE DELTA-GUELTIG-VON       TO HS-GUELTIG-VON
015200     MOVE DELTA-GUELTIG-BIS       TO HS-GUELTIG-BIS
015300     MOVE DELTA-NACHFOLGE-BLZ     TO HS-NACHFOLGE-BLZ
015310     MOVE DELTA-IBAN-REGEL        TO HS-IBAN-REGEL
015400     EXEC SQL
015500         INSERT INTO BANKHISTORIE
015600             (LFDNR, AENDERUNG_KZ, DATUM, SATZART, NAME, BLZ,
015700              FILIALNR, PLZ, LAENDERCODE, NAT-SORTCODE, ORT,
015800              BIC, PZ_METHODE, GUELTIG_VON, GUELTIG_BIS,
015900              NACHFOLGE_BLZ, IBAN_REGEL)
016000         VALUES
016100             (:HS-LFDNR, :HS-AENDERUNG-KZ, :HS-DATUM,
016200              :HS-SATZART, :HS-NAME, :HS-BLZ, :HS-FILIALNR,
016250              :HS-PLZ,
016300              :HS-LAENDERCODE, :HS-NAT-SORTCODE, :HS-ORT,
016400              :HS-BIC, :HS-PZ-METHODE, :HS-GUELTIG-VON,
016500              :HS-GUELTIG-BIS, :HS-NACHFOLGE-BLZ,
016510              :HS-IBAN-REGEL)
016600     END-EXEC
016700     MOVE SQLCODE                 TO WS-SQLCODE
016800     IF WS-SQLCODE NOT = ZERO
