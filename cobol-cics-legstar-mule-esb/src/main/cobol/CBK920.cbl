001701*                  DER HAUPTSTELLE ('000') ZWEIGSTELLEN MIT      *
001702*                  EIGENEM PLZ/ORT GEBEN; SORTIERUNG JETZT       *
001703*                  BLZ/FILIALNR                                  *
001704* 15.10.2026 HJW   IBAN-REGEL (SPALTE IBAN_REGEL) NACH BANKALT   *
001705*                  AUSGEGEBEN (SATZ JETZT 133 BYTE)              *
001750*--------------------------------------------------------------*
001800* ZWECK:                                                       *
001900*   LIEST DEN GESAMTEN BANKENSTAMM (TABELLE BANKLEITZAHLEN)     *
002000*   NACH BLZ AUFSTEIGEND SORTIERT UND SCHREIBT JE SATZ          *
004760     05 MASTER-GUELTIG-VON     PIC X(08).
004770     05 MASTER-GUELTIG-BIS     PIC X(08).
004780     05 MASTER-NACHFOLGE-BLZ   PIC X(08).
004790     05 MASTER-IBAN-REGEL      PIC X(06).
004800 FD  BERICHT-DATEI
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD.
011250         SELECT SATZART, NAME, BLZ, FILIALNR, PLZ,
011270                LAENDERCODE, NAT-SORTCODE, ORT, BIC,
011280                PZ_METHODE, GUELTIG_VON, GUELTIG_BIS,
011290                NACHFOLGE_BLZ, IBAN_REGEL
011400           FROM BANKLEITZAHLEN
011500          ORDER BY BLZ, FILIALNR
011600     END-EXEC
014780              :BS-PLZ, :BS-LAENDERCODE, :BS-NAT-SORTCODE,
014790              :BS-ORT, :BS-BIC, :BS-PZ-METHODE,
014800              :BS-GUELTIG-VON, :BS-GUELTIG-BIS,
014850              :BS-NACHFOLGE-BLZ, :BS-IBAN-REGEL
014900     END-EXEC
015000     MOVE SQLCODE                 TO WS-SQLCODE
015100     IF WS-SQLCODE NOT = ZERO
016560     MOVE BS-GUELTIG-VON          TO MASTER-GUELTIG-VON
016570     MOVE BS-GUELTIG-BIS          TO MASTER-GUELTIG-BIS
016580     MOVE BS-NACHFOLGE-BLZ        TO MASTER-NACHFOLGE-BLZ
016590     MOVE BS-IBAN-REGEL           TO MASTER-IBAN-REGEL
016600     WRITE MASTER-SATZ
016700     MOVE BS-BLZ                  TO WS-DZ-BLZ
016750     MOVE BS-FILIALNR             TO WS-DZ-FILIALNR
