001400*                  LAUFENDEN NUMMER AUS DEM DELTA-ARCHIV        *
001410* 02.09.2026 HJW   DELTASATZ UM FILIALNR ERWEITERT (SATZ JETZT  *
001420*                  146 BYTE)                                    *
001430* 15.10.2026 HJW   DELTASATZ UM IBAN-REGEL ERWEITERT (SATZ      *
001440*                  JETZT 152 BYTE)                              *
001500*--------------------------------------------------------------*
001600* ZWECK:                                                       *
001700*   EIN ABNEHMER DER TAEGLICHEN DELTA-LIEFERUNG (CBK960), DER  *
004600 FD  ARCHIV-DATEI
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900 01  ARCHIV-SATZ               PIC X(152).
005000 FD  LIEFER-DATEI
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300 01  LIEFER-SATZ               PIC X(152).
005400 FD  BERICHT-DATEI
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
