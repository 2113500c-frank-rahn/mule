000400*               CHECKPUNKT WIRD EIN SATZ ANGEHAENGT - FUER DEN  *
000500*               WIEDERANLAUF IST NUR DER LETZTE SATZ DER DATEI  *
000600*               MASSGEBLICH.                                    *
000610*               DER AKTIVIERUNGSLAUF CBK935 FUEHRT EINE EIGENE  *
000620*               CHECKPUNKT-DATEI GLEICHEN AUFBAUS.              *
000700*--------------------------------------------------------------*
000800 01  CHECKPUNKT-SATZ.
000900     05 CP-LAUFDATUM           PIC 9(06).
001750     05 CP-ANZAHL-ANGEKUENDIGT PIC 9(05).
001760     05 CP-ANZAHL-NOCHGUELTIG  PIC 9(05).
001800     05 CP-ANZAHL-ZURUECK      PIC 9(05).
001900     05 CP-ANZAHL-TERMINIERT   PIC 9(05).
