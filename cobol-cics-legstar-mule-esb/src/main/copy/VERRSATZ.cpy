000800*               FEHLERKLASSE: 'G' = GUTFALL (FEHLERCODE '00'),  *
000900*               'F' = FACHLICH ABGEWIESEN (CODES '01'-'89'),    *
001000*               'T' = TECHNISCHER FEHLER (CODES '90'-'99').     *
001010*               VERR-ANZAHL-POSTEN: ABGERECHNETE EINHEITEN -    *
001020*               BEI DER IBAN-LISTENPRUEFUNG CBK021 DIE ZAHL     *
001030*               DER GEPRUEFTEN IBAN, SONST DIE AUFRUFANZAHL.    *
001100*--------------------------------------------------------------*
001200 01  VERR-SATZ.
001300     05 VERR-MONAT             PIC X(06).
001800         88 VERR-KLASSE-FACHLICH      VALUE 'F'.
001900         88 VERR-KLASSE-TECHNISCH     VALUE 'T'.
002000     05 VERR-ANZAHL            PIC 9(09).
002050     05 VERR-ANZAHL-POSTEN     PIC 9(09).
002100     05 FILLER                 PIC X(41).
