000470*               JE BLZ KANN ES MEHRERE STANDORTE GEBEN: DIE    *
000480*               FILIALNR UNTERSCHEIDET HAUPTSTELLE ('000') UND *
000490*               ZWEIGSTELLEN MIT EIGENEM PLZ/ORT               *
000492*               BS-IBAN-REGEL TRAEGT DIE IBAN-REGEL DER BUNDES-*
000494*               BANK (NNNNVV, LEER = STANDARDREGEL, AUSLAND    *
000496*               IMMER LEER)                                    *
000500*--------------------------------------------------------------*
000600 01  BANKSATZ.
000620     05 BS-SATZART             PIC X(01).
001192     05 BS-GUELTIG-VON         PIC X(08).
001194     05 BS-GUELTIG-BIS         PIC X(08).
001196     05 BS-NACHFOLGE-BLZ       PIC X(08).
001198     05 BS-IBAN-REGEL          PIC X(06).
001200*--------------------------------------------------------------*
001300* SUCHBEREICH - HOST-VARIABLEN FUER DIE WHERE-KLAUSELN         *
001400*--------------------------------------------------------------*
